000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCKRSL.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-05  JK   Original version.  Loads the exchange rates    *
001100*                  operations prepares each day on the sequential *
001200*                  CALCKRSI file into the indexed rate file       *
001300*                  CALCKURS, keyed by currency and rate date.  A  *
001400*                  new key is added; a key already on file has    *
001500*                  its rate replaced, so a wrongly keyed rate can *
001600*                  be reloaded before the posting run.  A line    *
001700*                  with a bad currency code, a bad date or a      *
001800*                  missing or non-numeric rate is reported and    *
001900*                  dropped.  Run it ahead of the CALCULATOR       *
002000*                  posting run every processing day.              *
002010* 2026-10-09  JK   Run control: before any file is opened the     *
002020*                  step checks CALCRUNC. It refuses with          *
002030*                  RETURN-CODE 16 if this step has already run    *
002040*                  for the business date, unless a rerun          *
002050*                  permission was granted through CALCRUNZ.       *
002060*                  Start, end, return code and key counts are     *
002070*                  recorded on CALCRUNC for the CALCRUNR          *
002080*                  timeline.                                      *
002100*=================================================================*
002200*
002300*-----------------------------------------------------------------*
002400* ENVIRONMENT DIVISION                                             *
002500*-----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALC-KRI-FILE ASSIGN TO 'CALCKRSI'
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS CALC-KRL-INPUT-STATUS.
003500
003600     SELECT CALC-RATE-FILE ASSIGN TO 'CALCKURS'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CALC-KRS-KEY
004000         FILE STATUS IS CALC-KRL-RATE-STATUS.
004100
004110     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS CALC-RNC-KEY
004150         FILE STATUS IS CALC-KRL-RUN-FILE-STATUS.
004160
004200*-----------------------------------------------------------------*
004300* DATA DIVISION                                                    *
004400*-----------------------------------------------------------------*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CALC-KRI-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CALCKRSI.
005100
005200 FD  CALC-RATE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY CALCKRS.
005500
005520 FD  CALC-RUNC-FILE
005540     LABEL RECORDS ARE STANDARD.
005560     COPY CALCRUN.
005580
005600 WORKING-STORAGE SECTION.
005700*-----------------------------------------------------------------*
005800* FILE STATUS AND CONTROL SWITCHES                                  *
005900*-----------------------------------------------------------------*
006000 01  CALC-KRL-INPUT-STATUS        PIC X(02) VALUE '00'.
006100 01  CALC-KRL-RATE-STATUS         PIC X(02) VALUE '00'.
006200
006300 01  CALC-KRL-EOF-SW              PIC X(01) VALUE 'N'.
006400     88  CALC-KRL-EOF                     VALUE 'Y'.
006500     88  CALC-KRL-NOT-EOF                 VALUE 'N'.
006600
006700 01  CALC-KRL-INIT-SW             PIC X(01) VALUE 'Y'.
006800     88  CALC-KRL-INIT-OK                 VALUE 'Y'.
006900     88  CALC-KRL-INIT-FAILED             VALUE 'N'.
007000
007100 01  CALC-KRL-LINE-SW             PIC X(01) VALUE 'Y'.
007200     88  CALC-KRL-LINE-OK                 VALUE 'Y'.
007300     88  CALC-KRL-LINE-BAD                VALUE 'N'.
007400
007500 01  CALC-KRL-RUN-DATE            PIC 9(08) VALUE ZERO.
007600
007700 01  CALC-KRL-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
007800 01  CALC-KRL-ADD-COUNT           PIC 9(06) COMP VALUE ZERO.
007900 01  CALC-KRL-REPL-COUNT          PIC 9(06) COMP VALUE ZERO.
008000 01  CALC-KRL-DROP-COUNT          PIC 9(06) COMP VALUE ZERO.
008100
008103*-----------------------------------------------------------------*
008106* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
008109* must have ended cleanly there for the same business date        *
008112* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
008115*-----------------------------------------------------------------*
008118 01  CALC-KRL-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
008121 01  CALC-KRL-RUN-STEP            PIC X(10) VALUE 'CALCKRSL'.
008124 01  CALC-KRL-RUN-PREREQ-1        PIC X(10) VALUE SPACES.
008127 01  CALC-KRL-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
008130 01  CALC-KRL-RUN-WANTED          PIC X(10) VALUE SPACES.
008133 01  CALC-KRL-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
008136 01  CALC-KRL-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
008139 01  CALC-KRL-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
008142 01  CALC-KRL-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
008145
008148 01  CALC-KRL-RUN-ROW-SW          PIC X(01) VALUE 'N'.
008151     88  CALC-KRL-RUN-ROW-ON-FILE         VALUE 'Y'.
008154     88  CALC-KRL-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
008157 01  CALC-KRL-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
008160     88  CALC-KRL-RUN-IS-RERUN            VALUE 'Y'.
008163     88  CALC-KRL-RUN-NOT-RERUN           VALUE 'N'.
008166 01  CALC-KRL-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
008169     88  CALC-KRL-RUN-STARTED             VALUE 'Y'.
008172     88  CALC-KRL-RUN-NOT-STARTED         VALUE 'N'.
008175
008200*-----------------------------------------------------------------*
008300* PROCEDURE DIVISION                                                *
008400*-----------------------------------------------------------------*
008500 PROCEDURE DIVISION.
008600*=================================================================*
008700* MAIN-PARAGRAPH - one pass, load file to keyed rate file.        *
008800*=================================================================*
008900 MAIN-PARAGRAPH.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009100
009200     IF CALC-KRL-INIT-OK
009300         PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT
009400
009500         PERFORM 3000-LOAD-ONE-RECORD THRU 3000-EXIT
009600             UNTIL CALC-KRL-EOF
009700
009800         PERFORM 9000-TERMINATE THRU 9000-EXIT
009900     END-IF
010000
010030     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
010060
010100     STOP RUN.
010200
010300*=================================================================*
010400* 1000-INITIALIZE - the rate file is updated in place (I-O),      *
010500* with the standard first-open creation fallback, so a load only *
010600* ever touches the keys it carries.                               *
010700*=================================================================*
010800 1000-INITIALIZE.
010900     SET CALC-KRL-INIT-OK TO TRUE
010920     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
010940     IF CALC-KRL-INIT-FAILED
010960         GO TO 1000-EXIT
010980     END-IF
011000     ACCEPT CALC-KRL-RUN-DATE FROM DATE YYYYMMDD
011100     OPEN INPUT CALC-KRI-FILE
011200     IF CALC-KRL-INPUT-STATUS NOT = '00'
011300         DISPLAY 'Blad otwarcia CALC-KRI-FILE, status: '
011400             CALC-KRL-INPUT-STATUS
011500         SET CALC-KRL-INIT-FAILED TO TRUE
011600         GO TO 1000-EXIT
011700     END-IF
011800     OPEN I-O CALC-RATE-FILE
011900     IF CALC-KRL-RATE-STATUS = '35'
012000         OPEN OUTPUT CALC-RATE-FILE
012100         CLOSE CALC-RATE-FILE
012200         OPEN I-O CALC-RATE-FILE
012300     END-IF
012400     IF CALC-KRL-RATE-STATUS NOT = '00'
012500         DISPLAY 'Blad otwarcia CALC-RATE-FILE, status: '
012600             CALC-KRL-RATE-STATUS
012700         SET CALC-KRL-INIT-FAILED TO TRUE
012800         CLOSE CALC-KRI-FILE
012900     END-IF.
013000 1000-EXIT.
013100     EXIT.
013101
013102*=================================================================*
013103* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
013104* opened.  CALCRUNC must show each prerequisite step ended with   *
013105* RETURN-CODE 4 or less for today's business date, and no row     *
013106* of this step's own for it; otherwise the run is refused with    *
013107* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
013108* (an 'O' row) waives both checks for one run.  An accepted run   *
013109* is recorded as started at once, so an abend leaves it visibly   *
013110* unfinished on the file.                                         *
013111*=================================================================*
013112 1050-CHECK-RUN-CONTROL.
013113     ACCEPT CALC-KRL-RUN-BUS-DATE FROM DATE YYYYMMDD
013114     OPEN I-O CALC-RUNC-FILE
013115     IF CALC-KRL-RUN-FILE-STATUS = '35'
013116         OPEN OUTPUT CALC-RUNC-FILE
013117         CLOSE CALC-RUNC-FILE
013118         OPEN I-O CALC-RUNC-FILE
013119     END-IF
013120     IF CALC-KRL-RUN-FILE-STATUS NOT = '00'
013121         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
013122             CALC-KRL-RUN-FILE-STATUS
013123         SET CALC-KRL-INIT-FAILED TO TRUE
013124         MOVE 16 TO RETURN-CODE
013125         GO TO 1050-EXIT
013126     END-IF
013127
013128     MOVE CALC-KRL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
013129     MOVE CALC-KRL-RUN-STEP     TO CALC-RNC-STEP
013130     READ CALC-RUNC-FILE
013131         INVALID KEY
013132             SET CALC-KRL-RUN-ROW-NOT-ON-FILE TO TRUE
013133         NOT INVALID KEY
013134             SET CALC-KRL-RUN-ROW-ON-FILE TO TRUE
013135     END-READ
013136     IF CALC-KRL-RUN-ROW-ON-FILE
013137         MOVE CALC-RNC-ATTEMPT       TO CALC-KRL-RUN-ATTEMPT
013138         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-KRL-RUN-OVERRIDE-BY
013139         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-KRL-RUN-OVERRIDE-DATE
013140         IF CALC-RNC-IS-OVERRIDE
013141             SET CALC-KRL-RUN-IS-RERUN TO TRUE
013142             DISPLAY 'Powtorzenie kroku ' CALC-KRL-RUN-STEP
013143                 ' za zgoda: ' CALC-KRL-RUN-OVERRIDE-BY
013144         ELSE
013145             DISPLAY 'Krok ' CALC-KRL-RUN-STEP
013146                 ' byl juz uruchomiony dla daty '
013147                 CALC-KRL-RUN-BUS-DATE
013148             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
013149                 ' CALCRUNZ.'
013150             SET CALC-KRL-INIT-FAILED TO TRUE
013151             MOVE 16 TO RETURN-CODE
013152             GO TO 1050-CLOSE
013153         END-IF
013154     END-IF
013155
013156     IF CALC-KRL-RUN-NOT-RERUN
013157         IF CALC-KRL-RUN-PREREQ-1 NOT = SPACES
013158             MOVE CALC-KRL-RUN-PREREQ-1 TO CALC-KRL-RUN-WANTED
013159             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
013160         END-IF
013161         IF CALC-KRL-RUN-PREREQ-2 NOT = SPACES
013162             MOVE CALC-KRL-RUN-PREREQ-2 TO CALC-KRL-RUN-WANTED
013163             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
013164         END-IF
013165     END-IF
013166     IF CALC-KRL-INIT-FAILED
013167         GO TO 1050-CLOSE
013168     END-IF
013169
013170     MOVE SPACES TO CALC-RNC-RECORD
013171     MOVE CALC-KRL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
013172     MOVE CALC-KRL-RUN-STEP     TO CALC-RNC-STEP
013173     SET CALC-RNC-IS-STARTED TO TRUE
013174     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
013175     ACCEPT CALC-RNC-START-TIME FROM TIME
013176     MOVE ZERO TO CALC-RNC-END-DATE
013177                  CALC-RNC-END-TIME
013178                  CALC-RNC-RC
013179                  CALC-RNC-READ-COUNT
013180                  CALC-RNC-WRITE-COUNT
013181                  CALC-RNC-EXCP-COUNT
013182     ADD 1 TO CALC-KRL-RUN-ATTEMPT
013183     MOVE CALC-KRL-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
013184     MOVE CALC-KRL-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
013185     MOVE CALC-KRL-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
013186     IF CALC-KRL-RUN-IS-RERUN
013187         SET CALC-RNC-IS-RERUN TO TRUE
013188     ELSE
013189         SET CALC-RNC-IS-FIRST-RUN TO TRUE
013190     END-IF
013191     IF CALC-KRL-RUN-ROW-ON-FILE
013192         REWRITE CALC-RNC-RECORD
013193     ELSE
013194         WRITE CALC-RNC-RECORD
013195     END-IF
013196     IF CALC-KRL-RUN-FILE-STATUS = '00'
013197         SET CALC-KRL-RUN-STARTED TO TRUE
013198     ELSE
013199         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
013200             CALC-KRL-RUN-FILE-STATUS
013201         SET CALC-KRL-INIT-FAILED TO TRUE
013202         MOVE 16 TO RETURN-CODE
013203     END-IF.
013204 1050-CLOSE.
013205     CLOSE CALC-RUNC-FILE.
013206 1050-EXIT.
013207     EXIT.
013208
013209*=================================================================*
013210* 1060-CHECK-ONE-PREREQ - the step named in CALC-KRL-RUN-WANTED   *
013211* must have ended, not merely started, with RETURN-CODE 4 or      *
013212* less.                                                           *
013213*=================================================================*
013214 1060-CHECK-ONE-PREREQ.
013215     MOVE CALC-KRL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
013216     MOVE CALC-KRL-RUN-WANTED   TO CALC-RNC-STEP
013217     READ CALC-RUNC-FILE
013218         INVALID KEY
013219             DISPLAY 'Brak kroku poprzedzajacego '
013220                 CALC-KRL-RUN-WANTED
013221                 ' dla daty ' CALC-KRL-RUN-BUS-DATE
013222             SET CALC-KRL-INIT-FAILED TO TRUE
013223             MOVE 16 TO RETURN-CODE
013224         NOT INVALID KEY
013225             IF NOT CALC-RNC-IS-ENDED
013226                 OR CALC-RNC-RC > 4
013227                 DISPLAY 'Krok poprzedzajacy ' CALC-KRL-RUN-WANTED
013228                     ' niezakonczony lub z bledem, RC: '
013229                     CALC-RNC-RC
013230                 SET CALC-KRL-INIT-FAILED TO TRUE
013231                 MOVE 16 TO RETURN-CODE
013232             END-IF
013233     END-READ.
013234 1060-EXIT.
013235     EXIT.
013236
013300*=================================================================*
013400* 2000-READ-INPUT-RECORD                                           *
013500*=================================================================*
013600 2000-READ-INPUT-RECORD.
013700     READ CALC-KRI-FILE
013800         AT END
013900             SET CALC-KRL-EOF TO TRUE
014000     END-READ.
014100 2000-EXIT.
014200     EXIT.
014300
014400*=================================================================*
014500* 3000-LOAD-ONE-RECORD - validates the line, then adds the key or *
014600* replaces the rate on the key already there.                     *
014700*=================================================================*
014800 3000-LOAD-ONE-RECORD.
014900     ADD 1 TO CALC-KRL-READ-COUNT
015000     PERFORM 3100-VALIDATE-LINE THRU 3100-EXIT
015100     IF CALC-KRL-LINE-BAD
015200         ADD 1 TO CALC-KRL-DROP-COUNT
015300         GO TO 3000-NEXT
015400     END-IF
015500
015600     MOVE CALC-KRI-CURRENCY  TO CALC-KRS-CURRENCY
015700     MOVE CALC-KRI-RATE-DATE TO CALC-KRS-RATE-DATE
015800     READ CALC-RATE-FILE
015900         INVALID KEY
016000             MOVE SPACES             TO CALC-KRS-RECORD
016100             MOVE CALC-KRI-CURRENCY  TO CALC-KRS-CURRENCY
016200             MOVE CALC-KRI-RATE-DATE TO CALC-KRS-RATE-DATE
016300             MOVE CALC-KRI-RATE      TO CALC-KRS-RATE
016400             MOVE CALC-KRL-RUN-DATE  TO CALC-KRS-LOAD-DATE
016500             WRITE CALC-KRS-RECORD
016600             ADD 1 TO CALC-KRL-ADD-COUNT
016700         NOT INVALID KEY
016800             MOVE CALC-KRI-RATE      TO CALC-KRS-RATE
016900             MOVE CALC-KRL-RUN-DATE  TO CALC-KRS-LOAD-DATE
017000             REWRITE CALC-KRS-RECORD
017100             ADD 1 TO CALC-KRL-REPL-COUNT
017200     END-READ.
017300 3000-NEXT.
017400     PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT.
017500 3000-EXIT.
017600     EXIT.
017700
017800*=================================================================*
017900* 3100-VALIDATE-LINE - CALCKRSI is ops-prepared external input,   *
018000* so every field is proved before it is keyed: a three-letter    *
018100* currency code other than the base PLN, a real date and a       *
018200* numeric rate above zero.  A zero rate would post every foreign *
018300* amount as nothing, which is worse than no rate at all.         *
018400*=================================================================*
018500 3100-VALIDATE-LINE.
018600     SET CALC-KRL-LINE-OK TO TRUE
018700     IF CALC-KRI-CURRENCY NOT ALPHABETIC-UPPER
018800         OR CALC-KRI-CURRENCY(1:1) = SPACE
018900         OR CALC-KRI-CURRENCY(2:1) = SPACE
019000         OR CALC-KRI-CURRENCY(3:1) = SPACE
019100         OR CALC-KRI-CURRENCY = 'PLN'
019200         DISPLAY 'Zly kod waluty w kursie: '
019300             CALC-KRI-CURRENCY
019400         SET CALC-KRL-LINE-BAD TO TRUE
019500         GO TO 3100-EXIT
019600     END-IF
019700     IF CALC-KRI-RATE-DATE NOT NUMERIC
019800         OR CALC-KRI-MONTH < 01
019900         OR CALC-KRI-MONTH > 12
020000         OR CALC-KRI-DAY < 01
020100         OR CALC-KRI-DAY > 31
020200         DISPLAY 'Zla data kursu waluty: '
020300             CALC-KRI-CURRENCY
020400         SET CALC-KRL-LINE-BAD TO TRUE
020500         GO TO 3100-EXIT
020600     END-IF
020700     IF CALC-KRI-RATE NOT NUMERIC
020800         OR CALC-KRI-RATE = ZERO
020900         DISPLAY 'Zly kurs waluty: '
021000             CALC-KRI-CURRENCY ' z dnia ' CALC-KRI-RATE-DATE
021100         SET CALC-KRL-LINE-BAD TO TRUE
021200     END-IF.
021300 3100-EXIT.
021400     EXIT.
021500
021600*=================================================================*
021700* 9000-TERMINATE - read must equal added plus replaced plus       *
021800* dropped, and dropped should be 0.                               *
021900*=================================================================*
022000 9000-TERMINATE.
022100     CLOSE CALC-KRI-FILE
022200     CLOSE CALC-RATE-FILE
022300     DISPLAY 'Pozycji wczytano:   ' CALC-KRL-READ-COUNT
022400     DISPLAY 'Kursow dodano:      ' CALC-KRL-ADD-COUNT
022500     DISPLAY 'Kursow zmieniono:   ' CALC-KRL-REPL-COUNT
022600     DISPLAY 'Pozycji pominieto:  ' CALC-KRL-DROP-COUNT
022700     IF CALC-KRL-DROP-COUNT > ZERO
022800         MOVE 8 TO RETURN-CODE
022900     END-IF
023000     DISPLAY 'Koniec programu.'.
023100 9000-EXIT.
023200     EXIT.
036800
036900*=================================================================*
037000* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
037100* the end time, the return code and the key counts.  A run        *
037200* that failed before its files were open is recorded with         *
037300* RETURN-CODE 16 even where the step itself ends quietly, so      *
037400* nothing downstream may start off it.                            *
037500*=================================================================*
037600 9500-RECORD-RUN-END.
037700     IF CALC-KRL-RUN-NOT-STARTED
037800         GO TO 9500-EXIT
037900     END-IF
038000     OPEN I-O CALC-RUNC-FILE
038100     IF CALC-KRL-RUN-FILE-STATUS NOT = '00'
038200         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
038300             CALC-KRL-RUN-FILE-STATUS
038400         GO TO 9500-EXIT
038500     END-IF
038600     MOVE CALC-KRL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
038700     MOVE CALC-KRL-RUN-STEP     TO CALC-RNC-STEP
038800     READ CALC-RUNC-FILE
038900         INVALID KEY
039000             DISPLAY 'Brak wiersza kroku ' CALC-KRL-RUN-STEP
039100                 ' w CALCRUNC.'
039200         NOT INVALID KEY
039300             SET CALC-RNC-IS-ENDED TO TRUE
039400             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
039500             ACCEPT CALC-RNC-END-TIME FROM TIME
039600             MOVE RETURN-CODE TO CALC-RNC-RC
039700             IF CALC-KRL-INIT-FAILED
039800                 IF CALC-RNC-RC < 16
039900                     MOVE 16 TO CALC-RNC-RC
040000                 END-IF
040100             END-IF
040200             MOVE CALC-KRL-READ-COUNT TO CALC-RNC-READ-COUNT
040300             COMPUTE CALC-RNC-WRITE-COUNT = CALC-KRL-ADD-COUNT
040400                 + CALC-KRL-REPL-COUNT
040500             MOVE CALC-KRL-DROP-COUNT TO CALC-RNC-EXCP-COUNT
040600             REWRITE CALC-RNC-RECORD
040700     END-READ
040800     CLOSE CALC-RUNC-FILE.
040900 9500-EXIT.
041000     EXIT.
