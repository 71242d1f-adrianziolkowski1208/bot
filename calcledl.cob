000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCLEDL.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-12  JK   Original version.  Rebuilds the indexed ledger *
001100*                  copy (CALCLEDX, keyed by account plus          *
001200*                  transaction ID, alternate key on the period)   *
001300*                  from the live sequential CALCLEDG, the way     *
001400*                  CALCAUDL rebuilds CALCAUDX from the audit log. *
001500*                  CALCAINQ, CALCTBAL and CALCMSUM read the copy  *
001600*                  by key instead of scanning the whole ledger.   *
001700*                  A full reload every run keeps it exactly in    *
001800*                  step with the ledger.  Trailers are skipped;   *
001900*                  a row older than the period field gets the     *
002000*                  month of its posting date as its period.  Run  *
002100*                  after each batch day, after CALCDAYC, under    *
002200*                  the same run control as CALCAUDL.              *
002300*=================================================================*
002400*
002500*-----------------------------------------------------------------*
002600* ENVIRONMENT DIVISION                                             *
002700*-----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CALC-LEDGER-FILE ASSIGN TO 'CALCLEDG'
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CALC-LDL-LEDGER-STATUS.
003700
003800     SELECT CALC-LEDX-FILE ASSIGN TO 'CALCLEDX'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CALC-LEDX-KEY
004200         ALTERNATE RECORD KEY IS CALC-LEDX-PERIOD
004300             WITH DUPLICATES
004400         FILE STATUS IS CALC-LDL-LEDX-STATUS.
004500
004600     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CALC-RNC-KEY
005000         FILE STATUS IS CALC-LDL-RUN-FILE-STATUS.
005100
005200*-----------------------------------------------------------------*
005300* DATA DIVISION                                                    *
005400*-----------------------------------------------------------------*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CALC-LEDGER-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY CALCLEDG.
006100
006200 FD  CALC-LEDX-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CALCLEDX.
006500
006600 FD  CALC-RUNC-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CALCRUN.
006900
007000 WORKING-STORAGE SECTION.
007100*-----------------------------------------------------------------*
007200* FILE STATUS AND CONTROL SWITCHES                                  *
007300*-----------------------------------------------------------------*
007400 01  CALC-LDL-LEDGER-STATUS       PIC X(02) VALUE '00'.
007500 01  CALC-LDL-LEDX-STATUS         PIC X(02) VALUE '00'.
007600
007700 01  CALC-LDL-EOF-SW              PIC X(01) VALUE 'N'.
007800     88  CALC-LDL-EOF                     VALUE 'Y'.
007900     88  CALC-LDL-NOT-EOF                 VALUE 'N'.
008000
008100 01  CALC-LDL-INIT-SW             PIC X(01) VALUE 'Y'.
008200     88  CALC-LDL-INIT-OK                 VALUE 'Y'.
008300     88  CALC-LDL-INIT-FAILED             VALUE 'N'.
008400
008500 01  CALC-LDL-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
008600 01  CALC-LDL-TRAILER-COUNT       PIC 9(08) COMP VALUE ZERO.
008700 01  CALC-LDL-LOAD-COUNT          PIC 9(08) COMP VALUE ZERO.
008800 01  CALC-LDL-DROP-COUNT          PIC 9(08) COMP VALUE ZERO.
008900 01  CALC-LDL-PERIOD-FILL-COUNT   PIC 9(08) COMP VALUE ZERO.
009000
009100*-----------------------------------------------------------------*
009200* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
009300* must have ended cleanly there for the same business date        *
009400* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
009500*-----------------------------------------------------------------*
009600 01  CALC-LDL-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
009700 01  CALC-LDL-RUN-STEP            PIC X(10) VALUE 'CALCLEDL'.
009800 01  CALC-LDL-RUN-PREREQ-1        PIC X(10) VALUE 'CALCDAYC'.
009900 01  CALC-LDL-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
010000 01  CALC-LDL-RUN-WANTED          PIC X(10) VALUE SPACES.
010100 01  CALC-LDL-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
010200 01  CALC-LDL-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
010300 01  CALC-LDL-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
010400 01  CALC-LDL-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
010500
010600 01  CALC-LDL-RUN-ROW-SW          PIC X(01) VALUE 'N'.
010700     88  CALC-LDL-RUN-ROW-ON-FILE         VALUE 'Y'.
010800     88  CALC-LDL-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
010900 01  CALC-LDL-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
011000     88  CALC-LDL-RUN-IS-RERUN            VALUE 'Y'.
011100     88  CALC-LDL-RUN-NOT-RERUN           VALUE 'N'.
011200 01  CALC-LDL-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
011300     88  CALC-LDL-RUN-STARTED             VALUE 'Y'.
011400     88  CALC-LDL-RUN-NOT-STARTED         VALUE 'N'.
011500
011600*-----------------------------------------------------------------*
011700* PROCEDURE DIVISION                                                *
011800*-----------------------------------------------------------------*
011900 PROCEDURE DIVISION.
012000*=================================================================*
012100* MAIN-PARAGRAPH - one pass, live ledger to keyed copy.           *
012200*=================================================================*
012300 MAIN-PARAGRAPH.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012500
012600     IF CALC-LDL-INIT-OK
012700         PERFORM 2000-READ-LEDGER-RECORD THRU 2000-EXIT
012800
012900         PERFORM 3000-LOAD-ONE-RECORD THRU 3000-EXIT
013000             UNTIL CALC-LDL-EOF
013100
013200         PERFORM 9000-TERMINATE THRU 9000-EXIT
013300     END-IF
013400
013500     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
013600
013700     STOP RUN.
013800
013900*=================================================================*
014000* 1000-INITIALIZE - OPEN OUTPUT wipes and rebuilds the keyed      *
014100* copy from scratch; the live CALCLEDG stays untouched.  A ledger *
014200* that does not exist yet (status 35: nothing posted so far)      *
014300* loads as an empty copy, so the readers still find a file.       *
014400*=================================================================*
014500 1000-INITIALIZE.
014600     SET CALC-LDL-INIT-OK TO TRUE
014700     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
014800     IF CALC-LDL-INIT-FAILED
014900         GO TO 1000-EXIT
015000     END-IF
015100     OPEN INPUT CALC-LEDGER-FILE
015200     IF CALC-LDL-LEDGER-STATUS = '35'
015300         SET CALC-LDL-EOF TO TRUE
015400     ELSE
015500         IF CALC-LDL-LEDGER-STATUS NOT = '00'
015600             DISPLAY 'Blad otwarcia CALC-LEDGER-FILE, status: '
015700                 CALC-LDL-LEDGER-STATUS
015800             SET CALC-LDL-INIT-FAILED TO TRUE
015900             GO TO 1000-EXIT
016000         END-IF
016100     END-IF
016200     OPEN OUTPUT CALC-LEDX-FILE
016300     IF CALC-LDL-LEDX-STATUS NOT = '00'
016400         DISPLAY 'Blad otwarcia CALC-LEDX-FILE, status: '
016500             CALC-LDL-LEDX-STATUS
016600         SET CALC-LDL-INIT-FAILED TO TRUE
016700         IF CALC-LDL-NOT-EOF
016800             CLOSE CALC-LEDGER-FILE
016900         END-IF
017000     END-IF.
017100 1000-EXIT.
017200     EXIT.
017201
017202*=================================================================*
017203* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
017204* opened.  CALCRUNC must show each prerequisite step ended with   *
017205* RETURN-CODE 4 or less for today's business date, and no row     *
017206* of this step's own for it; otherwise the run is refused with    *
017207* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
017208* (an 'O' row) waives both checks for one run.  An accepted run   *
017209* is recorded as started at once, so an abend leaves it visibly   *
017210* unfinished on the file.                                         *
017211*=================================================================*
017212 1050-CHECK-RUN-CONTROL.
017213     ACCEPT CALC-LDL-RUN-BUS-DATE FROM DATE YYYYMMDD
017214     OPEN I-O CALC-RUNC-FILE
017215     IF CALC-LDL-RUN-FILE-STATUS = '35'
017216         OPEN OUTPUT CALC-RUNC-FILE
017217         CLOSE CALC-RUNC-FILE
017218         OPEN I-O CALC-RUNC-FILE
017219     END-IF
017220     IF CALC-LDL-RUN-FILE-STATUS NOT = '00'
017221         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
017222             CALC-LDL-RUN-FILE-STATUS
017223         SET CALC-LDL-INIT-FAILED TO TRUE
017224         MOVE 16 TO RETURN-CODE
017225         GO TO 1050-EXIT
017226     END-IF
017227
017228     MOVE CALC-LDL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
017229     MOVE CALC-LDL-RUN-STEP     TO CALC-RNC-STEP
017230     READ CALC-RUNC-FILE
017231         INVALID KEY
017232             SET CALC-LDL-RUN-ROW-NOT-ON-FILE TO TRUE
017233         NOT INVALID KEY
017234             SET CALC-LDL-RUN-ROW-ON-FILE TO TRUE
017235     END-READ
017236     IF CALC-LDL-RUN-ROW-ON-FILE
017237         MOVE CALC-RNC-ATTEMPT       TO CALC-LDL-RUN-ATTEMPT
017238         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-LDL-RUN-OVERRIDE-BY
017239         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-LDL-RUN-OVERRIDE-DATE
017240         IF CALC-RNC-IS-OVERRIDE
017241             SET CALC-LDL-RUN-IS-RERUN TO TRUE
017242             DISPLAY 'Powtorzenie kroku ' CALC-LDL-RUN-STEP
017243                 ' za zgoda: ' CALC-LDL-RUN-OVERRIDE-BY
017244         ELSE
017245             DISPLAY 'Krok ' CALC-LDL-RUN-STEP
017246                 ' byl juz uruchomiony dla daty '
017247                 CALC-LDL-RUN-BUS-DATE
017248             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
017249                 ' CALCRUNZ.'
017250             SET CALC-LDL-INIT-FAILED TO TRUE
017251             MOVE 16 TO RETURN-CODE
017252             GO TO 1050-CLOSE
017253         END-IF
017254     END-IF
017255
017256     IF CALC-LDL-RUN-NOT-RERUN
017257         IF CALC-LDL-RUN-PREREQ-1 NOT = SPACES
017258             MOVE CALC-LDL-RUN-PREREQ-1 TO CALC-LDL-RUN-WANTED
017259             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
017260         END-IF
017261         IF CALC-LDL-RUN-PREREQ-2 NOT = SPACES
017262             MOVE CALC-LDL-RUN-PREREQ-2 TO CALC-LDL-RUN-WANTED
017263             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
017264         END-IF
017265     END-IF
017266     IF CALC-LDL-INIT-FAILED
017267         GO TO 1050-CLOSE
017268     END-IF
017269
017270     MOVE SPACES TO CALC-RNC-RECORD
017271     MOVE CALC-LDL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
017272     MOVE CALC-LDL-RUN-STEP     TO CALC-RNC-STEP
017273     SET CALC-RNC-IS-STARTED TO TRUE
017274     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
017275     ACCEPT CALC-RNC-START-TIME FROM TIME
017276     MOVE ZERO TO CALC-RNC-END-DATE
017277                  CALC-RNC-END-TIME
017278                  CALC-RNC-RC
017279                  CALC-RNC-READ-COUNT
017280                  CALC-RNC-WRITE-COUNT
017281                  CALC-RNC-EXCP-COUNT
017282     ADD 1 TO CALC-LDL-RUN-ATTEMPT
017283     MOVE CALC-LDL-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
017284     MOVE CALC-LDL-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
017285     MOVE CALC-LDL-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
017286     IF CALC-LDL-RUN-IS-RERUN
017287         SET CALC-RNC-IS-RERUN TO TRUE
017288     ELSE
017289         SET CALC-RNC-IS-FIRST-RUN TO TRUE
017290     END-IF
017291     IF CALC-LDL-RUN-ROW-ON-FILE
017292         REWRITE CALC-RNC-RECORD
017293     ELSE
017294         WRITE CALC-RNC-RECORD
017295     END-IF
017296     IF CALC-LDL-RUN-FILE-STATUS = '00'
017297         SET CALC-LDL-RUN-STARTED TO TRUE
017298     ELSE
017299         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
017300             CALC-LDL-RUN-FILE-STATUS
017301         SET CALC-LDL-INIT-FAILED TO TRUE
017302         MOVE 16 TO RETURN-CODE
017303     END-IF.
017304 1050-CLOSE.
017305     CLOSE CALC-RUNC-FILE.
017306 1050-EXIT.
017307     EXIT.
017308
017309*=================================================================*
017310* 1060-CHECK-ONE-PREREQ - the step named in CALC-LDL-RUN-WANTED   *
017311* must have ended, not merely started, with RETURN-CODE 4 or      *
017312* less.                                                           *
017313*=================================================================*
017314 1060-CHECK-ONE-PREREQ.
017315     MOVE CALC-LDL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
017316     MOVE CALC-LDL-RUN-WANTED   TO CALC-RNC-STEP
017317     READ CALC-RUNC-FILE
017318         INVALID KEY
017319             DISPLAY 'Brak kroku poprzedzajacego '
017320                 CALC-LDL-RUN-WANTED
017321                 ' dla daty ' CALC-LDL-RUN-BUS-DATE
017322             SET CALC-LDL-INIT-FAILED TO TRUE
017323             MOVE 16 TO RETURN-CODE
017324         NOT INVALID KEY
017325             IF NOT CALC-RNC-IS-ENDED
017326                 OR CALC-RNC-RC > 4
017327                 DISPLAY 'Krok poprzedzajacy ' CALC-LDL-RUN-WANTED
017328                     ' niezakonczony lub z bledem, RC: '
017329                     CALC-RNC-RC
017330                 SET CALC-LDL-INIT-FAILED TO TRUE
017331                 MOVE 16 TO RETURN-CODE
017332             END-IF
017333     END-READ.
017334 1060-EXIT.
017335     EXIT.
017336
017400*=================================================================*
017500* 2000-READ-LEDGER-RECORD - control-total trailer records ('T'    *
017600* mark byte) balance the hand-off run by run; they are not        *
017700* postings and are counted and skipped, not loaded.               *
017800*=================================================================*
017900 2000-READ-LEDGER-RECORD.
018000     IF CALC-LDL-EOF
018100         GO TO 2000-EXIT
018200     END-IF
018300     READ CALC-LEDGER-FILE
018400         AT END
018500             SET CALC-LDL-EOF TO TRUE
018600             GO TO 2000-EXIT
018700     END-READ
018800     IF CALC-LEDG-IS-TRAILER
018900         ADD 1 TO CALC-LDL-TRAILER-COUNT
019000         GO TO 2000-READ-LEDGER-RECORD
019100     END-IF.
019200 2000-EXIT.
019300     EXIT.
019400
019500*=================================================================*
019600* 3000-LOAD-ONE-RECORD - the ledger is written in transaction ID  *
019700* order, not account order, so the copy is loaded by random       *
019800* WRITE on the account plus ID key.  A row with no period         *
019900* (written before the period field existed) takes the month of    *
020000* its posting date, as CALCMSUM has always read it.  A duplicate  *
020100* key is counted and reported rather than abandoning the load.    *
020200*=================================================================*
020300 3000-LOAD-ONE-RECORD.
020400     ADD 1 TO CALC-LDL-READ-COUNT
020500     MOVE SPACES                TO CALC-LEDX-RECORD
020600     MOVE CALC-LEDG-ACCOUNT     TO CALC-LEDX-ACCOUNT
020700     MOVE CALC-LEDG-TRANS-ID    TO CALC-LEDX-TRANS-ID
020800     MOVE CALC-LEDG-POST-DATE   TO CALC-LEDX-POST-DATE
020900     MOVE CALC-LEDG-AMOUNT      TO CALC-LEDX-AMOUNT
021000     IF CALC-LEDG-PERIOD NUMERIC
021100         MOVE CALC-LEDG-PERIOD  TO CALC-LEDX-PERIOD
021200     ELSE
021300         MOVE CALC-LEDG-POST-DATE(1:6) TO CALC-LEDX-PERIOD
021400         ADD 1 TO CALC-LDL-PERIOD-FILL-COUNT
021500     END-IF
021600     MOVE CALC-LEDG-CURRENCY    TO CALC-LEDX-CURRENCY
021700     MOVE CALC-LEDG-ORIG-AMOUNT TO CALC-LEDX-ORIG-AMOUNT
021800     MOVE CALC-LEDG-RATE        TO CALC-LEDX-RATE
021900     WRITE CALC-LEDX-RECORD
022000         INVALID KEY
022100             ADD 1 TO CALC-LDL-DROP-COUNT
022200             DISPLAY 'Pominieto zly klucz, konto: '
022300                 CALC-LEDX-ACCOUNT ' ID: ' CALC-LEDX-TRANS-ID
022400         NOT INVALID KEY
022500             ADD 1 TO CALC-LDL-LOAD-COUNT
022600     END-WRITE
022700     PERFORM 2000-READ-LEDGER-RECORD THRU 2000-EXIT.
022800 3000-EXIT.
022900     EXIT.
023000
023100*=================================================================*
023200* 9000-TERMINATE - the loaded count is the completeness proof:    *
023300* read must equal loaded plus dropped, and dropped should be 0.   *
023400*=================================================================*
023500 9000-TERMINATE.
023600     IF CALC-LDL-LEDGER-STATUS NOT = '35'
023700         CLOSE CALC-LEDGER-FILE
023800     END-IF
023900     CLOSE CALC-LEDX-FILE
024000     DISPLAY 'Pozycji wczytano:     ' CALC-LDL-READ-COUNT
024100     DISPLAY 'Trailerow pominieto:  ' CALC-LDL-TRAILER-COUNT
024200     DISPLAY 'Pozycji zaladowano:   ' CALC-LDL-LOAD-COUNT
024300     DISPLAY 'Pozycji pominieto:    ' CALC-LDL-DROP-COUNT
024400     DISPLAY 'Okres z daty ksieg.:  ' CALC-LDL-PERIOD-FILL-COUNT
024500     IF CALC-LDL-DROP-COUNT > ZERO
024600         MOVE 8 TO RETURN-CODE
024700     END-IF
024800     DISPLAY 'Koniec programu.'.
024900 9000-EXIT.
025000     EXIT.
038700
038800*=================================================================*
038900* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
039000* the end time, the return code and the key counts.  A run        *
039100* that failed before its files were open is recorded with         *
039200* RETURN-CODE 16 even where the step itself ends quietly, so      *
039300* nothing downstream may start off it.                            *
039400*=================================================================*
039500 9500-RECORD-RUN-END.
039600     IF CALC-LDL-RUN-NOT-STARTED
039700         GO TO 9500-EXIT
039800     END-IF
039900     OPEN I-O CALC-RUNC-FILE
040000     IF CALC-LDL-RUN-FILE-STATUS NOT = '00'
040100         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
040200             CALC-LDL-RUN-FILE-STATUS
040300         GO TO 9500-EXIT
040400     END-IF
040500     MOVE CALC-LDL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
040600     MOVE CALC-LDL-RUN-STEP     TO CALC-RNC-STEP
040700     READ CALC-RUNC-FILE
040800         INVALID KEY
040900             DISPLAY 'Brak wiersza kroku ' CALC-LDL-RUN-STEP
041000                 ' w CALCRUNC.'
041100         NOT INVALID KEY
041200             SET CALC-RNC-IS-ENDED TO TRUE
041300             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
041400             ACCEPT CALC-RNC-END-TIME FROM TIME
041500             MOVE RETURN-CODE TO CALC-RNC-RC
041600             IF CALC-LDL-INIT-FAILED
041700                 IF CALC-RNC-RC < 16
041800                     MOVE 16 TO CALC-RNC-RC
041900                 END-IF
042000             END-IF
042100             MOVE CALC-LDL-READ-COUNT TO CALC-RNC-READ-COUNT
042200             MOVE CALC-LDL-LOAD-COUNT TO CALC-RNC-WRITE-COUNT
042300             MOVE CALC-LDL-DROP-COUNT TO CALC-RNC-EXCP-COUNT
042400             REWRITE CALC-RNC-RECORD
042500     END-READ
042600     CLOSE CALC-RUNC-FILE.
042700 9500-EXIT.
042800     EXIT.
