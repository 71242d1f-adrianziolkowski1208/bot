000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCDUPC.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-09-21  JK   Original version.  Duplicate-suspect check     *
001100*                  run between CALCEDIT and the CALCULATOR        *
001200*                  posting run.  Every validated record is        *
001300*                  compared on account, NUM1, operator and NUM2   *
001400*                  against the records ahead of it in the same    *
001500*                  day's work (one shop keying what CALCSTDG      *
001600*                  already generated, two shops keying the same   *
001700*                  slip) and against the clean postings of the    *
001800*                  last few days on the keyed audit copy          *
001900*                  CALCAUDX (yesterday's file sent again).  The   *
002000*                  look-back in days comes from the PARM.  A      *
002100*                  match is held on CALCHELD instead of going to  *
002200*                  posting, and printed with both sources and     *
002300*                  the earlier record's ID; everything else is    *
002400*                  copied to CALCCLEN (the posting step's         *
002500*                  CALCTRNS) under a fresh control-total          *
002600*                  trailer.  CALCDUPR lets a supervisor release   *
002700*                  or drop each held item.                        *
002710* 2026-10-05  JK   Clean file and its trailer widened to the      *
002720*                  50-byte transaction layout.  The match is      *
002730*                  still on account, NUM1, operator and NUM2      *
002740*                  only: the same figures keyed twice in two      *
002750*                  currencies are worth a supervisor's look as    *
002760*                  well.                                          *
002770* 2026-10-05  JK   An entry marked CALC-AUDX-NO-RATE never posted *
002780*                  and is left out of the posted-work table like  *
002790*                  the other suspended entries.                   *
002791* 2026-10-09  JK   Run control: before any file is opened the     *
002792*                  step checks CALCRUNC. It refuses with          *
002793*                  RETURN-CODE 16 unless CALCEDIT ended with      *
002794*                  RETURN-CODE 4 or less for the same business    *
002795*                  date and this step has not run for it yet,     *
002796*                  unless a rerun permission was granted through  *
002797*                  CALCRUNZ. Start, end, return code and key      *
002798*                  counts are recorded on CALCRUNC for the        *
002799*                  CALCRUNR timeline.                             *
002800* 2026-10-15  JK   Cost allocations are now checked against       *
002801*                  history too.  Only the pool leg of an 'A'      *
002802*                  entry is loaded (CALC-AUDX-ALLOC-ID equal to   *
002803*                  its own ID), with the rule code from           *
002804*                  CALC-AUDX-ALLOC-RULE as its account, and NUM2  *
002805*                  is not compared for 'A', so an allocation file *
002806*                  resubmitted on a later day is held like any    *
002807*                  other duplicate.                               *
002808* 2026-10-15  JK   A full history table no longer stops the load  *
002809*                  and drops the newest days.  The load now goes  *
002810*                  round and overwrites the oldest slots, so the  *
002811*                  most recent 5000 clean postings are always     *
002812*                  compared.  The console and CALCDUPO give the   *
002813*                  oldest date still compared, and the run ends   *
002814*                  with RETURN-CODE 4 as before.                  *
002815*=================================================================*
002900*
003000*-----------------------------------------------------------------*
003100* ENVIRONMENT DIVISION                                             *
003200*-----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CALC-VALID-FILE ASSIGN TO 'CALCVALD'
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS CALC-DPC-VALID-STATUS.
004200
004300     SELECT CALC-AUDX-FILE ASSIGN TO 'CALCAUDX'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CALC-AUDX-TRANS-ID
004700         ALTERNATE RECORD KEY IS CALC-AUDX-DATE
004800             WITH DUPLICATES
004900         FILE STATUS IS CALC-DPC-AUDX-STATUS.
005000
005100     SELECT CALC-CLEAN-FILE ASSIGN TO 'CALCCLEN'
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CALC-DPC-CLEAN-STATUS.
005400
005500     SELECT CALC-HELD-FILE ASSIGN TO 'CALCHELD'
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CALC-DPC-HELD-STATUS.
005800
005900     SELECT CALC-DUPC-RPT-FILE ASSIGN TO 'CALCDUPO'
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CALC-DPC-PRINT-STATUS.
006200
006210     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS RANDOM
006240         RECORD KEY IS CALC-RNC-KEY
006250         FILE STATUS IS CALC-DPC-RUN-FILE-STATUS.
006260
006300*-----------------------------------------------------------------*
006400* DATA DIVISION                                                    *
006500*-----------------------------------------------------------------*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CALC-VALID-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CALCTRN.
007200
007300 FD  CALC-AUDX-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CALCAUDX.
007600
007700 FD  CALC-CLEAN-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  CALC-CLEAN-RECORD            PIC X(50).
008100
008200 FD  CALC-HELD-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CALCDUP.
008600
008700 FD  CALC-DUPC-RPT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 132 CHARACTERS.
009100 01  CALC-DPC-LINE                PIC X(132).
009200
009220 FD  CALC-RUNC-FILE
009240     LABEL RECORDS ARE STANDARD.
009260     COPY CALCRUN.
009280
009300 WORKING-STORAGE SECTION.
009400*-----------------------------------------------------------------*
009500* FILE STATUS AND CONTROL SWITCHES                                  *
009600*-----------------------------------------------------------------*
009700 01  CALC-DPC-VALID-STATUS        PIC X(02) VALUE '00'.
009800 01  CALC-DPC-AUDX-STATUS         PIC X(02) VALUE '00'.
009900 01  CALC-DPC-CLEAN-STATUS        PIC X(02) VALUE '00'.
010000 01  CALC-DPC-HELD-STATUS         PIC X(02) VALUE '00'.
010100 01  CALC-DPC-PRINT-STATUS        PIC X(02) VALUE '00'.
010200
010300 01  CALC-DPC-EOF-SW              PIC X(01) VALUE 'N'.
010400     88  CALC-DPC-EOF                     VALUE 'Y'.
010500     88  CALC-DPC-NOT-EOF                 VALUE 'N'.
010600
010700 01  CALC-DPC-INIT-SW             PIC X(01) VALUE 'Y'.
010800     88  CALC-DPC-INIT-OK                 VALUE 'Y'.
010900     88  CALC-DPC-INIT-FAILED             VALUE 'N'.
011000
011100 01  CALC-DPC-AUDX-SW             PIC X(01) VALUE 'N'.
011200     88  CALC-DPC-AUDX-AVAILABLE          VALUE 'Y'.
011300     88  CALC-DPC-AUDX-NOT-AVAILABLE      VALUE 'N'.
011400
011500 01  CALC-DPC-HIST-EOF-SW         PIC X(01) VALUE 'N'.
011600     88  CALC-DPC-HIST-EOF                VALUE 'Y'.
011700     88  CALC-DPC-HIST-NOT-EOF            VALUE 'N'.
011800
011900 01  CALC-DPC-FOUND-SW            PIC X(01) VALUE 'N'.
012000     88  CALC-DPC-FOUND                   VALUE 'Y'.
012100     88  CALC-DPC-NOT-FOUND               VALUE 'N'.
012200
012300 01  CALC-DPC-FULL-SW             PIC X(01) VALUE 'N'.
012400     88  CALC-DPC-TABLE-FULL              VALUE 'Y'.
012500     88  CALC-DPC-TABLE-NOT-FULL          VALUE 'N'.
012600
012620 01  CALC-DPC-WRAP-SW             PIC X(01) VALUE 'N'.
012640     88  CALC-DPC-HIST-WRAPPED            VALUE 'Y'.
012660     88  CALC-DPC-HIST-NOT-WRAPPED        VALUE 'N'.
012680
012700*-----------------------------------------------------------------*
012800* LOOK-BACK - the number of days of CALCAUDX history a record is  *
012900* compared against, from the PARM as three digits (PARM='007');   *
013000* without a PARM the standard week is used.  The cutoff is the    *
013100* first audit date still inside the look-back.                    *
013200*-----------------------------------------------------------------*
013300 01  CALC-DPC-LOOKBACK-X          PIC X(03) VALUE SPACES.
013400 01  CALC-DPC-LOOKBACK-DAYS       PIC 9(03) VALUE 007.
013500 01  CALC-DPC-RUN-DATE            PIC 9(08) VALUE ZERO.
013600 01  CALC-DPC-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
013700 01  CALC-DPC-DAY-NUMBER          PIC 9(07) VALUE ZERO.
013800
013900*-----------------------------------------------------------------*
014000* HISTORY TABLE - the clean postings inside the look-back, loaded *
014100* once from CALCAUDX along its date key.  Only work that really   *
014200* posted can be paid twice, so failed entries, reversals and       *
014210* master changes are left out.  The entries come in date order;   *
014220* once all 5000 slots are filled the load goes round again from   *
014230* slot 1 over the oldest, so the newest days - where a resent     *
014240* batch would match - are always kept.  CALC-DPC-HIST-NEXT is the *
014250* slot last written and CALC-DPC-HIST-FROM the oldest date still  *
014260* held after a wrap.                                              *
014400*-----------------------------------------------------------------*
014500 01  CALC-DPC-HIST-TABLE.
014600     05  CALC-DPC-HIST-ENTRY OCCURS 5000 TIMES
014700                             INDEXED BY CALC-DPC-HIST-IDX.
014800         10  CALC-DPC-H-ACCOUNT    PIC X(08).
014900         10  CALC-DPC-H-NUM1       PIC S9(09)V99.
015000         10  CALC-DPC-H-OPERATOR   PIC X(01).
015100         10  CALC-DPC-H-NUM2       PIC S9(09)V99.
015200         10  CALC-DPC-H-TRANS-ID   PIC 9(08).
015300         10  CALC-DPC-H-DATE       PIC 9(08).
015400         10  CALC-DPC-H-SOURCE     PIC X(01).
015500 01  CALC-DPC-HIST-USED           PIC 9(04) COMP VALUE ZERO.
015520 01  CALC-DPC-HIST-NEXT           PIC 9(04) COMP VALUE ZERO.
015540 01  CALC-DPC-HIST-FROM           PIC 9(08) VALUE ZERO.
015600
015700*-----------------------------------------------------------------*
015800* DAY TABLE - every record of today's work already passed clean,  *
015900* so a later copy of it is caught however far apart the two sit  *
016000* in the merged file.                                             *
016100*-----------------------------------------------------------------*
016200 01  CALC-DPC-DAY-TABLE.
016300     05  CALC-DPC-DAY-ENTRY OCCURS 5000 TIMES
016400                            INDEXED BY CALC-DPC-DAY-IDX.
016500         10  CALC-DPC-D-ACCOUNT    PIC X(08).
016600         10  CALC-DPC-D-NUM1       PIC S9(09)V99.
016700         10  CALC-DPC-D-OPERATOR   PIC X(01).
016800         10  CALC-DPC-D-NUM2       PIC S9(09)V99.
016900         10  CALC-DPC-D-SEQ-NO     PIC 9(06).
017000         10  CALC-DPC-D-SOURCE     PIC X(01).
017100 01  CALC-DPC-DAY-USED            PIC 9(04) COMP VALUE ZERO.
017200
017300*-----------------------------------------------------------------*
017400* BATCH BALANCING - what was read, checked against the CALCEDIT   *
017500* trailer, and what passed, carried onto the fresh trailer of     *
017600* the clean file the posting run balances against.              *
017700*-----------------------------------------------------------------*
017800 01  CALC-DPC-IN-HASH1            PIC S9(11)V99 VALUE ZERO.
017900 01  CALC-DPC-IN-HASH2            PIC S9(11)V99 VALUE ZERO.
018000 01  CALC-DPC-OUT-HASH1           PIC S9(11)V99 VALUE ZERO.
018100 01  CALC-DPC-OUT-HASH2           PIC S9(11)V99 VALUE ZERO.
018200
018300 01  CALC-DPC-TRL-SEEN-SW         PIC X(01) VALUE 'N'.
018400     88  CALC-DPC-TRL-SEEN                VALUE 'Y'.
018500     88  CALC-DPC-TRL-NOT-SEEN            VALUE 'N'.
018600 01  CALC-DPC-BAL-SW              PIC X(01) VALUE 'N'.
018700     88  CALC-DPC-OUT-OF-BALANCE          VALUE 'Y'.
018800     88  CALC-DPC-IN-BALANCE              VALUE 'N'.
018900
019000 01  CALC-DPC-CLEAN-TRAILER.
019100     05  FILLER                   PIC X(01) VALUE 'T'.
019200     05  FILLER                   PIC X(05) VALUE SPACES.
019300     05  CALC-DPC-CTRL-COUNT      PIC 9(06) VALUE ZERO.
019400     05  CALC-DPC-CTRL-HASH1      PIC S9(11)V99 VALUE ZERO.
019500     05  CALC-DPC-CTRL-HASH2      PIC S9(11)V99 VALUE ZERO.
019600     05  FILLER                   PIC X(12) VALUE SPACES.
019700
019800*-----------------------------------------------------------------*
019900* RUN COUNTERS                                                      *
020000*-----------------------------------------------------------------*
020100 01  CALC-DPC-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
020200 01  CALC-DPC-PASS-COUNT          PIC 9(06) COMP VALUE ZERO.
020300 01  CALC-DPC-HELD-DAY-COUNT      PIC 9(06) COMP VALUE ZERO.
020400 01  CALC-DPC-HELD-HIST-COUNT     PIC 9(06) COMP VALUE ZERO.
020500 01  CALC-DPC-HIST-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
020600
020700*-----------------------------------------------------------------*
020800* PRINT LINE LAYOUTS                                                *
020900*-----------------------------------------------------------------*
021000 01  CALC-DPC-HEADING-LINE.
021100     05  FILLER                  PIC X(40) VALUE
021200         'PODEJRZENIA DUPLIKATOW  -  DATA         '.
021300     05  CALC-DPC-HD-DATE        PIC 9(08).
021400     05  FILLER                  PIC X(24) VALUE
021500         '   HISTORIA CALCAUDX OD '.
021600     05  CALC-DPC-HD-CUTOFF      PIC 9(08).
021700
021800 01  CALC-DPC-COLUMN-LINE.
021900     05  FILLER                  PIC X(44) VALUE
022000         ' SEKW ZR KONTO              NUM1 OP         '.
022100     05  FILLER                  PIC X(44) VALUE
022200         '    NUM2  ZGODNY Z   ZR  WCZESNIEJSZY   DATA'.
022300
022400 01  CALC-DPC-DETAIL-LINE.
022500     05  CALC-DPC-D-SEQ          PIC ZZZZZ9.
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  CALC-DPC-D-SRC          PIC X(01).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  CALC-DPC-D-ACCT         PIC X(08).
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  CALC-DPC-D-N1           PIC -(9)9.99.
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  CALC-DPC-D-OP           PIC X(01).
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  CALC-DPC-D-N2           PIC -(9)9.99.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  CALC-DPC-D-KIND         PIC X(09).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  CALC-DPC-D-EARLY-SRC    PIC X(01).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  CALC-DPC-D-EARLY-TEXT   PIC X(06).
024200     05  CALC-DPC-D-EARLY-ID     PIC 9(08).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  CALC-DPC-D-EARLY-DATE   PIC 9(08).
024500
024600 01  CALC-DPC-TOTAL-LINE.
024700     05  CALC-DPC-T-TEXT         PIC X(40).
024800     05  CALC-DPC-T-COUNT        PIC ZZZZZ9.
024900
025000 01  CALC-DPC-BLANK-LINE         PIC X(01) VALUE SPACE.
025100
025200 01  CALC-DPC-NONE-LINE          PIC X(40) VALUE
025300     'Brak podejrzen duplikatow.'.
025400 01  CALC-DPC-NO-AUDX-LINE       PIC X(56) VALUE
025500     'UWAGA: CALCAUDX niedostepny - porownano tylko dzien.'.
025600 01  CALC-DPC-FULL-LINE          PIC X(56) VALUE
025700     'UWAGA: tabela porownan pelna - sprawdzenie niepelne.'.
025720 01  CALC-DPC-WRAP-LINE.
025740     05  FILLER                  PIC X(56) VALUE
025760         'UWAGA: tabela historii pelna - porownano od daty '.
025780     05  CALC-DPC-WR-FROM        PIC 9(08).
025800 01  CALC-DPC-BAL-BAD-LINE       PIC X(44) VALUE
025900     'BLAD: zwiastun CALCVALD brak lub niezgodny.'.
026000
026003*-----------------------------------------------------------------*
026006* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
026009* must have ended cleanly there for the same business date        *
026012* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
026015*-----------------------------------------------------------------*
026018 01  CALC-DPC-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
026021 01  CALC-DPC-RUN-STEP            PIC X(10) VALUE 'CALCDUPC'.
026024 01  CALC-DPC-RUN-PREREQ-1        PIC X(10) VALUE 'CALCEDIT'.
026027 01  CALC-DPC-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
026030 01  CALC-DPC-RUN-WANTED          PIC X(10) VALUE SPACES.
026033 01  CALC-DPC-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
026036 01  CALC-DPC-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
026039 01  CALC-DPC-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
026042 01  CALC-DPC-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
026045
026048 01  CALC-DPC-RUN-ROW-SW          PIC X(01) VALUE 'N'.
026051     88  CALC-DPC-RUN-ROW-ON-FILE         VALUE 'Y'.
026054     88  CALC-DPC-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
026057 01  CALC-DPC-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
026060     88  CALC-DPC-RUN-IS-RERUN            VALUE 'Y'.
026063     88  CALC-DPC-RUN-NOT-RERUN           VALUE 'N'.
026066 01  CALC-DPC-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
026069     88  CALC-DPC-RUN-STARTED             VALUE 'Y'.
026072     88  CALC-DPC-RUN-NOT-STARTED         VALUE 'N'.
026075
026100*-----------------------------------------------------------------*
026200* LINKAGE SECTION - the optional PARM= text carrying the look-    *
026300* back in days, in the standard length-prefixed form.            *
026400*-----------------------------------------------------------------*
026500 LINKAGE SECTION.
026600 01  CALC-DPC-PARM-AREA.
026700     05  CALC-DPC-PARM-LENGTH     PIC S9(04) COMP.
026800     05  CALC-DPC-PARM-TEXT       PIC X(03).
026900
027000*-----------------------------------------------------------------*
027100* PROCEDURE DIVISION                                                *
027200*-----------------------------------------------------------------*
027300 PROCEDURE DIVISION USING CALC-DPC-PARM-AREA.
027400*=================================================================*
027500* MAIN-PARAGRAPH - history loaded first, then one pass over the   *
027600* validated file, each record passed or held.                    *
027700*=================================================================*
027800 MAIN-PARAGRAPH.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028000
028100     IF CALC-DPC-INIT-OK
028200         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
028300
028400         PERFORM 3000-READ-VALID-RECORD THRU 3000-EXIT
028500         PERFORM 4000-CHECK-ONE-RECORD THRU 4000-EXIT
028600             UNTIL CALC-DPC-EOF
028700
028800         IF CALC-DPC-TRL-NOT-SEEN
028900             SET CALC-DPC-OUT-OF-BALANCE TO TRUE
029000         END-IF
029100         PERFORM 5000-WRITE-CLEAN-TRAILER THRU 5000-EXIT
029200         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
029300
029400         PERFORM 9000-TERMINATE THRU 9000-EXIT
029500     END-IF
029600
029630     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
029660
029700     STOP RUN.
029800
029900*=================================================================*
030000* 1000-INITIALIZE - settles the look-back, then opens the files.  *
030100* CALCAUDX is the one input allowed to be missing: on a fresh     *
030200* system there is no history yet, so the run goes on comparing    *
030300* the day's work only and says so on the report.                  *
030400*=================================================================*
030500 1000-INITIALIZE.
030600     SET CALC-DPC-INIT-OK TO TRUE
030620     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
030640     IF CALC-DPC-INIT-FAILED
030660         GO TO 1000-EXIT
030680     END-IF
030700     ACCEPT CALC-DPC-RUN-DATE FROM DATE YYYYMMDD
030800
030900     MOVE SPACES TO CALC-DPC-LOOKBACK-X
031000     IF CALC-DPC-PARM-LENGTH > 0
031100         MOVE CALC-DPC-PARM-TEXT TO CALC-DPC-LOOKBACK-X
031200     END-IF
031300     IF CALC-DPC-LOOKBACK-X NOT = SPACES
031400         IF CALC-DPC-LOOKBACK-X NOT NUMERIC
031500             DISPLAY 'Blad: zla liczba dni w PARM '
031600                 '(oczekiwano NNN): ' CALC-DPC-LOOKBACK-X
031700             SET CALC-DPC-INIT-FAILED TO TRUE
031800             MOVE 16 TO RETURN-CODE
031900             GO TO 1000-EXIT
032000         END-IF
032100         MOVE CALC-DPC-LOOKBACK-X TO CALC-DPC-LOOKBACK-DAYS
032200     END-IF
032300     COMPUTE CALC-DPC-DAY-NUMBER
032400         = FUNCTION INTEGER-OF-DATE(CALC-DPC-RUN-DATE)
032500         - CALC-DPC-LOOKBACK-DAYS
032600     COMPUTE CALC-DPC-CUTOFF-DATE
032700         = FUNCTION DATE-OF-INTEGER(CALC-DPC-DAY-NUMBER)
032800
032900     OPEN INPUT CALC-VALID-FILE
033000     IF CALC-DPC-VALID-STATUS NOT = '00'
033100         DISPLAY 'Blad otwarcia CALC-VALID-FILE, status: '
033200             CALC-DPC-VALID-STATUS
033300         SET CALC-DPC-INIT-FAILED TO TRUE
033400         GO TO 1000-EXIT
033500     END-IF
033600     OPEN OUTPUT CALC-CLEAN-FILE
033700     IF CALC-DPC-CLEAN-STATUS NOT = '00'
033800         DISPLAY 'Blad otwarcia CALC-CLEAN-FILE, status: '
033900             CALC-DPC-CLEAN-STATUS
034000         SET CALC-DPC-INIT-FAILED TO TRUE
034100         CLOSE CALC-VALID-FILE
034200         GO TO 1000-EXIT
034300     END-IF
034400     OPEN OUTPUT CALC-HELD-FILE
034500     IF CALC-DPC-HELD-STATUS NOT = '00'
034600         DISPLAY 'Blad otwarcia CALC-HELD-FILE, status: '
034700             CALC-DPC-HELD-STATUS
034800         SET CALC-DPC-INIT-FAILED TO TRUE
034900         CLOSE CALC-VALID-FILE
035000         CLOSE CALC-CLEAN-FILE
035100         GO TO 1000-EXIT
035200     END-IF
035300     OPEN OUTPUT CALC-DUPC-RPT-FILE
035400     IF CALC-DPC-PRINT-STATUS NOT = '00'
035500         DISPLAY 'Blad otwarcia CALC-DUPC-RPT-FILE, status: '
035600             CALC-DPC-PRINT-STATUS
035700         SET CALC-DPC-INIT-FAILED TO TRUE
035800         CLOSE CALC-VALID-FILE
035900         CLOSE CALC-CLEAN-FILE
036000         CLOSE CALC-HELD-FILE
036100         GO TO 1000-EXIT
036200     END-IF
036300
036400     OPEN INPUT CALC-AUDX-FILE
036500     IF CALC-DPC-AUDX-STATUS = '00'
036600         SET CALC-DPC-AUDX-AVAILABLE TO TRUE
036700     ELSE
036800         DISPLAY 'Blad otwarcia CALC-AUDX-FILE, status: '
036900             CALC-DPC-AUDX-STATUS
037000         DISPLAY 'UWAGA: porownanie tylko w obrebie dnia.'
037100     END-IF
037200
037300     MOVE CALC-DPC-RUN-DATE    TO CALC-DPC-HD-DATE
037400     MOVE CALC-DPC-CUTOFF-DATE TO CALC-DPC-HD-CUTOFF
037500     WRITE CALC-DPC-LINE FROM CALC-DPC-HEADING-LINE
037600         AFTER ADVANCING PAGE
037700     WRITE CALC-DPC-LINE FROM CALC-DPC-BLANK-LINE
037800         AFTER ADVANCING 1 LINE
037900     WRITE CALC-DPC-LINE FROM CALC-DPC-COLUMN-LINE
038000         AFTER ADVANCING 1 LINE.
038100 1000-EXIT.
038200     EXIT.
038201
038202*=================================================================*
038203* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
038204* opened.  CALCRUNC must show each prerequisite step ended with   *
038205* RETURN-CODE 4 or less for today's business date, and no row     *
038206* of this step's own for it; otherwise the run is refused with    *
038207* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
038208* (an 'O' row) waives both checks for one run.  An accepted run   *
038209* is recorded as started at once, so an abend leaves it visibly   *
038210* unfinished on the file.                                         *
038211*=================================================================*
038212 1050-CHECK-RUN-CONTROL.
038213     ACCEPT CALC-DPC-RUN-BUS-DATE FROM DATE YYYYMMDD
038214     OPEN I-O CALC-RUNC-FILE
038215     IF CALC-DPC-RUN-FILE-STATUS = '35'
038216         OPEN OUTPUT CALC-RUNC-FILE
038217         CLOSE CALC-RUNC-FILE
038218         OPEN I-O CALC-RUNC-FILE
038219     END-IF
038220     IF CALC-DPC-RUN-FILE-STATUS NOT = '00'
038221         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
038222             CALC-DPC-RUN-FILE-STATUS
038223         SET CALC-DPC-INIT-FAILED TO TRUE
038224         MOVE 16 TO RETURN-CODE
038225         GO TO 1050-EXIT
038226     END-IF
038227
038228     MOVE CALC-DPC-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
038229     MOVE CALC-DPC-RUN-STEP     TO CALC-RNC-STEP
038230     READ CALC-RUNC-FILE
038231         INVALID KEY
038232             SET CALC-DPC-RUN-ROW-NOT-ON-FILE TO TRUE
038233         NOT INVALID KEY
038234             SET CALC-DPC-RUN-ROW-ON-FILE TO TRUE
038235     END-READ
038236     IF CALC-DPC-RUN-ROW-ON-FILE
038237         MOVE CALC-RNC-ATTEMPT       TO CALC-DPC-RUN-ATTEMPT
038238         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-DPC-RUN-OVERRIDE-BY
038239         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-DPC-RUN-OVERRIDE-DATE
038240         IF CALC-RNC-IS-OVERRIDE
038241             SET CALC-DPC-RUN-IS-RERUN TO TRUE
038242             DISPLAY 'Powtorzenie kroku ' CALC-DPC-RUN-STEP
038243                 ' za zgoda: ' CALC-DPC-RUN-OVERRIDE-BY
038244         ELSE
038245             DISPLAY 'Krok ' CALC-DPC-RUN-STEP
038246                 ' byl juz uruchomiony dla daty '
038247                 CALC-DPC-RUN-BUS-DATE
038248             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
038249                 ' CALCRUNZ.'
038250             SET CALC-DPC-INIT-FAILED TO TRUE
038251             MOVE 16 TO RETURN-CODE
038252             GO TO 1050-CLOSE
038253         END-IF
038254     END-IF
038255
038256     IF CALC-DPC-RUN-NOT-RERUN
038257         IF CALC-DPC-RUN-PREREQ-1 NOT = SPACES
038258             MOVE CALC-DPC-RUN-PREREQ-1 TO CALC-DPC-RUN-WANTED
038259             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
038260         END-IF
038261         IF CALC-DPC-RUN-PREREQ-2 NOT = SPACES
038262             MOVE CALC-DPC-RUN-PREREQ-2 TO CALC-DPC-RUN-WANTED
038263             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
038264         END-IF
038265     END-IF
038266     IF CALC-DPC-INIT-FAILED
038267         GO TO 1050-CLOSE
038268     END-IF
038269
038270     MOVE SPACES TO CALC-RNC-RECORD
038271     MOVE CALC-DPC-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
038272     MOVE CALC-DPC-RUN-STEP     TO CALC-RNC-STEP
038273     SET CALC-RNC-IS-STARTED TO TRUE
038274     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
038275     ACCEPT CALC-RNC-START-TIME FROM TIME
038276     MOVE ZERO TO CALC-RNC-END-DATE
038277                  CALC-RNC-END-TIME
038278                  CALC-RNC-RC
038279                  CALC-RNC-READ-COUNT
038280                  CALC-RNC-WRITE-COUNT
038281                  CALC-RNC-EXCP-COUNT
038282     ADD 1 TO CALC-DPC-RUN-ATTEMPT
038283     MOVE CALC-DPC-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
038284     MOVE CALC-DPC-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
038285     MOVE CALC-DPC-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
038286     IF CALC-DPC-RUN-IS-RERUN
038287         SET CALC-RNC-IS-RERUN TO TRUE
038288     ELSE
038289         SET CALC-RNC-IS-FIRST-RUN TO TRUE
038290     END-IF
038291     IF CALC-DPC-RUN-ROW-ON-FILE
038292         REWRITE CALC-RNC-RECORD
038293     ELSE
038294         WRITE CALC-RNC-RECORD
038295     END-IF
038296     IF CALC-DPC-RUN-FILE-STATUS = '00'
038297         SET CALC-DPC-RUN-STARTED TO TRUE
038298     ELSE
038299         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
038300             CALC-DPC-RUN-FILE-STATUS
038301         SET CALC-DPC-INIT-FAILED TO TRUE
038302         MOVE 16 TO RETURN-CODE
038303     END-IF.
038304 1050-CLOSE.
038305     CLOSE CALC-RUNC-FILE.
038306 1050-EXIT.
038307     EXIT.
038308
038309*=================================================================*
038310* 1060-CHECK-ONE-PREREQ - the step named in CALC-DPC-RUN-WANTED   *
038311* must have ended, not merely started, with RETURN-CODE 4 or      *
038312* less.                                                           *
038313*=================================================================*
038314 1060-CHECK-ONE-PREREQ.
038315     MOVE CALC-DPC-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
038316     MOVE CALC-DPC-RUN-WANTED   TO CALC-RNC-STEP
038317     READ CALC-RUNC-FILE
038318         INVALID KEY
038319             DISPLAY 'Brak kroku poprzedzajacego '
038320                 CALC-DPC-RUN-WANTED
038321                 ' dla daty ' CALC-DPC-RUN-BUS-DATE
038322             SET CALC-DPC-INIT-FAILED TO TRUE
038323             MOVE 16 TO RETURN-CODE
038324         NOT INVALID KEY
038325             IF NOT CALC-RNC-IS-ENDED
038326                 OR CALC-RNC-RC > 4
038327                 DISPLAY 'Krok poprzedzajacy ' CALC-DPC-RUN-WANTED
038328                     ' niezakonczony lub z bledem, RC: '
038329                     CALC-RNC-RC
038330                 SET CALC-DPC-INIT-FAILED TO TRUE
038331                 MOVE 16 TO RETURN-CODE
038332             END-IF
038333     END-READ.
038334 1060-EXIT.
038335     EXIT.
038336
038400*=================================================================*
038500* 2000-LOAD-HISTORY - positions on the cutoff date along the      *
038550* alternate key and reads forward to the end of the copy.  If the *
038600* table went round, the oldest date still held is reported: days  *
038650* before it were not checked.                                     *
038700*=================================================================*
038800 2000-LOAD-HISTORY.
038900     IF CALC-DPC-AUDX-NOT-AVAILABLE
039000         GO TO 2000-EXIT
039100     END-IF
039200     SET CALC-DPC-HIST-NOT-EOF TO TRUE
039300     MOVE CALC-DPC-CUTOFF-DATE TO CALC-AUDX-DATE
039400     START CALC-AUDX-FILE
039500         KEY IS NOT < CALC-AUDX-DATE
039600         INVALID KEY
039700             SET CALC-DPC-HIST-EOF TO TRUE
039800     END-START
039900     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
039910         UNTIL CALC-DPC-HIST-EOF
039920     IF CALC-DPC-HIST-NOT-WRAPPED
039930         GO TO 2000-EXIT
039940     END-IF
039950     SET CALC-DPC-HIST-IDX TO CALC-DPC-HIST-NEXT
039960     IF CALC-DPC-HIST-NEXT < 5000
039970         SET CALC-DPC-HIST-IDX UP BY 1
039980     ELSE
039990         SET CALC-DPC-HIST-IDX TO 1
040000     END-IF
040010     MOVE CALC-DPC-H-DATE(CALC-DPC-HIST-IDX) TO CALC-DPC-HIST-FROM
040020     DISPLAY 'UWAGA: tabela historii pelna - starsze wpisy '
040030         'zastapione, porownano od daty ' CALC-DPC-HIST-FROM.
040100 2000-EXIT.
040200     EXIT.
040300
040400*=================================================================*
040500* 2100-LOAD-ONE-ENTRY - a clean arithmetic posting goes into the  *
040600* table; anything that never posted, a storno ('S') or a master   *
040650* change entry is passed over.  A cost allocation ('A') goes in   *
040700* once, by its pool leg, keyed the way it was submitted: the rule *
040750* code in place of the account, and no NUM2.                      *
040800*=================================================================*
040900 2100-LOAD-ONE-ENTRY.
041000     READ CALC-AUDX-FILE NEXT RECORD
041100         AT END
041200             SET CALC-DPC-HIST-EOF TO TRUE
041300             GO TO 2100-EXIT
041400     END-READ
041500     ADD 1 TO CALC-DPC-HIST-READ-COUNT
041600     IF CALC-AUDX-DIV-ZERO OR CALC-AUDX-OVERFLOW
041700         OR CALC-AUDX-BAD-ACCT OR CALC-AUDX-OVER-LIMIT
041750         OR CALC-AUDX-NO-RATE
041800         GO TO 2100-EXIT
041900     END-IF
042000     IF CALC-AUDX-OPERATOR NOT = '+'
042100         AND CALC-AUDX-OPERATOR NOT = '-'
042200         AND CALC-AUDX-OPERATOR NOT = '*'
042300         AND CALC-AUDX-OPERATOR NOT = '/'
042400         AND CALC-AUDX-OPERATOR NOT = '%'
042500         AND CALC-AUDX-OPERATOR NOT = 'R'
042510         AND CALC-AUDX-OPERATOR NOT = 'A'
042520         GO TO 2100-EXIT
042530     END-IF
042540     IF CALC-AUDX-OPERATOR = 'A'
042550         AND CALC-AUDX-ALLOC-ID NOT = CALC-AUDX-TRANS-ID
042600         GO TO 2100-EXIT
042700     END-IF
042800     IF CALC-DPC-HIST-NEXT NOT < 5000
042900         MOVE ZERO TO CALC-DPC-HIST-NEXT
043000         SET CALC-DPC-HIST-WRAPPED TO TRUE
043600     END-IF
043650     ADD 1 TO CALC-DPC-HIST-NEXT
043700     IF CALC-DPC-HIST-USED < 5000
043750         ADD 1 TO CALC-DPC-HIST-USED
043800     END-IF
043850     SET CALC-DPC-HIST-IDX TO CALC-DPC-HIST-NEXT
043900     MOVE CALC-AUDX-ACCOUNT
043950         TO CALC-DPC-H-ACCOUNT(CALC-DPC-HIST-IDX)
044000     MOVE CALC-AUDX-NUM1     TO CALC-DPC-H-NUM1(CALC-DPC-HIST-IDX)
044100     MOVE CALC-AUDX-OPERATOR
044200         TO CALC-DPC-H-OPERATOR(CALC-DPC-HIST-IDX)
044300     MOVE CALC-AUDX-NUM2     TO CALC-DPC-H-NUM2(CALC-DPC-HIST-IDX)
044400     MOVE CALC-AUDX-TRANS-ID
044500         TO CALC-DPC-H-TRANS-ID(CALC-DPC-HIST-IDX)
044600     MOVE CALC-AUDX-DATE     TO CALC-DPC-H-DATE(CALC-DPC-HIST-IDX)
044700     MOVE CALC-AUDX-SOURCE
044710         TO CALC-DPC-H-SOURCE(CALC-DPC-HIST-IDX)
044720     IF CALC-AUDX-OPERATOR = 'A'
044730         MOVE CALC-AUDX-ALLOC-RULE
044740             TO CALC-DPC-H-ACCOUNT(CALC-DPC-HIST-IDX)
044750         MOVE ZERO TO CALC-DPC-H-NUM2(CALC-DPC-HIST-IDX)
044760     END-IF.
044800 2100-EXIT.
044900     EXIT.
045000
045100*=================================================================*
045200* 3000-READ-VALID-RECORD                                           *
045300*=================================================================*
045400 3000-READ-VALID-RECORD.
045500     READ CALC-VALID-FILE
045600         AT END
045700             SET CALC-DPC-EOF TO TRUE
045800     END-READ.
045900 3000-EXIT.
046000     EXIT.
046100
046200*=================================================================*
046300* 4000-CHECK-ONE-RECORD - the trailer is verified and ends the    *
046400* file.  A detail is matched first against the day's work passed  *
046500* so far, then against history; a match of either kind holds it, *
046600* anything else passes to the clean file and joins the day table. *
046700*=================================================================*
046800 4000-CHECK-ONE-RECORD.
046900     IF CALC-TRANS-IS-TRAILER
047000         PERFORM 4900-VERIFY-INPUT-TRAILER THRU 4900-EXIT
047100         SET CALC-DPC-EOF TO TRUE
047200         GO TO 4000-EXIT
047300     END-IF
047400     ADD 1 TO CALC-DPC-READ-COUNT
047500     ADD CALC-TRANS-NUM1 TO CALC-DPC-IN-HASH1
047600     ADD CALC-TRANS-NUM2 TO CALC-DPC-IN-HASH2
047700
047800     SET CALC-DPC-NOT-FOUND TO TRUE
047900     PERFORM 4100-MATCH-DAY-ENTRY THRU 4100-EXIT
048000         VARYING CALC-DPC-DAY-IDX FROM 1 BY 1
048100         UNTIL CALC-DPC-DAY-IDX > CALC-DPC-DAY-USED
048200            OR CALC-DPC-FOUND
048300     IF CALC-DPC-FOUND
048400         GO TO 4000-NEXT
048500     END-IF
048600
048700     PERFORM 4200-MATCH-HIST-ENTRY THRU 4200-EXIT
048800         VARYING CALC-DPC-HIST-IDX FROM 1 BY 1
048900         UNTIL CALC-DPC-HIST-IDX > CALC-DPC-HIST-USED
049000            OR CALC-DPC-FOUND
049100     IF CALC-DPC-FOUND
049200         GO TO 4000-NEXT
049300     END-IF
049400
049500     PERFORM 4300-PASS-RECORD THRU 4300-EXIT.
049600 4000-NEXT.
049700     PERFORM 3000-READ-VALID-RECORD THRU 3000-EXIT.
049800 4000-EXIT.
049900     EXIT.
050000
050100*=================================================================*
050200* 4100-MATCH-DAY-ENTRY - one day-table entry against the record   *
050300* in hand; a match is held as a type 'D' suspect.                 *
050400*=================================================================*
050500 4100-MATCH-DAY-ENTRY.
050600     IF CALC-DPC-D-ACCOUNT(CALC-DPC-DAY-IDX) = CALC-TRANS-ACCOUNT
050700         AND CALC-DPC-D-NUM1(CALC-DPC-DAY-IDX) = CALC-TRANS-NUM1
050800         AND CALC-DPC-D-OPERATOR(CALC-DPC-DAY-IDX)
050900             = CALC-TRANS-OPERATOR
051000         AND CALC-DPC-D-NUM2(CALC-DPC-DAY-IDX) = CALC-TRANS-NUM2
051100         SET CALC-DPC-FOUND TO TRUE
051200         MOVE SPACES TO CALC-DUP-RECORD
051300         SET CALC-DUP-MATCH-DAY TO TRUE
051400         MOVE ZERO TO CALC-DUP-EARLIER-ID
051500         MOVE CALC-DPC-D-SEQ-NO(CALC-DPC-DAY-IDX)
051600             TO CALC-DUP-EARLIER-SEQ-NO
051700         MOVE CALC-DPC-D-SOURCE(CALC-DPC-DAY-IDX)
051800             TO CALC-DUP-EARLIER-SOURCE
051900         MOVE CALC-DPC-RUN-DATE TO CALC-DUP-EARLIER-DATE
052000         ADD 1 TO CALC-DPC-HELD-DAY-COUNT
052100         PERFORM 4400-HOLD-RECORD THRU 4400-EXIT
052200     END-IF.
052300 4100-EXIT.
052400     EXIT.
052500
052600*=================================================================*
052700* 4200-MATCH-HIST-ENTRY - one history entry against the record in *
052800* hand; a match is held as a type 'H' suspect.                    *
052900*=================================================================*
053000 4200-MATCH-HIST-ENTRY.
053100     IF CALC-DPC-H-ACCOUNT(CALC-DPC-HIST-IDX) = CALC-TRANS-ACCOUNT
053200         AND CALC-DPC-H-NUM1(CALC-DPC-HIST-IDX) = CALC-TRANS-NUM1
053300         AND CALC-DPC-H-OPERATOR(CALC-DPC-HIST-IDX)
053400             = CALC-TRANS-OPERATOR
053450         AND (CALC-TRANS-OPERATOR = 'A'
053500             OR CALC-DPC-H-NUM2(CALC-DPC-HIST-IDX)
053550                = CALC-TRANS-NUM2)
053600         SET CALC-DPC-FOUND TO TRUE
053700         MOVE SPACES TO CALC-DUP-RECORD
053800         SET CALC-DUP-MATCH-HISTORY TO TRUE
053900         MOVE CALC-DPC-H-TRANS-ID(CALC-DPC-HIST-IDX)
054000             TO CALC-DUP-EARLIER-ID
054100         MOVE ZERO TO CALC-DUP-EARLIER-SEQ-NO
054200         MOVE CALC-DPC-H-SOURCE(CALC-DPC-HIST-IDX)
054300             TO CALC-DUP-EARLIER-SOURCE
054400         MOVE CALC-DPC-H-DATE(CALC-DPC-HIST-IDX)
054500             TO CALC-DUP-EARLIER-DATE
054600         ADD 1 TO CALC-DPC-HELD-HIST-COUNT
054700         PERFORM 4400-HOLD-RECORD THRU 4400-EXIT
054800     END-IF.
054900 4200-EXIT.
055000     EXIT.
055100
055200*=================================================================*
055300* 4300-PASS-RECORD - a record with no match goes on to posting    *
055400* and is remembered, so a later copy of it today is caught.       *
055500*=================================================================*
055600 4300-PASS-RECORD.
055700     ADD 1 TO CALC-DPC-PASS-COUNT
055800     ADD CALC-TRANS-NUM1 TO CALC-DPC-OUT-HASH1
055900     ADD CALC-TRANS-NUM2 TO CALC-DPC-OUT-HASH2
056000     WRITE CALC-CLEAN-RECORD FROM CALC-TRANS-RECORD
056100     IF CALC-DPC-DAY-USED NOT < 5000
056200         IF CALC-DPC-TABLE-NOT-FULL
056300             DISPLAY 'UWAGA: tabela dnia pelna - '
056400                 'dalsze rekordy nie beda porownywane.'
056500             SET CALC-DPC-TABLE-FULL TO TRUE
056600         END-IF
056700         GO TO 4300-EXIT
056800     END-IF
056900     ADD 1 TO CALC-DPC-DAY-USED
057000     SET CALC-DPC-DAY-IDX TO CALC-DPC-DAY-USED
057100     MOVE CALC-TRANS-ACCOUNT
057150         TO CALC-DPC-D-ACCOUNT(CALC-DPC-DAY-IDX)
057200     MOVE CALC-TRANS-NUM1     TO CALC-DPC-D-NUM1(CALC-DPC-DAY-IDX)
057300     MOVE CALC-TRANS-OPERATOR
057400         TO CALC-DPC-D-OPERATOR(CALC-DPC-DAY-IDX)
057500     MOVE CALC-TRANS-NUM2     TO CALC-DPC-D-NUM2(CALC-DPC-DAY-IDX)
057600     MOVE CALC-TRANS-SEQ-NO
057650         TO CALC-DPC-D-SEQ-NO(CALC-DPC-DAY-IDX)
057700     MOVE CALC-TRANS-SOURCE
057750         TO CALC-DPC-D-SOURCE(CALC-DPC-DAY-IDX).
057800 4300-EXIT.
057900     EXIT.
058000
058100*=================================================================*
058200* 4400-HOLD-RECORD - the match fields are already set by 4100 or  *
058300* 4200; the record image goes on the held file as it arrived and  *
058400* the suspect is printed with both sources and the earlier ID.    *
058500*=================================================================*
058600 4400-HOLD-RECORD.
058700     MOVE CALC-TRANS-RECORD  TO CALC-DUP-TRANS-DATA
058800     MOVE CALC-DPC-RUN-DATE  TO CALC-DUP-HELD-DATE
058900     SET CALC-DUP-PENDING    TO TRUE
059000     MOVE SPACES             TO CALC-DUP-DECIDED-BY
059100     MOVE ZERO               TO CALC-DUP-DECIDED-DATE
059200     WRITE CALC-DUP-RECORD
059300
059400     MOVE CALC-TRANS-SEQ-NO   TO CALC-DPC-D-SEQ
059500     MOVE CALC-TRANS-SOURCE   TO CALC-DPC-D-SRC
059600     MOVE CALC-TRANS-ACCOUNT  TO CALC-DPC-D-ACCT
059700     MOVE CALC-TRANS-NUM1     TO CALC-DPC-D-N1
059800     MOVE CALC-TRANS-OPERATOR TO CALC-DPC-D-OP
059900     MOVE CALC-TRANS-NUM2     TO CALC-DPC-D-N2
060000     MOVE CALC-DUP-EARLIER-SOURCE TO CALC-DPC-D-EARLY-SRC
060100     MOVE CALC-DUP-EARLIER-DATE   TO CALC-DPC-D-EARLY-DATE
060200     IF CALC-DUP-MATCH-DAY
060300         MOVE 'DZIEN'    TO CALC-DPC-D-KIND
060400         MOVE 'SEKW. '   TO CALC-DPC-D-EARLY-TEXT
060500         MOVE CALC-DUP-EARLIER-SEQ-NO TO CALC-DPC-D-EARLY-ID
060600     ELSE
060700         MOVE 'HISTORIA' TO CALC-DPC-D-KIND
060800         MOVE 'ID    '   TO CALC-DPC-D-EARLY-TEXT
060900         MOVE CALC-DUP-EARLIER-ID TO CALC-DPC-D-EARLY-ID
061000     END-IF
061100     WRITE CALC-DPC-LINE FROM CALC-DPC-DETAIL-LINE
061200         AFTER ADVANCING 1 LINE.
061300 4400-EXIT.
061400     EXIT.
061500
061600*=================================================================*
061700* 4900-VERIFY-INPUT-TRAILER - the CALCEDIT trailer must tie to    *
061800* what was read, as in every other step of the chain.            *
061900*=================================================================*
062000 4900-VERIFY-INPUT-TRAILER.
062100     SET CALC-DPC-TRL-SEEN TO TRUE
062200     IF CALC-TRANS-TRL-COUNT NOT NUMERIC
062300         OR CALC-TRANS-TRL-HASH1 NOT NUMERIC
062400         OR CALC-TRANS-TRL-HASH2 NOT NUMERIC
062500         OR CALC-TRANS-TRL-COUNT NOT = CALC-DPC-READ-COUNT
062600         OR CALC-TRANS-TRL-HASH1 NOT = CALC-DPC-IN-HASH1
062700         OR CALC-TRANS-TRL-HASH2 NOT = CALC-DPC-IN-HASH2
062800         SET CALC-DPC-OUT-OF-BALANCE TO TRUE
062900     END-IF.
063000 4900-EXIT.
063100     EXIT.
063200
063300*=================================================================*
063400* 5000-WRITE-CLEAN-TRAILER - a fresh trailer covering only what   *
063500* passed, so the posting run balances its own input.              *
063600*=================================================================*
063700 5000-WRITE-CLEAN-TRAILER.
063800     MOVE CALC-DPC-PASS-COUNT TO CALC-DPC-CTRL-COUNT
063900     MOVE CALC-DPC-OUT-HASH1  TO CALC-DPC-CTRL-HASH1
064000     MOVE CALC-DPC-OUT-HASH2  TO CALC-DPC-CTRL-HASH2
064100     WRITE CALC-CLEAN-RECORD FROM CALC-DPC-CLEAN-TRAILER.
064200 5000-EXIT.
064300     EXIT.
064400
064500*=================================================================*
064600* 7000-PRINT-SUMMARY - totals under the suspect list.             *
064700*=================================================================*
064800 7000-PRINT-SUMMARY.
064900     WRITE CALC-DPC-LINE FROM CALC-DPC-BLANK-LINE
065000         AFTER ADVANCING 1 LINE
065100     IF CALC-DPC-HELD-DAY-COUNT = ZERO
065200         AND CALC-DPC-HELD-HIST-COUNT = ZERO
065300         WRITE CALC-DPC-LINE FROM CALC-DPC-NONE-LINE
065400             AFTER ADVANCING 1 LINE
065500         WRITE CALC-DPC-LINE FROM CALC-DPC-BLANK-LINE
065600             AFTER ADVANCING 1 LINE
065700     END-IF
065800
065900     MOVE 'Wczytano rekordow (CALCVALD):' TO CALC-DPC-T-TEXT
066000     MOVE CALC-DPC-READ-COUNT TO CALC-DPC-T-COUNT
066100     WRITE CALC-DPC-LINE FROM CALC-DPC-TOTAL-LINE
066200         AFTER ADVANCING 1 LINE
066300
066400     MOVE 'Przekazano do ksiegowania:' TO CALC-DPC-T-TEXT
066500     MOVE CALC-DPC-PASS-COUNT TO CALC-DPC-T-COUNT
066600     WRITE CALC-DPC-LINE FROM CALC-DPC-TOTAL-LINE
066700         AFTER ADVANCING 1 LINE
066800
066900     MOVE 'Wstrzymano - duplikat w dniu:' TO CALC-DPC-T-TEXT
067000     MOVE CALC-DPC-HELD-DAY-COUNT TO CALC-DPC-T-COUNT
067100     WRITE CALC-DPC-LINE FROM CALC-DPC-TOTAL-LINE
067200         AFTER ADVANCING 1 LINE
067300
067400     MOVE 'Wstrzymano - duplikat historii:' TO CALC-DPC-T-TEXT
067500     MOVE CALC-DPC-HELD-HIST-COUNT TO CALC-DPC-T-COUNT
067600     WRITE CALC-DPC-LINE FROM CALC-DPC-TOTAL-LINE
067700         AFTER ADVANCING 1 LINE
067800
067900     MOVE 'Dni wstecz (PARM):' TO CALC-DPC-T-TEXT
068000     MOVE CALC-DPC-LOOKBACK-DAYS TO CALC-DPC-T-COUNT
068100     WRITE CALC-DPC-LINE FROM CALC-DPC-TOTAL-LINE
068200         AFTER ADVANCING 1 LINE
068300
068400     MOVE 'Wpisow historii porownano:' TO CALC-DPC-T-TEXT
068500     MOVE CALC-DPC-HIST-USED TO CALC-DPC-T-COUNT
068600     WRITE CALC-DPC-LINE FROM CALC-DPC-TOTAL-LINE
068700         AFTER ADVANCING 1 LINE
068800
068900     IF CALC-DPC-AUDX-NOT-AVAILABLE
069000         WRITE CALC-DPC-LINE FROM CALC-DPC-NO-AUDX-LINE
069100             AFTER ADVANCING 1 LINE
069200     END-IF
069300     IF CALC-DPC-TABLE-FULL
069400         WRITE CALC-DPC-LINE FROM CALC-DPC-FULL-LINE
069500             AFTER ADVANCING 1 LINE
069600     END-IF
069610     IF CALC-DPC-HIST-WRAPPED
069620         MOVE CALC-DPC-HIST-FROM TO CALC-DPC-WR-FROM
069630         WRITE CALC-DPC-LINE FROM CALC-DPC-WRAP-LINE
069640             AFTER ADVANCING 1 LINE
069650     END-IF
069700     IF CALC-DPC-OUT-OF-BALANCE
069800         WRITE CALC-DPC-LINE FROM CALC-DPC-BAL-BAD-LINE
069900             AFTER ADVANCING 1 LINE
070000     END-IF.
070100 7000-EXIT.
070200     EXIT.
070300
070400*=================================================================*
070500* 9000-TERMINATE - anything held (or a check that could not be    *
070600* made in full) ends with RETURN-CODE 4 so the supervisor is      *
070700* called to CALCDUPR; an input out of balance ends with 8, as in  *
070800* CALCEDIT, and the posting step should be held.                  *
070900*=================================================================*
071000 9000-TERMINATE.
071100     CLOSE CALC-VALID-FILE
071200     CLOSE CALC-CLEAN-FILE
071300     CLOSE CALC-HELD-FILE
071400     CLOSE CALC-DUPC-RPT-FILE
071500     IF CALC-DPC-AUDX-AVAILABLE
071600         CLOSE CALC-AUDX-FILE
071700     END-IF
071800     IF CALC-DPC-HELD-DAY-COUNT > ZERO
071900         OR CALC-DPC-HELD-HIST-COUNT > ZERO
072000         OR CALC-DPC-AUDX-NOT-AVAILABLE
072100         OR CALC-DPC-TABLE-FULL
072150         OR CALC-DPC-HIST-WRAPPED
072200         MOVE 4 TO RETURN-CODE
072300     END-IF
072400     IF CALC-DPC-OUT-OF-BALANCE
072500         DISPLAY 'Blad bilansowania CALCVALD - patrz CALCDUPO.'
072600         MOVE 8 TO RETURN-CODE
072700     END-IF
072800     DISPLAY 'Wstrzymano podejrzen: '
072900         CALC-DPC-HELD-DAY-COUNT ' + ' CALC-DPC-HELD-HIST-COUNT
073000     DISPLAY 'Koniec programu.'.
073100 9000-EXIT.
073200     EXIT.
086800
086900*=================================================================*
087000* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
087100* the end time, the return code and the key counts.  A run        *
087200* that failed before its files were open is recorded with         *
087300* RETURN-CODE 16 even where the step itself ends quietly, so      *
087400* nothing downstream may start off it.                            *
087500*=================================================================*
087600 9500-RECORD-RUN-END.
087700     IF CALC-DPC-RUN-NOT-STARTED
087800         GO TO 9500-EXIT
087900     END-IF
088000     OPEN I-O CALC-RUNC-FILE
088100     IF CALC-DPC-RUN-FILE-STATUS NOT = '00'
088200         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
088300             CALC-DPC-RUN-FILE-STATUS
088400         GO TO 9500-EXIT
088500     END-IF
088600     MOVE CALC-DPC-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
088700     MOVE CALC-DPC-RUN-STEP     TO CALC-RNC-STEP
088800     READ CALC-RUNC-FILE
088900         INVALID KEY
089000             DISPLAY 'Brak wiersza kroku ' CALC-DPC-RUN-STEP
089100                 ' w CALCRUNC.'
089200         NOT INVALID KEY
089300             SET CALC-RNC-IS-ENDED TO TRUE
089400             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
089500             ACCEPT CALC-RNC-END-TIME FROM TIME
089600             MOVE RETURN-CODE TO CALC-RNC-RC
089700             IF CALC-DPC-INIT-FAILED
089800                 IF CALC-RNC-RC < 16
089900                     MOVE 16 TO CALC-RNC-RC
090000                 END-IF
090100             END-IF
090200             MOVE CALC-DPC-READ-COUNT TO CALC-RNC-READ-COUNT
090300             MOVE CALC-DPC-PASS-COUNT TO CALC-RNC-WRITE-COUNT
090400             COMPUTE CALC-RNC-EXCP-COUNT = CALC-DPC-HELD-DAY-COUNT
090500                 + CALC-DPC-HELD-HIST-COUNT
090600             REWRITE CALC-RNC-RECORD
090700     END-READ
090800     CLOSE CALC-RUNC-FILE.
090900 9500-EXIT.
091000     EXIT.
