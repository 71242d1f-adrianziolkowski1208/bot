000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCBVAR.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-09-14  JK   Original version.  Monthly budget-vs-actual    *
001100*                  report per cost centre.  For the period named  *
001200*                  on the PARM (RRRRMM; by default the period     *
001300*                  CALCCLSE closed last) the ledger is totalled   *
001400*                  by account over the rows stamped with that     *
001500*                  CALC-LEDG-PERIOD, then every account on the    *
001600*                  CALCPEND snapshot of the period is printed     *
001700*                  with its budget from CALCBUDG, the period's    *
001800*                  actual, the variance in amount and percent,    *
001900*                  and the closing balance.  An account whose     *
002000*                  actual exceeds its budget is flagged, and the  *
002100*                  run ends with RETURN-CODE 4 while any are.     *
002200*=================================================================*
002300*
002400*-----------------------------------------------------------------*
002500* ENVIRONMENT DIVISION                                             *
002600*-----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS CALC-BVR-PERIOD-STATUS.
003600
003700     SELECT CALC-LEDGER-FILE ASSIGN TO 'CALCLEDG'
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CALC-BVR-LEDGER-STATUS.
004000
004100     SELECT CALC-PEND-FILE ASSIGN TO 'CALCPEND'
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CALC-BVR-PEND-STATUS.
004400
004500     SELECT CALC-BUDGET-FILE ASSIGN TO 'CALCBUDG'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CALC-BUD-KEY
004900         FILE STATUS IS CALC-BVR-BUDGET-STATUS.
005000
005100     SELECT CALC-BVAR-RPT-FILE ASSIGN TO 'CALCBVRO'
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CALC-BVR-PRINT-STATUS.
005400
005500*-----------------------------------------------------------------*
005600* DATA DIVISION                                                    *
005700*-----------------------------------------------------------------*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CALC-PERIOD-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY CALCPRD.
006400
006500 FD  CALC-LEDGER-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CALCLEDG.
006900
007000 FD  CALC-PEND-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CALCPEB.
007400
007500 FD  CALC-BUDGET-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCBUD.
007800
007900 FD  CALC-BVAR-RPT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 132 CHARACTERS.
008300 01  CALC-BVR-LINE                PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------------*
008700* FILE STATUS AND CONTROL SWITCHES                                  *
008800*-----------------------------------------------------------------*
008900 01  CALC-BVR-PERIOD-STATUS       PIC X(02) VALUE '00'.
009000 01  CALC-BVR-LEDGER-STATUS       PIC X(02) VALUE '00'.
009100 01  CALC-BVR-PEND-STATUS         PIC X(02) VALUE '00'.
009200 01  CALC-BVR-BUDGET-STATUS       PIC X(02) VALUE '00'.
009300 01  CALC-BVR-PRINT-STATUS        PIC X(02) VALUE '00'.
009400
009500 01  CALC-BVR-LEDG-EOF-SW         PIC X(01) VALUE 'N'.
009600     88  CALC-BVR-LEDG-EOF                VALUE 'Y'.
009700     88  CALC-BVR-LEDG-NOT-EOF            VALUE 'N'.
009800
009900 01  CALC-BVR-PEND-EOF-SW         PIC X(01) VALUE 'N'.
010000     88  CALC-BVR-PEND-EOF                VALUE 'Y'.
010100     88  CALC-BVR-PEND-NOT-EOF            VALUE 'N'.
010200
010300 01  CALC-BVR-INIT-SW             PIC X(01) VALUE 'Y'.
010400     88  CALC-BVR-INIT-OK                 VALUE 'Y'.
010500     88  CALC-BVR-INIT-FAILED             VALUE 'N'.
010600
010700 01  CALC-BVR-BUDGET-SW           PIC X(01) VALUE 'N'.
010800     88  CALC-BVR-BUDGET-FOUND            VALUE 'Y'.
010900     88  CALC-BVR-BUDGET-NOT-FOUND        VALUE 'N'.
011000
011100*-----------------------------------------------------------------*
011200* REPORT PERIOD - from the PARM as RRRRMM, or by default the      *
011300* month before the period open on CALCPERD, i.e. the one the     *
011400* last close snapshotted.  Built in a redefined year/month view  *
011500* so the January rollback is plain arithmetic.                   *
011600*-----------------------------------------------------------------*
011700 01  CALC-BVR-PERIOD              PIC 9(06) VALUE ZERO.
011800 01  CALC-BVR-PERIOD-R REDEFINES CALC-BVR-PERIOD.
011900     05  CALC-BVR-P-YEAR          PIC 9(04).
012000     05  CALC-BVR-P-MONTH         PIC 9(02).
012100 01  CALC-BVR-PERIOD-X            PIC X(06) VALUE SPACES.
012200 01  CALC-BVR-ROW-PERIOD          PIC 9(06) VALUE ZERO.
012300
012400*-----------------------------------------------------------------*
012500* PER-ACCOUNT PERIOD ACTUALS TABLE - built from the ledger pass,  *
012600* looked up by the snapshot pass, the same way CALCTBAL builds    *
012700* its proof totals.                                               *
012800*-----------------------------------------------------------------*
012900 01  CALC-BVR-ACCT-TABLE.
013000     05  CALC-BVR-ACCT-ENTRY OCCURS 500 TIMES
013100                             INDEXED BY CALC-BVR-ACCT-IDX.
013200         10  CALC-BVR-E-CODE       PIC X(08).
013300         10  CALC-BVR-E-AMOUNT     PIC S9(11)V99.
013400 01  CALC-BVR-ACCT-USED           PIC 9(04) COMP VALUE ZERO.
013500 01  CALC-BVR-FOUND-SW            PIC X(01) VALUE 'N'.
013600     88  CALC-BVR-FOUND                   VALUE 'Y'.
013700     88  CALC-BVR-NOT-FOUND               VALUE 'N'.
013800 01  CALC-BVR-FULL-SW             PIC X(01) VALUE 'N'.
013900     88  CALC-BVR-TABLE-FULL              VALUE 'Y'.
014000     88  CALC-BVR-TABLE-NOT-FULL          VALUE 'N'.
014100
014200*-----------------------------------------------------------------*
014300* VARIANCE WORK FIELDS FOR THE ACCOUNT IN HAND                     *
014400*-----------------------------------------------------------------*
014500 01  CALC-BVR-ACTUAL              PIC S9(11)V99 VALUE ZERO.
014600 01  CALC-BVR-BUDGET              PIC S9(11)V99 VALUE ZERO.
014700 01  CALC-BVR-VARIANCE            PIC S9(11)V99 VALUE ZERO.
014800 01  CALC-BVR-PERCENT             PIC S9(05)V9 VALUE ZERO.
014900
015000*-----------------------------------------------------------------*
015100* RUN COUNTERS AND REPORT TOTALS                                    *
015200*-----------------------------------------------------------------*
015300 01  CALC-BVR-ACCT-COUNT          PIC 9(06) COMP VALUE ZERO.
015400 01  CALC-BVR-OVER-COUNT          PIC 9(06) COMP VALUE ZERO.
015500 01  CALC-BVR-NO-BUDGET-COUNT     PIC 9(06) COMP VALUE ZERO.
015600 01  CALC-BVR-TOT-BUDGET          PIC S9(13)V99 VALUE ZERO.
015700 01  CALC-BVR-TOT-ACTUAL          PIC S9(13)V99 VALUE ZERO.
015800 01  CALC-BVR-TOT-VARIANCE        PIC S9(13)V99 VALUE ZERO.
015900
016000 01  CALC-BVR-RUN-DATE            PIC 9(08) VALUE ZERO.
016100
016200*-----------------------------------------------------------------*
016300* PRINT LINE LAYOUTS                                                *
016400*-----------------------------------------------------------------*
016500 01  CALC-BVR-HEADING-LINE.
016600     05  FILLER                  PIC X(30) VALUE
016700         'BUDZET / WYKONANIE  -  OKRES  '.
016800     05  CALC-BVR-H-PERIOD       PIC 9(06).
016900     05  FILLER                  PIC X(14) VALUE
017000         '   WYKONANO   '.
017100     05  CALC-BVR-H-DATE         PIC 9(08).
017200
017300 01  CALC-BVR-COLUMN-LINE.
017400     05  FILLER                  PIC X(44) VALUE
017500         'KONTO              BUDZET         WYKONANIE '.
017600     05  FILLER                  PIC X(44) VALUE
017700         '       ODCHYLENIE      PROC           SALDO '.
017800     05  FILLER                  PIC X(10) VALUE
017900         ' UWAGI    '.
018000
018100 01  CALC-BVR-DETAIL-LINE.
018200     05  CALC-BVR-D-ACCOUNT      PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  CALC-BVR-D-BUDGET       PIC -(13)9.99.
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  CALC-BVR-D-ACTUAL       PIC -(13)9.99.
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  CALC-BVR-D-VARIANCE     PIC -(13)9.99.
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  CALC-BVR-D-PERCENT      PIC -(5)9.9.
019100     05  CALC-BVR-D-PERCENT-X REDEFINES CALC-BVR-D-PERCENT
019200                                 PIC X(08).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  CALC-BVR-D-BALANCE      PIC -(13)9.99.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  CALC-BVR-D-FLAG         PIC X(16).
019700
019800 01  CALC-BVR-TOTAL-LINE.
019900     05  CALC-BVR-T-TEXT         PIC X(40).
020000     05  CALC-BVR-T-COUNT        PIC ZZZZZZZ9.
020100
020200 01  CALC-BVR-AMOUNT-LINE.
020300     05  CALC-BVR-A-TEXT         PIC X(40).
020400     05  CALC-BVR-A-AMOUNT       PIC -(13)9.99.
020500
020600 01  CALC-BVR-CLEAN-LINE         PIC X(46) VALUE
020700     'BRAK PRZEKROCZEN - wszystkie konta w budzecie.'.
020800
020900 01  CALC-BVR-FULL-LINE          PIC X(56) VALUE
021000     'UWAGA - wiecej niz 500 kont w okresie, reszta pominieta.'.
021100
021200 01  CALC-BVR-BLANK-LINE         PIC X(01) VALUE SPACE.
021300
021400*-----------------------------------------------------------------*
021500* LINKAGE SECTION - the optional PARM= text naming the period,    *
021600* in the standard length-prefixed form, e.g. PARM='202609'.       *
021700*-----------------------------------------------------------------*
021800 LINKAGE SECTION.
021900 01  CALC-BVR-PARM-AREA.
022000     05  CALC-BVR-PARM-LENGTH     PIC S9(04) COMP.
022100     05  CALC-BVR-PARM-TEXT       PIC X(06).
022200
022300*-----------------------------------------------------------------*
022400* PROCEDURE DIVISION                                                *
022500*-----------------------------------------------------------------*
022600 PROCEDURE DIVISION USING CALC-BVR-PARM-AREA.
022700*=================================================================*
022800* MAIN-PARAGRAPH - ledger pass builds the period actuals, the     *
022900* snapshot pass prints one line per account, totals close it.    *
023000*=================================================================*
023100 MAIN-PARAGRAPH.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023300
023400     IF CALC-BVR-INIT-OK
023500         PERFORM 2000-READ-LEDGER-RECORD THRU 2000-EXIT
023600         PERFORM 3000-TOTAL-ONE-LEDGER-ROW THRU 3000-EXIT
023700             UNTIL CALC-BVR-LEDG-EOF
023800
023900         PERFORM 4000-READ-PEND-RECORD THRU 4000-EXIT
024000         PERFORM 5000-REPORT-ONE-ACCOUNT THRU 5000-EXIT
024100             UNTIL CALC-BVR-PEND-EOF
024200
024300         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
024400
024500         PERFORM 9000-TERMINATE THRU 9000-EXIT
024600     END-IF
024700
024800     STOP RUN.
024900
025000*=================================================================*
025100* 1000-INITIALIZE - settles the report period, then opens the    *
025200* files with the usual clean-error treatment and prints the      *
025300* page heading.  A missing budget file is an error: without it   *
025400* there is nothing to report against.                            *
025500*=================================================================*
025600 1000-INITIALIZE.
025700     SET CALC-BVR-INIT-OK TO TRUE
025800     ACCEPT CALC-BVR-RUN-DATE FROM DATE YYYYMMDD
025900
026000     PERFORM 1100-SET-REPORT-PERIOD THRU 1100-EXIT
026100     IF CALC-BVR-INIT-FAILED
026200         GO TO 1000-EXIT
026300     END-IF
026400
026500     OPEN INPUT CALC-LEDGER-FILE
026600     IF CALC-BVR-LEDGER-STATUS NOT = '00'
026700         DISPLAY 'Blad otwarcia CALC-LEDGER-FILE, status: '
026800             CALC-BVR-LEDGER-STATUS
026900         SET CALC-BVR-INIT-FAILED TO TRUE
027000         GO TO 1000-EXIT
027100     END-IF
027200     OPEN INPUT CALC-PEND-FILE
027300     IF CALC-BVR-PEND-STATUS NOT = '00'
027400         DISPLAY 'Blad otwarcia CALC-PEND-FILE, status: '
027500             CALC-BVR-PEND-STATUS
027600         SET CALC-BVR-INIT-FAILED TO TRUE
027700         CLOSE CALC-LEDGER-FILE
027800         GO TO 1000-EXIT
027900     END-IF
028000     OPEN INPUT CALC-BUDGET-FILE
028100     IF CALC-BVR-BUDGET-STATUS NOT = '00'
028200         DISPLAY 'Blad otwarcia CALC-BUDGET-FILE, status: '
028300             CALC-BVR-BUDGET-STATUS
028400         DISPLAY 'Czy CALCBUDL zostal wykonany?'
028500         SET CALC-BVR-INIT-FAILED TO TRUE
028600         CLOSE CALC-LEDGER-FILE
028700         CLOSE CALC-PEND-FILE
028800         GO TO 1000-EXIT
028900     END-IF
029000     OPEN OUTPUT CALC-BVAR-RPT-FILE
029100     IF CALC-BVR-PRINT-STATUS NOT = '00'
029200         DISPLAY 'Blad otwarcia CALC-BVAR-RPT-FILE, status: '
029300             CALC-BVR-PRINT-STATUS
029400         SET CALC-BVR-INIT-FAILED TO TRUE
029500         CLOSE CALC-LEDGER-FILE
029600         CLOSE CALC-PEND-FILE
029700         CLOSE CALC-BUDGET-FILE
029800         GO TO 1000-EXIT
029900     END-IF
030000
030100     MOVE CALC-BVR-PERIOD   TO CALC-BVR-H-PERIOD
030200     MOVE CALC-BVR-RUN-DATE TO CALC-BVR-H-DATE
030300     WRITE CALC-BVR-LINE FROM CALC-BVR-HEADING-LINE
030400         AFTER ADVANCING PAGE
030500     WRITE CALC-BVR-LINE FROM CALC-BVR-BLANK-LINE
030600         AFTER ADVANCING 1 LINE
030700     WRITE CALC-BVR-LINE FROM CALC-BVR-COLUMN-LINE
030800         AFTER ADVANCING 1 LINE
030900     WRITE CALC-BVR-LINE FROM CALC-BVR-BLANK-LINE
031000         AFTER ADVANCING 1 LINE.
031100 1000-EXIT.
031200     EXIT.
031300
031400*=================================================================*
031500* 1100-SET-REPORT-PERIOD - a PARM period is taken as given once  *
031600* it proves to be a real RRRRMM; without one the period before   *
031700* the open period on CALCPERD is reported.  A bad PARM, or no    *
031800* usable CALCPERD record to default from, ends the run with      *
031900* RETURN-CODE 16.                                                 *
032000*=================================================================*
032100 1100-SET-REPORT-PERIOD.
032200     MOVE SPACES TO CALC-BVR-PERIOD-X
032300     IF CALC-BVR-PARM-LENGTH > 0
032400         MOVE CALC-BVR-PARM-TEXT TO CALC-BVR-PERIOD-X
032500     END-IF
032600     IF CALC-BVR-PERIOD-X NOT = SPACES
032700         IF CALC-BVR-PERIOD-X NOT NUMERIC
032800             DISPLAY 'Blad: zly okres w PARM '
032900                 '(oczekiwano RRRRMM): ' CALC-BVR-PERIOD-X
033000             SET CALC-BVR-INIT-FAILED TO TRUE
033100             MOVE 16 TO RETURN-CODE
033200             GO TO 1100-EXIT
033300         END-IF
033400         MOVE CALC-BVR-PERIOD-X TO CALC-BVR-PERIOD
033500         IF CALC-BVR-P-MONTH < 01 OR CALC-BVR-P-MONTH > 12
033600             DISPLAY 'Blad: zly miesiac w PARM: '
033700                 CALC-BVR-PERIOD-X
033800             SET CALC-BVR-INIT-FAILED TO TRUE
033900             MOVE 16 TO RETURN-CODE
034000         END-IF
034100         GO TO 1100-EXIT
034200     END-IF
034300
034400     MOVE ZERO TO CALC-BVR-PERIOD
034500     OPEN INPUT CALC-PERIOD-FILE
034600     IF CALC-BVR-PERIOD-STATUS NOT = '00'
034700         DISPLAY 'Blad otwarcia CALC-PERIOD-FILE, status: '
034800             CALC-BVR-PERIOD-STATUS
034900         SET CALC-BVR-INIT-FAILED TO TRUE
035000         MOVE 16 TO RETURN-CODE
035100         GO TO 1100-EXIT
035200     END-IF
035300     READ CALC-PERIOD-FILE
035400         NOT AT END
035500             IF CALC-PERIOD-CURRENT NUMERIC
035600                 MOVE CALC-PERIOD-CURRENT TO CALC-BVR-PERIOD
035700             END-IF
035800     END-READ
035900     CLOSE CALC-PERIOD-FILE
036000     IF CALC-BVR-PERIOD = ZERO
036100         DISPLAY 'Blad: brak lub zly rekord okresu w CALCPERD.'
036200         SET CALC-BVR-INIT-FAILED TO TRUE
036300         MOVE 16 TO RETURN-CODE
036400         GO TO 1100-EXIT
036500     END-IF
036600     IF CALC-BVR-P-MONTH = 01
036700         SUBTRACT 1 FROM CALC-BVR-P-YEAR
036800         MOVE 12 TO CALC-BVR-P-MONTH
036900     ELSE
037000         SUBTRACT 1 FROM CALC-BVR-P-MONTH
037100     END-IF.
037200 1100-EXIT.
037300     EXIT.
037400
037500*=================================================================*
037600* 2000-READ-LEDGER-RECORD - control-total trailer records ('T'    *
037700* mark byte) are not postings, so they are skipped here.          *
037800*=================================================================*
037900 2000-READ-LEDGER-RECORD.
038000     READ CALC-LEDGER-FILE
038100         AT END
038200             SET CALC-BVR-LEDG-EOF TO TRUE
038300             GO TO 2000-EXIT
038400     END-READ
038500     IF CALC-LEDG-IS-TRAILER
038600         GO TO 2000-READ-LEDGER-RECORD
038700     END-IF.
038800 2000-EXIT.
038900     EXIT.
039000
039100*=================================================================*
039200* 3000-TOTAL-ONE-LEDGER-ROW - a row of the report period is       *
039300* folded into its account's slot, a new slot opening for the     *
039400* first posting of an account not yet seen.  The period is the   *
039500* stamped CALC-LEDG-PERIOD, falling back to the month of the      *
039600* posting date for rows older than that field, as in CALCMSUM.   *
039700*=================================================================*
039800 3000-TOTAL-ONE-LEDGER-ROW.
039900     IF CALC-LEDG-PERIOD NUMERIC
040000         MOVE CALC-LEDG-PERIOD TO CALC-BVR-ROW-PERIOD
040100     ELSE
040200         MOVE CALC-LEDG-POST-DATE(1:6) TO CALC-BVR-ROW-PERIOD
040300     END-IF
040400     IF CALC-BVR-ROW-PERIOD NOT = CALC-BVR-PERIOD
040500         GO TO 3000-NEXT
040600     END-IF
040700
040800     SET CALC-BVR-NOT-FOUND TO TRUE
040900     PERFORM 3100-CHECK-ACCOUNT-SLOT THRU 3100-EXIT
041000         VARYING CALC-BVR-ACCT-IDX FROM 1 BY 1
041100         UNTIL CALC-BVR-ACCT-IDX > CALC-BVR-ACCT-USED
041200            OR CALC-BVR-FOUND
041300
041400     IF CALC-BVR-NOT-FOUND
041500         IF CALC-BVR-ACCT-USED < 500
041600             ADD 1 TO CALC-BVR-ACCT-USED
041700             SET CALC-BVR-ACCT-IDX TO CALC-BVR-ACCT-USED
041800             MOVE CALC-LEDG-ACCOUNT
041900                 TO CALC-BVR-E-CODE(CALC-BVR-ACCT-IDX)
042000             MOVE CALC-LEDG-AMOUNT
042100                 TO CALC-BVR-E-AMOUNT(CALC-BVR-ACCT-IDX)
042200         ELSE
042300             IF CALC-BVR-TABLE-NOT-FULL
042400                 DISPLAY 'UWAGA: tabela kont pelna - '
042500                     'pomijam kolejne konta.'
042600                 SET CALC-BVR-TABLE-FULL TO TRUE
042700             END-IF
042800         END-IF
042900     END-IF.
043000 3000-NEXT.
043100     PERFORM 2000-READ-LEDGER-RECORD THRU 2000-EXIT.
043200 3000-EXIT.
043300     EXIT.
043400
043500*=================================================================*
043600* 3100-CHECK-ACCOUNT-SLOT - tested by 3000 against one table      *
043700* entry at a time, looking for the posting's account.             *
043800*=================================================================*
043900 3100-CHECK-ACCOUNT-SLOT.
044000     IF CALC-BVR-E-CODE(CALC-BVR-ACCT-IDX) = CALC-LEDG-ACCOUNT
044100         ADD CALC-LEDG-AMOUNT
044200             TO CALC-BVR-E-AMOUNT(CALC-BVR-ACCT-IDX)
044300         SET CALC-BVR-FOUND TO TRUE
044400     END-IF.
044500 3100-EXIT.
044600     EXIT.
044700
044800*=================================================================*
044900* 4000-READ-PEND-RECORD - next snapshot row of the report period; *
045000* rows of every other period are passed over.                    *
045100*=================================================================*
045200 4000-READ-PEND-RECORD.
045300     READ CALC-PEND-FILE
045400         AT END
045500             SET CALC-BVR-PEND-EOF TO TRUE
045600             GO TO 4000-EXIT
045700     END-READ
045800     IF CALC-PEB-PERIOD NOT NUMERIC
045900         OR CALC-PEB-PERIOD NOT = CALC-BVR-PERIOD
046000         GO TO 4000-READ-PEND-RECORD
046100     END-IF.
046200 4000-EXIT.
046300     EXIT.
046400
046500*=================================================================*
046600* 5000-REPORT-ONE-ACCOUNT - actual from the table (zero when the  *
046700* account posted nothing in the period), budget by key, and the  *
046800* variance: actual less budget, and that as a percentage of the  *
046900* budget.  Over budget is flagged; an account without a budget   *
047000* for the period is printed with the variance left blank.        *
047100*=================================================================*
047200 5000-REPORT-ONE-ACCOUNT.
047300     ADD 1 TO CALC-BVR-ACCT-COUNT
047400     MOVE ZERO TO CALC-BVR-ACTUAL
047500     SET CALC-BVR-NOT-FOUND TO TRUE
047600     PERFORM 5100-TAKE-ACCOUNT-SLOT THRU 5100-EXIT
047700         VARYING CALC-BVR-ACCT-IDX FROM 1 BY 1
047800         UNTIL CALC-BVR-ACCT-IDX > CALC-BVR-ACCT-USED
047900            OR CALC-BVR-FOUND
048000
048100     SET CALC-BVR-BUDGET-FOUND TO TRUE
048200     MOVE CALC-PEB-ACCT-CODE TO CALC-BUD-ACCT-CODE
048300     MOVE CALC-BVR-PERIOD    TO CALC-BUD-PERIOD
048400     READ CALC-BUDGET-FILE
048500         INVALID KEY
048600             SET CALC-BVR-BUDGET-NOT-FOUND TO TRUE
048700     END-READ
048800
048900     MOVE SPACES             TO CALC-BVR-D-FLAG
049000     MOVE CALC-PEB-ACCT-CODE TO CALC-BVR-D-ACCOUNT
049100     MOVE CALC-BVR-ACTUAL    TO CALC-BVR-D-ACTUAL
049200     MOVE CALC-PEB-BALANCE   TO CALC-BVR-D-BALANCE
049300     ADD CALC-BVR-ACTUAL     TO CALC-BVR-TOT-ACTUAL
049400
049500     IF CALC-BVR-BUDGET-NOT-FOUND
049600         ADD 1 TO CALC-BVR-NO-BUDGET-COUNT
049700         MOVE ZERO     TO CALC-BVR-D-BUDGET
049800         MOVE ZERO     TO CALC-BVR-D-VARIANCE
049900         MOVE SPACES   TO CALC-BVR-D-PERCENT-X
050000         MOVE 'BRAK BUDZETU'     TO CALC-BVR-D-FLAG
050100         GO TO 5000-PRINT
050200     END-IF
050300
050400     MOVE CALC-BUD-AMOUNT TO CALC-BVR-BUDGET
050500     COMPUTE CALC-BVR-VARIANCE = CALC-BVR-ACTUAL - CALC-BVR-BUDGET
050600     ADD CALC-BVR-BUDGET   TO CALC-BVR-TOT-BUDGET
050700     ADD CALC-BVR-VARIANCE TO CALC-BVR-TOT-VARIANCE
050800     MOVE CALC-BVR-BUDGET   TO CALC-BVR-D-BUDGET
050900     MOVE CALC-BVR-VARIANCE TO CALC-BVR-D-VARIANCE
051000     IF CALC-BVR-BUDGET = ZERO
051100         MOVE SPACES TO CALC-BVR-D-PERCENT-X
051200     ELSE
051300         COMPUTE CALC-BVR-PERCENT ROUNDED
051400             = CALC-BVR-VARIANCE * 100 / CALC-BVR-BUDGET
051500             ON SIZE ERROR
051600                 MOVE ' ****** ' TO CALC-BVR-D-PERCENT-X
051700             NOT ON SIZE ERROR
051800                 MOVE CALC-BVR-PERCENT TO CALC-BVR-D-PERCENT
051900         END-COMPUTE
052000     END-IF
052100     IF CALC-BVR-ACTUAL > CALC-BVR-BUDGET
052200         ADD 1 TO CALC-BVR-OVER-COUNT
052300         MOVE '** PRZEKROCZONY' TO CALC-BVR-D-FLAG
052400     END-IF.
052500 5000-PRINT.
052600     WRITE CALC-BVR-LINE FROM CALC-BVR-DETAIL-LINE
052700         AFTER ADVANCING 1 LINE
052800     PERFORM 4000-READ-PEND-RECORD THRU 4000-EXIT.
052900 5000-EXIT.
053000     EXIT.
053100
053200*=================================================================*
053300* 5100-TAKE-ACCOUNT-SLOT - tested by 5000 against one table       *
053400* entry at a time; a hit hands over the period actual.            *
053500*=================================================================*
053600 5100-TAKE-ACCOUNT-SLOT.
053700     IF CALC-BVR-E-CODE(CALC-BVR-ACCT-IDX) = CALC-PEB-ACCT-CODE
053800         MOVE CALC-BVR-E-AMOUNT(CALC-BVR-ACCT-IDX)
053900             TO CALC-BVR-ACTUAL
054000         SET CALC-BVR-FOUND TO TRUE
054100     END-IF.
054200 5100-EXIT.
054300     EXIT.
054400
054500*=================================================================*
054600* 7000-PRINT-SUMMARY - totals and the explicit all-clear line.    *
054700*=================================================================*
054800 7000-PRINT-SUMMARY.
054900     WRITE CALC-BVR-LINE FROM CALC-BVR-BLANK-LINE
055000         AFTER ADVANCING 1 LINE
055100
055200     MOVE 'Kont w migawce okresu:'   TO CALC-BVR-T-TEXT
055300     MOVE CALC-BVR-ACCT-COUNT        TO CALC-BVR-T-COUNT
055400     WRITE CALC-BVR-LINE FROM CALC-BVR-TOTAL-LINE
055500         AFTER ADVANCING 1 LINE
055600
055700     MOVE 'Kont ponad budzet:'       TO CALC-BVR-T-TEXT
055800     MOVE CALC-BVR-OVER-COUNT        TO CALC-BVR-T-COUNT
055900     WRITE CALC-BVR-LINE FROM CALC-BVR-TOTAL-LINE
056000         AFTER ADVANCING 1 LINE
056100
056200     MOVE 'Kont bez budzetu:'        TO CALC-BVR-T-TEXT
056300     MOVE CALC-BVR-NO-BUDGET-COUNT   TO CALC-BVR-T-COUNT
056400     WRITE CALC-BVR-LINE FROM CALC-BVR-TOTAL-LINE
056500         AFTER ADVANCING 1 LINE
056600
056700     MOVE 'Budzet razem:'            TO CALC-BVR-A-TEXT
056800     MOVE CALC-BVR-TOT-BUDGET        TO CALC-BVR-A-AMOUNT
056900     WRITE CALC-BVR-LINE FROM CALC-BVR-AMOUNT-LINE
057000         AFTER ADVANCING 1 LINE
057100
057200     MOVE 'Wykonanie razem:'         TO CALC-BVR-A-TEXT
057300     MOVE CALC-BVR-TOT-ACTUAL        TO CALC-BVR-A-AMOUNT
057400     WRITE CALC-BVR-LINE FROM CALC-BVR-AMOUNT-LINE
057500         AFTER ADVANCING 1 LINE
057600
057700     MOVE 'Odchylenie kont z budzetem:' TO CALC-BVR-A-TEXT
057800     MOVE CALC-BVR-TOT-VARIANCE      TO CALC-BVR-A-AMOUNT
057900     WRITE CALC-BVR-LINE FROM CALC-BVR-AMOUNT-LINE
058000         AFTER ADVANCING 1 LINE
058100
058200     IF CALC-BVR-TABLE-FULL
058300         WRITE CALC-BVR-LINE FROM CALC-BVR-FULL-LINE
058400             AFTER ADVANCING 1 LINE
058500     END-IF
058600
058700     IF CALC-BVR-OVER-COUNT = ZERO
058800         AND CALC-BVR-TABLE-NOT-FULL
058900         WRITE CALC-BVR-LINE FROM CALC-BVR-BLANK-LINE
059000             AFTER ADVANCING 1 LINE
059100         WRITE CALC-BVR-LINE FROM CALC-BVR-CLEAN-LINE
059200             AFTER ADVANCING 1 LINE
059300     END-IF.
059400 7000-EXIT.
059500     EXIT.
059600
059700*=================================================================*
059800* 9000-TERMINATE - an overspend (or a table overflow, which means *
059900* the report is incomplete) ends the run with RETURN-CODE 4 so   *
060000* the scheduler routes the page to the cost-centre owners.       *
060100*=================================================================*
060200 9000-TERMINATE.
060300     CLOSE CALC-LEDGER-FILE
060400     CLOSE CALC-PEND-FILE
060500     CLOSE CALC-BUDGET-FILE
060600     CLOSE CALC-BVAR-RPT-FILE
060700     IF CALC-BVR-OVER-COUNT > ZERO
060800         OR CALC-BVR-TABLE-FULL
060900         MOVE 4 TO RETURN-CODE
061000     END-IF
061100     DISPLAY 'Okres raportu:     ' CALC-BVR-PERIOD
061200     DISPLAY 'Kont ponad budzet: ' CALC-BVR-OVER-COUNT
061300     DISPLAY 'Koniec programu.'.
061400 9000-EXIT.
061500     EXIT.
