000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCSTMT.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-13  JK   Original version.  Month-end account           *
001100*                  statements for the cost-centre owners, run     *
001200*                  after CALCCLSE for the period it has just      *
001300*                  closed.  Each account on the new CALCPEND      *
001400*                  snapshot gets one statement: the opening       *
001500*                  balance from the prior period's snapshot,      *
001600*                  every ledger posting of the period from the    *
001700*                  ledger copy CALCLEDX with its keying-shop      *
001800*                  source from CALCAUDX and any reversal marked   *
001900*                  from CALCRVSL, and the closing balance, which  *
002000*                  is proved against the snapshot and flagged     *
002100*                  when it disagrees.  Closed accounts with no    *
002200*                  activity are suppressed.  A control page       *
002300*                  counts the statements and totals the closing   *
002400*                  balances; RETURN-CODE 4 while anything is      *
002500*                  flagged.                                       *
002600*=================================================================*
002700*
002800*-----------------------------------------------------------------*
002900* ENVIRONMENT DIVISION                                            *
003000*-----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CALC-STM-PERIOD-STATUS.
004000
004100     SELECT CALC-PEND-FILE ASSIGN TO 'CALCPEND'
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CALC-STM-PEND-STATUS.
004400
004500     SELECT CALC-PRIOR-FILE ASSIGN TO 'CALCPEND'
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CALC-STM-PRIOR-STATUS.
004800
004900     SELECT CALC-LEDX-FILE ASSIGN TO 'CALCLEDX'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS CALC-LEDX-KEY
005300         ALTERNATE RECORD KEY IS CALC-LEDX-PERIOD
005400             WITH DUPLICATES
005500         FILE STATUS IS CALC-STM-LEDX-STATUS.
005600
005700     SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS CALC-ACCT-CODE
006100         FILE STATUS IS CALC-STM-ACCT-STATUS.
006200
006300     SELECT CALC-AUDX-FILE ASSIGN TO 'CALCAUDX'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CALC-AUDX-TRANS-ID
006700         ALTERNATE RECORD KEY IS CALC-AUDX-DATE
006800             WITH DUPLICATES
006900         FILE STATUS IS CALC-STM-AUDX-STATUS.
007000
007100     SELECT CALC-RVSL-FILE ASSIGN TO 'CALCRVSL'
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS CALC-RVS-ORIG-ID
007500         FILE STATUS IS CALC-STM-RVSL-STATUS.
007600
007700     SELECT CALC-STMT-RPT-FILE ASSIGN TO 'CALCSTMO'
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS CALC-STM-PRINT-STATUS.
008000
008100     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS CALC-RNC-KEY
008500         FILE STATUS IS CALC-STM-RUN-FILE-STATUS.
008600
008700*-----------------------------------------------------------------*
008800* DATA DIVISION                                                   *
008900*-----------------------------------------------------------------*
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CALC-PERIOD-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CALCPRD.
009600
009700*-----------------------------------------------------------------*
009800* CALCPEND is read twice side by side: CALC-PEND-FILE along the   *
009900* snapshot of the closed period, CALC-PRIOR-FILE along the one    *
010000* before it.  Both records come from CALCPEB, so every reference  *
010100* to a snapshot field names its file (OF CALC-PEND-FILE / OF      *
010200* CALC-PRIOR-FILE).                                               *
010300*-----------------------------------------------------------------*
010400 FD  CALC-PEND-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY CALCPEB.
010800
010900 FD  CALC-PRIOR-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CALCPEB.
011300
011400 FD  CALC-LEDX-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY CALCLEDX.
011700
011800 FD  CALC-ACCT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY CALCACCT.
012100
012200 FD  CALC-AUDX-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY CALCAUDX.
012500
012600 FD  CALC-RVSL-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY CALCRVS.
012900
013000 FD  CALC-STMT-RPT-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 132 CHARACTERS.
013400 01  CALC-STM-LINE                PIC X(132).
013500
013600 FD  CALC-RUNC-FILE
013700     LABEL RECORDS ARE STANDARD.
013800     COPY CALCRUN.
013900
014000 WORKING-STORAGE SECTION.
014100*-----------------------------------------------------------------*
014200* FILE STATUS AND CONTROL SWITCHES                                *
014300*-----------------------------------------------------------------*
014400 01  CALC-STM-PERIOD-STATUS       PIC X(02) VALUE '00'.
014500 01  CALC-STM-PEND-STATUS         PIC X(02) VALUE '00'.
014600 01  CALC-STM-PRIOR-STATUS        PIC X(02) VALUE '00'.
014700 01  CALC-STM-LEDX-STATUS         PIC X(02) VALUE '00'.
014800 01  CALC-STM-ACCT-STATUS         PIC X(02) VALUE '00'.
014900 01  CALC-STM-AUDX-STATUS         PIC X(02) VALUE '00'.
015000 01  CALC-STM-RVSL-STATUS         PIC X(02) VALUE '00'.
015100 01  CALC-STM-PRINT-STATUS        PIC X(02) VALUE '00'.
015200
015300 01  CALC-STM-PEND-EOF-SW         PIC X(01) VALUE 'N'.
015400     88  CALC-STM-PEND-EOF                VALUE 'Y'.
015500     88  CALC-STM-PEND-NOT-EOF            VALUE 'N'.
015600
015700 01  CALC-STM-PRIOR-EOF-SW        PIC X(01) VALUE 'N'.
015800     88  CALC-STM-PRIOR-EOF               VALUE 'Y'.
015900     88  CALC-STM-PRIOR-NOT-EOF           VALUE 'N'.
016000
016100 01  CALC-STM-LEDX-EOF-SW         PIC X(01) VALUE 'N'.
016200     88  CALC-STM-LEDX-EOF                VALUE 'Y'.
016300     88  CALC-STM-LEDX-NOT-EOF            VALUE 'N'.
016400
016500 01  CALC-STM-INIT-SW             PIC X(01) VALUE 'Y'.
016600     88  CALC-STM-INIT-OK                 VALUE 'Y'.
016700     88  CALC-STM-INIT-FAILED             VALUE 'N'.
016800
016900 01  CALC-STM-MASTER-SW           PIC X(01) VALUE 'N'.
017000     88  CALC-STM-MASTER-FOUND            VALUE 'Y'.
017100     88  CALC-STM-MASTER-NOT-FOUND        VALUE 'N'.
017200
017300 01  CALC-STM-OPENING-SW          PIC X(01) VALUE 'N'.
017400     88  CALC-STM-OPENING-FOUND           VALUE 'Y'.
017500     88  CALC-STM-OPENING-NOT-FOUND       VALUE 'N'.
017600
017700*-----------------------------------------------------------------*
017800* STATEMENT PERIOD - the month before the period open on          *
017900* CALCPERD, i.e. the one CALCCLSE has just closed, and the month  *
018000* before that for the opening balances.  Built in redefined       *
018100* year/month views so the January rollback is plain arithmetic,   *
018200* as in CALCBVAR.                                                 *
018300*-----------------------------------------------------------------*
018400 01  CALC-STM-PERIOD              PIC 9(06) VALUE ZERO.
018500 01  CALC-STM-PERIOD-R REDEFINES CALC-STM-PERIOD.
018600     05  CALC-STM-P-YEAR          PIC 9(04).
018700     05  CALC-STM-P-MONTH         PIC 9(02).
018800 01  CALC-STM-PRIOR-PERIOD        PIC 9(06) VALUE ZERO.
018900 01  CALC-STM-PRIOR-PERIOD-R REDEFINES CALC-STM-PRIOR-PERIOD.
019000     05  CALC-STM-Q-YEAR          PIC 9(04).
019100     05  CALC-STM-Q-MONTH         PIC 9(02).
019200
019300*-----------------------------------------------------------------*
019400* MERGE KEYS - the account in hand on each of the three inputs,   *
019500* set to HIGH-VALUES at end of file so the merge runs out         *
019600* without special cases.                                          *
019700*-----------------------------------------------------------------*
019800 01  CALC-STM-PEND-ACCOUNT        PIC X(08) VALUE SPACES.
019900 01  CALC-STM-PRIOR-ACCOUNT       PIC X(08) VALUE SPACES.
020000 01  CALC-STM-LEDX-ACCOUNT        PIC X(08) VALUE SPACES.
020100
020200*-----------------------------------------------------------------*
020300* STATEMENT WORK FIELDS FOR THE ACCOUNT IN HAND                   *
020400*-----------------------------------------------------------------*
020500 01  CALC-STM-OPENING             PIC S9(11)V99 VALUE ZERO.
020600 01  CALC-STM-RUNNING             PIC S9(11)V99 VALUE ZERO.
020700 01  CALC-STM-SNAP-BALANCE        PIC S9(11)V99 VALUE ZERO.
020800 01  CALC-STM-DEBITS              PIC S9(11)V99 VALUE ZERO.
020900 01  CALC-STM-CREDITS             PIC S9(11)V99 VALUE ZERO.
021000 01  CALC-STM-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
021100 01  CALC-STM-POST-COUNT          PIC 9(06) COMP VALUE ZERO.
021200
021300*-----------------------------------------------------------------*
021400* RUN COUNTERS AND CONTROL-PAGE TOTALS                            *
021500*-----------------------------------------------------------------*
021600 01  CALC-STM-ACCT-COUNT          PIC 9(06) COMP VALUE ZERO.
021700 01  CALC-STM-STMT-COUNT          PIC 9(06) COMP VALUE ZERO.
021800 01  CALC-STM-FLAG-COUNT          PIC 9(06) COMP VALUE ZERO.
021900 01  CALC-STM-SUPPRESS-COUNT      PIC 9(06) COMP VALUE ZERO.
022000 01  CALC-STM-NO-OPEN-COUNT       PIC 9(06) COMP VALUE ZERO.
022100 01  CALC-STM-NO-MASTER-COUNT     PIC 9(06) COMP VALUE ZERO.
022200 01  CALC-STM-LINE-COUNT          PIC 9(06) COMP VALUE ZERO.
022300 01  CALC-STM-ORPHAN-COUNT        PIC 9(06) COMP VALUE ZERO.
022400 01  CALC-STM-TOT-CLOSING         PIC S9(13)V99 VALUE ZERO.
022500 01  CALC-STM-TOT-SNAPSHOT        PIC S9(13)V99 VALUE ZERO.
022600
022700 01  CALC-STM-RUN-DATE            PIC 9(08) VALUE ZERO.
022800
022900*-----------------------------------------------------------------*
023000* PRINT LINE LAYOUTS                                              *
023100*-----------------------------------------------------------------*
023200 01  CALC-STM-HEADING-LINE.
023300     05  FILLER                  PIC X(30) VALUE
023400         'WYCIAG Z KONTA  -  OKRES      '.
023500     05  CALC-STM-H-PERIOD       PIC 9(06).
023600     05  FILLER                  PIC X(14) VALUE
023700         '   WYKONANO   '.
023800     05  CALC-STM-H-DATE         PIC 9(08).
023900
024000 01  CALC-STM-ACCOUNT-LINE.
024100     05  FILLER                  PIC X(07) VALUE 'KONTO: '.
024200     05  CALC-STM-K-ACCOUNT      PIC X(08).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  CALC-STM-K-DESC         PIC X(30).
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  CALC-STM-K-STATUS       PIC X(30).
024700
024800 01  CALC-STM-OPENING-LINE.
024900     05  FILLER                  PIC X(30) VALUE
025000         'SALDO OTWARCIA  (MIGAWKA      '.
025100     05  CALC-STM-O-PERIOD       PIC 9(06).
025200     05  FILLER                  PIC X(04) VALUE '):  '.
025300     05  CALC-STM-O-AMOUNT       PIC -(13)9.99.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  CALC-STM-O-NOTE         PIC X(40).
025600
025700 01  CALC-STM-COLUMN-LINE.
025800     05  FILLER                  PIC X(44) VALUE
025900         'ID TRANS.  DATA KS.           KWOTA ZRODLO  '.
026000     05  FILLER                  PIC X(44) VALUE
026100         'SALDO PO OPERACJI  UWAGI                    '.
026200
026300 01  CALC-STM-DETAIL-LINE.
026400     05  CALC-STM-D-TRANS-ID     PIC 9(08).
026500     05  FILLER                  PIC X(03) VALUE SPACES.
026600     05  CALC-STM-D-DATE         PIC 9(08).
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  CALC-STM-D-AMOUNT       PIC -(11)9.99.
026900     05  FILLER                  PIC X(04) VALUE SPACES.
027000     05  CALC-STM-D-SOURCE       PIC X(01).
027100     05  FILLER                  PIC X(04) VALUE SPACES.
027200     05  CALC-STM-D-RUNNING      PIC -(13)9.99.
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  CALC-STM-D-MARK         PIC X(12).
027500     05  CALC-STM-D-MARK-ID      PIC 9(08).
027600     05  CALC-STM-D-MARK-ID-X REDEFINES CALC-STM-D-MARK-ID
027700                                 PIC X(08).
027800
027900 01  CALC-STM-NONE-LINE          PIC X(40) VALUE
028000     'Brak operacji w okresie.'.
028100
028200 01  CALC-STM-TOTAL-LINE.
028300     05  CALC-STM-T-TEXT         PIC X(40).
028400     05  CALC-STM-T-COUNT        PIC ZZZZZZZ9.
028500
028600 01  CALC-STM-AMOUNT-LINE.
028700     05  CALC-STM-A-TEXT         PIC X(40).
028800     05  CALC-STM-A-AMOUNT       PIC -(13)9.99.
028900
029000 01  CALC-STM-FLAG-LINE.
029100     05  FILLER                  PIC X(44) VALUE
029200         '*** NIEZGODNOSC: saldo wg migawki CALCPEND  '.
029300     05  CALC-STM-F-AMOUNT       PIC -(13)9.99.
029400     05  FILLER                  PIC X(14) VALUE
029500         '  roznica     '.
029600     05  CALC-STM-F-DIFFERENCE   PIC -(13)9.99.
029700
029800 01  CALC-STM-CTL-HEADING-LINE.
029900     05  FILLER                  PIC X(40) VALUE
030000         'WYCIAGI Z KONT - STRONA KONTROLNA  OKRES'.
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  CALC-STM-C-PERIOD       PIC 9(06).
030300     05  FILLER                  PIC X(14) VALUE
030400         '   WYKONANO   '.
030500     05  CALC-STM-C-DATE         PIC 9(08).
030600
030700 01  CALC-STM-CLEAN-LINE         PIC X(50) VALUE
030800     'ZGODNOSC - wszystkie wyciagi zgodne z CALCPEND.'.
030900
031000 01  CALC-STM-EMPTY-LINE         PIC X(50) VALUE
031100     'UWAGA - brak migawki CALCPEND dla okresu.'.
031200
031300 01  CALC-STM-BLANK-LINE         PIC X(01) VALUE SPACE.
031400
031500*-----------------------------------------------------------------*
031600* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
031700* must have ended cleanly there for the same business date        *
031800* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
031900*-----------------------------------------------------------------*
032000 01  CALC-STM-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
032100 01  CALC-STM-RUN-STEP            PIC X(10) VALUE 'CALCSTMT'.
032200 01  CALC-STM-RUN-PREREQ-1        PIC X(10) VALUE 'CALCCLSE'.
032300 01  CALC-STM-RUN-PREREQ-2        PIC X(10) VALUE 'CALCLEDL'.
032400 01  CALC-STM-RUN-WANTED          PIC X(10) VALUE SPACES.
032500 01  CALC-STM-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
032600 01  CALC-STM-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
032700 01  CALC-STM-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
032800 01  CALC-STM-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
032900
033000 01  CALC-STM-RUN-ROW-SW          PIC X(01) VALUE 'N'.
033100     88  CALC-STM-RUN-ROW-ON-FILE         VALUE 'Y'.
033200     88  CALC-STM-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
033300 01  CALC-STM-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
033400     88  CALC-STM-RUN-IS-RERUN            VALUE 'Y'.
033500     88  CALC-STM-RUN-NOT-RERUN           VALUE 'N'.
033600 01  CALC-STM-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
033700     88  CALC-STM-RUN-STARTED             VALUE 'Y'.
033800     88  CALC-STM-RUN-NOT-STARTED         VALUE 'N'.
033900
034000*-----------------------------------------------------------------*
034100* PROCEDURE DIVISION                                              *
034200*-----------------------------------------------------------------*
034300 PROCEDURE DIVISION.
034400*=================================================================*
034500* MAIN-PARAGRAPH - the closed period's snapshot drives the run:   *
034600* one statement per snapshot row, the prior snapshot and the      *
034700* period's postings merged in alongside by account.  Postings     *
034800* left over after the last snapshot row are counted as orphans.   *
034900*=================================================================*
035000 MAIN-PARAGRAPH.
035100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035200
035300     IF CALC-STM-INIT-OK
035400         PERFORM 2000-READ-PEND-RECORD THRU 2000-EXIT
035500         PERFORM 2100-READ-PRIOR-RECORD THRU 2100-EXIT
035600         PERFORM 2200-READ-LEDX-RECORD THRU 2200-EXIT
035700         PERFORM 3000-STATE-ONE-ACCOUNT THRU 3000-EXIT
035800             UNTIL CALC-STM-PEND-EOF
035900         PERFORM 3100-COUNT-ORPHAN THRU 3100-EXIT
036000             UNTIL CALC-STM-LEDX-EOF
036100
036200         PERFORM 7000-PRINT-CONTROL-PAGE THRU 7000-EXIT
036300
036400         PERFORM 9000-TERMINATE THRU 9000-EXIT
036500     END-IF
036600
036700     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
036800
036900     STOP RUN.
037000
037100*=================================================================*
037200* 1000-INITIALIZE - settles the two periods, then opens the       *
037300* files with the usual clean-error treatment.  A missing ledger   *
037400* copy means CALCLEDL has not run; a missing CALCRVSL only means  *
037500* nothing was ever reversed, so the statements go out unmarked.   *
037600*=================================================================*
037700 1000-INITIALIZE.
037800     SET CALC-STM-INIT-OK TO TRUE
037900     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
038000     IF CALC-STM-INIT-FAILED
038100         GO TO 1000-EXIT
038200     END-IF
038300     ACCEPT CALC-STM-RUN-DATE FROM DATE YYYYMMDD
038400
038500     PERFORM 1100-SET-STATEMENT-PERIOD THRU 1100-EXIT
038600     IF CALC-STM-INIT-FAILED
038700         GO TO 1000-EXIT
038800     END-IF
038900
039000     OPEN INPUT CALC-PEND-FILE
039100     IF CALC-STM-PEND-STATUS NOT = '00'
039200         DISPLAY 'Blad otwarcia CALC-PEND-FILE, status: '
039300             CALC-STM-PEND-STATUS
039400         SET CALC-STM-INIT-FAILED TO TRUE
039500         GO TO 1000-EXIT
039600     END-IF
039700     OPEN INPUT CALC-PRIOR-FILE
039800     IF CALC-STM-PRIOR-STATUS NOT = '00'
039900         DISPLAY 'Blad otwarcia CALC-PRIOR-FILE, status: '
040000             CALC-STM-PRIOR-STATUS
040100         SET CALC-STM-INIT-FAILED TO TRUE
040200         CLOSE CALC-PEND-FILE
040300         GO TO 1000-EXIT
040400     END-IF
040500     OPEN INPUT CALC-LEDX-FILE
040600     IF CALC-STM-LEDX-STATUS NOT = '00'
040700         DISPLAY 'Blad otwarcia CALC-LEDX-FILE, status: '
040800             CALC-STM-LEDX-STATUS
040900         DISPLAY 'Czy CALCLEDL zostal wykonany?'
041000         SET CALC-STM-INIT-FAILED TO TRUE
041100         CLOSE CALC-PEND-FILE
041200         CLOSE CALC-PRIOR-FILE
041300         GO TO 1000-EXIT
041400     END-IF
041500     OPEN INPUT CALC-ACCT-FILE
041600     IF CALC-STM-ACCT-STATUS NOT = '00'
041700         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
041800             CALC-STM-ACCT-STATUS
041900         SET CALC-STM-INIT-FAILED TO TRUE
042000         CLOSE CALC-PEND-FILE
042100         CLOSE CALC-PRIOR-FILE
042200         CLOSE CALC-LEDX-FILE
042300         GO TO 1000-EXIT
042400     END-IF
042500     OPEN INPUT CALC-AUDX-FILE
042600     IF CALC-STM-AUDX-STATUS NOT = '00'
042700         DISPLAY 'Blad otwarcia CALC-AUDX-FILE, status: '
042800             CALC-STM-AUDX-STATUS
042900         DISPLAY 'Czy CALCAUDL zostal wykonany?'
043000         SET CALC-STM-INIT-FAILED TO TRUE
043100         CLOSE CALC-PEND-FILE
043200         CLOSE CALC-PRIOR-FILE
043300         CLOSE CALC-LEDX-FILE
043400         CLOSE CALC-ACCT-FILE
043500         GO TO 1000-EXIT
043600     END-IF
043700     OPEN INPUT CALC-RVSL-FILE
043800     IF CALC-STM-RVSL-STATUS = '35'
043900         OPEN OUTPUT CALC-RVSL-FILE
044000         CLOSE CALC-RVSL-FILE
044100         OPEN INPUT CALC-RVSL-FILE
044200     END-IF
044300     IF CALC-STM-RVSL-STATUS NOT = '00'
044400         DISPLAY 'Blad otwarcia CALC-RVSL-FILE, status: '
044500             CALC-STM-RVSL-STATUS
044600         SET CALC-STM-INIT-FAILED TO TRUE
044700         CLOSE CALC-PEND-FILE
044800         CLOSE CALC-PRIOR-FILE
044900         CLOSE CALC-LEDX-FILE
045000         CLOSE CALC-ACCT-FILE
045100         CLOSE CALC-AUDX-FILE
045200         GO TO 1000-EXIT
045300     END-IF
045400     OPEN OUTPUT CALC-STMT-RPT-FILE
045500     IF CALC-STM-PRINT-STATUS NOT = '00'
045600         DISPLAY 'Blad otwarcia CALC-STMT-RPT-FILE, status: '
045700             CALC-STM-PRINT-STATUS
045800         SET CALC-STM-INIT-FAILED TO TRUE
045900         CLOSE CALC-PEND-FILE
046000         CLOSE CALC-PRIOR-FILE
046100         CLOSE CALC-LEDX-FILE
046200         CLOSE CALC-ACCT-FILE
046300         CLOSE CALC-AUDX-FILE
046400         CLOSE CALC-RVSL-FILE
046500     END-IF.
046600 1000-EXIT.
046700     EXIT.
046800
046900*=================================================================*
047000* 1100-SET-STATEMENT-PERIOD - the period before the open period   *
047100* on CALCPERD is the one CALCCLSE has just closed and             *
047200* snapshotted; the opening balances come from the period before   *
047300* that.  No usable CALCPERD record ends the run with RETURN-CODE  *
047400* 16.                                                             *
047500*=================================================================*
047600 1100-SET-STATEMENT-PERIOD.
047700     MOVE ZERO TO CALC-STM-PERIOD
047800     OPEN INPUT CALC-PERIOD-FILE
047900     IF CALC-STM-PERIOD-STATUS NOT = '00'
048000         DISPLAY 'Blad otwarcia CALC-PERIOD-FILE, status: '
048100             CALC-STM-PERIOD-STATUS
048200         SET CALC-STM-INIT-FAILED TO TRUE
048300         MOVE 16 TO RETURN-CODE
048400         GO TO 1100-EXIT
048500     END-IF
048600     READ CALC-PERIOD-FILE
048700         NOT AT END
048800             IF CALC-PERIOD-CURRENT NUMERIC
048900                 MOVE CALC-PERIOD-CURRENT TO CALC-STM-PERIOD
049000             END-IF
049100     END-READ
049200     CLOSE CALC-PERIOD-FILE
049300     IF CALC-STM-PERIOD = ZERO
049400         DISPLAY 'Blad: brak lub zly rekord okresu w CALCPERD.'
049500         SET CALC-STM-INIT-FAILED TO TRUE
049600         MOVE 16 TO RETURN-CODE
049700         GO TO 1100-EXIT
049800     END-IF
049900     IF CALC-STM-P-MONTH = 01
050000         SUBTRACT 1 FROM CALC-STM-P-YEAR
050100         MOVE 12 TO CALC-STM-P-MONTH
050200     ELSE
050300         SUBTRACT 1 FROM CALC-STM-P-MONTH
050400     END-IF
050500
050600     MOVE CALC-STM-PERIOD TO CALC-STM-PRIOR-PERIOD
050700     IF CALC-STM-Q-MONTH = 01
050800         SUBTRACT 1 FROM CALC-STM-Q-YEAR
050900         MOVE 12 TO CALC-STM-Q-MONTH
051000     ELSE
051100         SUBTRACT 1 FROM CALC-STM-Q-MONTH
051200     END-IF.
051300 1100-EXIT.
051400     EXIT.
051401
051402*=================================================================*
051403* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
051404* opened.  CALCRUNC must show each prerequisite step ended with   *
051405* RETURN-CODE 4 or less for today's business date, and no row     *
051406* of this step's own for it; otherwise the run is refused with    *
051407* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
051408* (an 'O' row) waives both checks for one run.  An accepted run   *
051409* is recorded as started at once, so an abend leaves it visibly   *
051410* unfinished on the file.                                         *
051411*=================================================================*
051412 1050-CHECK-RUN-CONTROL.
051413     ACCEPT CALC-STM-RUN-BUS-DATE FROM DATE YYYYMMDD
051414     OPEN I-O CALC-RUNC-FILE
051415     IF CALC-STM-RUN-FILE-STATUS = '35'
051416         OPEN OUTPUT CALC-RUNC-FILE
051417         CLOSE CALC-RUNC-FILE
051418         OPEN I-O CALC-RUNC-FILE
051419     END-IF
051420     IF CALC-STM-RUN-FILE-STATUS NOT = '00'
051421         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
051422             CALC-STM-RUN-FILE-STATUS
051423         SET CALC-STM-INIT-FAILED TO TRUE
051424         MOVE 16 TO RETURN-CODE
051425         GO TO 1050-EXIT
051426     END-IF
051427
051428     MOVE CALC-STM-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
051429     MOVE CALC-STM-RUN-STEP     TO CALC-RNC-STEP
051430     READ CALC-RUNC-FILE
051431         INVALID KEY
051432             SET CALC-STM-RUN-ROW-NOT-ON-FILE TO TRUE
051433         NOT INVALID KEY
051434             SET CALC-STM-RUN-ROW-ON-FILE TO TRUE
051435     END-READ
051436     IF CALC-STM-RUN-ROW-ON-FILE
051437         MOVE CALC-RNC-ATTEMPT       TO CALC-STM-RUN-ATTEMPT
051438         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-STM-RUN-OVERRIDE-BY
051439         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-STM-RUN-OVERRIDE-DATE
051440         IF CALC-RNC-IS-OVERRIDE
051441             SET CALC-STM-RUN-IS-RERUN TO TRUE
051442             DISPLAY 'Powtorzenie kroku ' CALC-STM-RUN-STEP
051443                 ' za zgoda: ' CALC-STM-RUN-OVERRIDE-BY
051444         ELSE
051445             DISPLAY 'Krok ' CALC-STM-RUN-STEP
051446                 ' byl juz uruchomiony dla daty '
051447                 CALC-STM-RUN-BUS-DATE
051448             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
051449                 ' CALCRUNZ.'
051450             SET CALC-STM-INIT-FAILED TO TRUE
051451             MOVE 16 TO RETURN-CODE
051452             GO TO 1050-CLOSE
051453         END-IF
051454     END-IF
051455
051456     IF CALC-STM-RUN-NOT-RERUN
051457         IF CALC-STM-RUN-PREREQ-1 NOT = SPACES
051458             MOVE CALC-STM-RUN-PREREQ-1 TO CALC-STM-RUN-WANTED
051459             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
051460         END-IF
051461         IF CALC-STM-RUN-PREREQ-2 NOT = SPACES
051462             MOVE CALC-STM-RUN-PREREQ-2 TO CALC-STM-RUN-WANTED
051463             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
051464         END-IF
051465     END-IF
051466     IF CALC-STM-INIT-FAILED
051467         GO TO 1050-CLOSE
051468     END-IF
051469
051470     MOVE SPACES TO CALC-RNC-RECORD
051471     MOVE CALC-STM-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
051472     MOVE CALC-STM-RUN-STEP     TO CALC-RNC-STEP
051473     SET CALC-RNC-IS-STARTED TO TRUE
051474     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
051475     ACCEPT CALC-RNC-START-TIME FROM TIME
051476     MOVE ZERO TO CALC-RNC-END-DATE
051477                  CALC-RNC-END-TIME
051478                  CALC-RNC-RC
051479                  CALC-RNC-READ-COUNT
051480                  CALC-RNC-WRITE-COUNT
051481                  CALC-RNC-EXCP-COUNT
051482     ADD 1 TO CALC-STM-RUN-ATTEMPT
051483     MOVE CALC-STM-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
051484     MOVE CALC-STM-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
051485     MOVE CALC-STM-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
051486     IF CALC-STM-RUN-IS-RERUN
051487         SET CALC-RNC-IS-RERUN TO TRUE
051488     ELSE
051489         SET CALC-RNC-IS-FIRST-RUN TO TRUE
051490     END-IF
051491     IF CALC-STM-RUN-ROW-ON-FILE
051492         REWRITE CALC-RNC-RECORD
051493     ELSE
051494         WRITE CALC-RNC-RECORD
051495     END-IF
051496     IF CALC-STM-RUN-FILE-STATUS = '00'
051497         SET CALC-STM-RUN-STARTED TO TRUE
051498     ELSE
051499         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
051500             CALC-STM-RUN-FILE-STATUS
051501         SET CALC-STM-INIT-FAILED TO TRUE
051502         MOVE 16 TO RETURN-CODE
051503     END-IF.
051504 1050-CLOSE.
051505     CLOSE CALC-RUNC-FILE.
051506 1050-EXIT.
051507     EXIT.
051508
051509*=================================================================*
051510* 1060-CHECK-ONE-PREREQ - the step named in CALC-STM-RUN-WANTED   *
051511* must have ended, not merely started, with RETURN-CODE 4 or      *
051512* less.                                                           *
051513*=================================================================*
051514 1060-CHECK-ONE-PREREQ.
051515     MOVE CALC-STM-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
051516     MOVE CALC-STM-RUN-WANTED   TO CALC-RNC-STEP
051517     READ CALC-RUNC-FILE
051518         INVALID KEY
051519             DISPLAY 'Brak kroku poprzedzajacego '
051520                 CALC-STM-RUN-WANTED
051521                 ' dla daty ' CALC-STM-RUN-BUS-DATE
051522             SET CALC-STM-INIT-FAILED TO TRUE
051523             MOVE 16 TO RETURN-CODE
051524         NOT INVALID KEY
051525             IF NOT CALC-RNC-IS-ENDED
051526                 OR CALC-RNC-RC > 4
051527                 DISPLAY 'Krok poprzedzajacy ' CALC-STM-RUN-WANTED
051528                     ' niezakonczony lub z bledem, RC: '
051529                     CALC-RNC-RC
051530                 SET CALC-STM-INIT-FAILED TO TRUE
051531                 MOVE 16 TO RETURN-CODE
051532             END-IF
051533     END-READ.
051534 1060-EXIT.
051535     EXIT.
051536
051600*=================================================================*
051700* 2000-READ-PEND-RECORD - next snapshot row of the closed period; *
051800* rows of every other period are passed over.  CALCCLSE writes    *
051900* each period's rows together in master key order.                *
052000*=================================================================*
052100 2000-READ-PEND-RECORD.
052200     READ CALC-PEND-FILE
052300         AT END
052400             SET CALC-STM-PEND-EOF TO TRUE
052500             MOVE HIGH-VALUES TO CALC-STM-PEND-ACCOUNT
052600             GO TO 2000-EXIT
052700     END-READ
052800     IF CALC-PEB-PERIOD OF CALC-PEND-FILE NOT NUMERIC
052900         OR CALC-PEB-PERIOD OF CALC-PEND-FILE
053000             NOT = CALC-STM-PERIOD
053100         GO TO 2000-READ-PEND-RECORD
053200     END-IF
053300     MOVE CALC-PEB-ACCT-CODE OF CALC-PEND-FILE
053400         TO CALC-STM-PEND-ACCOUNT.
053500 2000-EXIT.
053600     EXIT.
053700
053800*=================================================================*
053900* 2100-READ-PRIOR-RECORD - the same along the prior period's      *
054000* rows.                                                           *
054100*=================================================================*
054200 2100-READ-PRIOR-RECORD.
054300     READ CALC-PRIOR-FILE
054400         AT END
054500             SET CALC-STM-PRIOR-EOF TO TRUE
054600             MOVE HIGH-VALUES TO CALC-STM-PRIOR-ACCOUNT
054700             GO TO 2100-EXIT
054800     END-READ
054900     IF CALC-PEB-PERIOD OF CALC-PRIOR-FILE NOT NUMERIC
055000         OR CALC-PEB-PERIOD OF CALC-PRIOR-FILE
055100             NOT = CALC-STM-PRIOR-PERIOD
055200         GO TO 2100-READ-PRIOR-RECORD
055300     END-IF
055400     MOVE CALC-PEB-ACCT-CODE OF CALC-PRIOR-FILE
055500         TO CALC-STM-PRIOR-ACCOUNT.
055600 2100-EXIT.
055700     EXIT.
055800
055900*=================================================================*
056000* 2200-READ-LEDX-RECORD - next posting of the closed period along *
056100* the account key, so an account's postings come together in      *
056200* transaction ID order; other periods are passed over.            *
056300*=================================================================*
056400 2200-READ-LEDX-RECORD.
056500     READ CALC-LEDX-FILE
056600         AT END
056700             SET CALC-STM-LEDX-EOF TO TRUE
056800             MOVE HIGH-VALUES TO CALC-STM-LEDX-ACCOUNT
056900             GO TO 2200-EXIT
057000     END-READ
057100     IF CALC-LEDX-PERIOD NOT = CALC-STM-PERIOD
057200         GO TO 2200-READ-LEDX-RECORD
057300     END-IF
057400     MOVE CALC-LEDX-ACCOUNT TO CALC-STM-LEDX-ACCOUNT.
057500 2200-EXIT.
057600     EXIT.
057700
057800*=================================================================*
057900* 3000-STATE-ONE-ACCOUNT - one snapshot row.  The prior snapshot  *
058000* is brought up to the account (no row there: an account opened   *
058100* during the period, opening balance zero), postings of accounts  *
058200* ahead of it that have no snapshot row are counted as orphans,   *
058300* and the master supplies the name and status.  A closed account  *
058400* with no postings whose balance did not move is suppressed;      *
058500* anything else gets a statement.                                 *
058600*=================================================================*
058700 3000-STATE-ONE-ACCOUNT.
058800     ADD 1 TO CALC-STM-ACCT-COUNT
058900     MOVE CALC-PEB-BALANCE OF CALC-PEND-FILE
059000         TO CALC-STM-SNAP-BALANCE
059100     ADD CALC-STM-SNAP-BALANCE TO CALC-STM-TOT-SNAPSHOT
059200
059300     PERFORM 2100-READ-PRIOR-RECORD THRU 2100-EXIT
059400         UNTIL CALC-STM-PRIOR-ACCOUNT NOT < CALC-STM-PEND-ACCOUNT
059500     IF CALC-STM-PRIOR-ACCOUNT = CALC-STM-PEND-ACCOUNT
059600         SET CALC-STM-OPENING-FOUND TO TRUE
059700         MOVE CALC-PEB-BALANCE OF CALC-PRIOR-FILE
059800             TO CALC-STM-OPENING
059900     ELSE
060000         SET CALC-STM-OPENING-NOT-FOUND TO TRUE
060100         MOVE ZERO TO CALC-STM-OPENING
060200     END-IF
060300
060400     PERFORM 3100-COUNT-ORPHAN THRU 3100-EXIT
060500         UNTIL CALC-STM-LEDX-ACCOUNT NOT < CALC-STM-PEND-ACCOUNT
060600
060700     MOVE CALC-STM-PEND-ACCOUNT TO CALC-ACCT-CODE
060800     READ CALC-ACCT-FILE
060900         INVALID KEY
061000             SET CALC-STM-MASTER-NOT-FOUND TO TRUE
061100         NOT INVALID KEY
061200             SET CALC-STM-MASTER-FOUND TO TRUE
061300     END-READ
061400
061500     IF CALC-STM-MASTER-FOUND
061600         AND CALC-ACCT-IS-CLOSED
061700         AND CALC-STM-LEDX-ACCOUNT NOT = CALC-STM-PEND-ACCOUNT
061800         AND CALC-STM-SNAP-BALANCE = CALC-STM-OPENING
061900         ADD 1 TO CALC-STM-SUPPRESS-COUNT
062000         GO TO 3000-NEXT
062100     END-IF
062200
062300     PERFORM 4000-PRINT-STATEMENT-HEAD THRU 4000-EXIT
062400     PERFORM 4100-PRINT-ONE-POSTING THRU 4100-EXIT
062500         UNTIL CALC-STM-LEDX-ACCOUNT NOT = CALC-STM-PEND-ACCOUNT
062600     PERFORM 4300-PRINT-STATEMENT-FOOT THRU 4300-EXIT.
062700 3000-NEXT.
062800     PERFORM 2000-READ-PEND-RECORD THRU 2000-EXIT.
062900 3000-EXIT.
063000     EXIT.
063100
063200*=================================================================*
063300* 3100-COUNT-ORPHAN - a posting of the period for an account the  *
063400* snapshot does not carry.  It cannot appear on any statement,    *
063500* so it is shown on the job log and counted for the control page. *
063600*=================================================================*
063700 3100-COUNT-ORPHAN.
063800     ADD 1 TO CALC-STM-ORPHAN-COUNT
063900     DISPLAY 'Operacja spoza migawki: ' CALC-LEDX-TRANS-ID
064000         ' konto ' CALC-LEDX-ACCOUNT
064100     PERFORM 2200-READ-LEDX-RECORD THRU 2200-EXIT.
064200 3100-EXIT.
064300     EXIT.
064400
064500*=================================================================*
064600* 4000-PRINT-STATEMENT-HEAD - every statement starts a new page   *
064700* so it can be torn off and sent to its owner.                    *
064800*=================================================================*
064900 4000-PRINT-STATEMENT-HEAD.
065000     ADD 1 TO CALC-STM-STMT-COUNT
065100     MOVE ZERO TO CALC-STM-DEBITS
065200                  CALC-STM-CREDITS
065300                  CALC-STM-POST-COUNT
065400     MOVE CALC-STM-OPENING TO CALC-STM-RUNNING
065500
065600     MOVE CALC-STM-PERIOD   TO CALC-STM-H-PERIOD
065700     MOVE CALC-STM-RUN-DATE TO CALC-STM-H-DATE
065800     WRITE CALC-STM-LINE FROM CALC-STM-HEADING-LINE
065900         AFTER ADVANCING PAGE
066000     WRITE CALC-STM-LINE FROM CALC-STM-BLANK-LINE
066100         AFTER ADVANCING 1 LINE
066200
066300     MOVE CALC-STM-PEND-ACCOUNT TO CALC-STM-K-ACCOUNT
066400     IF CALC-STM-MASTER-FOUND
066500         MOVE CALC-ACCT-DESC TO CALC-STM-K-DESC
066600         IF CALC-ACCT-IS-CLOSED
066700             MOVE 'KONTO ZAMKNIETE' TO CALC-STM-K-STATUS
066800         ELSE
066900             MOVE SPACES TO CALC-STM-K-STATUS
067000         END-IF
067100     ELSE
067200         ADD 1 TO CALC-STM-NO-MASTER-COUNT
067300         MOVE SPACES TO CALC-STM-K-DESC
067400         MOVE 'BRAK KONTA W KARTOTECE' TO CALC-STM-K-STATUS
067500     END-IF
067600     WRITE CALC-STM-LINE FROM CALC-STM-ACCOUNT-LINE
067700         AFTER ADVANCING 1 LINE
067800
067900     MOVE CALC-STM-PRIOR-PERIOD TO CALC-STM-O-PERIOD
068000     MOVE CALC-STM-OPENING      TO CALC-STM-O-AMOUNT
068100     IF CALC-STM-OPENING-FOUND
068200         MOVE SPACES TO CALC-STM-O-NOTE
068300     ELSE
068400         ADD 1 TO CALC-STM-NO-OPEN-COUNT
068500         MOVE 'brak wiersza migawki - konto nowe'
068600             TO CALC-STM-O-NOTE
068700     END-IF
068800     WRITE CALC-STM-LINE FROM CALC-STM-OPENING-LINE
068900         AFTER ADVANCING 2 LINES
069000
069100     WRITE CALC-STM-LINE FROM CALC-STM-COLUMN-LINE
069200         AFTER ADVANCING 2 LINES
069300     WRITE CALC-STM-LINE FROM CALC-STM-BLANK-LINE
069400         AFTER ADVANCING 1 LINE
069500
069600     IF CALC-STM-LEDX-ACCOUNT NOT = CALC-STM-PEND-ACCOUNT
069700         WRITE CALC-STM-LINE FROM CALC-STM-NONE-LINE
069800             AFTER ADVANCING 1 LINE
069900     END-IF.
070000 4000-EXIT.
070100     EXIT.
070200
070300*=================================================================*
070400* 4100-PRINT-ONE-POSTING - one ledger posting with its running    *
070500* balance.  CALCAUDX gives the keying-shop source (space for      *
070600* online work).  CALCRVSL is keyed on the original ID: a hit on   *
070700* this ID means it was reversed later, and a hit on its cross-    *
070800* reference whose reversal ID is this one means it is itself the  *
070900* storno of that original.                                        *
071000*=================================================================*
071100 4100-PRINT-ONE-POSTING.
071200     ADD 1 TO CALC-STM-POST-COUNT
071300     ADD 1 TO CALC-STM-LINE-COUNT
071400     ADD CALC-LEDX-AMOUNT TO CALC-STM-RUNNING
071500     IF CALC-LEDX-AMOUNT < ZERO
071600         ADD CALC-LEDX-AMOUNT TO CALC-STM-CREDITS
071700     ELSE
071800         ADD CALC-LEDX-AMOUNT TO CALC-STM-DEBITS
071900     END-IF
072000
072100     MOVE CALC-LEDX-TRANS-ID  TO CALC-STM-D-TRANS-ID
072200     MOVE CALC-LEDX-POST-DATE TO CALC-STM-D-DATE
072300     MOVE CALC-LEDX-AMOUNT    TO CALC-STM-D-AMOUNT
072400     MOVE CALC-STM-RUNNING    TO CALC-STM-D-RUNNING
072500     MOVE SPACES              TO CALC-STM-D-MARK
072600     MOVE SPACES              TO CALC-STM-D-MARK-ID-X
072700
072800     MOVE CALC-LEDX-TRANS-ID TO CALC-AUDX-TRANS-ID
072900     READ CALC-AUDX-FILE
073000         INVALID KEY
073100             MOVE '?' TO CALC-STM-D-SOURCE
073200             MOVE ZERO TO CALC-AUDX-XREF-ID
073300         NOT INVALID KEY
073400             MOVE CALC-AUDX-SOURCE TO CALC-STM-D-SOURCE
073500     END-READ
073600
073700     MOVE CALC-LEDX-TRANS-ID TO CALC-RVS-ORIG-ID
073800     READ CALC-RVSL-FILE
073900         INVALID KEY
074000             CONTINUE
074100         NOT INVALID KEY
074200             MOVE 'STORNOWANA  ' TO CALC-STM-D-MARK
074300             MOVE CALC-RVS-REV-ID TO CALC-STM-D-MARK-ID
074400             GO TO 4100-PRINT
074500     END-READ
074600
074700     IF CALC-AUDX-NO-XREF
074800         GO TO 4100-PRINT
074900     END-IF
075000     MOVE CALC-AUDX-XREF-ID TO CALC-RVS-ORIG-ID
075100     READ CALC-RVSL-FILE
075200         INVALID KEY
075300             CONTINUE
075400         NOT INVALID KEY
075500             IF CALC-RVS-REV-ID = CALC-LEDX-TRANS-ID
075600                 MOVE 'STORNO DO   ' TO CALC-STM-D-MARK
075700                 MOVE CALC-RVS-ORIG-ID TO CALC-STM-D-MARK-ID
075800             END-IF
075900     END-READ.
076000 4100-PRINT.
076100     WRITE CALC-STM-LINE FROM CALC-STM-DETAIL-LINE
076200         AFTER ADVANCING 1 LINE
076300     PERFORM 2200-READ-LEDX-RECORD THRU 2200-EXIT.
076400 4100-EXIT.
076500     EXIT.
076600
076700*=================================================================*
076800* 4300-PRINT-STATEMENT-FOOT - the period's movements split by     *
076900* sign as in CALCMSUM, then the closing balance, proved against   *
077000* the snapshot CALCCLSE took.  A difference flags the statement;  *
077100* it means a posting reached the master but not the ledger copy,  *
077200* or the other way round.                                         *
077300*=================================================================*
077400 4300-PRINT-STATEMENT-FOOT.
077500     WRITE CALC-STM-LINE FROM CALC-STM-BLANK-LINE
077600         AFTER ADVANCING 1 LINE
077700
077800     MOVE 'Liczba operacji:'            TO CALC-STM-T-TEXT
077900     MOVE CALC-STM-POST-COUNT           TO CALC-STM-T-COUNT
078000     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
078100         AFTER ADVANCING 1 LINE
078200
078300     MOVE 'Strona debetowa (>= 0):'     TO CALC-STM-A-TEXT
078400     MOVE CALC-STM-DEBITS               TO CALC-STM-A-AMOUNT
078500     WRITE CALC-STM-LINE FROM CALC-STM-AMOUNT-LINE
078600         AFTER ADVANCING 1 LINE
078700
078800     MOVE 'Strona kredytowa (< 0):'     TO CALC-STM-A-TEXT
078900     MOVE CALC-STM-CREDITS              TO CALC-STM-A-AMOUNT
079000     WRITE CALC-STM-LINE FROM CALC-STM-AMOUNT-LINE
079100         AFTER ADVANCING 1 LINE
079200
079300     MOVE 'SALDO ZAMKNIECIA:'           TO CALC-STM-A-TEXT
079400     MOVE CALC-STM-RUNNING              TO CALC-STM-A-AMOUNT
079500     WRITE CALC-STM-LINE FROM CALC-STM-AMOUNT-LINE
079600         AFTER ADVANCING 2 LINES
079700     ADD CALC-STM-RUNNING TO CALC-STM-TOT-CLOSING
079800
079900     IF CALC-STM-RUNNING NOT = CALC-STM-SNAP-BALANCE
080000         ADD 1 TO CALC-STM-FLAG-COUNT
080100         COMPUTE CALC-STM-DIFFERENCE
080200             = CALC-STM-RUNNING - CALC-STM-SNAP-BALANCE
080300         MOVE CALC-STM-SNAP-BALANCE TO CALC-STM-F-AMOUNT
080400         MOVE CALC-STM-DIFFERENCE   TO CALC-STM-F-DIFFERENCE
080500         WRITE CALC-STM-LINE FROM CALC-STM-FLAG-LINE
080600             AFTER ADVANCING 1 LINE
080700         DISPLAY 'Niezgodnosc salda zamkniecia, konto: '
080800             CALC-STM-PEND-ACCOUNT
080900     END-IF.
081000 4300-EXIT.
081100     EXIT.
081200
081300*=================================================================*
081400* 7000-PRINT-CONTROL-PAGE - counts and totals for the run on a    *
081500* page of its own, with the explicit all-clear line.              *
081600*=================================================================*
081700 7000-PRINT-CONTROL-PAGE.
081800     MOVE CALC-STM-PERIOD   TO CALC-STM-C-PERIOD
081900     MOVE CALC-STM-RUN-DATE TO CALC-STM-C-DATE
082000     WRITE CALC-STM-LINE FROM CALC-STM-CTL-HEADING-LINE
082100         AFTER ADVANCING PAGE
082200     WRITE CALC-STM-LINE FROM CALC-STM-BLANK-LINE
082300         AFTER ADVANCING 1 LINE
082400
082500     MOVE 'Kont w migawce okresu:'      TO CALC-STM-T-TEXT
082600     MOVE CALC-STM-ACCT-COUNT           TO CALC-STM-T-COUNT
082700     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
082800         AFTER ADVANCING 1 LINE
082900
083000     MOVE 'Wyciagow wydrukowanych:'     TO CALC-STM-T-TEXT
083100     MOVE CALC-STM-STMT-COUNT           TO CALC-STM-T-COUNT
083200     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
083300         AFTER ADVANCING 1 LINE
083400
083500     MOVE 'Kont zamknietych bez obrotow:' TO CALC-STM-T-TEXT
083600     MOVE CALC-STM-SUPPRESS-COUNT       TO CALC-STM-T-COUNT
083700     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
083800         AFTER ADVANCING 1 LINE
083900
084000     MOVE 'Wyciagow z niezgodnoscia salda:' TO CALC-STM-T-TEXT
084100     MOVE CALC-STM-FLAG-COUNT           TO CALC-STM-T-COUNT
084200     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
084300         AFTER ADVANCING 1 LINE
084400
084500     MOVE 'Kont bez migawki otwarcia:'  TO CALC-STM-T-TEXT
084600     MOVE CALC-STM-NO-OPEN-COUNT        TO CALC-STM-T-COUNT
084700     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
084800         AFTER ADVANCING 1 LINE
084900
085000     MOVE 'Kont spoza kartoteki:'       TO CALC-STM-T-TEXT
085100     MOVE CALC-STM-NO-MASTER-COUNT      TO CALC-STM-T-COUNT
085200     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
085300         AFTER ADVANCING 1 LINE
085400
085500     MOVE 'Operacji na wyciagach:'      TO CALC-STM-T-TEXT
085600     MOVE CALC-STM-LINE-COUNT           TO CALC-STM-T-COUNT
085700     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
085800         AFTER ADVANCING 1 LINE
085900
086000     MOVE 'Operacji kont spoza migawki:' TO CALC-STM-T-TEXT
086100     MOVE CALC-STM-ORPHAN-COUNT         TO CALC-STM-T-COUNT
086200     WRITE CALC-STM-LINE FROM CALC-STM-TOTAL-LINE
086300         AFTER ADVANCING 1 LINE
086400
086500     MOVE 'Saldo zamkniecia wyciagow razem:' TO CALC-STM-A-TEXT
086600     MOVE CALC-STM-TOT-CLOSING          TO CALC-STM-A-AMOUNT
086700     WRITE CALC-STM-LINE FROM CALC-STM-AMOUNT-LINE
086800         AFTER ADVANCING 2 LINES
086900
087000     MOVE 'Saldo migawki CALCPEND razem:' TO CALC-STM-A-TEXT
087100     MOVE CALC-STM-TOT-SNAPSHOT         TO CALC-STM-A-AMOUNT
087200     WRITE CALC-STM-LINE FROM CALC-STM-AMOUNT-LINE
087300         AFTER ADVANCING 1 LINE
087400
087500     IF CALC-STM-ACCT-COUNT = ZERO
087600         WRITE CALC-STM-LINE FROM CALC-STM-BLANK-LINE
087700             AFTER ADVANCING 1 LINE
087800         WRITE CALC-STM-LINE FROM CALC-STM-EMPTY-LINE
087900             AFTER ADVANCING 1 LINE
088000         GO TO 7000-EXIT
088100     END-IF
088200
088300     IF CALC-STM-FLAG-COUNT = ZERO
088400         AND CALC-STM-ORPHAN-COUNT = ZERO
088500         WRITE CALC-STM-LINE FROM CALC-STM-BLANK-LINE
088600             AFTER ADVANCING 1 LINE
088700         WRITE CALC-STM-LINE FROM CALC-STM-CLEAN-LINE
088800             AFTER ADVANCING 1 LINE
088900     END-IF.
089000 7000-EXIT.
089100     EXIT.
089200
089300*=================================================================*
089400* 9000-TERMINATE - a flagged statement, a posting no statement    *
089500* could carry, or no snapshot at all ends the run with            *
089600* RETURN-CODE 4 so the pages are checked before they go out.      *
089700*=================================================================*
089800 9000-TERMINATE.
089900     CLOSE CALC-PEND-FILE
090000     CLOSE CALC-PRIOR-FILE
090100     CLOSE CALC-LEDX-FILE
090200     CLOSE CALC-ACCT-FILE
090300     CLOSE CALC-AUDX-FILE
090400     CLOSE CALC-RVSL-FILE
090500     CLOSE CALC-STMT-RPT-FILE
090600     IF CALC-STM-FLAG-COUNT > ZERO
090700         OR CALC-STM-ORPHAN-COUNT > ZERO
090800         OR CALC-STM-ACCT-COUNT = ZERO
090900         MOVE 4 TO RETURN-CODE
091000     END-IF
091100     DISPLAY 'Okres wyciagow:        ' CALC-STM-PERIOD
091200     DISPLAY 'Wyciagow wydrukowanych: ' CALC-STM-STMT-COUNT
091300     DISPLAY 'Wyciagow niezgodnych:   ' CALC-STM-FLAG-COUNT
091400     DISPLAY 'Koniec programu.'.
091500 9000-EXIT.
091600     EXIT.
105200
105300*=================================================================*
105400* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
105500* the end time, the return code and the key counts.  A run        *
105600* that failed before its files were open is recorded with         *
105700* RETURN-CODE 16 even where the step itself ends quietly, so      *
105800* nothing downstream may start off it.                            *
105900*=================================================================*
106000 9500-RECORD-RUN-END.
106100     IF CALC-STM-RUN-NOT-STARTED
106200         GO TO 9500-EXIT
106300     END-IF
106400     OPEN I-O CALC-RUNC-FILE
106500     IF CALC-STM-RUN-FILE-STATUS NOT = '00'
106600         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
106700             CALC-STM-RUN-FILE-STATUS
106800         GO TO 9500-EXIT
106900     END-IF
107000     MOVE CALC-STM-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
107100     MOVE CALC-STM-RUN-STEP     TO CALC-RNC-STEP
107200     READ CALC-RUNC-FILE
107300         INVALID KEY
107400             DISPLAY 'Brak wiersza kroku ' CALC-STM-RUN-STEP
107500                 ' w CALCRUNC.'
107600         NOT INVALID KEY
107700             SET CALC-RNC-IS-ENDED TO TRUE
107800             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
107900             ACCEPT CALC-RNC-END-TIME FROM TIME
108000             MOVE RETURN-CODE TO CALC-RNC-RC
108100             IF CALC-STM-INIT-FAILED
108200                 IF CALC-RNC-RC < 16
108300                     MOVE 16 TO CALC-RNC-RC
108400                 END-IF
108500             END-IF
108600             MOVE CALC-STM-ACCT-COUNT TO CALC-RNC-READ-COUNT
108700             MOVE CALC-STM-STMT-COUNT TO CALC-RNC-WRITE-COUNT
108800             MOVE CALC-STM-FLAG-COUNT TO CALC-RNC-EXCP-COUNT
108900             REWRITE CALC-RNC-RECORD
109000     END-READ
109100     CLOSE CALC-RUNC-FILE.
109200 9500-EXIT.
109300     EXIT.
