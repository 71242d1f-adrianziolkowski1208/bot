000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCROLL.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-01.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-01  JK   Original version.  Divisional roll-up of the   *
001100*                  period-end balances.  For the period named on  *
001200*                  the PARM (RRRRMM; by default the period        *
001300*                  CALCCLSE closed last) every account on the     *
001400*                  CALCPEND snapshot is placed through CALCHIER   *
001500*                  under its department and division and printed  *
001600*                  with its closing balance and the period's      *
001700*                  ledger activity, with subtotals per department *
001800*                  and per division and a grand total.  An        *
001900*                  account not placed in the hierarchy, or whose  *
002000*                  department or division is missing, is listed   *
002100*                  as an exception but still counted in the grand *
002200*                  total, which is proved against the sum of the  *
002300*                  snapshot balances.  Exceptions end the run     *
002400*                  with RETURN-CODE 4, a grand total out of proof *
002500*                  with RETURN-CODE 8.                            *
002600*=================================================================*
002700*
002800*-----------------------------------------------------------------*
002900* ENVIRONMENT DIVISION                                             *
003000*-----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CALC-ROL-PERIOD-STATUS.
004000
004100     SELECT CALC-LEDGER-FILE ASSIGN TO 'CALCLEDG'
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CALC-ROL-LEDGER-STATUS.
004400
004500     SELECT CALC-PEND-FILE ASSIGN TO 'CALCPEND'
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CALC-ROL-PEND-STATUS.
004800
004900     SELECT CALC-HIER-FILE ASSIGN TO 'CALCHIER'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CALC-HIE-KEY
005300         FILE STATUS IS CALC-ROL-HIER-STATUS.
005400
005500     SELECT CALC-ROLL-RPT-FILE ASSIGN TO 'CALCROLO'
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CALC-ROL-PRINT-STATUS.
005800
005900*-----------------------------------------------------------------*
006000* DATA DIVISION                                                    *
006100*-----------------------------------------------------------------*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CALC-PERIOD-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CALCPRD.
006800
006900 FD  CALC-LEDGER-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY CALCLEDG.
007300
007400 FD  CALC-PEND-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCPEB.
007800
007900 FD  CALC-HIER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CALCHIE.
008200
008300 FD  CALC-ROLL-RPT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  CALC-ROL-LINE                PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000*-----------------------------------------------------------------*
009100* FILE STATUS AND CONTROL SWITCHES                                  *
009200*-----------------------------------------------------------------*
009300 01  CALC-ROL-PERIOD-STATUS       PIC X(02) VALUE '00'.
009400 01  CALC-ROL-LEDGER-STATUS       PIC X(02) VALUE '00'.
009500 01  CALC-ROL-PEND-STATUS         PIC X(02) VALUE '00'.
009600 01  CALC-ROL-HIER-STATUS         PIC X(02) VALUE '00'.
009700 01  CALC-ROL-PRINT-STATUS        PIC X(02) VALUE '00'.
009800
009900 01  CALC-ROL-LEDG-EOF-SW         PIC X(01) VALUE 'N'.
010000     88  CALC-ROL-LEDG-EOF                VALUE 'Y'.
010100     88  CALC-ROL-LEDG-NOT-EOF            VALUE 'N'.
010200
010300 01  CALC-ROL-PEND-EOF-SW         PIC X(01) VALUE 'N'.
010400     88  CALC-ROL-PEND-EOF                VALUE 'Y'.
010500     88  CALC-ROL-PEND-NOT-EOF            VALUE 'N'.
010600
010700 01  CALC-ROL-INIT-SW             PIC X(01) VALUE 'Y'.
010800     88  CALC-ROL-INIT-OK                 VALUE 'Y'.
010900     88  CALC-ROL-INIT-FAILED             VALUE 'N'.
011000
011100 01  CALC-ROL-FOUND-SW            PIC X(01) VALUE 'N'.
011200     88  CALC-ROL-FOUND                   VALUE 'Y'.
011300     88  CALC-ROL-NOT-FOUND               VALUE 'N'.
011400
011500 01  CALC-ROL-FULL-SW             PIC X(01) VALUE 'N'.
011600     88  CALC-ROL-TABLE-FULL              VALUE 'Y'.
011700     88  CALC-ROL-TABLE-NOT-FULL          VALUE 'N'.
011800
011900*-----------------------------------------------------------------*
012000* REPORT PERIOD - from the PARM as RRRRMM, or by default the      *
012100* month before the period open on CALCPERD, as in CALCBVAR.       *
012200*-----------------------------------------------------------------*
012300 01  CALC-ROL-PERIOD              PIC 9(06) VALUE ZERO.
012400 01  CALC-ROL-PERIOD-R REDEFINES CALC-ROL-PERIOD.
012500     05  CALC-ROL-P-YEAR          PIC 9(04).
012600     05  CALC-ROL-P-MONTH         PIC 9(02).
012700 01  CALC-ROL-PERIOD-X            PIC X(06) VALUE SPACES.
012800 01  CALC-ROL-ROW-PERIOD          PIC 9(06) VALUE ZERO.
012900
013000*-----------------------------------------------------------------*
013100* PER-ACCOUNT PERIOD ACTIVITY TABLE - built from the ledger pass  *
013200* and looked up by the snapshot pass, as in CALCBVAR.             *
013300*-----------------------------------------------------------------*
013400 01  CALC-ROL-ACT-TABLE.
013500     05  CALC-ROL-ACT-ENTRY OCCURS 500 TIMES
013600                            INDEXED BY CALC-ROL-ACT-IDX.
013700         10  CALC-ROL-A-CODE       PIC X(08).
013800         10  CALC-ROL-A-AMOUNT     PIC S9(11)V99.
013900 01  CALC-ROL-ACT-USED            PIC 9(04) COMP VALUE ZERO.
014000
014100*-----------------------------------------------------------------*
014200* ROLL-UP TABLE - one entry per snapshot account, kept in order   *
014300* of division, department and account as each is inserted, so     *
014400* the print pass can take its control breaks top to bottom.      *
014500* An exception carries HIGH-VALUES for division and department    *
014600* and so files after every placed account.                        *
014700*-----------------------------------------------------------------*
014800 01  CALC-ROL-TABLE.
014900     05  CALC-ROL-ENTRY OCCURS 500 TIMES.
015000         10  CALC-ROL-E-KEY.
015100             15  CALC-ROL-E-DIVISION   PIC X(08).
015200             15  CALC-ROL-E-DEPT       PIC X(08).
015300             15  CALC-ROL-E-ACCOUNT    PIC X(08).
015400         10  CALC-ROL-E-NAME          PIC X(30).
015500         10  CALC-ROL-E-NOTE          PIC X(30).
015600         10  CALC-ROL-E-BALANCE       PIC S9(11)V99.
015700         10  CALC-ROL-E-ACTIVITY      PIC S9(11)V99.
015800 01  CALC-ROL-USED                PIC 9(04) COMP VALUE ZERO.
015900 01  CALC-ROL-SUB                 PIC 9(04) COMP VALUE ZERO.
016000 01  CALC-ROL-POS                 PIC 9(04) COMP VALUE ZERO.
016100
016200*-----------------------------------------------------------------*
016300* THE ACCOUNT IN HAND - built by the snapshot pass before it is   *
016400* inserted into the roll-up table.                                 *
016500*-----------------------------------------------------------------*
016600 01  CALC-ROL-NEW-ENTRY.
016700     05  CALC-ROL-N-KEY.
016800         10  CALC-ROL-N-DIVISION      PIC X(08).
016900         10  CALC-ROL-N-DEPT          PIC X(08).
017000         10  CALC-ROL-N-ACCOUNT       PIC X(08).
017100     05  CALC-ROL-N-NAME              PIC X(30).
017200     05  CALC-ROL-N-NOTE              PIC X(30).
017300     05  CALC-ROL-N-BALANCE           PIC S9(11)V99.
017400     05  CALC-ROL-N-ACTIVITY          PIC S9(11)V99.
017500
017600*-----------------------------------------------------------------*
017700* CONTROL-BREAK FIELDS AND LEVEL TOTALS                            *
017800*-----------------------------------------------------------------*
017900 01  CALC-ROL-PREV-DIVISION       PIC X(08) VALUE SPACES.
018000 01  CALC-ROL-PREV-DEPT           PIC X(08) VALUE SPACES.
018100 01  CALC-ROL-DEPT-BALANCE        PIC S9(13)V99 VALUE ZERO.
018200 01  CALC-ROL-DEPT-ACTIVITY       PIC S9(13)V99 VALUE ZERO.
018300 01  CALC-ROL-DIV-BALANCE         PIC S9(13)V99 VALUE ZERO.
018400 01  CALC-ROL-DIV-ACTIVITY        PIC S9(13)V99 VALUE ZERO.
018500 01  CALC-ROL-HIER-BALANCE        PIC S9(13)V99 VALUE ZERO.
018600 01  CALC-ROL-HIER-ACTIVITY       PIC S9(13)V99 VALUE ZERO.
018700 01  CALC-ROL-EXC-BALANCE         PIC S9(13)V99 VALUE ZERO.
018800 01  CALC-ROL-EXC-ACTIVITY        PIC S9(13)V99 VALUE ZERO.
018900 01  CALC-ROL-GRAND-BALANCE       PIC S9(13)V99 VALUE ZERO.
019000 01  CALC-ROL-GRAND-ACTIVITY      PIC S9(13)V99 VALUE ZERO.
019100 01  CALC-ROL-PEND-BALANCE        PIC S9(13)V99 VALUE ZERO.
019200 01  CALC-ROL-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.
019300
019400*-----------------------------------------------------------------*
019500* RUN COUNTERS                                                      *
019600*-----------------------------------------------------------------*
019700 01  CALC-ROL-PEND-COUNT          PIC 9(06) COMP VALUE ZERO.
019800 01  CALC-ROL-EXC-COUNT           PIC 9(06) COMP VALUE ZERO.
019900 01  CALC-ROL-DIV-COUNT           PIC 9(06) COMP VALUE ZERO.
020000 01  CALC-ROL-DEPT-COUNT          PIC 9(06) COMP VALUE ZERO.
020100
020200 01  CALC-ROL-RUN-DATE            PIC 9(08) VALUE ZERO.
020300
020400*-----------------------------------------------------------------*
020500* PRINT LINE LAYOUTS                                                *
020600*-----------------------------------------------------------------*
020700 01  CALC-ROL-HEADING-LINE.
020800     05  FILLER                  PIC X(30) VALUE
020900         'ZESTAWIENIE PIONOW  -  OKRES  '.
021000     05  CALC-ROL-H-PERIOD       PIC 9(06).
021100     05  FILLER                  PIC X(14) VALUE
021200         '   WYKONANO   '.
021300     05  CALC-ROL-H-DATE         PIC 9(08).
021400
021500 01  CALC-ROL-COLUMN-LINE.
021600     05  FILLER                  PIC X(44) VALUE
021700         '    KONTO     NAZWA                         '.
021800     05  FILLER                  PIC X(44) VALUE
021900         '            SALDO  OBROTY OKRESU  UWAGI     '.
022000
022100 01  CALC-ROL-GROUP-LINE.
022200     05  CALC-ROL-G-TEXT         PIC X(08).
022300     05  CALC-ROL-G-CODE         PIC X(08).
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  CALC-ROL-G-NAME         PIC X(30).
022600
022700 01  CALC-ROL-DETAIL-LINE.
022800     05  FILLER                  PIC X(04) VALUE SPACES.
022900     05  CALC-ROL-D-ACCOUNT      PIC X(08).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  CALC-ROL-D-NAME         PIC X(30).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  CALC-ROL-D-BALANCE      PIC -(13)9.99.
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  CALC-ROL-D-ACTIVITY     PIC -(13)9.99.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  CALC-ROL-D-NOTE         PIC X(30).
023800
023900 01  CALC-ROL-SUBTOTAL-LINE.
024000     05  CALC-ROL-S-TEXT         PIC X(14).
024100     05  CALC-ROL-S-CODE         PIC X(08).
024200     05  FILLER                  PIC X(24) VALUE SPACES.
024300     05  CALC-ROL-S-BALANCE      PIC -(13)9.99.
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  CALC-ROL-S-ACTIVITY     PIC -(13)9.99.
024600
024700 01  CALC-ROL-TOTAL-LINE.
024800     05  CALC-ROL-T-TEXT         PIC X(40).
024900     05  CALC-ROL-T-COUNT        PIC ZZZZZZZ9.
025000
025100 01  CALC-ROL-AMOUNT-LINE.
025200     05  CALC-ROL-M-TEXT         PIC X(40).
025300     05  CALC-ROL-M-AMOUNT       PIC -(13)9.99.
025400
025500 01  CALC-ROL-EXC-HEAD-LINE      PIC X(50) VALUE
025600     'WYJATKI - KONTA POZA HIERARCHIA'.
025700
025800 01  CALC-ROL-PROOF-OK-LINE      PIC X(50) VALUE
025900     'SUMA KONTROLNA ZGODNA z saldami migawki CALCPEND.'.
026000
026100 01  CALC-ROL-PROOF-BAD-LINE     PIC X(50) VALUE
026200     '** NIEZGODNOSC sumy z saldami migawki CALCPEND **'.
026300
026400 01  CALC-ROL-FULL-LINE          PIC X(56) VALUE
026500     'UWAGA - wiecej niz 500 kont w okresie, reszta pominieta.'.
026600
026700 01  CALC-ROL-BLANK-LINE         PIC X(01) VALUE SPACE.
026800
026900*-----------------------------------------------------------------*
027000* LINKAGE SECTION - the optional PARM= text naming the period,    *
027100* in the standard length-prefixed form, e.g. PARM='202609'.       *
027200*-----------------------------------------------------------------*
027300 LINKAGE SECTION.
027400 01  CALC-ROL-PARM-AREA.
027500     05  CALC-ROL-PARM-LENGTH     PIC S9(04) COMP.
027600     05  CALC-ROL-PARM-TEXT       PIC X(06).
027700
027800*-----------------------------------------------------------------*
027900* PROCEDURE DIVISION                                                *
028000*-----------------------------------------------------------------*
028100 PROCEDURE DIVISION USING CALC-ROL-PARM-AREA.
028200*=================================================================*
028300* MAIN-PARAGRAPH - ledger pass builds the period activity, the    *
028400* snapshot pass places every account in the hierarchy, the print  *
028500* pass walks the ordered table with its control breaks.           *
028600*=================================================================*
028700 MAIN-PARAGRAPH.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028900
029000     IF CALC-ROL-INIT-OK
029100         PERFORM 2000-READ-LEDGER-RECORD THRU 2000-EXIT
029200         PERFORM 3000-TOTAL-ONE-LEDGER-ROW THRU 3000-EXIT
029300             UNTIL CALC-ROL-LEDG-EOF
029400
029500         PERFORM 4000-READ-PEND-RECORD THRU 4000-EXIT
029600         PERFORM 5000-PLACE-ONE-ACCOUNT THRU 5000-EXIT
029700             UNTIL CALC-ROL-PEND-EOF
029800
029900         PERFORM 6000-PRINT-ONE-ENTRY THRU 6000-EXIT
030000             VARYING CALC-ROL-SUB FROM 1 BY 1
030100             UNTIL CALC-ROL-SUB > CALC-ROL-USED
030200         PERFORM 6300-CLOSE-DEPARTMENT THRU 6300-EXIT
030300         PERFORM 6400-CLOSE-DIVISION THRU 6400-EXIT
030400
030500         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
030600
030700         PERFORM 9000-TERMINATE THRU 9000-EXIT
030800     END-IF
030900
031000     STOP RUN.
031100
031200*=================================================================*
031300* 1000-INITIALIZE - settles the report period, then opens the    *
031400* files and prints the page heading.  A missing hierarchy file   *
031500* is an error: without it there is nothing to roll up into.      *
031600*=================================================================*
031700 1000-INITIALIZE.
031800     SET CALC-ROL-INIT-OK TO TRUE
031900     ACCEPT CALC-ROL-RUN-DATE FROM DATE YYYYMMDD
032000
032100     PERFORM 1100-SET-REPORT-PERIOD THRU 1100-EXIT
032200     IF CALC-ROL-INIT-FAILED
032300         GO TO 1000-EXIT
032400     END-IF
032500
032600     OPEN INPUT CALC-LEDGER-FILE
032700     IF CALC-ROL-LEDGER-STATUS NOT = '00'
032800         DISPLAY 'Blad otwarcia CALC-LEDGER-FILE, status: '
032900             CALC-ROL-LEDGER-STATUS
033000         SET CALC-ROL-INIT-FAILED TO TRUE
033100         GO TO 1000-EXIT
033200     END-IF
033300     OPEN INPUT CALC-PEND-FILE
033400     IF CALC-ROL-PEND-STATUS NOT = '00'
033500         DISPLAY 'Blad otwarcia CALC-PEND-FILE, status: '
033600             CALC-ROL-PEND-STATUS
033700         SET CALC-ROL-INIT-FAILED TO TRUE
033800         CLOSE CALC-LEDGER-FILE
033900         GO TO 1000-EXIT
034000     END-IF
034100     OPEN INPUT CALC-HIER-FILE
034200     IF CALC-ROL-HIER-STATUS NOT = '00'
034300         DISPLAY 'Blad otwarcia CALC-HIER-FILE, status: '
034400             CALC-ROL-HIER-STATUS
034500         DISPLAY 'Czy hierarchia zostala zalozona w CALCHMNT?'
034600         SET CALC-ROL-INIT-FAILED TO TRUE
034700         CLOSE CALC-LEDGER-FILE
034800         CLOSE CALC-PEND-FILE
034900         GO TO 1000-EXIT
035000     END-IF
035100     OPEN OUTPUT CALC-ROLL-RPT-FILE
035200     IF CALC-ROL-PRINT-STATUS NOT = '00'
035300         DISPLAY 'Blad otwarcia CALC-ROLL-RPT-FILE, status: '
035400             CALC-ROL-PRINT-STATUS
035500         SET CALC-ROL-INIT-FAILED TO TRUE
035600         CLOSE CALC-LEDGER-FILE
035700         CLOSE CALC-PEND-FILE
035800         CLOSE CALC-HIER-FILE
035900         GO TO 1000-EXIT
036000     END-IF
036100
036200     MOVE CALC-ROL-PERIOD   TO CALC-ROL-H-PERIOD
036300     MOVE CALC-ROL-RUN-DATE TO CALC-ROL-H-DATE
036400     WRITE CALC-ROL-LINE FROM CALC-ROL-HEADING-LINE
036500         AFTER ADVANCING PAGE
036600     WRITE CALC-ROL-LINE FROM CALC-ROL-BLANK-LINE
036700         AFTER ADVANCING 1 LINE
036800     WRITE CALC-ROL-LINE FROM CALC-ROL-COLUMN-LINE
036900         AFTER ADVANCING 1 LINE.
037000 1000-EXIT.
037100     EXIT.
037200
037300*=================================================================*
037400* 1100-SET-REPORT-PERIOD - a PARM period is taken as given once  *
037500* it proves to be a real RRRRMM; without one the period before   *
037600* the open period on CALCPERD is reported.  A bad PARM, or no    *
037700* usable CALCPERD record to default from, ends the run with      *
037800* RETURN-CODE 16.                                                 *
037900*=================================================================*
038000 1100-SET-REPORT-PERIOD.
038100     MOVE SPACES TO CALC-ROL-PERIOD-X
038200     IF CALC-ROL-PARM-LENGTH > 0
038300         MOVE CALC-ROL-PARM-TEXT TO CALC-ROL-PERIOD-X
038400     END-IF
038500     IF CALC-ROL-PERIOD-X NOT = SPACES
038600         IF CALC-ROL-PERIOD-X NOT NUMERIC
038700             DISPLAY 'Blad: zly okres w PARM '
038800                 '(oczekiwano RRRRMM): ' CALC-ROL-PERIOD-X
038900             SET CALC-ROL-INIT-FAILED TO TRUE
039000             MOVE 16 TO RETURN-CODE
039100             GO TO 1100-EXIT
039200         END-IF
039300         MOVE CALC-ROL-PERIOD-X TO CALC-ROL-PERIOD
039400         IF CALC-ROL-P-MONTH < 01 OR CALC-ROL-P-MONTH > 12
039500             DISPLAY 'Blad: zly miesiac w PARM: '
039600                 CALC-ROL-PERIOD-X
039700             SET CALC-ROL-INIT-FAILED TO TRUE
039800             MOVE 16 TO RETURN-CODE
039900         END-IF
040000         GO TO 1100-EXIT
040100     END-IF
040200
040300     MOVE ZERO TO CALC-ROL-PERIOD
040400     OPEN INPUT CALC-PERIOD-FILE
040500     IF CALC-ROL-PERIOD-STATUS NOT = '00'
040600         DISPLAY 'Blad otwarcia CALC-PERIOD-FILE, status: '
040700             CALC-ROL-PERIOD-STATUS
040800         SET CALC-ROL-INIT-FAILED TO TRUE
040900         MOVE 16 TO RETURN-CODE
041000         GO TO 1100-EXIT
041100     END-IF
041200     READ CALC-PERIOD-FILE
041300         NOT AT END
041400             IF CALC-PERIOD-CURRENT NUMERIC
041500                 MOVE CALC-PERIOD-CURRENT TO CALC-ROL-PERIOD
041600             END-IF
041700     END-READ
041800     CLOSE CALC-PERIOD-FILE
041900     IF CALC-ROL-PERIOD = ZERO
042000         DISPLAY 'Blad: brak lub zly rekord okresu w CALCPERD.'
042100         SET CALC-ROL-INIT-FAILED TO TRUE
042200         MOVE 16 TO RETURN-CODE
042300         GO TO 1100-EXIT
042400     END-IF
042500     IF CALC-ROL-P-MONTH = 01
042600         SUBTRACT 1 FROM CALC-ROL-P-YEAR
042700         MOVE 12 TO CALC-ROL-P-MONTH
042800     ELSE
042900         SUBTRACT 1 FROM CALC-ROL-P-MONTH
043000     END-IF.
043100 1100-EXIT.
043200     EXIT.
043300
043400*=================================================================*
043500* 2000-READ-LEDGER-RECORD - control-total trailer records ('T'    *
043600* mark byte) are not postings, so they are skipped here.          *
043700*=================================================================*
043800 2000-READ-LEDGER-RECORD.
043900     READ CALC-LEDGER-FILE
044000         AT END
044100             SET CALC-ROL-LEDG-EOF TO TRUE
044200             GO TO 2000-EXIT
044300     END-READ
044400     IF CALC-LEDG-IS-TRAILER
044500         GO TO 2000-READ-LEDGER-RECORD
044600     END-IF.
044700 2000-EXIT.
044800     EXIT.
044900
045000*=================================================================*
045100* 3000-TOTAL-ONE-LEDGER-ROW - a row of the report period is       *
045200* folded into its account's slot, a new slot opening for the     *
045300* first posting of an account not yet seen.  The period is the   *
045400* stamped CALC-LEDG-PERIOD, falling back to the month of the      *
045500* posting date for rows older than that field.                    *
045600*=================================================================*
045700 3000-TOTAL-ONE-LEDGER-ROW.
045800     IF CALC-LEDG-PERIOD NUMERIC
045900         MOVE CALC-LEDG-PERIOD TO CALC-ROL-ROW-PERIOD
046000     ELSE
046100         MOVE CALC-LEDG-POST-DATE(1:6) TO CALC-ROL-ROW-PERIOD
046200     END-IF
046300     IF CALC-ROL-ROW-PERIOD NOT = CALC-ROL-PERIOD
046400         GO TO 3000-NEXT
046500     END-IF
046600
046700     SET CALC-ROL-NOT-FOUND TO TRUE
046800     PERFORM 3100-CHECK-ACCOUNT-SLOT THRU 3100-EXIT
046900         VARYING CALC-ROL-ACT-IDX FROM 1 BY 1
047000         UNTIL CALC-ROL-ACT-IDX > CALC-ROL-ACT-USED
047100            OR CALC-ROL-FOUND
047200
047300     IF CALC-ROL-NOT-FOUND
047400         IF CALC-ROL-ACT-USED < 500
047500             ADD 1 TO CALC-ROL-ACT-USED
047600             SET CALC-ROL-ACT-IDX TO CALC-ROL-ACT-USED
047700             MOVE CALC-LEDG-ACCOUNT
047800                 TO CALC-ROL-A-CODE(CALC-ROL-ACT-IDX)
047900             MOVE CALC-LEDG-AMOUNT
048000                 TO CALC-ROL-A-AMOUNT(CALC-ROL-ACT-IDX)
048100         ELSE
048200             IF CALC-ROL-TABLE-NOT-FULL
048300                 DISPLAY 'UWAGA: tabela kont pelna - '
048400                     'pomijam kolejne konta.'
048500                 SET CALC-ROL-TABLE-FULL TO TRUE
048600             END-IF
048700         END-IF
048800     END-IF.
048900 3000-NEXT.
049000     PERFORM 2000-READ-LEDGER-RECORD THRU 2000-EXIT.
049100 3000-EXIT.
049200     EXIT.
049300
049400*=================================================================*
049500* 3100-CHECK-ACCOUNT-SLOT - tested by 3000 against one table      *
049600* entry at a time, looking for the posting's account.             *
049700*=================================================================*
049800 3100-CHECK-ACCOUNT-SLOT.
049900     IF CALC-ROL-A-CODE(CALC-ROL-ACT-IDX) = CALC-LEDG-ACCOUNT
050000         ADD CALC-LEDG-AMOUNT
050100             TO CALC-ROL-A-AMOUNT(CALC-ROL-ACT-IDX)
050200         SET CALC-ROL-FOUND TO TRUE
050300     END-IF.
050400 3100-EXIT.
050500     EXIT.
050600
050700*=================================================================*
050800* 4000-READ-PEND-RECORD - next snapshot row of the report period; *
050900* rows of every other period are passed over.  Every row of the  *
051000* period is added to the proof total here, whether or not it     *
051100* finds room in the roll-up table.                                *
051200*=================================================================*
051300 4000-READ-PEND-RECORD.
051400     READ CALC-PEND-FILE
051500         AT END
051600             SET CALC-ROL-PEND-EOF TO TRUE
051700             GO TO 4000-EXIT
051800     END-READ
051900     IF CALC-PEB-PERIOD NOT NUMERIC
052000         OR CALC-PEB-PERIOD NOT = CALC-ROL-PERIOD
052100         GO TO 4000-READ-PEND-RECORD
052200     END-IF
052300     ADD 1 TO CALC-ROL-PEND-COUNT
052400     ADD CALC-PEB-BALANCE TO CALC-ROL-PEND-BALANCE.
052500 4000-EXIT.
052600     EXIT.
052700
052800*=================================================================*
052900* 5000-PLACE-ONE-ACCOUNT - follows the account up the hierarchy:  *
053000* its 'K' node names the department, the department's 'D' node   *
053100* names the division, and the division's 'P' node must exist.     *
053200* A break anywhere in that chain makes the account an exception,  *
053300* with the reason in the note column.  The account then goes     *
053400* into the roll-up table at its place in the ordering.            *
053500*=================================================================*
053600 5000-PLACE-ONE-ACCOUNT.
053700     MOVE SPACES             TO CALC-ROL-NEW-ENTRY
053800     MOVE CALC-PEB-ACCT-CODE TO CALC-ROL-N-ACCOUNT
053900     MOVE CALC-PEB-BALANCE   TO CALC-ROL-N-BALANCE
054000     MOVE ZERO               TO CALC-ROL-N-ACTIVITY
054100     SET CALC-ROL-NOT-FOUND TO TRUE
054200     PERFORM 5100-TAKE-ACTIVITY-SLOT THRU 5100-EXIT
054300         VARYING CALC-ROL-ACT-IDX FROM 1 BY 1
054400         UNTIL CALC-ROL-ACT-IDX > CALC-ROL-ACT-USED
054500            OR CALC-ROL-FOUND
054600
054700     SET CALC-HIE-IS-ACCOUNT  TO TRUE
054800     MOVE CALC-PEB-ACCT-CODE  TO CALC-HIE-CODE
054900     READ CALC-HIER-FILE
055000         INVALID KEY
055100             MOVE 'BRAK PRZYPISANIA DO DZIALU'
055200                 TO CALC-ROL-N-NOTE
055300             GO TO 5000-EXCEPTION
055400     END-READ
055500     MOVE CALC-HIE-NAME       TO CALC-ROL-N-NAME
055600     MOVE CALC-HIE-PARENT     TO CALC-ROL-N-DEPT
055700
055800     SET CALC-HIE-IS-DEPARTMENT TO TRUE
055900     MOVE CALC-ROL-N-DEPT     TO CALC-HIE-CODE
056000     READ CALC-HIER-FILE
056100         INVALID KEY
056200             STRING 'NIEZNANY DZIAL ' DELIMITED BY SIZE
056300                    CALC-ROL-N-DEPT   DELIMITED BY SIZE
056400                 INTO CALC-ROL-N-NOTE
056500             GO TO 5000-EXCEPTION
056600     END-READ
056700     MOVE CALC-HIE-PARENT     TO CALC-ROL-N-DIVISION
056800
056900     SET CALC-HIE-IS-DIVISION TO TRUE
057000     MOVE CALC-ROL-N-DIVISION TO CALC-HIE-CODE
057100     READ CALC-HIER-FILE
057200         INVALID KEY
057300             STRING 'DZIAL ' DELIMITED BY SIZE
057400                    CALC-ROL-N-DEPT   DELIMITED BY SIZE
057500                    ' BEZ PIONU'      DELIMITED BY SIZE
057600                 INTO CALC-ROL-N-NOTE
057700             GO TO 5000-EXCEPTION
057800     END-READ
057900     GO TO 5000-INSERT.
058000 5000-EXCEPTION.
058100     MOVE HIGH-VALUES TO CALC-ROL-N-DIVISION
058200     MOVE HIGH-VALUES TO CALC-ROL-N-DEPT.
058300 5000-INSERT.
058400     IF CALC-ROL-USED NOT < 500
058500         IF CALC-ROL-TABLE-NOT-FULL
058600             DISPLAY 'UWAGA: tabela kont pelna - '
058700                 'pomijam kolejne konta.'
058800             SET CALC-ROL-TABLE-FULL TO TRUE
058900         END-IF
059000         GO TO 5000-NEXT
059100     END-IF
059200     PERFORM 5200-FIND-INSERT-POINT THRU 5200-EXIT
059300     PERFORM 5300-SHIFT-ONE-ENTRY THRU 5300-EXIT
059400         VARYING CALC-ROL-SUB FROM CALC-ROL-USED BY -1
059500         UNTIL CALC-ROL-SUB < CALC-ROL-POS
059600     MOVE CALC-ROL-NEW-ENTRY TO CALC-ROL-ENTRY(CALC-ROL-POS)
059700     ADD 1 TO CALC-ROL-USED.
059800 5000-NEXT.
059900     PERFORM 4000-READ-PEND-RECORD THRU 4000-EXIT.
060000 5000-EXIT.
060100     EXIT.
060200
060300*=================================================================*
060400* 5100-TAKE-ACTIVITY-SLOT - tested by 5000 against one activity   *
060500* entry at a time; a hit hands over the period's ledger activity. *
060600*=================================================================*
060700 5100-TAKE-ACTIVITY-SLOT.
060800     IF CALC-ROL-A-CODE(CALC-ROL-ACT-IDX) = CALC-PEB-ACCT-CODE
060900         MOVE CALC-ROL-A-AMOUNT(CALC-ROL-ACT-IDX)
061000             TO CALC-ROL-N-ACTIVITY
061100         SET CALC-ROL-FOUND TO TRUE
061200     END-IF.
061300 5100-EXIT.
061400     EXIT.
061500
061600*=================================================================*
061700* 5200-FIND-INSERT-POINT - the new entry goes in front of the     *
061800* first entry whose key is higher, or after the last one.         *
061900*=================================================================*
062000 5200-FIND-INSERT-POINT.
062100     MOVE 1 TO CALC-ROL-POS.
062200 5200-NEXT.
062300     IF CALC-ROL-POS > CALC-ROL-USED
062400         GO TO 5200-EXIT
062500     END-IF
062600     IF CALC-ROL-E-KEY(CALC-ROL-POS) > CALC-ROL-N-KEY
062700         GO TO 5200-EXIT
062800     END-IF
062900     ADD 1 TO CALC-ROL-POS
063000     GO TO 5200-NEXT.
063100 5200-EXIT.
063200     EXIT.
063300
063400*=================================================================*
063500* 5300-SHIFT-ONE-ENTRY - moves one entry a place down to open the *
063600* slot at the insert point; 5000 works up from the bottom.        *
063700*=================================================================*
063800 5300-SHIFT-ONE-ENTRY.
063900     MOVE CALC-ROL-ENTRY(CALC-ROL-SUB)
064000         TO CALC-ROL-ENTRY(CALC-ROL-SUB + 1).
064100 5300-EXIT.
064200     EXIT.
064300
064400*=================================================================*
064500* 6000-PRINT-ONE-ENTRY - control breaks on division, then on      *
064600* department, then the account line.  The exceptions, filed at   *
064700* the bottom of the table, close the last division and open      *
064800* their own section.                                              *
064900*=================================================================*
065000 6000-PRINT-ONE-ENTRY.
065100     IF CALC-ROL-E-DIVISION(CALC-ROL-SUB) = HIGH-VALUES
065200         PERFORM 6500-PRINT-EXCEPTION THRU 6500-EXIT
065300         GO TO 6000-EXIT
065400     END-IF
065500     IF CALC-ROL-E-DIVISION(CALC-ROL-SUB)
065600         NOT = CALC-ROL-PREV-DIVISION
065700         PERFORM 6300-CLOSE-DEPARTMENT THRU 6300-EXIT
065800         PERFORM 6400-CLOSE-DIVISION THRU 6400-EXIT
065900         PERFORM 6100-OPEN-DIVISION THRU 6100-EXIT
066000     END-IF
066100     IF CALC-ROL-E-DEPT(CALC-ROL-SUB) NOT = CALC-ROL-PREV-DEPT
066200         PERFORM 6300-CLOSE-DEPARTMENT THRU 6300-EXIT
066300         PERFORM 6200-OPEN-DEPARTMENT THRU 6200-EXIT
066400     END-IF
066500
066600     MOVE CALC-ROL-E-ACCOUNT(CALC-ROL-SUB)  TO CALC-ROL-D-ACCOUNT
066700     MOVE CALC-ROL-E-NAME(CALC-ROL-SUB)     TO CALC-ROL-D-NAME
066800     MOVE CALC-ROL-E-BALANCE(CALC-ROL-SUB)  TO CALC-ROL-D-BALANCE
066900     MOVE CALC-ROL-E-ACTIVITY(CALC-ROL-SUB)
067000         TO CALC-ROL-D-ACTIVITY
067100     MOVE SPACES                            TO CALC-ROL-D-NOTE
067200     WRITE CALC-ROL-LINE FROM CALC-ROL-DETAIL-LINE
067300         AFTER ADVANCING 1 LINE
067400     ADD CALC-ROL-E-BALANCE(CALC-ROL-SUB)
067450         TO CALC-ROL-DEPT-BALANCE
067500     ADD CALC-ROL-E-ACTIVITY(CALC-ROL-SUB)
067600         TO CALC-ROL-DEPT-ACTIVITY.
067700 6000-EXIT.
067800     EXIT.
067900
068000*=================================================================*
068100* 6100-OPEN-DIVISION - division heading with its name.            *
068200*=================================================================*
068300 6100-OPEN-DIVISION.
068400     MOVE CALC-ROL-E-DIVISION(CALC-ROL-SUB)
068500         TO CALC-ROL-PREV-DIVISION
068600     ADD 1 TO CALC-ROL-DIV-COUNT
068700     SET CALC-HIE-IS-DIVISION   TO TRUE
068800     MOVE CALC-ROL-PREV-DIVISION TO CALC-HIE-CODE
068900     READ CALC-HIER-FILE
069000         INVALID KEY
069100             MOVE SPACES TO CALC-HIE-NAME
069200     END-READ
069300     MOVE 'PION'                 TO CALC-ROL-G-TEXT
069400     MOVE CALC-ROL-PREV-DIVISION TO CALC-ROL-G-CODE
069500     MOVE CALC-HIE-NAME          TO CALC-ROL-G-NAME
069600     WRITE CALC-ROL-LINE FROM CALC-ROL-BLANK-LINE
069700         AFTER ADVANCING 1 LINE
069800     WRITE CALC-ROL-LINE FROM CALC-ROL-GROUP-LINE
069900         AFTER ADVANCING 1 LINE.
070000 6100-EXIT.
070100     EXIT.
070200
070300*=================================================================*
070400* 6200-OPEN-DEPARTMENT - department heading with its name.        *
070500*=================================================================*
070600 6200-OPEN-DEPARTMENT.
070700     MOVE CALC-ROL-E-DEPT(CALC-ROL-SUB) TO CALC-ROL-PREV-DEPT
070800     ADD 1 TO CALC-ROL-DEPT-COUNT
070900     SET CALC-HIE-IS-DEPARTMENT TO TRUE
071000     MOVE CALC-ROL-PREV-DEPT    TO CALC-HIE-CODE
071100     READ CALC-HIER-FILE
071200         INVALID KEY
071300             MOVE SPACES TO CALC-HIE-NAME
071400     END-READ
071500     MOVE '  DZIAL'             TO CALC-ROL-G-TEXT
071600     MOVE CALC-ROL-PREV-DEPT    TO CALC-ROL-G-CODE
071700     MOVE CALC-HIE-NAME         TO CALC-ROL-G-NAME
071800     WRITE CALC-ROL-LINE FROM CALC-ROL-GROUP-LINE
071900         AFTER ADVANCING 1 LINE.
072000 6200-EXIT.
072100     EXIT.
072200
072300*=================================================================*
072400* 6300-CLOSE-DEPARTMENT - the department subtotal, rolled into    *
072500* its division.  Nothing to close before the first department.    *
072600*=================================================================*
072700 6300-CLOSE-DEPARTMENT.
072800     IF CALC-ROL-PREV-DEPT = SPACES
072900         GO TO 6300-EXIT
073000     END-IF
073100     MOVE '  RAZEM DZIAL'        TO CALC-ROL-S-TEXT
073200     MOVE CALC-ROL-PREV-DEPT     TO CALC-ROL-S-CODE
073300     MOVE CALC-ROL-DEPT-BALANCE  TO CALC-ROL-S-BALANCE
073400     MOVE CALC-ROL-DEPT-ACTIVITY TO CALC-ROL-S-ACTIVITY
073500     WRITE CALC-ROL-LINE FROM CALC-ROL-SUBTOTAL-LINE
073600         AFTER ADVANCING 1 LINE
073700     ADD CALC-ROL-DEPT-BALANCE   TO CALC-ROL-DIV-BALANCE
073800     ADD CALC-ROL-DEPT-ACTIVITY  TO CALC-ROL-DIV-ACTIVITY
073900     MOVE ZERO                   TO CALC-ROL-DEPT-BALANCE
074000     MOVE ZERO                   TO CALC-ROL-DEPT-ACTIVITY
074100     MOVE SPACES                 TO CALC-ROL-PREV-DEPT.
074200 6300-EXIT.
074300     EXIT.
074400
074500*=================================================================*
074600* 6400-CLOSE-DIVISION - the division subtotal, rolled into the    *
074700* hierarchy total.  Nothing to close before the first division.   *
074800*=================================================================*
074900 6400-CLOSE-DIVISION.
075000     IF CALC-ROL-PREV-DIVISION = SPACES
075100         GO TO 6400-EXIT
075200     END-IF
075300     MOVE 'RAZEM PION'           TO CALC-ROL-S-TEXT
075400     MOVE CALC-ROL-PREV-DIVISION TO CALC-ROL-S-CODE
075500     MOVE CALC-ROL-DIV-BALANCE   TO CALC-ROL-S-BALANCE
075600     MOVE CALC-ROL-DIV-ACTIVITY  TO CALC-ROL-S-ACTIVITY
075700     WRITE CALC-ROL-LINE FROM CALC-ROL-SUBTOTAL-LINE
075800         AFTER ADVANCING 1 LINE
075900     ADD CALC-ROL-DIV-BALANCE    TO CALC-ROL-HIER-BALANCE
076000     ADD CALC-ROL-DIV-ACTIVITY   TO CALC-ROL-HIER-ACTIVITY
076100     MOVE ZERO                   TO CALC-ROL-DIV-BALANCE
076200     MOVE ZERO                   TO CALC-ROL-DIV-ACTIVITY
076300     MOVE SPACES                 TO CALC-ROL-PREV-DIVISION.
076400 6400-EXIT.
076500     EXIT.
076600
076700*=================================================================*
076800* 6500-PRINT-EXCEPTION - the first exception closes the last      *
076900* division and heads the exception section; each one is listed   *
077000* with its reason and counted into the exception total.          *
077100*=================================================================*
077200 6500-PRINT-EXCEPTION.
077300     IF CALC-ROL-EXC-COUNT = ZERO
077400         PERFORM 6300-CLOSE-DEPARTMENT THRU 6300-EXIT
077500         PERFORM 6400-CLOSE-DIVISION THRU 6400-EXIT
077600         WRITE CALC-ROL-LINE FROM CALC-ROL-BLANK-LINE
077700             AFTER ADVANCING 1 LINE
077800         WRITE CALC-ROL-LINE FROM CALC-ROL-EXC-HEAD-LINE
077900             AFTER ADVANCING 1 LINE
078000     END-IF
078100     ADD 1 TO CALC-ROL-EXC-COUNT
078200     MOVE CALC-ROL-E-ACCOUNT(CALC-ROL-SUB)  TO CALC-ROL-D-ACCOUNT
078300     MOVE CALC-ROL-E-NAME(CALC-ROL-SUB)     TO CALC-ROL-D-NAME
078400     MOVE CALC-ROL-E-BALANCE(CALC-ROL-SUB)  TO CALC-ROL-D-BALANCE
078500     MOVE CALC-ROL-E-ACTIVITY(CALC-ROL-SUB)
078600         TO CALC-ROL-D-ACTIVITY
078700     MOVE CALC-ROL-E-NOTE(CALC-ROL-SUB)     TO CALC-ROL-D-NOTE
078800     WRITE CALC-ROL-LINE FROM CALC-ROL-DETAIL-LINE
078900         AFTER ADVANCING 1 LINE
079000     ADD CALC-ROL-E-BALANCE(CALC-ROL-SUB)
079050         TO CALC-ROL-EXC-BALANCE
079100     ADD CALC-ROL-E-ACTIVITY(CALC-ROL-SUB)
079200         TO CALC-ROL-EXC-ACTIVITY.
079300 6500-EXIT.
079400     EXIT.
079500
079600*=================================================================*
079700* 7000-PRINT-SUMMARY - hierarchy and exception totals, the grand  *
079800* total of the two, and its proof against the snapshot balances.  *
079900*=================================================================*
080000 7000-PRINT-SUMMARY.
080100     COMPUTE CALC-ROL-GRAND-BALANCE
080200         = CALC-ROL-HIER-BALANCE + CALC-ROL-EXC-BALANCE
080300     COMPUTE CALC-ROL-GRAND-ACTIVITY
080400         = CALC-ROL-HIER-ACTIVITY + CALC-ROL-EXC-ACTIVITY
080500     COMPUTE CALC-ROL-DIFFERENCE
080600         = CALC-ROL-GRAND-BALANCE - CALC-ROL-PEND-BALANCE
080700
080800     WRITE CALC-ROL-LINE FROM CALC-ROL-BLANK-LINE
080900         AFTER ADVANCING 1 LINE
081000     MOVE 'RAZEM HIERARCHIA'       TO CALC-ROL-S-TEXT
081100     MOVE SPACES                   TO CALC-ROL-S-CODE
081200     MOVE CALC-ROL-HIER-BALANCE    TO CALC-ROL-S-BALANCE
081300     MOVE CALC-ROL-HIER-ACTIVITY   TO CALC-ROL-S-ACTIVITY
081400     WRITE CALC-ROL-LINE FROM CALC-ROL-SUBTOTAL-LINE
081500         AFTER ADVANCING 1 LINE
081600     MOVE 'RAZEM WYJATKI'          TO CALC-ROL-S-TEXT
081700     MOVE CALC-ROL-EXC-BALANCE     TO CALC-ROL-S-BALANCE
081800     MOVE CALC-ROL-EXC-ACTIVITY    TO CALC-ROL-S-ACTIVITY
081900     WRITE CALC-ROL-LINE FROM CALC-ROL-SUBTOTAL-LINE
082000         AFTER ADVANCING 1 LINE
082100     MOVE 'SUMA OGOLNA'            TO CALC-ROL-S-TEXT
082200     MOVE CALC-ROL-GRAND-BALANCE   TO CALC-ROL-S-BALANCE
082300     MOVE CALC-ROL-GRAND-ACTIVITY  TO CALC-ROL-S-ACTIVITY
082400     WRITE CALC-ROL-LINE FROM CALC-ROL-SUBTOTAL-LINE
082500         AFTER ADVANCING 1 LINE
082600
082700     WRITE CALC-ROL-LINE FROM CALC-ROL-BLANK-LINE
082800         AFTER ADVANCING 1 LINE
082900     MOVE 'Kont w migawce okresu:'   TO CALC-ROL-T-TEXT
083000     MOVE CALC-ROL-PEND-COUNT        TO CALC-ROL-T-COUNT
083100     WRITE CALC-ROL-LINE FROM CALC-ROL-TOTAL-LINE
083200         AFTER ADVANCING 1 LINE
083300     MOVE 'Pionow:'                  TO CALC-ROL-T-TEXT
083400     MOVE CALC-ROL-DIV-COUNT         TO CALC-ROL-T-COUNT
083500     WRITE CALC-ROL-LINE FROM CALC-ROL-TOTAL-LINE
083600         AFTER ADVANCING 1 LINE
083700     MOVE 'Dzialow:'                 TO CALC-ROL-T-TEXT
083800     MOVE CALC-ROL-DEPT-COUNT        TO CALC-ROL-T-COUNT
083900     WRITE CALC-ROL-LINE FROM CALC-ROL-TOTAL-LINE
084000         AFTER ADVANCING 1 LINE
084100     MOVE 'Kont poza hierarchia:'    TO CALC-ROL-T-TEXT
084200     MOVE CALC-ROL-EXC-COUNT         TO CALC-ROL-T-COUNT
084300     WRITE CALC-ROL-LINE FROM CALC-ROL-TOTAL-LINE
084400         AFTER ADVANCING 1 LINE
084500     MOVE 'Saldo razem wg migawki:'  TO CALC-ROL-M-TEXT
084600     MOVE CALC-ROL-PEND-BALANCE      TO CALC-ROL-M-AMOUNT
084700     WRITE CALC-ROL-LINE FROM CALC-ROL-AMOUNT-LINE
084800         AFTER ADVANCING 1 LINE
084900
085000     IF CALC-ROL-TABLE-FULL
085100         WRITE CALC-ROL-LINE FROM CALC-ROL-FULL-LINE
085200             AFTER ADVANCING 1 LINE
085300     END-IF
085400
085500     WRITE CALC-ROL-LINE FROM CALC-ROL-BLANK-LINE
085600         AFTER ADVANCING 1 LINE
085700     IF CALC-ROL-DIFFERENCE = ZERO
085800         WRITE CALC-ROL-LINE FROM CALC-ROL-PROOF-OK-LINE
085900             AFTER ADVANCING 1 LINE
086000     ELSE
086100         WRITE CALC-ROL-LINE FROM CALC-ROL-PROOF-BAD-LINE
086200             AFTER ADVANCING 1 LINE
086300         MOVE 'Roznica:'             TO CALC-ROL-M-TEXT
086400         MOVE CALC-ROL-DIFFERENCE    TO CALC-ROL-M-AMOUNT
086500         WRITE CALC-ROL-LINE FROM CALC-ROL-AMOUNT-LINE
086600             AFTER ADVANCING 1 LINE
086700     END-IF.
086800 7000-EXIT.
086900     EXIT.
087000
087100*=================================================================*
087200* 9000-TERMINATE - a grand total out of proof ends the run with   *
087300* RETURN-CODE 8; exceptions, or a table overflow, with 4.          *
087400*=================================================================*
087500 9000-TERMINATE.
087600     CLOSE CALC-LEDGER-FILE
087700     CLOSE CALC-PEND-FILE
087800     CLOSE CALC-HIER-FILE
087900     CLOSE CALC-ROLL-RPT-FILE
088000     IF CALC-ROL-DIFFERENCE NOT = ZERO
088100         MOVE 8 TO RETURN-CODE
088200     ELSE
088300         IF CALC-ROL-EXC-COUNT > ZERO
088400             OR CALC-ROL-TABLE-FULL
088500             MOVE 4 TO RETURN-CODE
088600         END-IF
088700     END-IF
088800     DISPLAY 'Okres raportu:        ' CALC-ROL-PERIOD
088900     DISPLAY 'Kont poza hierarchia: ' CALC-ROL-EXC-COUNT
089000     DISPLAY 'Koniec programu.'.
089100 9000-EXIT.
089200     EXIT.
