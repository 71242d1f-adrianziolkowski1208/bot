000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCAPRV.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-09-28  JK   Original version.  Second-signature approval   *
001100*                  of the actions CALCREV and CALCAMNT now only   *
001200*                  queue on CALCAPRQ: a storno of a posted        *
001300*                  transaction and the closure of an account.     *
001400*                  The operator must be active on CALCOPER with   *
001500*                  the correction authority, and may never decide *
001600*                  a request of their own - those are passed over.*
001700*                  Each pending entry is shown with who asked,    *
001800*                  when and why, and is approved (Z), declined    *
001900*                  (O) or left for later (P).  Only an approval   *
002000*                  takes effect: for a storno the negating        *
002100*                  ledger row, the balance and budget back-out,   *
002200*                  the 'S' audit entry and the CALCRVSL register  *
002300*                  entry, exactly as CALCREV used to post them;   *
002400*                  for a closure the closed mark on the account   *
002500*                  master and the 'Z' audit entry, as CALCAMNT    *
002600*                  used to.  Every check is made again at         *
002700*                  approval time - a request already overtaken    *
002800*                  (reversed meanwhile, account already closed)   *
002900*                  is declined rather than posted twice.  The     *
003000*                  decision, the approver and the time stay on    *
003100*                  the queue entry for CALCAPRR.                  *
003110* 2026-10-05  JK   A storno now carries the original posting's    *
003120*                  currency and rate onto its audit entry and     *
003130*                  ledger row, with the original-currency amount  *
003140*                  negated beside the PLN amount backed out.  The *
003150*                  closure audit entry fills the currency fields  *
003160*                  with spaces and zeros.                         *
003165* 2026-10-15  JK   Approves the reversal of a whole cost          *
003170*                  allocation ('A' on CALCAPRQ): every leg is     *
003175*                  checked again, then each is backed out by the  *
003180*                  ordinary storno posting, its audit entry       *
003185*                  carrying the allocation's reference and rule   *
003190*                  code.  The closure audit entry carries a zero  *
003195*                  reference and no rule code.                    *
003200*=================================================================*
003300*
003400*-----------------------------------------------------------------*
003500* ENVIRONMENT DIVISION                                             *
003600*-----------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CALC-APRQ-FILE ASSIGN TO 'CALCAPRQ'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CALC-APR-REQ-ID
004700         FILE STATUS IS CALC-APV-APRQ-STATUS.
004800
004900     SELECT CALC-AUDX-FILE ASSIGN TO 'CALCAUDX'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CALC-AUDX-TRANS-ID
005300         ALTERNATE RECORD KEY IS CALC-AUDX-DATE
005400             WITH DUPLICATES
005500         FILE STATUS IS CALC-APV-AUDX-STATUS.
005600
005700     SELECT CALC-RVSL-FILE ASSIGN TO 'CALCRVSL'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS CALC-RVS-ORIG-ID
006100         FILE STATUS IS CALC-APV-RVSL-STATUS.
006200
006300     SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CALC-ACCT-CODE
006700         FILE STATUS IS CALC-APV-ACCT-STATUS.
006800
006900     SELECT CALC-LEDGER-FILE ASSIGN TO 'CALCLEDG'
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CALC-APV-LEDGER-STATUS.
007200
007300     SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUDT'
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS CALC-APV-AUDIT-STATUS.
007600
007700     SELECT CALC-TRANSID-FILE ASSIGN TO 'CALCTIDF'
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS CALC-APV-TRANSID-STATUS.
008000
008100     SELECT CALC-OPER-FILE ASSIGN TO 'CALCOPER'
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS CALC-OPER-ID
008500         FILE STATUS IS CALC-APV-OPER-STATUS.
008600
008700     SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS CALC-APV-PERIOD-STATUS.
009000
009100     SELECT CALC-BUDGET-FILE ASSIGN TO 'CALCBUDG'
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS CALC-BUD-KEY
009500         FILE STATUS IS CALC-APV-BUDGET-STATUS.
009600
009700*-----------------------------------------------------------------*
009800* DATA DIVISION                                                    *
009900*-----------------------------------------------------------------*
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CALC-APRQ-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CALCAPR.
010500
010600 FD  CALC-AUDX-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY CALCAUDX.
010900
011000 FD  CALC-RVSL-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CALCRVS.
011300
011400 FD  CALC-ACCT-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY CALCACCT.
011700
011800 FD  CALC-LEDGER-FILE
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100     COPY CALCLEDG.
012200
012300 FD  CALC-AUDIT-FILE
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600     COPY CALCAUD.
012700
012800 FD  CALC-TRANSID-FILE
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CALCTID.
013200
013300 FD  CALC-OPER-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY CALCOPR.
013600
013700 FD  CALC-PERIOD-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000     COPY CALCPRD.
014100
014200 FD  CALC-BUDGET-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY CALCBUD.
014500
014600 WORKING-STORAGE SECTION.
014700*-----------------------------------------------------------------*
014800* FILE STATUS AND CONTROL SWITCHES                                  *
014900*-----------------------------------------------------------------*
015000 01  CALC-APV-APRQ-STATUS         PIC X(02) VALUE '00'.
015100 01  CALC-APV-AUDX-STATUS         PIC X(02) VALUE '00'.
015200 01  CALC-APV-RVSL-STATUS         PIC X(02) VALUE '00'.
015300 01  CALC-APV-ACCT-STATUS         PIC X(02) VALUE '00'.
015400 01  CALC-APV-LEDGER-STATUS       PIC X(02) VALUE '00'.
015500 01  CALC-APV-AUDIT-STATUS        PIC X(02) VALUE '00'.
015600 01  CALC-APV-TRANSID-STATUS      PIC X(02) VALUE '00'.
015700 01  CALC-APV-OPER-STATUS         PIC X(02) VALUE '00'.
015800 01  CALC-APV-PERIOD-STATUS       PIC X(02) VALUE '00'.
015900 01  CALC-APV-BUDGET-STATUS       PIC X(02) VALUE '00'.
016000 01  CALC-APV-CURRENT-PERIOD      PIC 9(06) VALUE ZERO.
016100
016200 01  CALC-APV-BUDGET-SW           PIC X(01) VALUE 'N'.
016300     88  CALC-APV-BUDGET-AVAILABLE        VALUE 'Y'.
016400     88  CALC-APV-BUDGET-NOT-AVAILABLE    VALUE 'N'.
016500
016600 01  CALC-APV-INIT-SW             PIC X(01) VALUE 'Y'.
016700     88  CALC-APV-INIT-OK                 VALUE 'Y'.
016800     88  CALC-APV-INIT-FAILED             VALUE 'N'.
016900
017000 01  CALC-APV-EOF-SW              PIC X(01) VALUE 'N'.
017100     88  CALC-APV-EOF                     VALUE 'Y'.
017200     88  CALC-APV-NOT-EOF                 VALUE 'N'.
017300
017400 01  CALC-APV-ANSWER-SW           PIC X(01) VALUE SPACE.
017500     88  CALC-APV-ANSWER-APPROVE          VALUE 'Z'.
017600     88  CALC-APV-ANSWER-DECLINE          VALUE 'O'.
017700     88  CALC-APV-ANSWER-LEAVE            VALUE 'P'.
017800     88  CALC-APV-ANSWER-VALID            VALUE 'Z' 'O' 'P'.
017900
018000 01  CALC-APV-CHECK-SW            PIC X(01) VALUE 'Y'.
018100     88  CALC-APV-STILL-VALID             VALUE 'Y'.
018200     88  CALC-APV-OVERTAKEN               VALUE 'N'.
018300
018400*-----------------------------------------------------------------*
018500* OPERATOR IDENTIFICATION - keyed once at startup; the approver   *
018600* is stamped onto the queue entry and onto every audit, ledger    *
018700* and register entry an approval posts.                           *
018800*-----------------------------------------------------------------*
018900 01  CALC-APV-OPERATOR-ID         PIC X(08) VALUE SPACES.
019000
019100*-----------------------------------------------------------------*
019200* WORK FIELDS FOR THE APPROVAL IN HAND                             *
019300*-----------------------------------------------------------------*
019400 01  CALC-APV-NEG-AMOUNT          PIC S9(09)V99 VALUE ZERO.
019410 01  CALC-APV-NEG-ORIG            PIC S9(09)V99 VALUE ZERO.
019420 01  CALC-APV-ORIG-CURRENCY       PIC X(03) VALUE SPACES.
019430 01  CALC-APV-ORIG-RATE           PIC 9(05)V9(06) VALUE ZERO.
019440 01  CALC-APV-ORIG-ID             PIC 9(08) VALUE ZERO.
019450 01  CALC-APV-ALLOC-ID            PIC 9(08) VALUE ZERO.
019460 01  CALC-APV-LEG-ID              PIC 9(08) VALUE ZERO.
019470 01  CALC-APV-LAST-LEG-ID         PIC 9(08) VALUE ZERO.
019480 01  CALC-APV-FIRST-POSTED        PIC 9(08) VALUE ZERO.
019500 01  CALC-APV-NEW-ID              PIC 9(08) VALUE ZERO.
019600
019700 01  CALC-APV-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
019800 01  CALC-APV-APPROVED-COUNT      PIC 9(06) COMP VALUE ZERO.
019900 01  CALC-APV-DECLINED-COUNT      PIC 9(06) COMP VALUE ZERO.
020000 01  CALC-APV-LEFT-COUNT          PIC 9(06) COMP VALUE ZERO.
020100 01  CALC-APV-OWN-COUNT           PIC 9(06) COMP VALUE ZERO.
020200
020300*-----------------------------------------------------------------*
020400* LEDGER TRAILER CONTROL FIELDS - every run that appends to       *
020500* CALC-LEDGER-FILE closes off with its own count-and-amount       *
020600* trailer, approved stornos included.                             *
020700*-----------------------------------------------------------------*
020800 01  CALC-APV-LEDG-WRITE-COUNT    PIC 9(06) COMP VALUE ZERO.
020900 01  CALC-APV-LEDG-AMT-TOTAL      PIC S9(11)V99 VALUE ZERO.
021000
021100*-----------------------------------------------------------------*
021200* PROCEDURE DIVISION                                                *
021300*-----------------------------------------------------------------*
021400 PROCEDURE DIVISION.
021500*=================================================================*
021600* MAIN-PARAGRAPH - one pass over the queue in request order.      *
021700*=================================================================*
021800 MAIN-PARAGRAPH.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022000
022100     IF CALC-APV-INIT-OK
022200         PERFORM 2000-POSITION-QUEUE THRU 2000-EXIT
022300         PERFORM 2100-REVIEW-ONE-ENTRY THRU 2100-EXIT
022400             UNTIL CALC-APV-EOF
022500         PERFORM 9000-TERMINATE THRU 9000-EXIT
022600     END-IF
022700
022800     STOP RUN.
022900
023000*=================================================================*
023100* 1000-INITIALIZE - obtains and validates the operator ID, reads  *
023200* the open period, and opens every file with the usual clean-     *
023300* error treatment.  The queue must exist - with no CALCAPRQ       *
023400* nothing has been requested.  The reversal register and the      *
023500* ledger get the standard first-open creation fallback; the       *
023600* budget file is optional, as in the posting run.                 *
023700*=================================================================*
023800 1000-INITIALIZE.
023900     DISPLAY '=== Zatwierdzanie storn i zamkniec (CALCAPRV) ==='
024000     SET CALC-APV-INIT-OK TO TRUE
024100     DISPLAY 'Podaj identyfikator operatora:'
024200     ACCEPT CALC-APV-OPERATOR-ID
024300
024400     PERFORM 1600-VALIDATE-OPERATOR THRU 1600-EXIT
024500     IF CALC-APV-INIT-FAILED
024600         GO TO 1000-EXIT
024700     END-IF
024800
024900     PERFORM 1700-READ-PERIOD THRU 1700-EXIT
025000     IF CALC-APV-INIT-FAILED
025100         GO TO 1000-EXIT
025200     END-IF
025300
025400     OPEN I-O CALC-APRQ-FILE
025500     IF CALC-APV-APRQ-STATUS NOT = '00'
025600         DISPLAY 'Blad otwarcia CALC-APRQ-FILE, status: '
025700             CALC-APV-APRQ-STATUS
025800         DISPLAY 'Brak kolejki wnioskow do zatwierdzenia.'
025900         SET CALC-APV-INIT-FAILED TO TRUE
026000         GO TO 1000-EXIT
026100     END-IF
026200
026300     OPEN INPUT CALC-AUDX-FILE
026400     IF CALC-APV-AUDX-STATUS NOT = '00'
026500         DISPLAY 'Blad otwarcia CALC-AUDX-FILE, status: '
026600             CALC-APV-AUDX-STATUS
026700         DISPLAY 'Czy CALCAUDL zostal wykonany?'
026800         SET CALC-APV-INIT-FAILED TO TRUE
026900         CLOSE CALC-APRQ-FILE
027000         GO TO 1000-EXIT
027100     END-IF
027200
027300     OPEN I-O CALC-RVSL-FILE
027400     IF CALC-APV-RVSL-STATUS = '35'
027500         OPEN OUTPUT CALC-RVSL-FILE
027600         CLOSE CALC-RVSL-FILE
027700         OPEN I-O CALC-RVSL-FILE
027800     END-IF
027900     IF CALC-APV-RVSL-STATUS NOT = '00'
028000         DISPLAY 'Blad otwarcia CALC-RVSL-FILE, status: '
028100             CALC-APV-RVSL-STATUS
028200         SET CALC-APV-INIT-FAILED TO TRUE
028300         CLOSE CALC-APRQ-FILE
028400         CLOSE CALC-AUDX-FILE
028500         GO TO 1000-EXIT
028600     END-IF
028700
028800     OPEN I-O CALC-ACCT-FILE
028900     IF CALC-APV-ACCT-STATUS NOT = '00'
029000         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
029100             CALC-APV-ACCT-STATUS
029200         SET CALC-APV-INIT-FAILED TO TRUE
029300         CLOSE CALC-APRQ-FILE
029400         CLOSE CALC-AUDX-FILE
029500         CLOSE CALC-RVSL-FILE
029600         GO TO 1000-EXIT
029700     END-IF
029800
029900     OPEN EXTEND CALC-LEDGER-FILE
030000     IF CALC-APV-LEDGER-STATUS = '35'
030100         OPEN OUTPUT CALC-LEDGER-FILE
030200     END-IF
030300     IF CALC-APV-LEDGER-STATUS NOT = '00'
030400         DISPLAY 'Blad otwarcia CALC-LEDGER-FILE, status: '
030500             CALC-APV-LEDGER-STATUS
030600         SET CALC-APV-INIT-FAILED TO TRUE
030700         CLOSE CALC-APRQ-FILE
030800         CLOSE CALC-AUDX-FILE
030900         CLOSE CALC-RVSL-FILE
031000         CLOSE CALC-ACCT-FILE
031100         GO TO 1000-EXIT
031200     END-IF
031300
031400     OPEN EXTEND CALC-AUDIT-FILE
031500     IF CALC-APV-AUDIT-STATUS = '35'
031600         OPEN OUTPUT CALC-AUDIT-FILE
031700     END-IF
031800     IF CALC-APV-AUDIT-STATUS NOT = '00'
031900         DISPLAY 'Blad otwarcia CALC-AUDIT-FILE, status: '
032000             CALC-APV-AUDIT-STATUS
032100         SET CALC-APV-INIT-FAILED TO TRUE
032200         CLOSE CALC-APRQ-FILE
032300         CLOSE CALC-AUDX-FILE
032400         CLOSE CALC-RVSL-FILE
032500         CLOSE CALC-ACCT-FILE
032600         CLOSE CALC-LEDGER-FILE
032700         GO TO 1000-EXIT
032800     END-IF
032900
033000*    The budget file is a control, not a condition: without   *
033100*    it the storno posts and only the budget back-out is lost.  *
033200     OPEN I-O CALC-BUDGET-FILE
033300     IF CALC-APV-BUDGET-STATUS = '00'
033400         SET CALC-APV-BUDGET-AVAILABLE TO TRUE
033500     ELSE
033600         DISPLAY 'Blad otwarcia CALC-BUDGET-FILE, status: '
033700             CALC-APV-BUDGET-STATUS
033800         DISPLAY 'UWAGA: budzety nie beda korygowane.'
033900     END-IF
034000
034100     PERFORM 1300-READ-LAST-TRANS-ID THRU 1300-EXIT.
034200 1000-EXIT.
034300     EXIT.
034400
034500*=================================================================*
034600* 1300-READ-LAST-TRANS-ID - recovers the last transaction ID any  *
034700* prior run issued, so a storno's audit and ledger entries carry  *
034800* on from there.  Starts at zero when CALCTIDF does not exist.    *
034900*=================================================================*
035000 1300-READ-LAST-TRANS-ID.
035100     MOVE ZERO TO CALC-APV-NEW-ID
035200     OPEN INPUT CALC-TRANSID-FILE
035300     IF CALC-APV-TRANSID-STATUS = '00'
035400         READ CALC-TRANSID-FILE
035500             NOT AT END
035600                 MOVE CALC-TRANSID-LAST-ISSUED
035700                     TO CALC-APV-NEW-ID
035800         END-READ
035900         CLOSE CALC-TRANSID-FILE
036000     END-IF.
036100 1300-EXIT.
036200     EXIT.
036300
036400*=================================================================*
036500* 1600-VALIDATE-OPERATOR - the keyed ID must be on the CALCOPER   *
036600* security master, active, and hold the correction authority -   *
036700* approving a storno or a closure is supervisor-level.  Anything *
036800* else ends the run with RETURN-CODE 16 before any file is        *
036900* touched.                                                         *
037000*=================================================================*
037100 1600-VALIDATE-OPERATOR.
037200     OPEN INPUT CALC-OPER-FILE
037300     IF CALC-APV-OPER-STATUS NOT = '00'
037400         DISPLAY 'Blad otwarcia CALC-OPER-FILE, status: '
037500             CALC-APV-OPER-STATUS
037600         SET CALC-APV-INIT-FAILED TO TRUE
037700         MOVE 16 TO RETURN-CODE
037800         GO TO 1600-EXIT
037900     END-IF
038000     MOVE CALC-APV-OPERATOR-ID TO CALC-OPER-ID
038100     READ CALC-OPER-FILE
038200         INVALID KEY
038300             DISPLAY 'Nieznany operator: ' CALC-APV-OPERATOR-ID
038400             SET CALC-APV-INIT-FAILED TO TRUE
038500             MOVE 16 TO RETURN-CODE
038600     END-READ
038700     IF CALC-APV-INIT-OK
038800         IF NOT CALC-OPER-IS-ACTIVE
038900             DISPLAY 'Operator zablokowany: '
039000                 CALC-APV-OPERATOR-ID
039100             SET CALC-APV-INIT-FAILED TO TRUE
039200             MOVE 16 TO RETURN-CODE
039300         ELSE
039400             IF NOT CALC-OPER-MAY-CORRECT
039500                 DISPLAY 'Brak uprawnienia do zatwierdzania: '
039600                     CALC-APV-OPERATOR-ID
039700                 SET CALC-APV-INIT-FAILED TO TRUE
039800                 MOVE 16 TO RETURN-CODE
039900             END-IF
040000         END-IF
040100     END-IF
040200     CLOSE CALC-OPER-FILE.
040300 1600-EXIT.
040400     EXIT.
040500
040600*=================================================================*
040700* 1700-READ-PERIOD - the open accounting period from CALCPERD,   *
040800* stamped onto the negating ledger row of an approved storno.    *
040900* No record, or a non-numeric one, ends the run.                 *
041000*=================================================================*
041100 1700-READ-PERIOD.
041200     MOVE ZERO TO CALC-APV-CURRENT-PERIOD
041300     OPEN INPUT CALC-PERIOD-FILE
041400     IF CALC-APV-PERIOD-STATUS NOT = '00'
041500         DISPLAY 'Blad otwarcia CALC-PERIOD-FILE, status: '
041600             CALC-APV-PERIOD-STATUS
041700         DISPLAY 'Zaloz plik okresu CALCPERD.'
041800         SET CALC-APV-INIT-FAILED TO TRUE
041900         MOVE 16 TO RETURN-CODE
042000         GO TO 1700-EXIT
042100     END-IF
042200     READ CALC-PERIOD-FILE
042300         NOT AT END
042400             IF CALC-PERIOD-CURRENT NUMERIC
042500                 MOVE CALC-PERIOD-CURRENT
042600                     TO CALC-APV-CURRENT-PERIOD
042700             END-IF
042800     END-READ
042900     CLOSE CALC-PERIOD-FILE
043000     IF CALC-APV-CURRENT-PERIOD = ZERO
043100         DISPLAY 'Blad: brak lub zly rekord okresu w CALCPERD.'
043200         SET CALC-APV-INIT-FAILED TO TRUE
043300         MOVE 16 TO RETURN-CODE
043400     END-IF.
043500 1700-EXIT.
043600     EXIT.
043700
043800*=================================================================*
043900* 2000-POSITION-QUEUE - the browse starts at the lowest request   *
044000* ID, which is the oldest request.                                 *
044100*=================================================================*
044200 2000-POSITION-QUEUE.
044300     SET CALC-APV-NOT-EOF TO TRUE
044400     MOVE ZERO TO CALC-APR-REQ-ID
044500     START CALC-APRQ-FILE
044600         KEY IS NOT < CALC-APR-REQ-ID
044700         INVALID KEY
044800             SET CALC-APV-EOF TO TRUE
044900     END-START.
045000 2000-EXIT.
045100     EXIT.
045200
045300*=================================================================*
045400* 2100-REVIEW-ONE-ENTRY - decided entries are passed over, and so *
045500* is anything the operator requested; a pending entry            *
045600* from someone else is shown and decided.                         *
045700*=================================================================*
045800 2100-REVIEW-ONE-ENTRY.
045900     READ CALC-APRQ-FILE NEXT RECORD
046000         AT END
046100             SET CALC-APV-EOF TO TRUE
046200             GO TO 2100-EXIT
046300     END-READ
046400     IF NOT CALC-APR-PENDING
046500         GO TO 2100-EXIT
046600     END-IF
046700     ADD 1 TO CALC-APV-READ-COUNT
046800     IF CALC-APR-REQ-BY = CALC-APV-OPERATOR-ID
046900         DISPLAY 'Wniosek ' CALC-APR-REQ-ID
047000             ' jest Twoj - zatwierdza inny kierownik.'
047100         ADD 1 TO CALC-APV-OWN-COUNT
047200         GO TO 2100-EXIT
047300     END-IF
047400
047450     EVALUATE TRUE
047500         WHEN CALC-APR-IS-REVERSAL
047550             DISPLAY 'Wniosek ' CALC-APR-REQ-ID
047600                 ': STORNO transakcji ID ' CALC-APR-ORIG-ID
047650                 '  konto ' CALC-APR-ACCOUNT
047700                 '  kwota ' CALC-APR-AMOUNT
047750         WHEN CALC-APR-IS-ALLOCATION
047800             DISPLAY 'Wniosek ' CALC-APR-REQ-ID
047850                 ': STORNO PODZIALU kosztow ref. '
047900                 CALC-APR-ORIG-ID
047950                 '  konto puli ' CALC-APR-ACCOUNT
048000                 '  kwota ' CALC-APR-AMOUNT
048050         WHEN OTHER
048100             DISPLAY 'Wniosek ' CALC-APR-REQ-ID
048150                 ': ZAMKNIECIE konta ' CALC-APR-ACCOUNT
048200     END-EVALUATE
048400     DISPLAY '  zlozyl: ' CALC-APR-REQ-BY
048500         '  dnia ' CALC-APR-REQ-DATE
048600         '  godz. ' CALC-APR-REQ-TIME
048700     DISPLAY '  powod: ' CALC-APR-REASON
048800
048900     MOVE SPACE TO CALC-APV-ANSWER-SW
049000     PERFORM 2200-ACCEPT-DECISION THRU 2200-EXIT
049100         UNTIL CALC-APV-ANSWER-VALID
049200
049300     EVALUATE TRUE
049400         WHEN CALC-APV-ANSWER-APPROVE
049500             PERFORM 3000-APPROVE-ENTRY THRU 3000-EXIT
049600         WHEN CALC-APV-ANSWER-DECLINE
049700             PERFORM 6000-DECLINE-ENTRY THRU 6000-EXIT
049800         WHEN OTHER
049900             ADD 1 TO CALC-APV-LEFT-COUNT
050000     END-EVALUATE.
050100 2100-EXIT.
050200     EXIT.
050300
050400 2200-ACCEPT-DECISION.
050500     DISPLAY 'Decyzja: Z=zatwierdz, O=odrzuc, P=pozostaw:'
050600     ACCEPT CALC-APV-ANSWER-SW
050700     MOVE FUNCTION UPPER-CASE(CALC-APV-ANSWER-SW)
050800         TO CALC-APV-ANSWER-SW.
050900 2200-EXIT.
051000     EXIT.
051100
051200*=================================================================*
051300* 3000-APPROVE-ENTRY - the action is checked again against the    *
051400* files as they stand now and posted only if it still holds; an  *
051500* overtaken request is declined instead.                          *
051600*=================================================================*
051700 3000-APPROVE-ENTRY.
051800     SET CALC-APV-STILL-VALID TO TRUE
051850     EVALUATE TRUE
051900         WHEN CALC-APR-IS-REVERSAL
051950             PERFORM 4000-CHECK-REVERSAL THRU 4000-EXIT
052000             IF CALC-APV-STILL-VALID
052050                 PERFORM 4100-POST-REVERSAL THRU 4100-EXIT
052100             END-IF
052150         WHEN CALC-APR-IS-ALLOCATION
052200             PERFORM 4500-CHECK-ALLOCATION THRU 4500-EXIT
052250             IF CALC-APV-STILL-VALID
052300                 PERFORM 4600-POST-ALLOCATION THRU 4600-EXIT
052350             END-IF
052400         WHEN OTHER
052450             PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
052500     END-EVALUATE
052700
052800     IF CALC-APV-OVERTAKEN
052900         PERFORM 6000-DECLINE-ENTRY THRU 6000-EXIT
053000         GO TO 3000-EXIT
053100     END-IF
053200     SET CALC-APR-APPROVED TO TRUE
053300     PERFORM 6100-STAMP-DECISION THRU 6100-EXIT
053400     ADD 1 TO CALC-APV-APPROVED-COUNT.
053500 3000-EXIT.
053600     EXIT.
053700
053800*=================================================================*
053900* 4000-CHECK-REVERSAL - the same refusals CALCREV made when the   *
054000* storno was requested: not reversed since, the original still   *
054100* on the audit copy, and the account still on the master.        *
054200*=================================================================*
054300 4000-CHECK-REVERSAL.
054320     MOVE CALC-APR-ORIG-ID TO CALC-APV-ORIG-ID
054340     MOVE ZERO             TO CALC-APV-ALLOC-ID
054400     MOVE CALC-APR-ORIG-ID TO CALC-RVS-ORIG-ID
054500     READ CALC-RVSL-FILE
054600         NOT INVALID KEY
054700             DISPLAY 'Transakcja juz stornowana, ID storna: '
054800                 CALC-RVS-REV-ID ' - wniosek odrzucony.'
054900             SET CALC-APV-OVERTAKEN TO TRUE
055000             GO TO 4000-EXIT
055100     END-READ
055200     MOVE CALC-APR-ORIG-ID TO CALC-AUDX-TRANS-ID
055300     READ CALC-AUDX-FILE
055400         INVALID KEY
055500             DISPLAY 'Nie znaleziono wpisu o ID: '
055600                 CALC-APR-ORIG-ID ' - wniosek odrzucony.'
055700             SET CALC-APV-OVERTAKEN TO TRUE
055800             GO TO 4000-EXIT
055900     END-READ
056000     MOVE CALC-AUDX-ACCOUNT TO CALC-ACCT-CODE
056100     READ CALC-ACCT-FILE
056200         INVALID KEY
056300             DISPLAY 'Konta nie ma na pliku glownym: '
056400                 CALC-AUDX-ACCOUNT ' - wniosek odrzucony.'
056500             SET CALC-APV-OVERTAKEN TO TRUE
056600     END-READ.
056700 4000-EXIT.
056800     EXIT.
056900
057000*=================================================================*
057100* 4100-POST-REVERSAL - the negating entry itself, under a fresh   *
057200* transaction ID: audit entry (operator 'S', cross-referenced to  *
057300* the original), negated ledger row, balance backed out of the    *
057400* master record 4000 just read, the budget back-out, and the      *
057500* register entry that blocks a second attempt.                    *
057510* The storno backs out the PLN amount actually posted and carries *
057520* the original's currency and rate with the original amount       *
057530* negated; an original from before currencies were kept is PLN. *
057560* The entry reversed is the one in CALC-APV-ORIG-ID; a leg of a   *
057580* cost allocation also carries the allocation's reference.        *
057600*=================================================================*
057700 4100-POST-REVERSAL.
057800     COMPUTE CALC-APV-NEG-AMOUNT = ZERO - CALC-AUDX-RESULT
057810     IF CALC-AUDX-CURRENCY = SPACES
057820         MOVE 'PLN'               TO CALC-APV-ORIG-CURRENCY
057830         MOVE CALC-APV-NEG-AMOUNT TO CALC-APV-NEG-ORIG
057840         MOVE 1                   TO CALC-APV-ORIG-RATE
057850     ELSE
057860         MOVE CALC-AUDX-CURRENCY  TO CALC-APV-ORIG-CURRENCY
057870         COMPUTE CALC-APV-NEG-ORIG = ZERO - CALC-AUDX-ORIG-RESULT
057880         MOVE CALC-AUDX-RATE      TO CALC-APV-ORIG-RATE
057890     END-IF
057900     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
058000
058100     MOVE CALC-APV-NEW-ID       TO CALC-AUD-TRANS-ID
058200     ACCEPT CALC-AUD-DATE FROM DATE YYYYMMDD
058300     ACCEPT CALC-AUD-TIME FROM TIME
058400     MOVE CALC-AUDX-RESULT      TO CALC-AUD-NUM1
058500     MOVE 'S'                   TO CALC-AUD-OPERATOR
058600     MOVE ZERO                  TO CALC-AUD-NUM2
058700     MOVE CALC-APV-NEG-AMOUNT   TO CALC-AUD-RESULT
058800     SET CALC-AUD-NO-DIV-ZERO   TO TRUE
058900     SET CALC-AUD-NO-OVERFLOW   TO TRUE
059000     MOVE CALC-APV-OPERATOR-ID  TO CALC-AUD-OPERATOR-ID
059100     MOVE CALC-APV-ORIG-ID      TO CALC-AUD-XREF-ID
059200     MOVE CALC-AUDX-ACCOUNT     TO CALC-AUD-ACCOUNT
059300     SET CALC-AUD-NO-BAD-ACCT   TO TRUE
059400     SET CALC-AUD-NO-OVER-LIMIT TO TRUE
059500     MOVE CALC-AUDX-SOURCE      TO CALC-AUD-SOURCE
059510     SET CALC-AUD-RATE-FOUND    TO TRUE
059520     MOVE CALC-APV-ORIG-CURRENCY TO CALC-AUD-CURRENCY
059530     MOVE CALC-APV-NEG-ORIG     TO CALC-AUD-ORIG-RESULT
059540     MOVE CALC-APV-ORIG-RATE    TO CALC-AUD-RATE
059550     MOVE CALC-APV-ALLOC-ID     TO CALC-AUD-ALLOC-ID
059555     IF CALC-APV-ALLOC-ID = ZERO
059560         MOVE SPACES               TO CALC-AUD-ALLOC-RULE
059565     ELSE
059570         MOVE CALC-AUDX-ALLOC-RULE TO CALC-AUD-ALLOC-RULE
059575     END-IF
059600     WRITE CALC-AUDIT-RECORD
059700
059800     MOVE CALC-APV-NEW-ID       TO CALC-LEDG-TRANS-ID
059900     ACCEPT CALC-LEDG-POST-DATE FROM DATE YYYYMMDD
060000     MOVE CALC-APV-NEG-AMOUNT   TO CALC-LEDG-AMOUNT
060100     MOVE CALC-AUDX-ACCOUNT     TO CALC-LEDG-ACCOUNT
060200     MOVE CALC-APV-CURRENT-PERIOD TO CALC-LEDG-PERIOD
060210     MOVE CALC-APV-ORIG-CURRENCY TO CALC-LEDG-CURRENCY
060220     MOVE CALC-APV-NEG-ORIG     TO CALC-LEDG-ORIG-AMOUNT
060230     MOVE CALC-APV-ORIG-RATE    TO CALC-LEDG-RATE
060300     WRITE CALC-LEDGER-RECORD
060400     ADD 1 TO CALC-APV-LEDG-WRITE-COUNT
060500     ADD CALC-APV-NEG-AMOUNT TO CALC-APV-LEDG-AMT-TOTAL
060600
060700     SUBTRACT CALC-AUDX-RESULT FROM CALC-ACCT-BALANCE
060800     ACCEPT CALC-ACCT-LAST-POST-DATE FROM DATE YYYYMMDD
060900     ADD 1 TO CALC-ACCT-TRANS-COUNT
061000     REWRITE CALC-ACCT-RECORD
061100     PERFORM 4200-BACKOUT-BUDGET THRU 4200-EXIT
061200
061300     MOVE CALC-APV-ORIG-ID      TO CALC-RVS-ORIG-ID
061400     MOVE CALC-APV-NEW-ID       TO CALC-RVS-REV-ID
061500     ACCEPT CALC-RVS-DATE FROM DATE YYYYMMDD
061600     MOVE CALC-APV-OPERATOR-ID  TO CALC-RVS-OPERATOR-ID
061700     WRITE CALC-RVS-RECORD
061800         INVALID KEY
061900             DISPLAY 'Blad zapisu rejestru storn, ID: '
062000                 CALC-RVS-ORIG-ID
062100     END-WRITE
062200
062300     MOVE CALC-APV-NEW-ID       TO CALC-APR-POSTED-ID
062400     DISPLAY 'Stornowano ID ' CALC-APV-ORIG-ID
062500         ' wpisem ID ' CALC-APV-NEW-ID
062600         ' kwota ' CALC-APV-NEG-AMOUNT.
062700 4100-EXIT.
062800     EXIT.
062900
063000*=================================================================*
063100* 4200-BACKOUT-BUDGET - the storno row lands in the open period, *
063200* so the amount comes off that period's budget actual for the    *
063300* account.  No budget for the account and period, nothing to do. *
063400*=================================================================*
063500 4200-BACKOUT-BUDGET.
063600     IF CALC-APV-BUDGET-NOT-AVAILABLE
063700         GO TO 4200-EXIT
063800     END-IF
063900     MOVE CALC-AUDX-ACCOUNT       TO CALC-BUD-ACCT-CODE
064000     MOVE CALC-APV-CURRENT-PERIOD TO CALC-BUD-PERIOD
064100     READ CALC-BUDGET-FILE
064200         INVALID KEY
064300             GO TO 4200-EXIT
064400     END-READ
064500     SUBTRACT CALC-AUDX-RESULT FROM CALC-BUD-ACTUAL
064600     REWRITE CALC-BUD-RECORD.
064700 4200-EXIT.
064800     EXIT.
064801
064802*=================================================================*
064803* 4500-CHECK-ALLOCATION - the refusals CALCREV made when the      *
064804* allocation reversal was requested, made again: the allocation   *
064805* not reversed since, the pool leg on the audit copy with its     *
064806* count of legs, and every leg present under the same reference,  *
064807* not reversed on its own, with its account on the master.        *
064808*=================================================================*
064809 4500-CHECK-ALLOCATION.
064810     MOVE CALC-APR-ORIG-ID TO CALC-RVS-ORIG-ID
064811     READ CALC-RVSL-FILE
064812         NOT INVALID KEY
064813             DISPLAY 'Podzial kosztow juz stornowany, ID storna: '
064814                 CALC-RVS-REV-ID ' - wniosek odrzucony.'
064815             SET CALC-APV-OVERTAKEN TO TRUE
064816             GO TO 4500-EXIT
064817     END-READ
064818     MOVE CALC-APR-ORIG-ID TO CALC-AUDX-TRANS-ID
064819     READ CALC-AUDX-FILE
064820         INVALID KEY
064821             DISPLAY 'Nie znaleziono pozycji puli podzialu ref. '
064822                 CALC-APR-ORIG-ID ' - wniosek odrzucony.'
064823             SET CALC-APV-OVERTAKEN TO TRUE
064824             GO TO 4500-EXIT
064825     END-READ
064826     IF CALC-AUDX-ALLOC-ID NOT = CALC-APR-ORIG-ID
064827         OR CALC-AUDX-NUM2 < 1
064828         DISPLAY 'Pozycja puli podzialu ref. ' CALC-APR-ORIG-ID
064829             ' jest niespojna - wniosek odrzucony.'
064830         SET CALC-APV-OVERTAKEN TO TRUE
064831         GO TO 4500-EXIT
064832     END-IF
064833     COMPUTE CALC-APV-LAST-LEG-ID
064834         = CALC-APR-ORIG-ID + CALC-AUDX-NUM2 - 1
064835     PERFORM 4510-CHECK-ALLOC-LEG THRU 4510-EXIT
064836         VARYING CALC-APV-LEG-ID FROM CALC-APR-ORIG-ID BY 1
064837         UNTIL CALC-APV-LEG-ID > CALC-APV-LAST-LEG-ID
064838            OR CALC-APV-OVERTAKEN.
064839 4500-EXIT.
064840     EXIT.
064841
064842 4510-CHECK-ALLOC-LEG.
064843     MOVE CALC-APV-LEG-ID TO CALC-RVS-ORIG-ID
064844     READ CALC-RVSL-FILE
064845         NOT INVALID KEY
064846             DISPLAY 'Pozycja ID ' CALC-APV-LEG-ID
064847                 ' juz stornowana - wniosek odrzucony.'
064848             SET CALC-APV-OVERTAKEN TO TRUE
064849             GO TO 4510-EXIT
064850     END-READ
064851     MOVE CALC-APV-LEG-ID TO CALC-AUDX-TRANS-ID
064852     READ CALC-AUDX-FILE
064853         INVALID KEY
064854             DISPLAY 'Brak pozycji podzialu o ID: '
064855                 CALC-APV-LEG-ID ' - wniosek odrzucony.'
064856             SET CALC-APV-OVERTAKEN TO TRUE
064857             GO TO 4510-EXIT
064858     END-READ
064859     IF CALC-AUDX-ALLOC-ID NOT = CALC-APR-ORIG-ID
064860         DISPLAY 'Wpis ID ' CALC-APV-LEG-ID
064861             ' nie nalezy do podzialu - wniosek odrzucony.'
064862         SET CALC-APV-OVERTAKEN TO TRUE
064863         GO TO 4510-EXIT
064864     END-IF
064865     MOVE CALC-AUDX-ACCOUNT TO CALC-ACCT-CODE
064866     READ CALC-ACCT-FILE
064867         INVALID KEY
064868             DISPLAY 'Konta nie ma na pliku glownym: '
064869                 CALC-AUDX-ACCOUNT ' - wniosek odrzucony.'
064870             SET CALC-APV-OVERTAKEN TO TRUE
064871     END-READ.
064872 4510-EXIT.
064873     EXIT.
064874
064875*=================================================================*
064876* 4600-POST-ALLOCATION - every leg is backed out by 4100 exactly  *
064877* as a single storno would be, each under its own storno ID and   *
064878* register entry, with the allocation's reference carried onto    *
064879* the storno's audit entry so the back-out traces like the        *
064880* original.  The pool leg's register entry is what refuses a      *
064881* second attempt; the queue entry records the first storno ID.    *
064882*=================================================================*
064883 4600-POST-ALLOCATION.
064884     COMPUTE CALC-APV-FIRST-POSTED = CALC-APV-NEW-ID + 1
064885     MOVE CALC-APR-ORIG-ID TO CALC-APV-ALLOC-ID
064886     PERFORM 4610-POST-ALLOC-LEG THRU 4610-EXIT
064887         VARYING CALC-APV-LEG-ID FROM CALC-APR-ORIG-ID BY 1
064888         UNTIL CALC-APV-LEG-ID > CALC-APV-LAST-LEG-ID
064889     MOVE CALC-APV-FIRST-POSTED TO CALC-APR-POSTED-ID
064890     DISPLAY 'Stornowano podzial kosztow ref. ' CALC-APR-ORIG-ID
064891         ' wpisami ID ' CALC-APV-FIRST-POSTED
064892         ' - ' CALC-APV-NEW-ID.
064893 4600-EXIT.
064894     EXIT.
064895
064896 4610-POST-ALLOC-LEG.
064897     MOVE CALC-APV-LEG-ID TO CALC-AUDX-TRANS-ID
064898     READ CALC-AUDX-FILE
064899         INVALID KEY
064900             DISPLAY 'Brak pozycji podzialu o ID: '
064901                 CALC-APV-LEG-ID
064902             GO TO 4610-EXIT
064903     END-READ
064904     MOVE CALC-AUDX-ACCOUNT TO CALC-ACCT-CODE
064905     READ CALC-ACCT-FILE
064906         INVALID KEY
064907             DISPLAY 'Konta nie ma na pliku glownym: '
064908                 CALC-AUDX-ACCOUNT
064909             GO TO 4610-EXIT
064910     END-READ
064911     MOVE CALC-APV-LEG-ID TO CALC-APV-ORIG-ID
064912     PERFORM 4100-POST-REVERSAL THRU 4100-EXIT.
064913 4610-EXIT.
064914     EXIT.
064915
065000*=================================================================*
065100* 5000-CLOSE-ACCOUNT - marks the account closed in place; the     *
065200* balance and history stay on the master, the posting run just    *
065300* refuses anything further keyed against it.  The 'Z' audit       *
065400* entry is the one CALCAMNT used to write, now under the          *
065500* approver's ID.                                                   *
065600*=================================================================*
065700 5000-CLOSE-ACCOUNT.
065800     MOVE CALC-APR-ACCOUNT TO CALC-ACCT-CODE
065900     READ CALC-ACCT-FILE
066000         INVALID KEY
066100             DISPLAY 'Nieznane konto: ' CALC-APR-ACCOUNT
066200                 ' - wniosek odrzucony.'
066300             SET CALC-APV-OVERTAKEN TO TRUE
066400             GO TO 5000-EXIT
066500     END-READ
066600     IF CALC-ACCT-IS-CLOSED
066700         DISPLAY 'Konto jest juz zamkniete: ' CALC-APR-ACCOUNT
066800             ' - wniosek odrzucony.'
066900         SET CALC-APV-OVERTAKEN TO TRUE
067000         GO TO 5000-EXIT
067100     END-IF
067200     MOVE 'Z' TO CALC-ACCT-STATUS-SW
067300     REWRITE CALC-ACCT-RECORD
067400
067500     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
067600     MOVE CALC-APV-NEW-ID       TO CALC-AUD-TRANS-ID
067700     ACCEPT CALC-AUD-DATE FROM DATE YYYYMMDD
067800     ACCEPT CALC-AUD-TIME FROM TIME
067900     MOVE ZERO                  TO CALC-AUD-NUM1
068000     MOVE 'Z'                   TO CALC-AUD-OPERATOR
068100     MOVE ZERO                  TO CALC-AUD-NUM2
068200     MOVE ZERO                  TO CALC-AUD-RESULT
068300     SET CALC-AUD-NO-DIV-ZERO   TO TRUE
068400     SET CALC-AUD-NO-OVERFLOW   TO TRUE
068500     MOVE CALC-APV-OPERATOR-ID  TO CALC-AUD-OPERATOR-ID
068600     MOVE ZERO                  TO CALC-AUD-XREF-ID
068700     MOVE CALC-APR-ACCOUNT      TO CALC-AUD-ACCOUNT
068800     SET CALC-AUD-NO-BAD-ACCT   TO TRUE
068900     SET CALC-AUD-NO-OVER-LIMIT TO TRUE
069000     MOVE SPACE                 TO CALC-AUD-SOURCE
069010     SET CALC-AUD-RATE-FOUND    TO TRUE
069020     MOVE SPACES                TO CALC-AUD-CURRENCY
069030     MOVE ZERO                  TO CALC-AUD-ORIG-RESULT
069040     MOVE ZERO                  TO CALC-AUD-RATE
069050     MOVE ZERO                  TO CALC-AUD-ALLOC-ID
069060     MOVE SPACES                TO CALC-AUD-ALLOC-RULE
069100     WRITE CALC-AUDIT-RECORD
069200
069300     MOVE CALC-APV-NEW-ID       TO CALC-APR-POSTED-ID
069400     DISPLAY 'Zamknieto konto: ' CALC-APR-ACCOUNT.
069500 5000-EXIT.
069600     EXIT.
069700
069800*=================================================================*
069900* 6000-DECLINE-ENTRY - nothing is posted; the entry is closed as  *
070000* declined under the approver's name.                             *
070100*=================================================================*
070200 6000-DECLINE-ENTRY.
070300     SET CALC-APR-DECLINED TO TRUE
070400     MOVE ZERO TO CALC-APR-POSTED-ID
070500     PERFORM 6100-STAMP-DECISION THRU 6100-EXIT
070600     ADD 1 TO CALC-APV-DECLINED-COUNT
070700     DISPLAY 'Wniosek ' CALC-APR-REQ-ID ' odrzucony.'.
070800 6000-EXIT.
070900     EXIT.
071000
071100*=================================================================*
071200* 6100-STAMP-DECISION - who decided and when, rewritten onto the  *
071300* queue entry the browse is standing on.                          *
071400*=================================================================*
071500 6100-STAMP-DECISION.
071600     MOVE CALC-APV-OPERATOR-ID TO CALC-APR-DEC-BY
071700     ACCEPT CALC-APR-DEC-DATE FROM DATE YYYYMMDD
071800     ACCEPT CALC-APR-DEC-TIME FROM TIME
071900     REWRITE CALC-APR-RECORD
072000         INVALID KEY
072100             DISPLAY 'Blad zapisu kolejki zatwierdzen, ID: '
072200                 CALC-APR-REQ-ID
072300     END-REWRITE.
072400 6100-EXIT.
072500     EXIT.
072600
072700*=================================================================*
072800* 6200-WRITE-LEDGER-TRAILER - this run's count-and-amount control *
072900* totals, appended at shutdown like every other producer of       *
073000* CALC-LEDGER-FILE rows.                                          *
073100*=================================================================*
073200 6200-WRITE-LEDGER-TRAILER.
073300     MOVE SPACES TO CALC-LEDGER-TRAILER
073400     SET CALC-LEDG-IS-TRAILER TO TRUE
073500     MOVE CALC-APV-LEDG-WRITE-COUNT TO CALC-LEDG-TRL-COUNT
073600     MOVE CALC-APV-LEDG-AMT-TOTAL   TO CALC-LEDG-TRL-AMOUNT
073700     WRITE CALC-LEDGER-TRAILER.
073800 6200-EXIT.
073900     EXIT.
074000
074100*=================================================================*
074200* 7000-ISSUE-TRANS-ID - hands out the next transaction ID and     *
074300* posts the counter straight back to CALCTIDF; at approval        *
074400* volume the per-change open/write/close costs nothing and an     *
074500* abend can never leave an issued ID unposted.                    *
074600*=================================================================*
074700 7000-ISSUE-TRANS-ID.
074800     ADD 1 TO CALC-APV-NEW-ID
074900     MOVE CALC-APV-NEW-ID TO CALC-TRANSID-LAST-ISSUED
075000     OPEN OUTPUT CALC-TRANSID-FILE
075100     WRITE CALC-TRANSID-RECORD
075200     CLOSE CALC-TRANSID-FILE.
075300 7000-EXIT.
075400     EXIT.
075500
075600*=================================================================*
075700* 9000-TERMINATE                                                   *
075800*=================================================================*
075900 9000-TERMINATE.
076000     PERFORM 6200-WRITE-LEDGER-TRAILER THRU 6200-EXIT
076100     CLOSE CALC-APRQ-FILE
076200     CLOSE CALC-AUDX-FILE
076300     CLOSE CALC-RVSL-FILE
076400     CLOSE CALC-ACCT-FILE
076500     CLOSE CALC-LEDGER-FILE
076600     CLOSE CALC-AUDIT-FILE
076700     IF CALC-APV-BUDGET-AVAILABLE
076800         CLOSE CALC-BUDGET-FILE
076900     END-IF
077000     DISPLAY 'Wnioskow oczekujacych:  ' CALC-APV-READ-COUNT
077100     DISPLAY 'Zatwierdzonych:         ' CALC-APV-APPROVED-COUNT
077200     DISPLAY 'Odrzuconych:            ' CALC-APV-DECLINED-COUNT
077300     DISPLAY 'Pozostawionych:         ' CALC-APV-LEFT-COUNT
077400     DISPLAY 'Wlasnych (pominietych): ' CALC-APV-OWN-COUNT
077500     DISPLAY 'Koniec programu.'
077600     IF CALC-APV-APPROVED-COUNT > ZERO
077700         DISPLAY 'Pamietaj o przebiegu CALCAUDL po stornach.'
077800     END-IF.
077900 9000-EXIT.
078000     EXIT.
