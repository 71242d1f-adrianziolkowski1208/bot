002240*                  the correction authority, the supervisor      *
002250*                  level.  An unknown, disabled or unauthorized  *
002260*                  ID ends the run with RETURN-CODE 16.          *
002270* 2026-09-28  JK   Four-eyes rule: closing an account no longer   *
002271*                  takes effect here.  The operator keys a reason *
002272*                  and the closure is queued on CALCAPRQ for a    *
002273*                  different supervisor to approve in CALCAPRV,   *
002274*                  which marks the account closed and writes the  *
002275*                  Z audit entry.  Adding an account and         *
002276*                  correcting a description are unchanged.        *
002278* 2026-10-05  JK   A new account is now keyed with the currency   *
002280*                  its work comes in (blank takes PLN), carried   *
002282*                  in the new CALC-ACCT-CURRENCY.  Master-change  *
002284*                  audit entries fill the new currency fields     *
002286*                  with spaces and zeros.                         *
002291* 2026-10-15  JK   The audit entry carries a zero cost allocation *
002296*                  reference and no rule code.                    *
002300*=================================================================*
002400*
002500*-----------------------------------------------------------------*
004640         ACCESS MODE IS RANDOM
004650         RECORD KEY IS CALC-OPER-ID
004660         FILE STATUS IS CALC-MNT-OPER-STATUS.
004670
004680     SELECT CALC-APRQ-FILE ASSIGN TO 'CALCAPRQ'
004685         ORGANIZATION IS INDEXED
004690         ACCESS MODE IS RANDOM
004691         RECORD KEY IS CALC-APR-REQ-ID
004692         FILE STATUS IS CALC-MNT-APRQ-STATUS.
004700
004800*-----------------------------------------------------------------*
004900* DATA DIVISION                                                    *
006520 FD  CALC-OPER-FILE
006530     LABEL RECORDS ARE STANDARD.
006540     COPY CALCOPR.
006550
006560 FD  CALC-APRQ-FILE
006570     LABEL RECORDS ARE STANDARD.
006580     COPY CALCAPR.
006600
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------*
007200 01  CALC-MNT-AUDIT-STATUS        PIC X(02) VALUE '00'.
007300 01  CALC-MNT-TRANSID-STATUS      PIC X(02) VALUE '00'.
007310 01  CALC-MNT-OPER-STATUS         PIC X(02) VALUE '00'.
007320 01  CALC-MNT-APRQ-STATUS         PIC X(02) VALUE '00'.
007400
007500 01  CALC-MNT-INIT-SW             PIC X(01) VALUE 'Y'.
007600     88  CALC-MNT-INIT-OK                 VALUE 'Y'.
010100 01  CALC-MNT-ARG-CODE            PIC X(08) VALUE SPACES.
010200 01  CALC-MNT-ARG-DESC            PIC X(30) VALUE SPACES.
010300 01  CALC-MNT-ACTION-CODE         PIC X(01) VALUE SPACE.
010310 01  CALC-MNT-ARG-REASON          PIC X(40) VALUE SPACES.
010320 01  CALC-MNT-ARG-CURRENCY        PIC X(03) VALUE SPACES.
010400
010500 01  CALC-MNT-CHANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
010510 01  CALC-MNT-QUEUED-COUNT        PIC 9(06) COMP VALUE ZERO.
010600
010700*-----------------------------------------------------------------*
010800* TRANSACTION IDENTIFIER - issued from the persistent CALCTIDF    *
016800         CLOSE CALC-ACCT-FILE
016900         GO TO 1000-EXIT
017000     END-IF
017010
017020     OPEN I-O CALC-APRQ-FILE
017030     IF CALC-MNT-APRQ-STATUS = '35'
017040         OPEN OUTPUT CALC-APRQ-FILE
017050         CLOSE CALC-APRQ-FILE
017060         OPEN I-O CALC-APRQ-FILE
017070     END-IF
017080     IF CALC-MNT-APRQ-STATUS NOT = '00'
017090         DISPLAY 'Blad otwarcia CALC-APRQ-FILE, status: '
017091             CALC-MNT-APRQ-STATUS
017092         SET CALC-MNT-INIT-FAILED TO TRUE
017093         CLOSE CALC-ACCT-FILE
017094         CLOSE CALC-AUDIT-FILE
017095         GO TO 1000-EXIT
017096     END-IF
017100
017200     PERFORM 1300-READ-LAST-TRANS-ID THRU 1300-EXIT.
017300 1000-EXIT.
023600* 3000-ADD-ACCOUNT - a new cost centre opens with its keyed       *
023700* description, a zero balance and history, and the active mark.   *
023800* A code already on the master is refused here, not overwritten.  *
023810* The currency its work is keyed in defaults to PLN when left     *
023820* blank; the balance itself is always kept in PLN.                *
023900*=================================================================*
024000 3000-ADD-ACCOUNT.
024100     PERFORM 2100-ACCEPT-ACCOUNT-CODE THRU 2100-EXIT
024400     END-IF
024500     DISPLAY 'Podaj opis konta:'
024600     ACCEPT CALC-MNT-ARG-DESC
024610     DISPLAY 'Podaj walute konta (puste = PLN):'
024620     MOVE SPACES TO CALC-MNT-ARG-CURRENCY
024630     ACCEPT CALC-MNT-ARG-CURRENCY
024640     MOVE FUNCTION UPPER-CASE(CALC-MNT-ARG-CURRENCY)
024650         TO CALC-MNT-ARG-CURRENCY
024660     IF CALC-MNT-ARG-CURRENCY = SPACES
024670         MOVE 'PLN' TO CALC-MNT-ARG-CURRENCY
024680     END-IF
024690     IF CALC-MNT-ARG-CURRENCY NOT ALPHABETIC-UPPER
024691         OR CALC-MNT-ARG-CURRENCY(1:1) = SPACE
024692         OR CALC-MNT-ARG-CURRENCY(2:1) = SPACE
024693         OR CALC-MNT-ARG-CURRENCY(3:1) = SPACE
024694         DISPLAY 'Zly kod waluty - akcja pominieta.'
024695         GO TO 3000-EXIT
024696     END-IF
024700
024800     MOVE SPACES            TO CALC-ACCT-RECORD
024900     MOVE CALC-MNT-ARG-CODE TO CALC-ACCT-CODE
025200     MOVE ZERO              TO CALC-ACCT-LAST-POST-DATE
025300     MOVE ZERO              TO CALC-ACCT-TRANS-COUNT
025400     MOVE 'A'               TO CALC-ACCT-STATUS-SW
025450     MOVE CALC-MNT-ARG-CURRENCY TO CALC-ACCT-CURRENCY
025500     WRITE CALC-ACCT-RECORD
025600         INVALID KEY
025700             DISPLAY 'Konto juz istnieje: ' CALC-MNT-ARG-CODE
029400     EXIT.
029500
029600*=================================================================*
029700* 5000-CLOSE-ACCOUNT - a closure is not made here: the account    *
029800* and the reason go on the approval queue, and the account is     *
029900* only marked closed when another supervisor approves it in      *
029910* CALCAPRV.  Until then postings to it go on as before.          *
030000*=================================================================*
030100 5000-CLOSE-ACCOUNT.
030200     PERFORM 2100-ACCEPT-ACCOUNT-CODE THRU 2100-EXIT
031300         DISPLAY 'Konto jest juz zamkniete: ' CALC-MNT-ARG-CODE
031400         GO TO 5000-EXIT
031500     END-IF
031600     DISPLAY 'Podaj powod zamkniecia:'
031610     ACCEPT CALC-MNT-ARG-REASON
031620     IF CALC-MNT-ARG-REASON = SPACES
031630         DISPLAY 'Brak powodu - akcja pominieta.'
031640         GO TO 5000-EXIT
031650     END-IF
031660     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
031670     MOVE SPACES                    TO CALC-APR-RECORD
031680     MOVE CALC-MNT-TRANS-ID-CURRENT TO CALC-APR-REQ-ID
031690     SET CALC-APR-IS-CLOSURE        TO TRUE
031700     MOVE ZERO                      TO CALC-APR-ORIG-ID
031710     MOVE CALC-MNT-ARG-CODE         TO CALC-APR-ACCOUNT
031720     MOVE ZERO                      TO CALC-APR-AMOUNT
031730     MOVE CALC-MNT-OPERATOR-ID      TO CALC-APR-REQ-BY
031740     ACCEPT CALC-APR-REQ-DATE FROM DATE YYYYMMDD
031750     ACCEPT CALC-APR-REQ-TIME FROM TIME
031760     MOVE CALC-MNT-ARG-REASON       TO CALC-APR-REASON
031770     SET CALC-APR-PENDING           TO TRUE
031780     MOVE ZERO                      TO CALC-APR-DEC-DATE
031790     MOVE ZERO                      TO CALC-APR-DEC-TIME
031800     MOVE ZERO                      TO CALC-APR-POSTED-ID
031810     WRITE CALC-APR-RECORD
031820         INVALID KEY
031830             DISPLAY 'Blad zapisu kolejki zatwierdzen, ID: '
031840                 CALC-APR-REQ-ID
031850         NOT INVALID KEY
031860             ADD 1 TO CALC-MNT-QUEUED-COUNT
031870             DISPLAY 'Wniosek ' CALC-APR-REQ-ID
031880                 ' o zamkniecie konta ' CALC-MNT-ARG-CODE
031890                 ' czeka na zatwierdzenie (CALCAPRV).'
032000     END-WRITE.
032100 5000-EXIT.
032200     EXIT.
032300
034600     SET CALC-AUD-NO-BAD-ACCT   TO TRUE
034610     SET CALC-AUD-NO-OVER-LIMIT TO TRUE
034620     MOVE SPACE                 TO CALC-AUD-SOURCE
034630     SET CALC-AUD-RATE-FOUND    TO TRUE
034640     MOVE SPACES                TO CALC-AUD-CURRENCY
034650     MOVE ZERO                  TO CALC-AUD-ORIG-RESULT
034660     MOVE ZERO                  TO CALC-AUD-RATE
034680     MOVE ZERO                  TO CALC-AUD-ALLOC-ID
034690     MOVE SPACES                TO CALC-AUD-ALLOC-RULE
034700     WRITE CALC-AUDIT-RECORD
034800     ADD 1 TO CALC-MNT-CHANGE-COUNT.
034900 6000-EXIT.
037000 9000-TERMINATE.
037100     CLOSE CALC-ACCT-FILE
037200     CLOSE CALC-AUDIT-FILE
037210     CLOSE CALC-APRQ-FILE
037300     DISPLAY 'Zmian wykonano: ' CALC-MNT-CHANGE-COUNT
037310     DISPLAY 'Wnioskow o zamkniecie: ' CALC-MNT-QUEUED-COUNT
037400     DISPLAY 'Koniec programu.'.
037500 9000-EXIT.
037600     EXIT.
