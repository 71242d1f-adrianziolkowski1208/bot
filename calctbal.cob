002400*                  zero-exception run says so explicitly, so the  *
002500*                  page is what accounting signs off instead of   *
002600*                  trusting the running balances.                 *
002605* 2026-10-12  JK   The ledger side now comes from the indexed     *
002610*                  ledger copy CALCLEDX (rebuilt by CALCLEDL),    *
002615*                  read along its account key alongside the       *
002620*                  master, which is in the same order, and        *
002625*                  matched like two sorted files. The 200-account *
002630*                  working-storage table and its overflow warning *
002635*                  are gone: the proof works for any number of    *
002640*                  accounts. Orphan ledger detail now prints in   *
002645*                  account order among the other exceptions       *
002650*                  instead of after them. Run after CALCLEDL.     *
002700*=================================================================*
002800*
002900*-----------------------------------------------------------------*
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003750     SELECT CALC-LEDX-FILE ASSIGN TO 'CALCLEDX'
003800         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CALC-LEDX-KEY
003950         ALTERNATE RECORD KEY IS CALC-LEDX-PERIOD
004000             WITH DUPLICATES
004050         FILE STATUS IS CALC-TBL-LEDX-STATUS.
004100
004200     SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
004300         ORGANIZATION IS INDEXED
005400*-----------------------------------------------------------------*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CALC-LEDX-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY CALCLEDX.
006100
006200 FD  CALC-ACCT-FILE
006300     LABEL RECORDS ARE STANDARD.
007300*-----------------------------------------------------------------*
007400* FILE STATUS AND CONTROL SWITCHES                                  *
007500*-----------------------------------------------------------------*
007600 01  CALC-TBL-LEDX-STATUS         PIC X(02) VALUE '00'.
007700 01  CALC-TBL-ACCT-STATUS         PIC X(02) VALUE '00'.
007800 01  CALC-TBL-PRINT-STATUS        PIC X(02) VALUE '00'.
007900
008100     88  CALC-TBL-LEDG-EOF                VALUE 'Y'.
008200     88  CALC-TBL-LEDG-NOT-EOF            VALUE 'N'.
008300
008800 01  CALC-TBL-INIT-SW             PIC X(01) VALUE 'Y'.
008900     88  CALC-TBL-INIT-OK                 VALUE 'Y'.
009000     88  CALC-TBL-INIT-FAILED             VALUE 'N'.
009100
009200*-----------------------------------------------------------------*
009250* MATCH KEYS AND LEDGER TOTALS - the keyed ledger copy delivers   *
009300* the detail in account order, the order the master is read in,   *
009350* so the two are matched like two sorted files.  The postings of  *
009400* one account are totalled here, then set against the master key  *
009450* in hand; either key goes to HIGH-VALUES when its file runs out. *
009500* Nothing is held per account, so any number of accounts proves.  *
009800*-----------------------------------------------------------------*
009900 01  CALC-TBL-MAST-ACCOUNT        PIC X(08) VALUE SPACES.
010000 01  CALC-TBL-LEDG-ACCOUNT        PIC X(08) VALUE SPACES.
010100 01  CALC-TBL-LEDG-AMOUNT         PIC S9(11)V99 VALUE ZERO.
010200 01  CALC-TBL-LEDG-COUNT          PIC 9(06) COMP VALUE ZERO.
011500
011600*-----------------------------------------------------------------*
011700* PROOF WORK FIELDS - the ledger-side figures the master record   *
016500 01  CALC-TBL-CLEAN-LINE         PIC X(44) VALUE
016600     'BRAK WYJATKOW - salda w pelni udowodnione.'.
016700
017100 01  CALC-TBL-BLANK-LINE         PIC X(01) VALUE SPACE.
017200
017300 01  CALC-TBL-RUN-DATE           PIC 9(08) VALUE ZERO.
017700*-----------------------------------------------------------------*
017800 PROCEDURE DIVISION.
017900*=================================================================*
017950* MAIN-PARAGRAPH - the master and the keyed ledger copy are read  *
018000* side by side in account order, one match per key, and the       *
018050* summary closes the page.                                        *
018200*=================================================================*
018300 MAIN-PARAGRAPH.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500
018600     IF CALC-TBL-INIT-OK
018700         PERFORM 2000-READ-LEDX-RECORD THRU 2000-EXIT
018800         PERFORM 3000-TOTAL-NEXT-ACCOUNT THRU 3000-EXIT
019000
019100         PERFORM 4000-READ-ACCT-RECORD THRU 4000-EXIT
019200         PERFORM 5000-MATCH-ONE-KEY THRU 5000-EXIT
019300             UNTIL CALC-TBL-MAST-ACCOUNT = HIGH-VALUES
019400               AND CALC-TBL-LEDG-ACCOUNT = HIGH-VALUES
019800
019900         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
020000
021000 1000-INITIALIZE.
021100     SET CALC-TBL-INIT-OK TO TRUE
021200     ACCEPT CALC-TBL-RUN-DATE FROM DATE YYYYMMDD
021250     OPEN INPUT CALC-LEDX-FILE
021300     IF CALC-TBL-LEDX-STATUS NOT = '00'
021350         DISPLAY 'Blad otwarcia CALC-LEDX-FILE, status: '
021400             CALC-TBL-LEDX-STATUS
021450         DISPLAY 'Czy CALCLEDL zostal wykonany?'
021700         SET CALC-TBL-INIT-FAILED TO TRUE
021800         GO TO 1000-EXIT
021900     END-IF
022200         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
022300             CALC-TBL-ACCT-STATUS
022400         SET CALC-TBL-INIT-FAILED TO TRUE
022500         CLOSE CALC-LEDX-FILE
022600         GO TO 1000-EXIT
022700     END-IF
022800     OPEN OUTPUT CALC-TBAL-RPT-FILE
023000         DISPLAY 'Blad otwarcia CALC-TBAL-RPT-FILE, status: '
023100             CALC-TBL-PRINT-STATUS
023200         SET CALC-TBL-INIT-FAILED TO TRUE
023300         CLOSE CALC-LEDX-FILE
023400         CLOSE CALC-ACCT-FILE
023500         GO TO 1000-EXIT
023600     END-IF
024400     EXIT.
024500
024600*=================================================================*
024700* 2000-READ-LEDX-RECORD - next posting along the account key.     *
024800* The copy carries no trailer records, only postings.             *
025000*=================================================================*
025100 2000-READ-LEDX-RECORD.
025200     READ CALC-LEDX-FILE
025300         AT END
025400             SET CALC-TBL-LEDG-EOF TO TRUE
025500             GO TO 2000-EXIT
025600     END-READ
026000     ADD 1 TO CALC-TBL-LEDG-READ-COUNT.
026100 2000-EXIT.
026200     EXIT.
026300
026400*=================================================================*
026500* 3000-TOTAL-NEXT-ACCOUNT - totals every posting of the next      *
026600* account on the copy; at the end of the copy the ledger key      *
026700* goes to HIGH-VALUES.                                            *
026800*=================================================================*
026900 3000-TOTAL-NEXT-ACCOUNT.
027000     IF CALC-TBL-LEDG-EOF
027100         MOVE HIGH-VALUES TO CALC-TBL-LEDG-ACCOUNT
027200         GO TO 3000-EXIT
029400     END-IF
029420     MOVE CALC-LEDX-ACCOUNT TO CALC-TBL-LEDG-ACCOUNT
029440     MOVE ZERO TO CALC-TBL-LEDG-AMOUNT
029460     MOVE ZERO TO CALC-TBL-LEDG-COUNT
029480     PERFORM 3100-ADD-ONE-POSTING THRU 3100-EXIT
029500         UNTIL CALC-TBL-LEDG-EOF
029520            OR CALC-LEDX-ACCOUNT NOT = CALC-TBL-LEDG-ACCOUNT.
029600 3000-EXIT.
029700     EXIT.
029800
029900*=================================================================*
030000* 3100-ADD-ONE-POSTING - folds the posting in hand into the       *
030100* account's totals and reads the next.                            *
030200*=================================================================*
030300 3100-ADD-ONE-POSTING.
030400     ADD CALC-LEDX-AMOUNT TO CALC-TBL-LEDG-AMOUNT
030500     ADD 1 TO CALC-TBL-LEDG-COUNT
030600     PERFORM 2000-READ-LEDX-RECORD THRU 2000-EXIT.
031000 3100-EXIT.
031100     EXIT.
031200
031300*=================================================================*
031350* 4000-READ-ACCT-RECORD - next master record along the key; at    *
031400* the end of the master its key goes to HIGH-VALUES.              *
031500*=================================================================*
031600 4000-READ-ACCT-RECORD.
031700     READ CALC-ACCT-FILE
031800         AT END
031900             MOVE HIGH-VALUES TO CALC-TBL-MAST-ACCOUNT
032000             GO TO 4000-EXIT
032100     END-READ
032150     MOVE CALC-ACCT-CODE TO CALC-TBL-MAST-ACCOUNT
032200     ADD 1 TO CALC-TBL-ACCT-READ-COUNT.
032300 4000-EXIT.
032400     EXIT.
032500
032600*=================================================================*
032605* 5000-MATCH-ONE-KEY - the lower key decides.  A master account   *
032610* with ledger totals of its own is proved against them; one with  *
032615* no ledger detail at all is proved against zero - exactly right  *
032620* for a freshly added cost centre; ledger totals with no master   *
032625* account behind them are orphan detail.                          *
032630*=================================================================*
032635 5000-MATCH-ONE-KEY.
032640     IF CALC-TBL-MAST-ACCOUNT = CALC-TBL-LEDG-ACCOUNT
032645         MOVE CALC-TBL-LEDG-AMOUNT TO CALC-TBL-PROOF-AMOUNT
032650         MOVE CALC-TBL-LEDG-COUNT  TO CALC-TBL-PROOF-COUNT
032655         PERFORM 5100-PROVE-ONE-ACCOUNT THRU 5100-EXIT
032660         PERFORM 4000-READ-ACCT-RECORD THRU 4000-EXIT
032665         PERFORM 3000-TOTAL-NEXT-ACCOUNT THRU 3000-EXIT
032670         GO TO 5000-EXIT
032675     END-IF
032680     IF CALC-TBL-MAST-ACCOUNT < CALC-TBL-LEDG-ACCOUNT
032685         MOVE ZERO TO CALC-TBL-PROOF-AMOUNT
032690         MOVE ZERO TO CALC-TBL-PROOF-COUNT
032695         PERFORM 5100-PROVE-ONE-ACCOUNT THRU 5100-EXIT
032700         PERFORM 4000-READ-ACCT-RECORD THRU 4000-EXIT
032705     ELSE
032710         PERFORM 6000-REPORT-ORPHAN-DETAIL THRU 6000-EXIT
032715         PERFORM 3000-TOTAL-NEXT-ACCOUNT THRU 3000-EXIT
032720     END-IF.
032725 5000-EXIT.
032730     EXIT.
032735
032740*=================================================================*
032745* 5100-PROVE-ONE-ACCOUNT - the proof itself: the master's running *
032800* balance and transaction count against the ledger totals for     *
032900* the same account.                                               *
033100*=================================================================*
033200 5100-PROVE-ONE-ACCOUNT.
034100     IF CALC-ACCT-BALANCE NOT = CALC-TBL-PROOF-AMOUNT
034200         ADD 1 TO CALC-TBL-EXCEPTION-COUNT
034300         COMPUTE CALC-TBL-DIFF-AMOUNT
036500     IF CALC-ACCT-BALANCE = CALC-TBL-PROOF-AMOUNT
036600         AND CALC-ACCT-TRANS-COUNT = CALC-TBL-PROOF-COUNT
036700         ADD 1 TO CALC-TBL-IN-PROOF-COUNT
038600     END-IF.
038700 5100-EXIT.
038800     EXIT.
038900
039000*=================================================================*
039100* 6000-REPORT-ORPHAN-DETAIL - ledger totals for an account the    *
039200* master no longer carries - every one is an exception.           *
039400*=================================================================*
039500 6000-REPORT-ORPHAN-DETAIL.
039600     ADD 1 TO CALC-TBL-EXCEPTION-COUNT
039700     MOVE 'KSIEGA BEZ KONTA    ' TO CALC-TBL-X-TYPE
039800     MOVE CALC-TBL-LEDG-ACCOUNT  TO CALC-TBL-X-ACCOUNT
039900     MOVE ZERO                   TO CALC-TBL-D-MASTER
040000     MOVE CALC-TBL-LEDG-AMOUNT   TO CALC-TBL-D-LEDGER
040100     COMPUTE CALC-TBL-DIFF-AMOUNT = ZERO - CALC-TBL-LEDG-AMOUNT
040200     MOVE CALC-TBL-DIFF-AMOUNT   TO CALC-TBL-D-DIFF
040300     MOVE CALC-TBL-AMT-DETAIL    TO CALC-TBL-X-DETAIL
040400     WRITE CALC-TBL-LINE FROM CALC-TBL-EXCEPT-LINE
040500         AFTER ADVANCING 1 LINE.
041100 6000-EXIT.
041200     EXIT.
041300
043900     WRITE CALC-TBL-LINE FROM CALC-TBL-TOTAL-LINE
044000         AFTER ADVANCING 1 LINE
044100
044700     IF CALC-TBL-EXCEPTION-COUNT = ZERO
044900         WRITE CALC-TBL-LINE FROM CALC-TBL-BLANK-LINE
045000             AFTER ADVANCING 1 LINE
045100         WRITE CALC-TBL-LINE FROM CALC-TBL-CLEAN-LINE
045500     EXIT.
045600
045700*=================================================================*
045800* 9000-TERMINATE - exceptions end the run with a non-zero return  *
046000* code so the scheduler flags the page for review.                *
046100*=================================================================*
046200 9000-TERMINATE.
046300     CLOSE CALC-LEDX-FILE
046400     CLOSE CALC-ACCT-FILE
046500     CLOSE CALC-TBAL-RPT-FILE
046600     IF CALC-TBL-EXCEPTION-COUNT > ZERO
046800         MOVE 4 TO RETURN-CODE
046900     END-IF
047000     DISPLAY 'Koniec programu.'.
