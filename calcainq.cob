002100*                  posting dates and periods.  The ledger is      *
002200*                  rescanned per inquiry, so the answer is as     *
002300*                  current as the file.                           *
002305* 2026-10-12  JK   The recent postings now come from the indexed  *
002310*                  ledger copy CALCLEDX (account plus transaction *
002315*                  ID key, rebuilt by CALCLEDL) instead of a full *
002320*                  pass of CALC-LEDGER-FILE per inquiry: the      *
002325*                  browse starts on the account's first posting   *
002330*                  and reads only that account's rows, so the     *
002335*                  answer comes back in seconds however large the *
002340*                  ledger grows. The copy is as current as the    *
002345*                  last CALCLEDL run, as CALCINQ is with          *
002350*                  CALCAUDX; the master figures above it stay     *
002355*                  live.                                          *
002400*=================================================================*
002500*
002600*-----------------------------------------------------------------*
003800         RECORD KEY IS CALC-ACCT-CODE
003900         FILE STATUS IS CALC-AIQ-ACCT-STATUS.
004000
004100     SELECT CALC-LEDX-FILE ASSIGN TO 'CALCLEDX'
004200         ORGANIZATION IS INDEXED
004210         ACCESS MODE IS DYNAMIC
004220         RECORD KEY IS CALC-LEDX-KEY
004230         ALTERNATE RECORD KEY IS CALC-LEDX-PERIOD
004240             WITH DUPLICATES
004300         FILE STATUS IS CALC-AIQ-LEDX-STATUS.
004400
004500*-----------------------------------------------------------------*
004600* DATA DIVISION                                                    *
005100     LABEL RECORDS ARE STANDARD.
005200     COPY CALCACCT.
005300
005400 FD  CALC-LEDX-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CALCLEDX.
005800
005900 WORKING-STORAGE SECTION.
006000*-----------------------------------------------------------------*
006100* FILE STATUS AND CONTROL SWITCHES                                  *
006200*-----------------------------------------------------------------*
006300 01  CALC-AIQ-ACCT-STATUS         PIC X(02) VALUE '00'.
006400 01  CALC-AIQ-LEDX-STATUS         PIC X(02) VALUE '00'.
006500
006600 01  CALC-AIQ-DONE-SW             PIC X(01) VALUE 'N'.
006700     88  CALC-AIQ-DONE                    VALUE 'Y'.
007000 01  CALC-AIQ-LEDG-EOF-SW         PIC X(01) VALUE 'N'.
007100     88  CALC-AIQ-LEDG-EOF                VALUE 'Y'.
007200     88  CALC-AIQ-LEDG-NOT-EOF            VALUE 'N'.
007300
007400*-----------------------------------------------------------------*
007500* SEARCH ARGUMENT KEYED BY THE OPERATOR                             *
007800     88  CALC-AIQ-ARG-IS-END              VALUE 'K       '.
007900
008000*-----------------------------------------------------------------*
008100* RECENT POSTINGS RING - the keyed copy holds an account's        *
008200* postings in transaction ID order, so the last postings for      *
008300* the account are the last ones read along its key.  The browse   *
008400* drops each into the next slot round the ring; when it ends,     *
008500* the newest posting sits in the slot last written and the        *
008510* display walks backwards from there.                             *
008600*-----------------------------------------------------------------*
008700 01  CALC-AIQ-RING-TABLE.
008800     05  CALC-AIQ-RING-ENTRY OCCURS 10 TIMES.
011500         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
011600             CALC-AIQ-ACCT-STATUS
011700     ELSE
011710         OPEN INPUT CALC-LEDX-FILE
011720         IF CALC-AIQ-LEDX-STATUS NOT = '00'
011730             DISPLAY 'Blad otwarcia CALC-LEDX-FILE, status: '
011740                 CALC-AIQ-LEDX-STATUS
011750             DISPLAY 'Czy CALCLEDL zostal wykonany?'
011760         ELSE
011800             PERFORM 2000-PROCESS-ONE-INQUIRY THRU 2000-EXIT
011900                 UNTIL CALC-AIQ-DONE
011910             CLOSE CALC-LEDX-FILE
011920         END-IF
012000         CLOSE CALC-ACCT-FILE
012100     END-IF
012200     DISPLAY 'Koniec programu.'
014500             GO TO 2000-EXIT
014600     END-READ
014700     PERFORM 3000-DISPLAY-MASTER THRU 3000-EXIT
014800     PERFORM 4000-BROWSE-LEDGER THRU 4000-EXIT
014900     PERFORM 5000-DISPLAY-RECENT THRU 5000-EXIT.
015000 2000-EXIT.
015100     EXIT.
015200
017100     EXIT.
017200
017300*=================================================================*
017400* 4000-BROWSE-LEDGER - positions the keyed ledger copy on the     *
017500* first posting for the account and reads along the key while     *
017600* the account holds, dropping every posting into the ring.  Only  *
017700* the account's own postings are read, however large the ledger.  *
017800*=================================================================*
017900 4000-BROWSE-LEDGER.
018000     MOVE 1 TO CALC-AIQ-RING-NEXT
018100     MOVE ZERO TO CALC-AIQ-MATCH-COUNT
018200     SET CALC-AIQ-LEDG-NOT-EOF TO TRUE
018300     MOVE CALC-ACCT-CODE TO CALC-LEDX-ACCOUNT
018400     MOVE ZERO           TO CALC-LEDX-TRANS-ID
018500     START CALC-LEDX-FILE
018600         KEY IS NOT < CALC-LEDX-KEY
018700         INVALID KEY
018800             SET CALC-AIQ-LEDG-EOF TO TRUE
018900     END-START
019000     PERFORM 4100-READ-LEDX-RECORD THRU 4100-EXIT
019100     PERFORM 4200-SIFT-ONE-ROW THRU 4200-EXIT
019200         UNTIL CALC-AIQ-LEDG-EOF.
019300 4000-EXIT.
019400     EXIT.
019500
019600*=================================================================*
019700* 4100-READ-LEDX-RECORD - next posting along the key; the first   *
019800* one for another account ends the browse.                        *
019900*=================================================================*
020000 4100-READ-LEDX-RECORD.
020100     IF CALC-AIQ-LEDG-EOF
020200         GO TO 4100-EXIT
020300     END-IF
020400     READ CALC-LEDX-FILE NEXT RECORD
020500         AT END
020600             SET CALC-AIQ-LEDG-EOF TO TRUE
020700             GO TO 4100-EXIT
020800     END-READ
020900     IF CALC-LEDX-ACCOUNT NOT = CALC-ACCT-CODE
021000         SET CALC-AIQ-LEDG-EOF TO TRUE
021100     END-IF.
021200 4100-EXIT.
021300     EXIT.
021400
021500*=================================================================*
021600* 4200-SIFT-ONE-ROW - each posting read goes into the next slot   *
021700* round the ring.                                                 *
021800*=================================================================*
021900 4200-SIFT-ONE-ROW.
022000     ADD 1 TO CALC-AIQ-MATCH-COUNT
022100     MOVE CALC-LEDX-TRANS-ID  TO
022200         CALC-AIQ-R-TRANS-ID(CALC-AIQ-RING-NEXT)
022300     MOVE CALC-LEDX-POST-DATE TO
022400         CALC-AIQ-R-POST-DATE(CALC-AIQ-RING-NEXT)
022500     MOVE CALC-LEDX-PERIOD    TO
022600         CALC-AIQ-R-PERIOD(CALC-AIQ-RING-NEXT)
022700     MOVE CALC-LEDX-AMOUNT    TO
022800         CALC-AIQ-R-AMOUNT(CALC-AIQ-RING-NEXT)
022900     ADD 1 TO CALC-AIQ-RING-NEXT
023000     IF CALC-AIQ-RING-NEXT > 10
023100         MOVE 1 TO CALC-AIQ-RING-NEXT
023200     END-IF
023300     PERFORM 4100-READ-LEDX-RECORD THRU 4100-EXIT.
023310 4200-EXIT.
023320     EXIT.
023400
023500*=================================================================*
023600* 5000-DISPLAY-RECENT - walks the ring backwards from the slot    *
