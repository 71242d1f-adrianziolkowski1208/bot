000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCDUPR.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-09-21  JK   Original version.  Supervisor review of the    *
001100*                  duplicate suspects CALCDUPC held on CALCHELD.  *
001200*                  Each item is shown with what it matched and    *
001300*                  the supervisor releases it (Z), drops it (O)   *
001400*                  or leaves it for later (P).  Released items    *
001500*                  go to CALCRELS in the CALCTRNS layout under    *
001600*                  a fresh trailer, for a CALCULATOR BATCH run    *
001700*                  of their own; items left undecided go to       *
001800*                  CALCHELN, which operations concatenates ahead  *
001900*                  of the next day's CALCHELD for the next review.*
002000*                  Every decision is logged to CALCDUPD with the  *
002100*                  deciding operator and date.  Releasing a       *
002200*                  possible double payment is a supervisor act,   *
002300*                  so the operator must hold the correction       *
002400*                  authority on CALCOPER.                         *
002410* 2026-10-05  JK   CALCRELS trailer widened to the 50-byte        *
002420*                  transaction layout; the review screen also     *
002430*                  shows the currency the held item was keyed in. *
002440* 2026-10-09  JK   The closing reminder to post CALCRELS now says *
002450*                  that, as the day's second CALCULATOR BATCH     *
002460*                  run, it needs a CALCRUNZ permission.           *
002500*=================================================================*
002600*
002700*-----------------------------------------------------------------*
002800* ENVIRONMENT DIVISION                                             *
002900*-----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CALC-HELD-FILE ASSIGN TO 'CALCHELD'
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS CALC-DPR-HELD-STATUS.
003900
004000     SELECT CALC-HELDN-FILE ASSIGN TO 'CALCHELN'
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS CALC-DPR-HELDN-STATUS.
004300
004400     SELECT CALC-RELS-FILE ASSIGN TO 'CALCRELS'
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CALC-DPR-RELS-STATUS.
004700
004800     SELECT CALC-DECISION-FILE ASSIGN TO 'CALCDUPD'
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CALC-DPR-DECISION-STATUS.
005100
005200     SELECT CALC-OPER-FILE ASSIGN TO 'CALCOPER'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CALC-OPER-ID
005600         FILE STATUS IS CALC-DPR-OPER-STATUS.
005700
005800*-----------------------------------------------------------------*
005900* DATA DIVISION                                                    *
006000*-----------------------------------------------------------------*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CALC-HELD-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CALCDUP.
006700
006800 FD  CALC-HELDN-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  CALC-HELDN-RECORD            PIC X(100).
007200
007300 FD  CALC-RELS-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY CALCTRN.
007700
007800 FD  CALC-DECISION-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  CALC-DECISION-RECORD         PIC X(100).
008200
008300 FD  CALC-OPER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CALCOPR.
008600
008700 WORKING-STORAGE SECTION.
008800*-----------------------------------------------------------------*
008900* FILE STATUS AND CONTROL SWITCHES                                  *
009000*-----------------------------------------------------------------*
009100 01  CALC-DPR-HELD-STATUS         PIC X(02) VALUE '00'.
009200 01  CALC-DPR-HELDN-STATUS        PIC X(02) VALUE '00'.
009300 01  CALC-DPR-RELS-STATUS         PIC X(02) VALUE '00'.
009400 01  CALC-DPR-DECISION-STATUS     PIC X(02) VALUE '00'.
009500 01  CALC-DPR-OPER-STATUS         PIC X(02) VALUE '00'.
009600
009700 01  CALC-DPR-INIT-SW             PIC X(01) VALUE 'Y'.
009800     88  CALC-DPR-INIT-OK                 VALUE 'Y'.
009900     88  CALC-DPR-INIT-FAILED             VALUE 'N'.
010000
010100 01  CALC-DPR-EOF-SW              PIC X(01) VALUE 'N'.
010200     88  CALC-DPR-EOF                     VALUE 'Y'.
010300     88  CALC-DPR-NOT-EOF                 VALUE 'N'.
010400
010500 01  CALC-DPR-ANSWER-SW           PIC X(01) VALUE SPACE.
010600     88  CALC-DPR-ANSWER-RELEASE          VALUE 'Z'.
010700     88  CALC-DPR-ANSWER-DROP             VALUE 'O'.
010800     88  CALC-DPR-ANSWER-LEAVE            VALUE 'P'.
010900     88  CALC-DPR-ANSWER-VALID            VALUE 'Z' 'O' 'P'.
011000
011100*-----------------------------------------------------------------*
011200* OPERATOR IDENTIFICATION - keyed once at startup, stamped onto   *
011300* every decision this session logs.                              *
011400*-----------------------------------------------------------------*
011500 01  CALC-DPR-OPERATOR-ID         PIC X(08) VALUE SPACES.
011600 01  CALC-DPR-RUN-DATE            PIC 9(08) VALUE ZERO.
011700
011800*-----------------------------------------------------------------*
011900* RELEASED BATCH - renumbered from 1 and closed with its own      *
012000* control-total trailer, so the posting run balances it like any *
012100* other CALCTRNS.                                                 *
012200*-----------------------------------------------------------------*
012300 01  CALC-DPR-REL-SEQ-NO          PIC 9(06) VALUE ZERO.
012400 01  CALC-DPR-REL-HASH1           PIC S9(11)V99 VALUE ZERO.
012500 01  CALC-DPR-REL-HASH2           PIC S9(11)V99 VALUE ZERO.
012600
012700 01  CALC-DPR-RELS-TRAILER.
012800     05  FILLER                   PIC X(01) VALUE 'T'.
012900     05  FILLER                   PIC X(05) VALUE SPACES.
013000     05  CALC-DPR-CTRL-COUNT      PIC 9(06) VALUE ZERO.
013100     05  CALC-DPR-CTRL-HASH1      PIC S9(11)V99 VALUE ZERO.
013200     05  CALC-DPR-CTRL-HASH2      PIC S9(11)V99 VALUE ZERO.
013300     05  FILLER                   PIC X(12) VALUE SPACES.
013400
013500*-----------------------------------------------------------------*
013600* RUN COUNTERS                                                      *
013700*-----------------------------------------------------------------*
013800 01  CALC-DPR-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
013900 01  CALC-DPR-RELEASED-COUNT      PIC 9(06) COMP VALUE ZERO.
014000 01  CALC-DPR-DROPPED-COUNT       PIC 9(06) COMP VALUE ZERO.
014100 01  CALC-DPR-LEFT-COUNT          PIC 9(06) COMP VALUE ZERO.
014200
014300*-----------------------------------------------------------------*
014400* PROCEDURE DIVISION                                                *
014500*-----------------------------------------------------------------*
014600 PROCEDURE DIVISION.
014700*=================================================================*
014800* MAIN-PARAGRAPH - one held item per round trip until the end of *
014900* CALCHELD.                                                       *
015000*=================================================================*
015100 MAIN-PARAGRAPH.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015300
015400     IF CALC-DPR-INIT-OK
015500         PERFORM 2000-READ-HELD-RECORD THRU 2000-EXIT
015600         PERFORM 3000-REVIEW-ONE-ITEM THRU 3000-EXIT
015700             UNTIL CALC-DPR-EOF
015800         PERFORM 9000-TERMINATE THRU 9000-EXIT
015900     END-IF
016000
016100     STOP RUN.
016200
016300*=================================================================*
016400* 1000-INITIALIZE - obtains and validates the operator ID, then   *
016500* opens every file with the usual clean-error treatment.  The     *
016600* decision log is cumulative and gets the standard first-open     *
016700* creation fallback.                                              *
016800*=================================================================*
016900 1000-INITIALIZE.
017000     DISPLAY '=== Przeglad podejrzen duplikatow (CALCDUPR) ==='
017100     SET CALC-DPR-INIT-OK TO TRUE
017200     ACCEPT CALC-DPR-RUN-DATE FROM DATE YYYYMMDD
017300     DISPLAY 'Podaj identyfikator operatora:'
017400     ACCEPT CALC-DPR-OPERATOR-ID
017500
017600     PERFORM 1600-VALIDATE-OPERATOR THRU 1600-EXIT
017700     IF CALC-DPR-INIT-FAILED
017800         GO TO 1000-EXIT
017900     END-IF
018000
018100     OPEN INPUT CALC-HELD-FILE
018200     IF CALC-DPR-HELD-STATUS NOT = '00'
018300         DISPLAY 'Blad otwarcia CALC-HELD-FILE, status: '
018400             CALC-DPR-HELD-STATUS
018500         DISPLAY 'Czy CALCDUPC zostal wykonany?'
018600         SET CALC-DPR-INIT-FAILED TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF
018900
019000     OPEN OUTPUT CALC-HELDN-FILE
019100     IF CALC-DPR-HELDN-STATUS NOT = '00'
019200         DISPLAY 'Blad otwarcia CALC-HELDN-FILE, status: '
019300             CALC-DPR-HELDN-STATUS
019400         SET CALC-DPR-INIT-FAILED TO TRUE
019500         CLOSE CALC-HELD-FILE
019600         GO TO 1000-EXIT
019700     END-IF
019800
019900     OPEN OUTPUT CALC-RELS-FILE
020000     IF CALC-DPR-RELS-STATUS NOT = '00'
020100         DISPLAY 'Blad otwarcia CALC-RELS-FILE, status: '
020200             CALC-DPR-RELS-STATUS
020300         SET CALC-DPR-INIT-FAILED TO TRUE
020400         CLOSE CALC-HELD-FILE
020500         CLOSE CALC-HELDN-FILE
020600         GO TO 1000-EXIT
020700     END-IF
020800
020900     OPEN EXTEND CALC-DECISION-FILE
021000     IF CALC-DPR-DECISION-STATUS = '35'
021100         OPEN OUTPUT CALC-DECISION-FILE
021200     END-IF
021300     IF CALC-DPR-DECISION-STATUS NOT = '00'
021400         DISPLAY 'Blad otwarcia CALC-DECISION-FILE, status: '
021500             CALC-DPR-DECISION-STATUS
021600         SET CALC-DPR-INIT-FAILED TO TRUE
021700         CLOSE CALC-HELD-FILE
021800         CLOSE CALC-HELDN-FILE
021900         CLOSE CALC-RELS-FILE
022000         GO TO 1000-EXIT
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022400
022500*=================================================================*
022600* 1600-VALIDATE-OPERATOR - the keyed ID must be on the CALCOPER   *
022700* security master, active, and hold the correction authority.    *
022800* Anything else ends the run with RETURN-CODE 16 before any file  *
022900* is touched.                                                      *
023000*=================================================================*
023100 1600-VALIDATE-OPERATOR.
023200     OPEN INPUT CALC-OPER-FILE
023300     IF CALC-DPR-OPER-STATUS NOT = '00'
023400         DISPLAY 'Blad otwarcia CALC-OPER-FILE, status: '
023500             CALC-DPR-OPER-STATUS
023600         SET CALC-DPR-INIT-FAILED TO TRUE
023700         MOVE 16 TO RETURN-CODE
023800         GO TO 1600-EXIT
023900     END-IF
024000     MOVE CALC-DPR-OPERATOR-ID TO CALC-OPER-ID
024100     READ CALC-OPER-FILE
024200         INVALID KEY
024300             DISPLAY 'Nieznany operator: ' CALC-DPR-OPERATOR-ID
024400             SET CALC-DPR-INIT-FAILED TO TRUE
024500             MOVE 16 TO RETURN-CODE
024600     END-READ
024700     IF CALC-DPR-INIT-OK
024800         IF NOT CALC-OPER-IS-ACTIVE
024900             DISPLAY 'Operator zablokowany: '
025000                 CALC-DPR-OPERATOR-ID
025100             SET CALC-DPR-INIT-FAILED TO TRUE
025200             MOVE 16 TO RETURN-CODE
025300         ELSE
025400             IF NOT CALC-OPER-MAY-CORRECT
025500                 DISPLAY 'Brak uprawnienia do zwalniania: '
025600                     CALC-DPR-OPERATOR-ID
025700                 SET CALC-DPR-INIT-FAILED TO TRUE
025800                 MOVE 16 TO RETURN-CODE
025900             END-IF
026000         END-IF
026100     END-IF
026200     CLOSE CALC-OPER-FILE.
026300 1600-EXIT.
026400     EXIT.
026500
026600*=================================================================*
026700* 2000-READ-HELD-RECORD                                            *
026800*=================================================================*
026900 2000-READ-HELD-RECORD.
027000     READ CALC-HELD-FILE
027100         AT END
027200             SET CALC-DPR-EOF TO TRUE
027300     END-READ.
027400 2000-EXIT.
027500     EXIT.
027600
027700*=================================================================*
027800* 3000-REVIEW-ONE-ITEM - shows the held record beside what it    *
027900* matched and asks for a decision until a valid one is keyed.   *
028000*=================================================================*
028100 3000-REVIEW-ONE-ITEM.
028200     ADD 1 TO CALC-DPR-READ-COUNT
028300     MOVE CALC-DUP-TRANS-DATA TO CALC-TRANS-RECORD
028400     DISPLAY 'Wstrzymano ' CALC-DUP-HELD-DATE
028500         '  sekw.: ' CALC-TRANS-SEQ-NO
028600         '  zrodlo: ' CALC-TRANS-SOURCE
028700     DISPLAY '  NUM1: ' CALC-TRANS-NUM1
028800         '  operator: ' CALC-TRANS-OPERATOR
028900         '  NUM2: ' CALC-TRANS-NUM2
029000         '  konto: ' CALC-TRANS-ACCOUNT
029050         '  waluta: ' CALC-TRANS-CURRENCY
029100     IF CALC-DUP-MATCH-DAY
029200         DISPLAY '  Zgodny z rekordem tego samego dnia, sekw.: '
029300             CALC-DUP-EARLIER-SEQ-NO
029400             '  zrodlo: ' CALC-DUP-EARLIER-SOURCE
029500     ELSE
029600         DISPLAY '  Zgodny z ksiegowaniem ID: '
029700             CALC-DUP-EARLIER-ID
029800             ' z dnia ' CALC-DUP-EARLIER-DATE
029900             '  zrodlo: ' CALC-DUP-EARLIER-SOURCE
030000     END-IF
030100
030200     MOVE SPACE TO CALC-DPR-ANSWER-SW
030300     PERFORM 3100-ACCEPT-DECISION THRU 3100-EXIT
030400         UNTIL CALC-DPR-ANSWER-VALID
030500
030600     EVALUATE TRUE
030700         WHEN CALC-DPR-ANSWER-RELEASE
030800             PERFORM 4000-RELEASE-ITEM THRU 4000-EXIT
030900         WHEN CALC-DPR-ANSWER-DROP
031000             ADD 1 TO CALC-DPR-DROPPED-COUNT
031100             SET CALC-DUP-DROPPED TO TRUE
031200             PERFORM 5000-LOG-DECISION THRU 5000-EXIT
031300         WHEN OTHER
031400             ADD 1 TO CALC-DPR-LEFT-COUNT
031500             WRITE CALC-HELDN-RECORD FROM CALC-DUP-RECORD
031600     END-EVALUATE
031700
031800     PERFORM 2000-READ-HELD-RECORD THRU 2000-EXIT.
031900 3000-EXIT.
032000     EXIT.
032100
032200 3100-ACCEPT-DECISION.
032300     DISPLAY 'Decyzja: Z=zwolnij, O=odrzuc, P=pozostaw:'
032400     ACCEPT CALC-DPR-ANSWER-SW
032500     MOVE FUNCTION UPPER-CASE(CALC-DPR-ANSWER-SW)
032600         TO CALC-DPR-ANSWER-SW.
032700 3100-EXIT.
032800     EXIT.
032900
033000*=================================================================*
033100* 4000-RELEASE-ITEM - the record goes to CALCRELS as it arrived,  *
033200* under the next sequence number of the released batch.          *
033300*=================================================================*
033400 4000-RELEASE-ITEM.
033500     ADD 1 TO CALC-DPR-RELEASED-COUNT
033600     ADD 1 TO CALC-DPR-REL-SEQ-NO
033700     MOVE CALC-DPR-REL-SEQ-NO TO CALC-TRANS-SEQ-NO
033800     ADD CALC-TRANS-NUM1 TO CALC-DPR-REL-HASH1
033900     ADD CALC-TRANS-NUM2 TO CALC-DPR-REL-HASH2
034000     WRITE CALC-TRANS-RECORD
034100     SET CALC-DUP-RELEASED TO TRUE
034200     PERFORM 5000-LOG-DECISION THRU 5000-EXIT.
034300 4000-EXIT.
034400     EXIT.
034500
034600*=================================================================*
034700* 5000-LOG-DECISION - the decided item, with who decided and     *
034800* when, onto the cumulative decision log.                         *
034900*=================================================================*
035000 5000-LOG-DECISION.
035100     MOVE CALC-DPR-OPERATOR-ID TO CALC-DUP-DECIDED-BY
035200     MOVE CALC-DPR-RUN-DATE    TO CALC-DUP-DECIDED-DATE
035300     WRITE CALC-DECISION-RECORD FROM CALC-DUP-RECORD.
035400 5000-EXIT.
035500     EXIT.
035600
035700*=================================================================*
035800* 9000-TERMINATE - closes the released batch with its trailer.   *
035900*=================================================================*
036000 9000-TERMINATE.
036100     MOVE CALC-DPR-RELEASED-COUNT TO CALC-DPR-CTRL-COUNT
036200     MOVE CALC-DPR-REL-HASH1      TO CALC-DPR-CTRL-HASH1
036300     MOVE CALC-DPR-REL-HASH2      TO CALC-DPR-CTRL-HASH2
036400     WRITE CALC-TRANS-RECORD FROM CALC-DPR-RELS-TRAILER
036500     CLOSE CALC-HELD-FILE
036600     CLOSE CALC-HELDN-FILE
036700     CLOSE CALC-RELS-FILE
036800     CLOSE CALC-DECISION-FILE
036900     DISPLAY 'Pozycji wczytanych:  ' CALC-DPR-READ-COUNT
037000     DISPLAY 'Zwolnionych:         ' CALC-DPR-RELEASED-COUNT
037100     DISPLAY 'Odrzuconych:         ' CALC-DPR-DROPPED-COUNT
037200     DISPLAY 'Pozostawionych:      ' CALC-DPR-LEFT-COUNT
037300     DISPLAY 'Koniec programu.'
037400     IF CALC-DPR-RELEASED-COUNT > ZERO
037500         DISPLAY 'Uruchom CALCULATOR BATCH na pliku CALCRELS.'
037550         DISPLAY 'Jako drugi przebieg wymaga zgody CALCRUNZ.'
037600     END-IF.
037700 9000-EXIT.
037800     EXIT.
