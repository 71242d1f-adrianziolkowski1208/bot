000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCRUNZ.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-09  JK   Original version.  Grants the explicit rerun   *
001100*                  permission the run-control check in every      *
001200*                  chain step honours.  A supervisor names the    *
001300*                  step and the business date (today when left    *
001400*                  blank); the step's CALCRUNC row is shown and,  *
001500*                  once confirmed, set to 'O' with the granting   *
001600*                  operator and date.  The next run of that step  *
001700*                  for that date then goes ahead whatever its own *
001800*                  row or its prerequisites show, and uses the    *
001900*                  permission up.  Needed to rerun a step that    *
002000*                  failed or abended, to run a step whose         *
002100*                  prerequisite cannot be made good the same day, *
002200*                  and for a second CALCULATOR BATCH run on       *
002300*                  CALCRELS.  The operator must hold the          *
002400*                  correction authority on CALCOPER.              *
002410* 2026-10-12  JK   CALCLEDL added to the chain steps a rerun      *
002420*                  permission can be granted for.                 *
002430* 2026-10-13  JK   CALCSTMT, the new month-end statement run,     *
002440*                  added to the chain steps a rerun permission    *
002450*                  may be granted for.                            *
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
003600     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CALC-RNC-KEY
004000         FILE STATUS IS CALC-RNZ-RUNC-STATUS.
004100
004200     SELECT CALC-OPER-FILE ASSIGN TO 'CALCOPER'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CALC-OPER-ID
004600         FILE STATUS IS CALC-RNZ-OPER-STATUS.
004700
004800*-----------------------------------------------------------------*
004900* DATA DIVISION                                                    *
005000*-----------------------------------------------------------------*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CALC-RUNC-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY CALCRUN.
005600
005700 FD  CALC-OPER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CALCOPR.
006000
006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------------*
006300* FILE STATUS AND CONTROL SWITCHES                                  *
006400*-----------------------------------------------------------------*
006500 01  CALC-RNZ-RUNC-STATUS         PIC X(02) VALUE '00'.
006600 01  CALC-RNZ-OPER-STATUS         PIC X(02) VALUE '00'.
006700
006800 01  CALC-RNZ-INIT-SW             PIC X(01) VALUE 'Y'.
006900     88  CALC-RNZ-INIT-OK                 VALUE 'Y'.
007000     88  CALC-RNZ-INIT-FAILED             VALUE 'N'.
007100
007200 01  CALC-RNZ-ROW-SW              PIC X(01) VALUE 'N'.
007300     88  CALC-RNZ-ROW-ON-FILE             VALUE 'Y'.
007400     88  CALC-RNZ-ROW-NOT-ON-FILE         VALUE 'N'.
007500
007600 01  CALC-RNZ-FOUND-SW            PIC X(01) VALUE 'N'.
007700     88  CALC-RNZ-STEP-KNOWN              VALUE 'Y'.
007800     88  CALC-RNZ-STEP-UNKNOWN            VALUE 'N'.
007900
008000 01  CALC-RNZ-ANSWER-SW           PIC X(01) VALUE SPACE.
008100     88  CALC-RNZ-CONFIRMED               VALUE 'T'.
008200
008300*-----------------------------------------------------------------*
008400* OPERATOR IDENTIFICATION - keyed once at startup and stamped on  *
008500* the permission.                                                 *
008600*-----------------------------------------------------------------*
008700 01  CALC-RNZ-OPERATOR-ID         PIC X(08) VALUE SPACES.
008800
008900*-----------------------------------------------------------------*
009000* THE PERMISSION ASKED FOR                                        *
009100*-----------------------------------------------------------------*
009200 01  CALC-RNZ-STEP                PIC X(10) VALUE SPACES.
009300 01  CALC-RNZ-DATE-X              PIC X(08) VALUE SPACES.
009400 01  CALC-RNZ-BUS-DATE            PIC 9(08) VALUE ZERO.
009500 01  CALC-RNZ-RUN-DATE            PIC 9(08) VALUE ZERO.
009600
009700*-----------------------------------------------------------------*
009800* CHAIN STEPS - the steps that check CALCRUNC; a permission can   *
009900* only be granted to one of these, so a mistyped name is caught   *
010000* here and not at the next run.                                   *
010100*-----------------------------------------------------------------*
010200 01  CALC-RNZ-CHAIN-LIST.
010300     05  FILLER                   PIC X(10) VALUE 'CALCSTDG'.
010400     05  FILLER                   PIC X(10) VALUE 'CALCMRGE'.
010500     05  FILLER                   PIC X(10) VALUE 'CALCEDIT'.
010600     05  FILLER                   PIC X(10) VALUE 'CALCDUPC'.
010700     05  FILLER                   PIC X(10) VALUE 'CALCKRSL'.
010800     05  FILLER                   PIC X(10) VALUE 'CALCULATOR'.
010900     05  FILLER                   PIC X(10) VALUE 'CALCDAYC'.
011000     05  FILLER                   PIC X(10) VALUE 'CALCAUDL'.
011050     05  FILLER                   PIC X(10) VALUE 'CALCLEDL'.
011100     05  FILLER                   PIC X(10) VALUE 'CALCRECN'.
011200     05  FILLER                   PIC X(10) VALUE 'CALCRPT'.
011300     05  FILLER                   PIC X(10) VALUE 'CALCEXTR'.
011400     05  FILLER                   PIC X(10) VALUE 'CALCSAGE'.
011500     05  FILLER                   PIC X(10) VALUE 'CALCCLSE'.
011550     05  FILLER                   PIC X(10) VALUE 'CALCSTMT'.
011600 01  CALC-RNZ-CHAIN-TABLE REDEFINES CALC-RNZ-CHAIN-LIST.
011700     05  CALC-RNZ-CHAIN-STEP      PIC X(10) OCCURS 15 TIMES.
011800 01  CALC-RNZ-CHAIN-MAX           PIC 9(04) COMP VALUE 15.
011900 01  CALC-RNZ-CHN-IDX             PIC 9(04) COMP VALUE ZERO.
012000
012100*-----------------------------------------------------------------*
012200* PROCEDURE DIVISION                                                *
012300*-----------------------------------------------------------------*
012400 PROCEDURE DIVISION.
012500*=================================================================*
012600* MAIN-PARAGRAPH - one permission per run.                        *
012700*=================================================================*
012800 MAIN-PARAGRAPH.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013000
013100     IF CALC-RNZ-INIT-OK
013200         PERFORM 2000-SHOW-CURRENT-ROW THRU 2000-EXIT
013300         PERFORM 3000-GRANT-PERMISSION THRU 3000-EXIT
013400         PERFORM 9000-TERMINATE THRU 9000-EXIT
013500     END-IF
013600
013700     STOP RUN.
013800
013900*=================================================================*
014000* 1000-INITIALIZE - obtains and validates the operator, the step  *
014100* and the business date, then opens CALCRUNC (creating it on the  *
014200* very first use, as the chain steps do).                         *
014300*=================================================================*
014400 1000-INITIALIZE.
014500     DISPLAY '=== Zgoda na powtorzenie kroku (CALCRUNZ) ==='
014600     SET CALC-RNZ-INIT-OK TO TRUE
014700     ACCEPT CALC-RNZ-RUN-DATE FROM DATE YYYYMMDD
014800     DISPLAY 'Podaj identyfikator operatora:'
014900     ACCEPT CALC-RNZ-OPERATOR-ID
015000
015100     PERFORM 1600-VALIDATE-OPERATOR THRU 1600-EXIT
015200     IF CALC-RNZ-INIT-FAILED
015300         GO TO 1000-EXIT
015400     END-IF
015500
015600     DISPLAY 'Podaj nazwe kroku (np. CALCEDIT):'
015700     ACCEPT CALC-RNZ-STEP
015800     MOVE FUNCTION UPPER-CASE(CALC-RNZ-STEP) TO CALC-RNZ-STEP
015900     SET CALC-RNZ-STEP-UNKNOWN TO TRUE
016000     PERFORM 1100-MATCH-CHAIN-STEP THRU 1100-EXIT
016100         VARYING CALC-RNZ-CHN-IDX FROM 1 BY 1
016200         UNTIL CALC-RNZ-CHN-IDX > CALC-RNZ-CHAIN-MAX
016300            OR CALC-RNZ-STEP-KNOWN
016400     IF CALC-RNZ-STEP-UNKNOWN
016500         DISPLAY 'Nieznany krok lancucha: ' CALC-RNZ-STEP
016600         SET CALC-RNZ-INIT-FAILED TO TRUE
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 1000-EXIT
016900     END-IF
017000
017100     DISPLAY 'Podaj date biznesowa RRRRMMDD (puste = dzisiaj):'
017200     ACCEPT CALC-RNZ-DATE-X
017300     IF CALC-RNZ-DATE-X = SPACES
017400         MOVE CALC-RNZ-RUN-DATE TO CALC-RNZ-BUS-DATE
017500     ELSE
017600         IF CALC-RNZ-DATE-X NOT NUMERIC
017700             DISPLAY 'Zla data biznesowa: ' CALC-RNZ-DATE-X
017800             SET CALC-RNZ-INIT-FAILED TO TRUE
017900             MOVE 16 TO RETURN-CODE
018000             GO TO 1000-EXIT
018100         END-IF
018200         MOVE CALC-RNZ-DATE-X TO CALC-RNZ-BUS-DATE
018300     END-IF
018400
018500     OPEN I-O CALC-RUNC-FILE
018600     IF CALC-RNZ-RUNC-STATUS = '35'
018700         OPEN OUTPUT CALC-RUNC-FILE
018800         CLOSE CALC-RUNC-FILE
018900         OPEN I-O CALC-RUNC-FILE
019000     END-IF
019100     IF CALC-RNZ-RUNC-STATUS NOT = '00'
019200         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
019300             CALC-RNZ-RUNC-STATUS
019400         SET CALC-RNZ-INIT-FAILED TO TRUE
019500         MOVE 16 TO RETURN-CODE
019600     END-IF.
019700 1000-EXIT.
019800     EXIT.
019900
020000 1100-MATCH-CHAIN-STEP.
020100     IF CALC-RNZ-CHAIN-STEP(CALC-RNZ-CHN-IDX) = CALC-RNZ-STEP
020200         SET CALC-RNZ-STEP-KNOWN TO TRUE
020300     END-IF.
020400 1100-EXIT.
020500     EXIT.
020600
020700*=================================================================*
020800* 1600-VALIDATE-OPERATOR - the keyed ID must be on the CALCOPER   *
020900* security master, active, and hold the correction authority.     *
021000* Anything else ends the run with RETURN-CODE 16 before CALCRUNC  *
021100* is touched.                                                     *
021200*=================================================================*
021300 1600-VALIDATE-OPERATOR.
021400     OPEN INPUT CALC-OPER-FILE
021500     IF CALC-RNZ-OPER-STATUS NOT = '00'
021600         DISPLAY 'Blad otwarcia CALC-OPER-FILE, status: '
021700             CALC-RNZ-OPER-STATUS
021800         SET CALC-RNZ-INIT-FAILED TO TRUE
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 1600-EXIT
022100     END-IF
022200     MOVE CALC-RNZ-OPERATOR-ID TO CALC-OPER-ID
022300     READ CALC-OPER-FILE
022400         INVALID KEY
022500             DISPLAY 'Nieznany operator: ' CALC-RNZ-OPERATOR-ID
022600             SET CALC-RNZ-INIT-FAILED TO TRUE
022700             MOVE 16 TO RETURN-CODE
022800     END-READ
022900     IF CALC-RNZ-INIT-OK
023000         IF NOT CALC-OPER-IS-ACTIVE
023100             DISPLAY 'Operator zablokowany: '
023200                 CALC-RNZ-OPERATOR-ID
023300             SET CALC-RNZ-INIT-FAILED TO TRUE
023400             MOVE 16 TO RETURN-CODE
023500         ELSE
023600             IF NOT CALC-OPER-MAY-CORRECT
023700                 DISPLAY 'Brak uprawnienia do zgody: '
023800                     CALC-RNZ-OPERATOR-ID
023900                 SET CALC-RNZ-INIT-FAILED TO TRUE
024000                 MOVE 16 TO RETURN-CODE
024100             END-IF
024200         END-IF
024300     END-IF
024400     CLOSE CALC-OPER-FILE.
024500 1600-EXIT.
024600     EXIT.
024700
024800*=================================================================*
024900* 2000-SHOW-CURRENT-ROW - what CALCRUNC holds for the step and    *
025000* date now, so the supervisor sees what the permission waives.    *
025100*=================================================================*
025200 2000-SHOW-CURRENT-ROW.
025300     MOVE CALC-RNZ-BUS-DATE TO CALC-RNC-BUS-DATE
025400     MOVE CALC-RNZ-STEP     TO CALC-RNC-STEP
025500     READ CALC-RUNC-FILE
025600         INVALID KEY
025700             SET CALC-RNZ-ROW-NOT-ON-FILE TO TRUE
025800         NOT INVALID KEY
025900             SET CALC-RNZ-ROW-ON-FILE TO TRUE
026000     END-READ
026100     IF CALC-RNZ-ROW-NOT-ON-FILE
026200         DISPLAY 'Krok ' CALC-RNZ-STEP ' nie byl uruchomiony dla'
026300             ' daty ' CALC-RNZ-BUS-DATE
026400         DISPLAY 'Zgoda pominie kontrole krokow poprzedzajacych.'
026500         GO TO 2000-EXIT
026600     END-IF
026700     EVALUATE TRUE
026800         WHEN CALC-RNC-IS-OVERRIDE
026900             DISPLAY 'Zgoda juz udzielona przez '
027000                 CALC-RNC-OVERRIDE-BY ' dnia '
027100                 CALC-RNC-OVERRIDE-DATE
027200         WHEN CALC-RNC-IS-STARTED
027300             DISPLAY 'Krok rozpoczety ' CALC-RNC-START-DATE
027400                 ' ' CALC-RNC-START-TIME ' i niezakonczony.'
027500         WHEN OTHER
027600             DISPLAY 'Krok zakonczony ' CALC-RNC-END-DATE
027700                 ' ' CALC-RNC-END-TIME ', RC: ' CALC-RNC-RC
027800     END-EVALUATE
027900     DISPLAY 'Dotychczasowych uruchomien: ' CALC-RNC-ATTEMPT.
028000 2000-EXIT.
028100     EXIT.
028200
028300*=================================================================*
028400* 3000-GRANT-PERMISSION - on confirmation the row becomes 'O'.    *
028500* The timings and counts of the last attempt stay on it until the *
028600* rerun itself replaces them.                                     *
028700*=================================================================*
028800 3000-GRANT-PERMISSION.
028900     IF CALC-RNZ-ROW-ON-FILE
029000         IF CALC-RNC-IS-OVERRIDE
029100             GO TO 3000-EXIT
029200         END-IF
029300     END-IF
029400     DISPLAY 'Potwierdz zgode na powtorzenie (T/N):'
029500     ACCEPT CALC-RNZ-ANSWER-SW
029600     MOVE FUNCTION UPPER-CASE(CALC-RNZ-ANSWER-SW)
029700         TO CALC-RNZ-ANSWER-SW
029800     IF NOT CALC-RNZ-CONFIRMED
029900         DISPLAY 'Zgody nie udzielono.'
030000         GO TO 3000-EXIT
030100     END-IF
030200
030300     IF CALC-RNZ-ROW-NOT-ON-FILE
030400         MOVE SPACES TO CALC-RNC-RECORD
030500         MOVE CALC-RNZ-BUS-DATE TO CALC-RNC-BUS-DATE
030600         MOVE CALC-RNZ-STEP     TO CALC-RNC-STEP
030700         MOVE ZERO TO CALC-RNC-START-DATE
030800                      CALC-RNC-START-TIME
030900                      CALC-RNC-END-DATE
031000                      CALC-RNC-END-TIME
031100                      CALC-RNC-RC
031200                      CALC-RNC-READ-COUNT
031300                      CALC-RNC-WRITE-COUNT
031400                      CALC-RNC-EXCP-COUNT
031500                      CALC-RNC-ATTEMPT
031600         SET CALC-RNC-IS-FIRST-RUN TO TRUE
031700     END-IF
031800     SET CALC-RNC-IS-OVERRIDE TO TRUE
031900     MOVE CALC-RNZ-OPERATOR-ID TO CALC-RNC-OVERRIDE-BY
032000     MOVE CALC-RNZ-RUN-DATE    TO CALC-RNC-OVERRIDE-DATE
032100     IF CALC-RNZ-ROW-ON-FILE
032200         REWRITE CALC-RNC-RECORD
032300     ELSE
032400         WRITE CALC-RNC-RECORD
032500     END-IF
032600     IF CALC-RNZ-RUNC-STATUS = '00'
032700         DISPLAY 'Zgoda zapisana dla ' CALC-RNZ-STEP
032800             ' / ' CALC-RNZ-BUS-DATE
032900     ELSE
033000         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
033100             CALC-RNZ-RUNC-STATUS
033200         MOVE 16 TO RETURN-CODE
033300     END-IF.
033400 3000-EXIT.
033500     EXIT.
033600
033700*=================================================================*
033800* 9000-TERMINATE                                                  *
033900*=================================================================*
034000 9000-TERMINATE.
034100     CLOSE CALC-RUNC-FILE
034200     DISPLAY 'Koniec programu.'.
034300 9000-EXIT.
034400     EXIT.
