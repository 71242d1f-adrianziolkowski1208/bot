000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCRUNR.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-09  JK   Original version.  Run-history report off the  *
001100*                  run-control file CALCRUNC: every step recorded *
001200*                  for one business date (PARM='RRRRMMDD', today  *
001300*                  when omitted) in the order it started, with    *
001400*                  its start, end and elapsed time, return code,  *
001500*                  key counts, attempt number and any rerun       *
001600*                  permission it ran under - the day's batch-     *
001700*                  window timeline.  Daily chain steps with no    *
001800*                  row at all are listed after it.  A step that   *
001900*                  failed, never finished, or is missing ends the *
002000*                  run with RETURN-CODE 4.                        *
002010* 2026-10-12  JK   CALCLEDL, the new rebuild of the indexed       *
002020*                  ledger copy, joins the daily chain after       *
002030*                  CALCAUDL and is reported missing like the      *
002040*                  other steps.                                   *
002050* 2026-10-13  JK   Noted CALCSTMT with CALCCLSE as a month-end    *
002060*                  step left off the daily list.                  *
002100*=================================================================*
002200*
002300*-----------------------------------------------------------------*
002400* ENVIRONMENT DIVISION                                             *
002500*-----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS CALC-RNC-KEY
003600         FILE STATUS IS CALC-RNR-RUNC-STATUS.
003700
003800     SELECT CALC-RUNR-RPT-FILE ASSIGN TO 'CALCRUNO'
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS CALC-RNR-PRINT-STATUS.
004100
004200*-----------------------------------------------------------------*
004300* DATA DIVISION                                                    *
004400*-----------------------------------------------------------------*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CALC-RUNC-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CALCRUN.
005000
005100 FD  CALC-RUNR-RPT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 132 CHARACTERS.
005500 01  CALC-RNR-LINE                PIC X(132).
005600
005700 WORKING-STORAGE SECTION.
005800*-----------------------------------------------------------------*
005900* FILE STATUS AND CONTROL SWITCHES                                  *
006000*-----------------------------------------------------------------*
006100 01  CALC-RNR-RUNC-STATUS         PIC X(02) VALUE '00'.
006200 01  CALC-RNR-PRINT-STATUS        PIC X(02) VALUE '00'.
006300
006400 01  CALC-RNR-EOF-SW              PIC X(01) VALUE 'N'.
006500     88  CALC-RNR-EOF                     VALUE 'Y'.
006600     88  CALC-RNR-NOT-EOF                 VALUE 'N'.
006700
006800 01  CALC-RNR-INIT-SW             PIC X(01) VALUE 'Y'.
006900     88  CALC-RNR-INIT-OK                 VALUE 'Y'.
007000     88  CALC-RNR-INIT-FAILED             VALUE 'N'.
007100
007200 01  CALC-RNR-SHIFT-SW            PIC X(01) VALUE 'N'.
007300     88  CALC-RNR-SHIFTING                VALUE 'Y'.
007400     88  CALC-RNR-SHIFT-DONE              VALUE 'N'.
007500
007600 01  CALC-RNR-FOUND-SW            PIC X(01) VALUE 'N'.
007700     88  CALC-RNR-STEP-FOUND              VALUE 'Y'.
007800     88  CALC-RNR-STEP-NOT-FOUND          VALUE 'N'.
007900
008000 01  CALC-RNR-FULL-SW             PIC X(01) VALUE 'N'.
008100     88  CALC-RNR-TABLE-FULL              VALUE 'Y'.
008200     88  CALC-RNR-TABLE-NOT-FULL          VALUE 'N'.
008300
008400*-----------------------------------------------------------------*
008500* BUSINESS DATE REPORTED - from the PARM, or the run date.        *
008600*-----------------------------------------------------------------*
008700 01  CALC-RNR-DATE-X              PIC X(08) VALUE SPACES.
008800 01  CALC-RNR-BUS-DATE            PIC 9(08) VALUE ZERO.
008900 01  CALC-RNR-RUN-DATE            PIC 9(08) VALUE ZERO.
009000
009100*-----------------------------------------------------------------*
009200* DAILY CHAIN - the steps expected on CALCRUNC every processing   *
009300* day, in running order.  CALCCLSE and the CALCSTMT statements    *
009400* after it run at month end only and are not missed on an         *
009450* ordinary day.                                                   *
009500*-----------------------------------------------------------------*
009600 01  CALC-RNR-CHAIN-LIST.
009700     05  FILLER                   PIC X(10) VALUE 'CALCSTDG'.
009800     05  FILLER                   PIC X(10) VALUE 'CALCMRGE'.
009900     05  FILLER                   PIC X(10) VALUE 'CALCEDIT'.
010000     05  FILLER                   PIC X(10) VALUE 'CALCDUPC'.
010100     05  FILLER                   PIC X(10) VALUE 'CALCKRSL'.
010200     05  FILLER                   PIC X(10) VALUE 'CALCULATOR'.
010300     05  FILLER                   PIC X(10) VALUE 'CALCDAYC'.
010400     05  FILLER                   PIC X(10) VALUE 'CALCAUDL'.
010450     05  FILLER                   PIC X(10) VALUE 'CALCLEDL'.
010500     05  FILLER                   PIC X(10) VALUE 'CALCRECN'.
010600     05  FILLER                   PIC X(10) VALUE 'CALCRPT'.
010700     05  FILLER                   PIC X(10) VALUE 'CALCEXTR'.
010800     05  FILLER                   PIC X(10) VALUE 'CALCSAGE'.
010900 01  CALC-RNR-CHAIN-TABLE REDEFINES CALC-RNR-CHAIN-LIST.
011000     05  CALC-RNR-CHAIN-STEP      PIC X(10) OCCURS 13 TIMES.
011100 01  CALC-RNR-CHAIN-MAX           PIC 9(04) COMP VALUE 13.
011200 01  CALC-RNR-CHN-IDX             PIC 9(04) COMP VALUE ZERO.
011300
011400*-----------------------------------------------------------------*
011500* THE DAY'S ROWS - held in start order (a row not yet started,    *
011600* i.e. an unused rerun permission, sorts first with zero times).  *
011700*-----------------------------------------------------------------*
011800 01  CALC-RNR-ROW-TABLE.
011900     05  CALC-RNR-ROW OCCURS 50 TIMES.
012000         10  CALC-RNR-R-STAMP.
012100             15  CALC-RNR-R-START-DATE PIC 9(08).
012200             15  CALC-RNR-R-START-TIME PIC 9(08).
012300         10  CALC-RNR-R-STEP       PIC X(10).
012400         10  CALC-RNR-R-STATE      PIC X(01).
012500         10  CALC-RNR-R-END-DATE   PIC 9(08).
012600         10  CALC-RNR-R-END-TIME   PIC 9(08).
012700         10  CALC-RNR-R-RC         PIC 9(04).
012800         10  CALC-RNR-R-READ       PIC 9(08).
012900         10  CALC-RNR-R-WRITE      PIC 9(08).
013000         10  CALC-RNR-R-EXCP       PIC 9(08).
013100         10  CALC-RNR-R-ATTEMPT    PIC 9(02).
013200         10  CALC-RNR-R-RERUN      PIC X(01).
013300         10  CALC-RNR-R-OVR-BY     PIC X(08).
013400 01  CALC-RNR-ROW-MAX             PIC 9(04) COMP VALUE 50.
013500 01  CALC-RNR-ROW-USED            PIC 9(04) COMP VALUE ZERO.
013600 01  CALC-RNR-ROW-IDX             PIC 9(04) COMP VALUE ZERO.
013700 01  CALC-RNR-NEW-STAMP.
013800     05  CALC-RNR-NEW-START-DATE  PIC 9(08).
013900     05  CALC-RNR-NEW-START-TIME  PIC 9(08).
014000
014100*-----------------------------------------------------------------*
014200* TIMING WORK FIELDS - a time of day as ACCEPT FROM TIME gives it *
014300* (HHMMSSss), and the elapsed seconds of one step.                *
014400*-----------------------------------------------------------------*
014500 01  CALC-RNR-TIME-WORK           PIC 9(08) VALUE ZERO.
014600 01  CALC-RNR-TIME-PARTS REDEFINES CALC-RNR-TIME-WORK.
014700     05  CALC-RNR-TP-HH           PIC 9(02).
014800     05  CALC-RNR-TP-MM           PIC 9(02).
014900     05  CALC-RNR-TP-SS           PIC 9(02).
015000     05  CALC-RNR-TP-HS           PIC 9(02).
015100 01  CALC-RNR-TIME-ED.
015200     05  CALC-RNR-TE-HH           PIC 9(02).
015300     05  FILLER                   PIC X(01) VALUE ':'.
015400     05  CALC-RNR-TE-MM           PIC 9(02).
015500     05  FILLER                   PIC X(01) VALUE ':'.
015600     05  CALC-RNR-TE-SS           PIC 9(02).
015700 01  CALC-RNR-START-SECS          PIC 9(12) VALUE ZERO.
015800 01  CALC-RNR-END-SECS            PIC 9(12) VALUE ZERO.
015900 01  CALC-RNR-ELAPSED             PIC 9(12) VALUE ZERO.
016000 01  CALC-RNR-ELAPSED-MIN         PIC 9(06) VALUE ZERO.
016100 01  CALC-RNR-ELAPSED-SEC         PIC 9(02) VALUE ZERO.
016200
016300*-----------------------------------------------------------------*
016400* WINDOW AND COUNTERS                                             *
016500*-----------------------------------------------------------------*
016600 01  CALC-RNR-WIN-START.
016700     05  CALC-RNR-WS-DATE         PIC 9(08) VALUE ZERO.
016800     05  CALC-RNR-WS-TIME         PIC 9(08) VALUE ZERO.
016900 01  CALC-RNR-WIN-END.
017000     05  CALC-RNR-WE-DATE         PIC 9(08) VALUE ZERO.
017100     05  CALC-RNR-WE-TIME         PIC 9(08) VALUE ZERO.
017200 01  CALC-RNR-END-STAMP.
017300     05  CALC-RNR-ES-DATE         PIC 9(08) VALUE ZERO.
017400     05  CALC-RNR-ES-TIME         PIC 9(08) VALUE ZERO.
017500
017600 01  CALC-RNR-ISSUE-COUNT         PIC 9(06) COMP VALUE ZERO.
017700 01  CALC-RNR-MISSING-COUNT       PIC 9(06) COMP VALUE ZERO.
017800 01  CALC-RNR-PERMIT-COUNT        PIC 9(06) COMP VALUE ZERO.
017900
018000*-----------------------------------------------------------------*
018100* PRINT LINE LAYOUTS                                                *
018200*-----------------------------------------------------------------*
018300 01  CALC-RNR-HEADING-LINE.
018400     05  FILLER                  PIC X(40) VALUE
018500         'PRZEBIEG OKNA WSADOWEGO - DATA BIZNESOWA'.
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  CALC-RNR-HD-DATE        PIC 9(08).
018800     05  FILLER                  PIC X(16) VALUE
018900         '   WYKONANO DNIA'.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  CALC-RNR-HD-RUN-DATE    PIC 9(08).
019200
019300 01  CALC-RNR-COLUMN-LINE.
019400     05  FILLER                  PIC X(44) VALUE
019500         ' KROK       STAN          START             '.
019600     05  FILLER                  PIC X(44) VALUE
019700         ' KONIEC                 CZAS   RC  PRZECZYT.'.
019800     05  FILLER                  PIC X(44) VALUE
019900         '   ZAPISANE    WYJATKI PR PW ZGODA          '.
020000
020100 01  CALC-RNR-DETAIL-LINE.
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  CALC-RNR-D-STEP         PIC X(10).
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  CALC-RNR-D-STATE        PIC X(13).
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  CALC-RNR-D-START-DATE   PIC X(08).
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  CALC-RNR-D-START-TIME   PIC X(08).
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  CALC-RNR-D-END-DATE     PIC X(08).
021200     05  FILLER                  PIC X(01) VALUE SPACE.
021300     05  CALC-RNR-D-END-TIME     PIC X(08).
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  CALC-RNR-D-ELAPSED      PIC X(09).
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  CALC-RNR-D-RC           PIC X(04).
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  CALC-RNR-D-READ         PIC Z(09)9.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  CALC-RNR-D-WRITE        PIC Z(09)9.
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  CALC-RNR-D-EXCP         PIC Z(09)9.
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  CALC-RNR-D-ATTEMPT      PIC Z9.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  CALC-RNR-D-RERUN        PIC X(01).
022800     05  FILLER                  PIC X(01) VALUE SPACE.
022900     05  CALC-RNR-D-OVR-BY       PIC X(08).
023000
023100 01  CALC-RNR-ELAPSED-ED.
023200     05  CALC-RNR-EE-MIN         PIC ZZZZZ9.
023300     05  FILLER                  PIC X(01) VALUE ':'.
023400     05  CALC-RNR-EE-SEC         PIC 9(02).
023500 01  CALC-RNR-RC-ED              PIC ZZZ9.
023600
023700 01  CALC-RNR-SECTION-LINE.
023800     05  CALC-RNR-S-TEXT         PIC X(60).
023900
024000 01  CALC-RNR-MISSING-LINE.
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  CALC-RNR-M-STEP         PIC X(10).
024300     05  FILLER                  PIC X(16) VALUE
024400         ' NIE URUCHOMIONY'.
024500
024600 01  CALC-RNR-TOTAL-LINE.
024700     05  CALC-RNR-T-TEXT         PIC X(40).
024800     05  CALC-RNR-T-COUNT        PIC ZZZZZ9.
024900
025000 01  CALC-RNR-WINDOW-LINE.
025100     05  CALC-RNR-W-TEXT         PIC X(40).
025200     05  CALC-RNR-W-DATE         PIC X(08).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  CALC-RNR-W-TIME         PIC X(08).
025500
025600 01  CALC-RNR-NONE-LINE          PIC X(20) VALUE
025700     '  (brak pozycji)'.
025800 01  CALC-RNR-FULL-LINE          PIC X(60) VALUE
025900     'UWAGA: tabela krokow pelna - zestawienie niekompletne.'.
026000 01  CALC-RNR-BLANK-LINE         PIC X(01) VALUE SPACE.
026100
026200*-----------------------------------------------------------------*
026300* LINKAGE SECTION - the optional PARM= text carrying the business *
026400* date to report, RRRRMMDD.                                       *
026500*-----------------------------------------------------------------*
026600 LINKAGE SECTION.
026700 01  CALC-RNR-PARM-AREA.
026800     05  CALC-RNR-PARM-LENGTH    PIC S9(04) COMP.
026900     05  CALC-RNR-PARM-TEXT      PIC X(08).
027000
027100*-----------------------------------------------------------------*
027200* PROCEDURE DIVISION                                                *
027300*-----------------------------------------------------------------*
027400 PROCEDURE DIVISION USING CALC-RNR-PARM-AREA.
027500*=================================================================*
027600* MAIN-PARAGRAPH - one pass over CALCRUNC, then the report.       *
027700*=================================================================*
027800 MAIN-PARAGRAPH.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028000
028100     IF CALC-RNR-INIT-OK
028200         PERFORM 2000-READ-RUNC-RECORD THRU 2000-EXIT
028300         PERFORM 3000-COLLECT-ONE-ROW THRU 3000-EXIT
028400             UNTIL CALC-RNR-EOF
028500
028600         PERFORM 4000-PRINT-TIMELINE THRU 4000-EXIT
028700         PERFORM 5000-PRINT-MISSING-STEPS THRU 5000-EXIT
028800         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
028900
029000         PERFORM 9000-TERMINATE THRU 9000-EXIT
029100     END-IF
029200
029300     STOP RUN.
029400
029500*=================================================================*
029600* 1000-INITIALIZE - settles the business date, then opens the     *
029700* run-control file and the report.  A CALCRUNC that does not      *
029800* exist yet simply means nothing has run.                         *
029900*=================================================================*
030000 1000-INITIALIZE.
030100     SET CALC-RNR-INIT-OK TO TRUE
030200     ACCEPT CALC-RNR-RUN-DATE FROM DATE YYYYMMDD
030300     MOVE CALC-RNR-RUN-DATE TO CALC-RNR-BUS-DATE
030400
030500     MOVE SPACES TO CALC-RNR-DATE-X
030600     IF CALC-RNR-PARM-LENGTH > 0
030700         MOVE CALC-RNR-PARM-TEXT TO CALC-RNR-DATE-X
030800     END-IF
030900     IF CALC-RNR-DATE-X NOT = SPACES
031000         IF CALC-RNR-DATE-X NOT NUMERIC
031100             DISPLAY 'Zly PARM - oczekiwano daty RRRRMMDD: '
031200                 CALC-RNR-DATE-X
031300             SET CALC-RNR-INIT-FAILED TO TRUE
031400             MOVE 16 TO RETURN-CODE
031500             GO TO 1000-EXIT
031600         END-IF
031700         MOVE CALC-RNR-DATE-X TO CALC-RNR-BUS-DATE
031800     END-IF
031900
032000     OPEN INPUT CALC-RUNC-FILE
032100     IF CALC-RNR-RUNC-STATUS = '35'
032200         SET CALC-RNR-EOF TO TRUE
032300     ELSE
032400         IF CALC-RNR-RUNC-STATUS NOT = '00'
032500             DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
032600                 CALC-RNR-RUNC-STATUS
032700             SET CALC-RNR-INIT-FAILED TO TRUE
032800             MOVE 16 TO RETURN-CODE
032900             GO TO 1000-EXIT
033000         END-IF
033100     END-IF
033200
033300     OPEN OUTPUT CALC-RUNR-RPT-FILE
033400     IF CALC-RNR-PRINT-STATUS NOT = '00'
033500         DISPLAY 'Blad otwarcia CALC-RUNR-RPT-FILE, status: '
033600             CALC-RNR-PRINT-STATUS
033700         SET CALC-RNR-INIT-FAILED TO TRUE
033800         MOVE 16 TO RETURN-CODE
033900         IF CALC-RNR-NOT-EOF
034000             CLOSE CALC-RUNC-FILE
034100         END-IF
034200         GO TO 1000-EXIT
034300     END-IF
034400
034500     MOVE CALC-RNR-BUS-DATE TO CALC-RNR-HD-DATE
034600     MOVE CALC-RNR-RUN-DATE TO CALC-RNR-HD-RUN-DATE
034700     WRITE CALC-RNR-LINE FROM CALC-RNR-HEADING-LINE
034800         AFTER ADVANCING PAGE.
034900 1000-EXIT.
035000     EXIT.
035100
035200*=================================================================*
035300* 2000-READ-RUNC-RECORD                                           *
035400*=================================================================*
035500 2000-READ-RUNC-RECORD.
035600     IF CALC-RNR-EOF
035700         GO TO 2000-EXIT
035800     END-IF
035900     READ CALC-RUNC-FILE
036000         AT END
036100             SET CALC-RNR-EOF TO TRUE
036200     END-READ.
036300 2000-EXIT.
036400     EXIT.
036500
036600*=================================================================*
036700* 3000-COLLECT-ONE-ROW - CALCRUNC is in business-date order, so   *
036800* the pass stops at the first row past the date reported.         *
036900*=================================================================*
037000 3000-COLLECT-ONE-ROW.
037100     IF CALC-RNC-BUS-DATE > CALC-RNR-BUS-DATE
037200         SET CALC-RNR-EOF TO TRUE
037300         GO TO 3000-EXIT
037400     END-IF
037500     IF CALC-RNC-BUS-DATE = CALC-RNR-BUS-DATE
037600         PERFORM 3100-INSERT-ROW THRU 3100-EXIT
037700     END-IF
037800     PERFORM 2000-READ-RUNC-RECORD THRU 2000-EXIT.
037900 3000-EXIT.
038000     EXIT.
038100
038200*=================================================================*
038300* 3100-INSERT-ROW - rows already held that started later move     *
038400* down one place and the new row goes into the gap.               *
038500*=================================================================*
038600 3100-INSERT-ROW.
038700     IF CALC-RNR-ROW-USED NOT < CALC-RNR-ROW-MAX
038800         SET CALC-RNR-TABLE-FULL TO TRUE
038900         GO TO 3100-EXIT
039000     END-IF
039100     MOVE CALC-RNC-START-DATE TO CALC-RNR-NEW-START-DATE
039200     MOVE CALC-RNC-START-TIME TO CALC-RNR-NEW-START-TIME
039300     MOVE CALC-RNR-ROW-USED TO CALC-RNR-ROW-IDX
039400     SET CALC-RNR-SHIFTING TO TRUE
039500     PERFORM 3110-SHIFT-ONE-ROW THRU 3110-EXIT
039600         UNTIL CALC-RNR-SHIFT-DONE
039700
039800     ADD 1 TO CALC-RNR-ROW-IDX
039900     MOVE CALC-RNR-NEW-STAMP
040000         TO CALC-RNR-R-STAMP(CALC-RNR-ROW-IDX)
040100     MOVE CALC-RNC-STEP       TO CALC-RNR-R-STEP(CALC-RNR-ROW-IDX)
040200     MOVE CALC-RNC-STATE
040300         TO CALC-RNR-R-STATE(CALC-RNR-ROW-IDX)
040400     MOVE CALC-RNC-END-DATE
040500         TO CALC-RNR-R-END-DATE(CALC-RNR-ROW-IDX)
040600     MOVE CALC-RNC-END-TIME
040700         TO CALC-RNR-R-END-TIME(CALC-RNR-ROW-IDX)
040800     MOVE CALC-RNC-RC         TO CALC-RNR-R-RC(CALC-RNR-ROW-IDX)
040900     MOVE CALC-RNC-READ-COUNT TO CALC-RNR-R-READ(CALC-RNR-ROW-IDX)
041000     MOVE CALC-RNC-WRITE-COUNT
041100         TO CALC-RNR-R-WRITE(CALC-RNR-ROW-IDX)
041200     MOVE CALC-RNC-EXCP-COUNT TO CALC-RNR-R-EXCP(CALC-RNR-ROW-IDX)
041300     MOVE CALC-RNC-ATTEMPT
041400         TO CALC-RNR-R-ATTEMPT(CALC-RNR-ROW-IDX)
041500     MOVE CALC-RNC-RERUN-SW
041600         TO CALC-RNR-R-RERUN(CALC-RNR-ROW-IDX)
041700     MOVE CALC-RNC-OVERRIDE-BY
041800         TO CALC-RNR-R-OVR-BY(CALC-RNR-ROW-IDX)
041900     ADD 1 TO CALC-RNR-ROW-USED.
042000 3100-EXIT.
042100     EXIT.
042200
042300 3110-SHIFT-ONE-ROW.
042400     IF CALC-RNR-ROW-IDX = ZERO
042500         SET CALC-RNR-SHIFT-DONE TO TRUE
042600         GO TO 3110-EXIT
042700     END-IF
042800     IF CALC-RNR-R-STAMP(CALC-RNR-ROW-IDX)
042900         NOT > CALC-RNR-NEW-STAMP
043000         SET CALC-RNR-SHIFT-DONE TO TRUE
043100         GO TO 3110-EXIT
043200     END-IF
043300     MOVE CALC-RNR-ROW(CALC-RNR-ROW-IDX)
043400         TO CALC-RNR-ROW(CALC-RNR-ROW-IDX + 1)
043500     SUBTRACT 1 FROM CALC-RNR-ROW-IDX.
043600 3110-EXIT.
043700     EXIT.
043800
043900*=================================================================*
044000* 4000-PRINT-TIMELINE - one line per step in start order.         *
044100*=================================================================*
044200 4000-PRINT-TIMELINE.
044300     WRITE CALC-RNR-LINE FROM CALC-RNR-BLANK-LINE
044400         AFTER ADVANCING 1 LINE
044500     WRITE CALC-RNR-LINE FROM CALC-RNR-COLUMN-LINE
044600         AFTER ADVANCING 1 LINE
044700     IF CALC-RNR-ROW-USED = ZERO
044800         WRITE CALC-RNR-LINE FROM CALC-RNR-NONE-LINE
044900             AFTER ADVANCING 1 LINE
045000         GO TO 4000-EXIT
045100     END-IF
045200     PERFORM 4100-PRINT-ONE-ROW THRU 4100-EXIT
045300         VARYING CALC-RNR-ROW-IDX FROM 1 BY 1
045400         UNTIL CALC-RNR-ROW-IDX > CALC-RNR-ROW-USED.
045500 4000-EXIT.
045600     EXIT.
045700
045800*=================================================================*
045900* 4100-PRINT-ONE-ROW - an ended step above RETURN-CODE 4, or one  *
046000* that never ended, counts as an issue.  Only ended steps have an *
046100* end time and elapsed time; an unused permission has neither a   *
046200* start nor an end and is left out of the window.                 *
046300*=================================================================*
046400 4100-PRINT-ONE-ROW.
046500     MOVE SPACES TO CALC-RNR-D-START-DATE
046600                    CALC-RNR-D-START-TIME
046700                    CALC-RNR-D-END-DATE
046800                    CALC-RNR-D-END-TIME
046900                    CALC-RNR-D-ELAPSED
047000                    CALC-RNR-D-RC
047100     MOVE CALC-RNR-R-STEP(CALC-RNR-ROW-IDX) TO CALC-RNR-D-STEP
047200     MOVE CALC-RNR-R-READ(CALC-RNR-ROW-IDX) TO CALC-RNR-D-READ
047300     MOVE CALC-RNR-R-WRITE(CALC-RNR-ROW-IDX) TO CALC-RNR-D-WRITE
047400     MOVE CALC-RNR-R-EXCP(CALC-RNR-ROW-IDX) TO CALC-RNR-D-EXCP
047500     MOVE CALC-RNR-R-ATTEMPT(CALC-RNR-ROW-IDX)
047600         TO CALC-RNR-D-ATTEMPT
047700     MOVE SPACE TO CALC-RNR-D-RERUN
047800     IF CALC-RNR-R-RERUN(CALC-RNR-ROW-IDX) = 'Y'
047900         MOVE 'T' TO CALC-RNR-D-RERUN
048000     END-IF
048100     MOVE CALC-RNR-R-OVR-BY(CALC-RNR-ROW-IDX) TO CALC-RNR-D-OVR-BY
048200
048300     IF CALC-RNR-R-STATE(CALC-RNR-ROW-IDX) = 'O'
048400         MOVE 'ZGODA CZEKA' TO CALC-RNR-D-STATE
048500         ADD 1 TO CALC-RNR-PERMIT-COUNT
048600         GO TO 4100-WRITE
048700     END-IF
048800
048900     MOVE CALC-RNR-R-START-DATE(CALC-RNR-ROW-IDX)
049000         TO CALC-RNR-D-START-DATE
049100     MOVE CALC-RNR-R-START-TIME(CALC-RNR-ROW-IDX)
049200         TO CALC-RNR-TIME-WORK
049300     PERFORM 4200-EDIT-TIME THRU 4200-EXIT
049400     MOVE CALC-RNR-TIME-ED TO CALC-RNR-D-START-TIME
049500     IF CALC-RNR-WIN-START = ZERO
049600         MOVE CALC-RNR-R-STAMP(CALC-RNR-ROW-IDX)
049700             TO CALC-RNR-WIN-START
049800     END-IF
049900
050000     IF CALC-RNR-R-STATE(CALC-RNR-ROW-IDX) NOT = 'E'
050100         MOVE 'NIEZAKONCZONY' TO CALC-RNR-D-STATE
050200         ADD 1 TO CALC-RNR-ISSUE-COUNT
050300         GO TO 4100-WRITE
050400     END-IF
050500
050600     IF CALC-RNR-R-RC(CALC-RNR-ROW-IDX) > 4
050700         MOVE 'BLAD' TO CALC-RNR-D-STATE
050800         ADD 1 TO CALC-RNR-ISSUE-COUNT
050900     ELSE
051000         MOVE 'ZAKONCZONY' TO CALC-RNR-D-STATE
051100     END-IF
051200     MOVE CALC-RNR-R-RC(CALC-RNR-ROW-IDX) TO CALC-RNR-RC-ED
051300     MOVE CALC-RNR-RC-ED TO CALC-RNR-D-RC
051400     MOVE CALC-RNR-R-END-DATE(CALC-RNR-ROW-IDX)
051500         TO CALC-RNR-D-END-DATE
051600     MOVE CALC-RNR-R-END-TIME(CALC-RNR-ROW-IDX)
051700         TO CALC-RNR-TIME-WORK
051800     PERFORM 4200-EDIT-TIME THRU 4200-EXIT
051900     MOVE CALC-RNR-TIME-ED TO CALC-RNR-D-END-TIME
052000
052100     MOVE CALC-RNR-R-END-DATE(CALC-RNR-ROW-IDX)
052200         TO CALC-RNR-ES-DATE
052300     MOVE CALC-RNR-R-END-TIME(CALC-RNR-ROW-IDX)
052400         TO CALC-RNR-ES-TIME
052500     IF CALC-RNR-END-STAMP > CALC-RNR-WIN-END
052600         MOVE CALC-RNR-END-STAMP TO CALC-RNR-WIN-END
052700     END-IF
052800     PERFORM 4300-COMPUTE-ELAPSED THRU 4300-EXIT.
052900 4100-WRITE.
053000     WRITE CALC-RNR-LINE FROM CALC-RNR-DETAIL-LINE
053100         AFTER ADVANCING 1 LINE.
053200 4100-EXIT.
053300     EXIT.
053400
053500*=================================================================*
053600* 4200-EDIT-TIME - HHMMSSss in CALC-RNR-TIME-WORK to HH:MM:SS.    *
053700*=================================================================*
053800 4200-EDIT-TIME.
053900     MOVE CALC-RNR-TP-HH TO CALC-RNR-TE-HH
054000     MOVE CALC-RNR-TP-MM TO CALC-RNR-TE-MM
054100     MOVE CALC-RNR-TP-SS TO CALC-RNR-TE-SS.
054200 4200-EXIT.
054300     EXIT.
054400
054500*=================================================================*
054600* 4300-COMPUTE-ELAPSED - both ends are turned into seconds from   *
054700* the day number, so a step that runs past midnight still comes   *
054800* out right.  Shown as minutes:seconds.                           *
054900*=================================================================*
055000 4300-COMPUTE-ELAPSED.
055100     IF CALC-RNR-R-START-DATE(CALC-RNR-ROW-IDX) NOT NUMERIC
055200         OR CALC-RNR-R-START-DATE(CALC-RNR-ROW-IDX) = ZERO
055300         OR CALC-RNR-R-END-DATE(CALC-RNR-ROW-IDX) = ZERO
055400         GO TO 4300-EXIT
055500     END-IF
055600     MOVE CALC-RNR-R-START-TIME(CALC-RNR-ROW-IDX)
055700         TO CALC-RNR-TIME-WORK
055800     COMPUTE CALC-RNR-START-SECS =
055900         FUNCTION INTEGER-OF-DATE
056000             (CALC-RNR-R-START-DATE(CALC-RNR-ROW-IDX)) * 86400
056100         + CALC-RNR-TP-HH * 3600 + CALC-RNR-TP-MM * 60
056200         + CALC-RNR-TP-SS
056300     MOVE CALC-RNR-R-END-TIME(CALC-RNR-ROW-IDX)
056400         TO CALC-RNR-TIME-WORK
056500     COMPUTE CALC-RNR-END-SECS =
056600         FUNCTION INTEGER-OF-DATE
056700             (CALC-RNR-R-END-DATE(CALC-RNR-ROW-IDX)) * 86400
056800         + CALC-RNR-TP-HH * 3600 + CALC-RNR-TP-MM * 60
056900         + CALC-RNR-TP-SS
057000     IF CALC-RNR-END-SECS < CALC-RNR-START-SECS
057100         GO TO 4300-EXIT
057200     END-IF
057300     COMPUTE CALC-RNR-ELAPSED =
057400         CALC-RNR-END-SECS - CALC-RNR-START-SECS
057500     DIVIDE CALC-RNR-ELAPSED BY 60
057600         GIVING CALC-RNR-ELAPSED-MIN
057700         REMAINDER CALC-RNR-ELAPSED-SEC
057800     MOVE CALC-RNR-ELAPSED-MIN TO CALC-RNR-EE-MIN
057900     MOVE CALC-RNR-ELAPSED-SEC TO CALC-RNR-EE-SEC
058000     MOVE CALC-RNR-ELAPSED-ED  TO CALC-RNR-D-ELAPSED.
058100 4300-EXIT.
058200     EXIT.
058300
058400*=================================================================*
058500* 5000-PRINT-MISSING-STEPS - each daily chain step with no row    *
058600* for the date at all.                                            *
058700*=================================================================*
058800 5000-PRINT-MISSING-STEPS.
058900     MOVE 'KROKI DZIENNE BEZ WPISU W CALCRUNC' TO CALC-RNR-S-TEXT
059000     WRITE CALC-RNR-LINE FROM CALC-RNR-BLANK-LINE
059100         AFTER ADVANCING 1 LINE
059200     WRITE CALC-RNR-LINE FROM CALC-RNR-SECTION-LINE
059300         AFTER ADVANCING 1 LINE
059400     PERFORM 5100-CHECK-ONE-CHAIN-STEP THRU 5100-EXIT
059500         VARYING CALC-RNR-CHN-IDX FROM 1 BY 1
059600         UNTIL CALC-RNR-CHN-IDX > CALC-RNR-CHAIN-MAX
059700     IF CALC-RNR-MISSING-COUNT = ZERO
059800         WRITE CALC-RNR-LINE FROM CALC-RNR-NONE-LINE
059900             AFTER ADVANCING 1 LINE
060000     END-IF.
060100 5000-EXIT.
060200     EXIT.
060300
060400 5100-CHECK-ONE-CHAIN-STEP.
060500     SET CALC-RNR-STEP-NOT-FOUND TO TRUE
060600     PERFORM 5110-MATCH-ROW THRU 5110-EXIT
060700         VARYING CALC-RNR-ROW-IDX FROM 1 BY 1
060800         UNTIL CALC-RNR-ROW-IDX > CALC-RNR-ROW-USED
060900            OR CALC-RNR-STEP-FOUND
061000     IF CALC-RNR-STEP-NOT-FOUND
061100         MOVE CALC-RNR-CHAIN-STEP(CALC-RNR-CHN-IDX)
061200             TO CALC-RNR-M-STEP
061300         WRITE CALC-RNR-LINE FROM CALC-RNR-MISSING-LINE
061400             AFTER ADVANCING 1 LINE
061500         ADD 1 TO CALC-RNR-MISSING-COUNT
061600     END-IF.
061700 5100-EXIT.
061800     EXIT.
061900
062000 5110-MATCH-ROW.
062100     IF CALC-RNR-R-STEP(CALC-RNR-ROW-IDX)
062200         = CALC-RNR-CHAIN-STEP(CALC-RNR-CHN-IDX)
062300         SET CALC-RNR-STEP-FOUND TO TRUE
062400     END-IF.
062500 5110-EXIT.
062600     EXIT.
062700
062800*=================================================================*
062900* 7000-PRINT-TOTALS - the counts and the window: first start to   *
063000* last end among the steps that ran.                              *
063100*=================================================================*
063200 7000-PRINT-TOTALS.
063300     WRITE CALC-RNR-LINE FROM CALC-RNR-BLANK-LINE
063400         AFTER ADVANCING 1 LINE
063500
063600     MOVE 'Krokow z wpisem:' TO CALC-RNR-T-TEXT
063700     MOVE CALC-RNR-ROW-USED TO CALC-RNR-T-COUNT
063800     WRITE CALC-RNR-LINE FROM CALC-RNR-TOTAL-LINE
063900         AFTER ADVANCING 1 LINE
064000
064100     MOVE 'w tym z bledem lub niezakonczonych:' TO CALC-RNR-T-TEXT
064200     MOVE CALC-RNR-ISSUE-COUNT TO CALC-RNR-T-COUNT
064300     WRITE CALC-RNR-LINE FROM CALC-RNR-TOTAL-LINE
064400         AFTER ADVANCING 1 LINE
064500
064600     MOVE 'w tym niewykorzystanych zgod:' TO CALC-RNR-T-TEXT
064700     MOVE CALC-RNR-PERMIT-COUNT TO CALC-RNR-T-COUNT
064800     WRITE CALC-RNR-LINE FROM CALC-RNR-TOTAL-LINE
064900         AFTER ADVANCING 1 LINE
065000
065100     MOVE 'Krokow dziennych bez wpisu:' TO CALC-RNR-T-TEXT
065200     MOVE CALC-RNR-MISSING-COUNT TO CALC-RNR-T-COUNT
065300     WRITE CALC-RNR-LINE FROM CALC-RNR-TOTAL-LINE
065400         AFTER ADVANCING 1 LINE
065500
065600     IF CALC-RNR-WIN-START NOT = ZERO
065700         MOVE 'Poczatek okna wsadowego:' TO CALC-RNR-W-TEXT
065800         MOVE CALC-RNR-WS-DATE TO CALC-RNR-W-DATE
065900         MOVE CALC-RNR-WS-TIME TO CALC-RNR-TIME-WORK
066000         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
066100         MOVE CALC-RNR-TIME-ED TO CALC-RNR-W-TIME
066200         WRITE CALC-RNR-LINE FROM CALC-RNR-WINDOW-LINE
066300             AFTER ADVANCING 1 LINE
066400     END-IF
066500     IF CALC-RNR-WIN-END NOT = ZERO
066600         MOVE 'Koniec okna wsadowego:' TO CALC-RNR-W-TEXT
066700         MOVE CALC-RNR-WE-DATE TO CALC-RNR-W-DATE
066800         MOVE CALC-RNR-WE-TIME TO CALC-RNR-TIME-WORK
066900         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
067000         MOVE CALC-RNR-TIME-ED TO CALC-RNR-W-TIME
067100         WRITE CALC-RNR-LINE FROM CALC-RNR-WINDOW-LINE
067200             AFTER ADVANCING 1 LINE
067300     END-IF
067400
067500     IF CALC-RNR-TABLE-FULL
067600         WRITE CALC-RNR-LINE FROM CALC-RNR-FULL-LINE
067700             AFTER ADVANCING 1 LINE
067800     END-IF.
067900 7000-EXIT.
068000     EXIT.
068100
068200*=================================================================*
068300* 9000-TERMINATE - a failed, unfinished or missing step (or a     *
068400* table overflow) ends the run with RETURN-CODE 4.                *
068500*=================================================================*
068600 9000-TERMINATE.
068700     IF CALC-RNR-RUNC-STATUS NOT = '35'
068800         CLOSE CALC-RUNC-FILE
068900     END-IF
069000     CLOSE CALC-RUNR-RPT-FILE
069100     DISPLAY 'Data biznesowa:           ' CALC-RNR-BUS-DATE
069200     DISPLAY 'Krokow z wpisem:          ' CALC-RNR-ROW-USED
069300     DISPLAY 'Z bledem/niezakonczonych: ' CALC-RNR-ISSUE-COUNT
069400     DISPLAY 'Bez wpisu:                ' CALC-RNR-MISSING-COUNT
069500     IF CALC-RNR-ISSUE-COUNT > ZERO
069600         OR CALC-RNR-MISSING-COUNT > ZERO
069700         OR CALC-RNR-TABLE-FULL
069800         MOVE 4 TO RETURN-CODE
069900     END-IF
070000     DISPLAY 'Koniec programu.'.
070100 9000-EXIT.
070200     EXIT.
