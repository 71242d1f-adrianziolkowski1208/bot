002640*                  file and stamped with source code 'S', so      *
002650*                  generated work is told apart from keyed work   *
002660*                  all the way down the chain.                    *
002665* 2026-10-05  JK   Record areas widened to the 50-byte            *
002670*                  transaction layout that now carries            *
002675*                  CALC-TRANS-CURRENCY.  The currency code is     *
002680*                  copied through as keyed.                       *
002682* 2026-10-09  JK   Run control: before any file is opened the     *
002684*                  step checks CALCRUNC. It refuses with          *
002686*                  RETURN-CODE 16 unless CALCSTDG ended with      *
002688*                  RETURN-CODE 4 or less for the same business    *
002690*                  date and this step has not run for it yet,     *
002692*                  unless a rerun permission was granted through  *
002694*                  CALCRUNZ. Start, end, return code and key      *
002696*                  counts are recorded on CALCRUNC for the        *
002698*                  CALCRUNR timeline.                             *
002700*=================================================================*
002800*
002900*-----------------------------------------------------------------*
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CALC-MRG-PRINT-STATUS.
005700
005710     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS RANDOM
005740         RECORD KEY IS CALC-RNC-KEY
005750         FILE STATUS IS CALC-MRG-RUN-FILE-STATUS.
005760
005800*-----------------------------------------------------------------*
005900* DATA DIVISION                                                    *
006000*-----------------------------------------------------------------*
006300 FD  CALC-TRANS1-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  CALC-MRG-IN1-REC             PIC X(50).
006700
006800 FD  CALC-TRANS2-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  CALC-MRG-IN2-REC             PIC X(50).
007200
007300 FD  CALC-TRANS3-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  CALC-MRG-IN3-REC             PIC X(50).
007610
007620 FD  CALC-TRANS4-FILE
007630     RECORDING MODE IS F
007640     LABEL RECORDS ARE STANDARD.
007650 01  CALC-MRG-IN4-REC             PIC X(50).
007700
007800 FD  CALC-MERGED-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  CALC-MRG-OUT-REC             PIC X(50).
008200
008300 FD  CALC-MRGE-RPT-FILE
008400     RECORDING MODE IS F
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  CALC-MRG-LINE                PIC X(132).
008800
008820 FD  CALC-RUNC-FILE
008840     LABEL RECORDS ARE STANDARD.
008860     COPY CALCRUN.
008880
008900 WORKING-STORAGE SECTION.
009000*-----------------------------------------------------------------*
009100* FILE STATUS AND CONTROL SWITCHES                                  *
014900
015000*-----------------------------------------------------------------*
015100* RECORD WORK AREAS - sources are read into the raw buffer and    *
015200* interpreted through the copybook layouts, the same 50 bytes     *
015300* either way.                                                     *
015400*-----------------------------------------------------------------*
015500 01  CALC-MRG-WORK-REC            PIC X(50) VALUE SPACES.
015600     COPY CALCTRN.
015700
015800*-----------------------------------------------------------------*
017800
017900 01  CALC-MRG-RUN-DATE           PIC 9(08) VALUE ZERO.
018000
018003*-----------------------------------------------------------------*
018006* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
018009* must have ended cleanly there for the same business date        *
018012* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
018015*-----------------------------------------------------------------*
018018 01  CALC-MRG-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
018021 01  CALC-MRG-RUN-STEP            PIC X(10) VALUE 'CALCMRGE'.
018024 01  CALC-MRG-RUN-PREREQ-1        PIC X(10) VALUE 'CALCSTDG'.
018027 01  CALC-MRG-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
018030 01  CALC-MRG-RUN-WANTED          PIC X(10) VALUE SPACES.
018033 01  CALC-MRG-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
018036 01  CALC-MRG-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
018039 01  CALC-MRG-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
018042 01  CALC-MRG-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
018045
018048 01  CALC-MRG-RUN-ROW-SW          PIC X(01) VALUE 'N'.
018051     88  CALC-MRG-RUN-ROW-ON-FILE         VALUE 'Y'.
018054     88  CALC-MRG-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
018057 01  CALC-MRG-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
018060     88  CALC-MRG-RUN-IS-RERUN            VALUE 'Y'.
018063     88  CALC-MRG-RUN-NOT-RERUN           VALUE 'N'.
018066 01  CALC-MRG-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
018069     88  CALC-MRG-RUN-STARTED             VALUE 'Y'.
018072     88  CALC-MRG-RUN-NOT-STARTED         VALUE 'N'.
018075
018100*-----------------------------------------------------------------*
018200* PROCEDURE DIVISION                                                *
018300*-----------------------------------------------------------------*
020000         PERFORM 9000-TERMINATE THRU 9000-EXIT
020100     END-IF
020200
020230     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
020260
020300     STOP RUN.
020400
020500*=================================================================*
020800*=================================================================*
020900 1000-INITIALIZE.
021000     SET CALC-MRG-INIT-OK TO TRUE
021020     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
021040     IF CALC-MRG-INIT-FAILED
021060         GO TO 1000-EXIT
021080     END-IF
021100     ACCEPT CALC-MRG-RUN-DATE FROM DATE YYYYMMDD
021200     OPEN OUTPUT CALC-MERGED-FILE
021300     IF CALC-MRG-OUT-STATUS NOT = '00'
023200         AFTER ADVANCING 1 LINE.
023300 1000-EXIT.
023400     EXIT.
023401
023402*=================================================================*
023403* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
023404* opened.  CALCRUNC must show each prerequisite step ended with   *
023405* RETURN-CODE 4 or less for today's business date, and no row     *
023406* of this step's own for it; otherwise the run is refused with    *
023407* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
023408* (an 'O' row) waives both checks for one run.  An accepted run   *
023409* is recorded as started at once, so an abend leaves it visibly   *
023410* unfinished on the file.                                         *
023411*=================================================================*
023412 1050-CHECK-RUN-CONTROL.
023413     ACCEPT CALC-MRG-RUN-BUS-DATE FROM DATE YYYYMMDD
023414     OPEN I-O CALC-RUNC-FILE
023415     IF CALC-MRG-RUN-FILE-STATUS = '35'
023416         OPEN OUTPUT CALC-RUNC-FILE
023417         CLOSE CALC-RUNC-FILE
023418         OPEN I-O CALC-RUNC-FILE
023419     END-IF
023420     IF CALC-MRG-RUN-FILE-STATUS NOT = '00'
023421         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
023422             CALC-MRG-RUN-FILE-STATUS
023423         SET CALC-MRG-INIT-FAILED TO TRUE
023424         MOVE 16 TO RETURN-CODE
023425         GO TO 1050-EXIT
023426     END-IF
023427
023428     MOVE CALC-MRG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
023429     MOVE CALC-MRG-RUN-STEP     TO CALC-RNC-STEP
023430     READ CALC-RUNC-FILE
023431         INVALID KEY
023432             SET CALC-MRG-RUN-ROW-NOT-ON-FILE TO TRUE
023433         NOT INVALID KEY
023434             SET CALC-MRG-RUN-ROW-ON-FILE TO TRUE
023435     END-READ
023436     IF CALC-MRG-RUN-ROW-ON-FILE
023437         MOVE CALC-RNC-ATTEMPT       TO CALC-MRG-RUN-ATTEMPT
023438         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-MRG-RUN-OVERRIDE-BY
023439         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-MRG-RUN-OVERRIDE-DATE
023440         IF CALC-RNC-IS-OVERRIDE
023441             SET CALC-MRG-RUN-IS-RERUN TO TRUE
023442             DISPLAY 'Powtorzenie kroku ' CALC-MRG-RUN-STEP
023443                 ' za zgoda: ' CALC-MRG-RUN-OVERRIDE-BY
023444         ELSE
023445             DISPLAY 'Krok ' CALC-MRG-RUN-STEP
023446                 ' byl juz uruchomiony dla daty '
023447                 CALC-MRG-RUN-BUS-DATE
023448             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
023449                 ' CALCRUNZ.'
023450             SET CALC-MRG-INIT-FAILED TO TRUE
023451             MOVE 16 TO RETURN-CODE
023452             GO TO 1050-CLOSE
023453         END-IF
023454     END-IF
023455
023456     IF CALC-MRG-RUN-NOT-RERUN
023457         IF CALC-MRG-RUN-PREREQ-1 NOT = SPACES
023458             MOVE CALC-MRG-RUN-PREREQ-1 TO CALC-MRG-RUN-WANTED
023459             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
023460         END-IF
023461         IF CALC-MRG-RUN-PREREQ-2 NOT = SPACES
023462             MOVE CALC-MRG-RUN-PREREQ-2 TO CALC-MRG-RUN-WANTED
023463             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
023464         END-IF
023465     END-IF
023466     IF CALC-MRG-INIT-FAILED
023467         GO TO 1050-CLOSE
023468     END-IF
023469
023470     MOVE SPACES TO CALC-RNC-RECORD
023471     MOVE CALC-MRG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
023472     MOVE CALC-MRG-RUN-STEP     TO CALC-RNC-STEP
023473     SET CALC-RNC-IS-STARTED TO TRUE
023474     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
023475     ACCEPT CALC-RNC-START-TIME FROM TIME
023476     MOVE ZERO TO CALC-RNC-END-DATE
023477                  CALC-RNC-END-TIME
023478                  CALC-RNC-RC
023479                  CALC-RNC-READ-COUNT
023480                  CALC-RNC-WRITE-COUNT
023481                  CALC-RNC-EXCP-COUNT
023482     ADD 1 TO CALC-MRG-RUN-ATTEMPT
023483     MOVE CALC-MRG-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
023484     MOVE CALC-MRG-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
023485     MOVE CALC-MRG-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
023486     IF CALC-MRG-RUN-IS-RERUN
023487         SET CALC-RNC-IS-RERUN TO TRUE
023488     ELSE
023489         SET CALC-RNC-IS-FIRST-RUN TO TRUE
023490     END-IF
023491     IF CALC-MRG-RUN-ROW-ON-FILE
023492         REWRITE CALC-RNC-RECORD
023493     ELSE
023494         WRITE CALC-RNC-RECORD
023495     END-IF
023496     IF CALC-MRG-RUN-FILE-STATUS = '00'
023497         SET CALC-MRG-RUN-STARTED TO TRUE
023498     ELSE
023499         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
023500             CALC-MRG-RUN-FILE-STATUS
023501         SET CALC-MRG-INIT-FAILED TO TRUE
023502         MOVE 16 TO RETURN-CODE
023503     END-IF.
023504 1050-CLOSE.
023505     CLOSE CALC-RUNC-FILE.
023506 1050-EXIT.
023507     EXIT.
023508
023509*=================================================================*
023510* 1060-CHECK-ONE-PREREQ - the step named in CALC-MRG-RUN-WANTED   *
023511* must have ended, not merely started, with RETURN-CODE 4 or      *
023512* less.                                                           *
023513*=================================================================*
023514 1060-CHECK-ONE-PREREQ.
023515     MOVE CALC-MRG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
023516     MOVE CALC-MRG-RUN-WANTED   TO CALC-RNC-STEP
023517     READ CALC-RUNC-FILE
023518         INVALID KEY
023519             DISPLAY 'Brak kroku poprzedzajacego '
023520                 CALC-MRG-RUN-WANTED
023521                 ' dla daty ' CALC-MRG-RUN-BUS-DATE
023522             SET CALC-MRG-INIT-FAILED TO TRUE
023523             MOVE 16 TO RETURN-CODE
023524         NOT INVALID KEY
023525             IF NOT CALC-RNC-IS-ENDED
023526                 OR CALC-RNC-RC > 4
023527                 DISPLAY 'Krok poprzedzajacy ' CALC-MRG-RUN-WANTED
023528                     ' niezakonczony lub z bledem, RC: '
023529                     CALC-RNC-RC
023530                 SET CALC-MRG-INIT-FAILED TO TRUE
023531                 MOVE 16 TO RETURN-CODE
023532             END-IF
023533     END-READ.
023534 1060-EXIT.
023535     EXIT.
023536
023600*=================================================================*
023700* 2000-PROCESS-ONE-SOURCE - two passes over the source in hand:   *
023800* the first proves the shop's own trailer against what is really  *
046300     DISPLAY 'Koniec programu.'.
046400 9000-EXIT.
046500     EXIT.
060100
060200*=================================================================*
060300* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
060400* the end time, the return code and the key counts.  A run        *
060500* that failed before its files were open is recorded with         *
060600* RETURN-CODE 16 even where the step itself ends quietly, so      *
060700* nothing downstream may start off it.                            *
060800*=================================================================*
060900 9500-RECORD-RUN-END.
061000     IF CALC-MRG-RUN-NOT-STARTED
061100         GO TO 9500-EXIT
061200     END-IF
061300     OPEN I-O CALC-RUNC-FILE
061400     IF CALC-MRG-RUN-FILE-STATUS NOT = '00'
061500         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
061600             CALC-MRG-RUN-FILE-STATUS
061700         GO TO 9500-EXIT
061800     END-IF
061900     MOVE CALC-MRG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
062000     MOVE CALC-MRG-RUN-STEP     TO CALC-RNC-STEP
062100     READ CALC-RUNC-FILE
062200         INVALID KEY
062300             DISPLAY 'Brak wiersza kroku ' CALC-MRG-RUN-STEP
062400                 ' w CALCRUNC.'
062500         NOT INVALID KEY
062600             SET CALC-RNC-IS-ENDED TO TRUE
062700             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
062800             ACCEPT CALC-RNC-END-TIME FROM TIME
062900             MOVE RETURN-CODE TO CALC-RNC-RC
063000             IF CALC-MRG-INIT-FAILED
063100                 IF CALC-RNC-RC < 16
063200                     MOVE 16 TO CALC-RNC-RC
063300                 END-IF
063400             END-IF
063500             MOVE CALC-MRG-OUT-COUNT TO CALC-RNC-READ-COUNT
063600             MOVE CALC-MRG-OUT-COUNT TO CALC-RNC-WRITE-COUNT
063700             MOVE ZERO TO CALC-RNC-EXCP-COUNT
063800             REWRITE CALC-RNC-RECORD
063900     END-READ
064000     CLOSE CALC-RUNC-FILE.
064100 9500-EXIT.
064200     EXIT.
