002540*                  falling into WHEN OTHER.  An 'R' with division  *
002550*                  by zero folds into the existing error count,    *
002560*                  the same way '/' always has.                    *
002562* 2026-10-09  JK   Run control: before any file is opened the     *
002564*                  step checks CALCRUNC. It refuses with          *
002566*                  RETURN-CODE 16 unless CALCAUDL ended with      *
002568*                  RETURN-CODE 4 or less for the same business    *
002570*                  date and this step has not run for it yet,     *
002572*                  unless a rerun permission was granted through  *
002574*                  CALCRUNZ. Start, end, return code and key      *
002576*                  counts are recorded on CALCRUNC for the        *
002578*                  CALCRUNR timeline.                             *
002600*=================================================================*
002700*
002800*-----------------------------------------------------------------*
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CALC-RPT-PRINT-STATUS.
004400 
004410     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS CALC-RNC-KEY
004450         FILE STATUS IS CALC-RPT-RUN-FILE-STATUS.
004460
004500*-----------------------------------------------------------------*
004600* DATA DIVISION                                                    *
004700*-----------------------------------------------------------------*
005800     RECORD CONTAINS 132 CHARACTERS.
005900 01  CALC-RPT-LINE                PIC X(132).
006000 
006020 FD  CALC-RUNC-FILE
006040     LABEL RECORDS ARE STANDARD.
006060     COPY CALCRUN.
006080
006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------------*
006300* FILE STATUS AND CONTROL SWITCHES                                  *
015100         'UWAGA - wiecej niz 20 operatorow, reszta pominieta.'.
015200 01  CALC-RPT-BLANK-LINE         PIC X(01) VALUE SPACE.
015300 
015303*-----------------------------------------------------------------*
015306* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
015309* must have ended cleanly there for the same business date        *
015312* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
015315*-----------------------------------------------------------------*
015318 01  CALC-RPT-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
015321 01  CALC-RPT-RUN-STEP            PIC X(10) VALUE 'CALCRPT'.
015324 01  CALC-RPT-RUN-PREREQ-1        PIC X(10) VALUE 'CALCAUDL'.
015327 01  CALC-RPT-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
015330 01  CALC-RPT-RUN-WANTED          PIC X(10) VALUE SPACES.
015333 01  CALC-RPT-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
015336 01  CALC-RPT-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
015339 01  CALC-RPT-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
015342 01  CALC-RPT-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
015345
015348 01  CALC-RPT-RUN-ROW-SW          PIC X(01) VALUE 'N'.
015351     88  CALC-RPT-RUN-ROW-ON-FILE         VALUE 'Y'.
015354     88  CALC-RPT-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
015357 01  CALC-RPT-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
015360     88  CALC-RPT-RUN-IS-RERUN            VALUE 'Y'.
015363     88  CALC-RPT-RUN-NOT-RERUN           VALUE 'N'.
015366 01  CALC-RPT-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
015369     88  CALC-RPT-RUN-STARTED             VALUE 'Y'.
015372     88  CALC-RPT-RUN-NOT-STARTED         VALUE 'N'.
015375
015400*-----------------------------------------------------------------*
015500* PROCEDURE DIVISION                                                *
015600*-----------------------------------------------------------------*
017400         PERFORM 9000-TERMINATE THRU 9000-EXIT
017500     END-IF
017600
017630     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
017660
017700     STOP RUN.
017800
017900*=================================================================*
018300*=================================================================*
018400 1000-INITIALIZE.
018500     SET CALC-RPT-INIT-OK TO TRUE
018520     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
018540     IF CALC-RPT-INIT-FAILED
018560         GO TO 1000-EXIT
018580     END-IF
018600     OPEN INPUT  CALC-AUDIT-FILE
018700     IF CALC-RPT-AUDIT-STATUS NOT = '00'
018800         DISPLAY 'Blad otwarcia CALC-AUDIT-FILE, status: '
021400     SET CALC-RPT-OPER-TABLE-NOT-FULL TO TRUE.
021500 1100-EXIT.
021600     EXIT.
021601
021602*=================================================================*
021603* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
021604* opened.  CALCRUNC must show each prerequisite step ended with   *
021605* RETURN-CODE 4 or less for today's business date, and no row     *
021606* of this step's own for it; otherwise the run is refused with    *
021607* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
021608* (an 'O' row) waives both checks for one run.  An accepted run   *
021609* is recorded as started at once, so an abend leaves it visibly   *
021610* unfinished on the file.                                         *
021611*=================================================================*
021612 1050-CHECK-RUN-CONTROL.
021613     ACCEPT CALC-RPT-RUN-BUS-DATE FROM DATE YYYYMMDD
021614     OPEN I-O CALC-RUNC-FILE
021615     IF CALC-RPT-RUN-FILE-STATUS = '35'
021616         OPEN OUTPUT CALC-RUNC-FILE
021617         CLOSE CALC-RUNC-FILE
021618         OPEN I-O CALC-RUNC-FILE
021619     END-IF
021620     IF CALC-RPT-RUN-FILE-STATUS NOT = '00'
021621         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
021622             CALC-RPT-RUN-FILE-STATUS
021623         SET CALC-RPT-INIT-FAILED TO TRUE
021624         MOVE 16 TO RETURN-CODE
021625         GO TO 1050-EXIT
021626     END-IF
021627
021628     MOVE CALC-RPT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
021629     MOVE CALC-RPT-RUN-STEP     TO CALC-RNC-STEP
021630     READ CALC-RUNC-FILE
021631         INVALID KEY
021632             SET CALC-RPT-RUN-ROW-NOT-ON-FILE TO TRUE
021633         NOT INVALID KEY
021634             SET CALC-RPT-RUN-ROW-ON-FILE TO TRUE
021635     END-READ
021636     IF CALC-RPT-RUN-ROW-ON-FILE
021637         MOVE CALC-RNC-ATTEMPT       TO CALC-RPT-RUN-ATTEMPT
021638         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-RPT-RUN-OVERRIDE-BY
021639         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-RPT-RUN-OVERRIDE-DATE
021640         IF CALC-RNC-IS-OVERRIDE
021641             SET CALC-RPT-RUN-IS-RERUN TO TRUE
021642             DISPLAY 'Powtorzenie kroku ' CALC-RPT-RUN-STEP
021643                 ' za zgoda: ' CALC-RPT-RUN-OVERRIDE-BY
021644         ELSE
021645             DISPLAY 'Krok ' CALC-RPT-RUN-STEP
021646                 ' byl juz uruchomiony dla daty '
021647                 CALC-RPT-RUN-BUS-DATE
021648             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
021649                 ' CALCRUNZ.'
021650             SET CALC-RPT-INIT-FAILED TO TRUE
021651             MOVE 16 TO RETURN-CODE
021652             GO TO 1050-CLOSE
021653         END-IF
021654     END-IF
021655
021656     IF CALC-RPT-RUN-NOT-RERUN
021657         IF CALC-RPT-RUN-PREREQ-1 NOT = SPACES
021658             MOVE CALC-RPT-RUN-PREREQ-1 TO CALC-RPT-RUN-WANTED
021659             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
021660         END-IF
021661         IF CALC-RPT-RUN-PREREQ-2 NOT = SPACES
021662             MOVE CALC-RPT-RUN-PREREQ-2 TO CALC-RPT-RUN-WANTED
021663             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
021664         END-IF
021665     END-IF
021666     IF CALC-RPT-INIT-FAILED
021667         GO TO 1050-CLOSE
021668     END-IF
021669
021670     MOVE SPACES TO CALC-RNC-RECORD
021671     MOVE CALC-RPT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
021672     MOVE CALC-RPT-RUN-STEP     TO CALC-RNC-STEP
021673     SET CALC-RNC-IS-STARTED TO TRUE
021674     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
021675     ACCEPT CALC-RNC-START-TIME FROM TIME
021676     MOVE ZERO TO CALC-RNC-END-DATE
021677                  CALC-RNC-END-TIME
021678                  CALC-RNC-RC
021679                  CALC-RNC-READ-COUNT
021680                  CALC-RNC-WRITE-COUNT
021681                  CALC-RNC-EXCP-COUNT
021682     ADD 1 TO CALC-RPT-RUN-ATTEMPT
021683     MOVE CALC-RPT-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
021684     MOVE CALC-RPT-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
021685     MOVE CALC-RPT-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
021686     IF CALC-RPT-RUN-IS-RERUN
021687         SET CALC-RNC-IS-RERUN TO TRUE
021688     ELSE
021689         SET CALC-RNC-IS-FIRST-RUN TO TRUE
021690     END-IF
021691     IF CALC-RPT-RUN-ROW-ON-FILE
021692         REWRITE CALC-RNC-RECORD
021693     ELSE
021694         WRITE CALC-RNC-RECORD
021695     END-IF
021696     IF CALC-RPT-RUN-FILE-STATUS = '00'
021697         SET CALC-RPT-RUN-STARTED TO TRUE
021698     ELSE
021699         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
021700             CALC-RPT-RUN-FILE-STATUS
021701         SET CALC-RPT-INIT-FAILED TO TRUE
021702         MOVE 16 TO RETURN-CODE
021703     END-IF.
021704 1050-CLOSE.
021705     CLOSE CALC-RUNC-FILE.
021706 1050-EXIT.
021707     EXIT.
021708
021709*=================================================================*
021710* 1060-CHECK-ONE-PREREQ - the step named in CALC-RPT-RUN-WANTED   *
021711* must have ended, not merely started, with RETURN-CODE 4 or      *
021712* less.                                                           *
021713*=================================================================*
021714 1060-CHECK-ONE-PREREQ.
021715     MOVE CALC-RPT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
021716     MOVE CALC-RPT-RUN-WANTED   TO CALC-RNC-STEP
021717     READ CALC-RUNC-FILE
021718         INVALID KEY
021719             DISPLAY 'Brak kroku poprzedzajacego '
021720                 CALC-RPT-RUN-WANTED
021721                 ' dla daty ' CALC-RPT-RUN-BUS-DATE
021722             SET CALC-RPT-INIT-FAILED TO TRUE
021723             MOVE 16 TO RETURN-CODE
021724         NOT INVALID KEY
021725             IF NOT CALC-RNC-IS-ENDED
021726                 OR CALC-RNC-RC > 4
021727                 DISPLAY 'Krok poprzedzajacy ' CALC-RPT-RUN-WANTED
021728                     ' niezakonczony lub z bledem, RC: '
021729                     CALC-RNC-RC
021730                 SET CALC-RPT-INIT-FAILED TO TRUE
021731                 MOVE 16 TO RETURN-CODE
021732             END-IF
021733     END-READ.
021734 1060-EXIT.
021735     EXIT.
021736 
021800*=================================================================*
021900* 2000-READ-AUDIT-RECORD                                           *
022000*=================================================================*
041100     CLOSE CALC-REPORT-FILE.
041200 9000-EXIT.
041300     EXIT.
054900
055000*=================================================================*
055100* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
055200* the end time, the return code and the key counts.  A run        *
055300* that failed before its files were open is recorded with         *
055400* RETURN-CODE 16 even where the step itself ends quietly, so      *
055500* nothing downstream may start off it.                            *
055600*=================================================================*
055700 9500-RECORD-RUN-END.
055800     IF CALC-RPT-RUN-NOT-STARTED
055900         GO TO 9500-EXIT
056000     END-IF
056100     OPEN I-O CALC-RUNC-FILE
056200     IF CALC-RPT-RUN-FILE-STATUS NOT = '00'
056300         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
056400             CALC-RPT-RUN-FILE-STATUS
056500         GO TO 9500-EXIT
056600     END-IF
056700     MOVE CALC-RPT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
056800     MOVE CALC-RPT-RUN-STEP     TO CALC-RNC-STEP
056900     READ CALC-RUNC-FILE
057000         INVALID KEY
057100             DISPLAY 'Brak wiersza kroku ' CALC-RPT-RUN-STEP
057200                 ' w CALCRUNC.'
057300         NOT INVALID KEY
057400             SET CALC-RNC-IS-ENDED TO TRUE
057500             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
057600             ACCEPT CALC-RNC-END-TIME FROM TIME
057700             MOVE RETURN-CODE TO CALC-RNC-RC
057800             IF CALC-RPT-INIT-FAILED
057900                 IF CALC-RNC-RC < 16
058000                     MOVE 16 TO CALC-RNC-RC
058100                 END-IF
058200             END-IF
058300             COMPUTE CALC-RNC-READ-COUNT = CALC-RPT-PLUS-COUNT
058400                 + CALC-RPT-MINUS-COUNT
058500                 + CALC-RPT-TIMES-COUNT
058600                 + CALC-RPT-DIVIDE-COUNT
058700                 + CALC-RPT-PCT-COUNT
058800                 + CALC-RPT-REM-COUNT
058900             MOVE ZERO TO CALC-RNC-WRITE-COUNT
059000             COMPUTE CALC-RNC-EXCP-COUNT = CALC-RPT-DIVZERO-COUNT
059100                 + CALC-RPT-OVERFLOW-COUNT
059200             REWRITE CALC-RNC-RECORD
059300     END-READ
059400     CLOSE CALC-RUNC-FILE.
059500 9500-EXIT.
059600     EXIT.
