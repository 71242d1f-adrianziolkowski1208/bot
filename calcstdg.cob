002200*                  through CALCEDIT and the batch run like any    *
002300*                  keying shop's file.  Run it ahead of the       *
002400*                  consolidation step every processing day.       *
002410* 2026-10-05  JK   Output widened to the 50-byte transaction      *
002420*                  layout.  Standing orders are emitted with a    *
002430*                  blank CALC-TRANS-CURRENCY, so they post in     *
002440*                  their account's own currency.                  *
002445* 2026-10-09  JK   Run control: before any file is opened the     *
002450*                  step checks CALCRUNC. It refuses with          *
002455*                  RETURN-CODE 16 if this step has already run    *
002460*                  for the business date, unless a rerun          *
002465*                  permission was granted through CALCRUNZ.       *
002470*                  Start, end, return code and key counts are     *
002475*                  recorded on CALCRUNC for the CALCRUNR          *
002480*                  timeline.                                      *
002500*=================================================================*
002600*
002700*-----------------------------------------------------------------*
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS CALC-STG-OUT-STATUS.
004300
004310     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS CALC-RNC-KEY
004350         FILE STATUS IS CALC-STG-RUN-FILE-STATUS.
004360
004400*-----------------------------------------------------------------*
004500* DATA DIVISION                                                    *
004600*-----------------------------------------------------------------*
005400 FD  CALC-STDO-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  CALC-STG-OUT-REC             PIC X(50).
005800
005820 FD  CALC-RUNC-FILE
005840     LABEL RECORDS ARE STANDARD.
005860     COPY CALCRUN.
005880
005900 WORKING-STORAGE SECTION.
006000*-----------------------------------------------------------------*
006100* FILE STATUS AND CONTROL SWITCHES                                  *
009700*-----------------------------------------------------------------*
009800     COPY CALCTRN.
009900
009903*-----------------------------------------------------------------*
009906* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
009909* must have ended cleanly there for the same business date        *
009912* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
009915*-----------------------------------------------------------------*
009918 01  CALC-STG-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
009921 01  CALC-STG-RUN-STEP            PIC X(10) VALUE 'CALCSTDG'.
009924 01  CALC-STG-RUN-PREREQ-1        PIC X(10) VALUE SPACES.
009927 01  CALC-STG-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
009930 01  CALC-STG-RUN-WANTED          PIC X(10) VALUE SPACES.
009933 01  CALC-STG-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
009936 01  CALC-STG-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
009939 01  CALC-STG-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
009942 01  CALC-STG-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
009945
009948 01  CALC-STG-RUN-ROW-SW          PIC X(01) VALUE 'N'.
009951     88  CALC-STG-RUN-ROW-ON-FILE         VALUE 'Y'.
009954     88  CALC-STG-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
009957 01  CALC-STG-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
009960     88  CALC-STG-RUN-IS-RERUN            VALUE 'Y'.
009963     88  CALC-STG-RUN-NOT-RERUN           VALUE 'N'.
009966 01  CALC-STG-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
009969     88  CALC-STG-RUN-STARTED             VALUE 'Y'.
009972     88  CALC-STG-RUN-NOT-STARTED         VALUE 'N'.
009975
010000*-----------------------------------------------------------------*
010100* PROCEDURE DIVISION                                                *
010200*-----------------------------------------------------------------*
011900         PERFORM 9000-TERMINATE THRU 9000-EXIT
012000     END-IF
012100
012130     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
012160
012200     STOP RUN.
012300
012400*=================================================================*
012700*=================================================================*
012800 1000-INITIALIZE.
012900     SET CALC-STG-INIT-OK TO TRUE
012920     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
012940     IF CALC-STG-INIT-FAILED
012960         GO TO 1000-EXIT
012980     END-IF
013000     ACCEPT CALC-STG-RUN-DATE FROM DATE YYYYMMDD
013100     OPEN OUTPUT CALC-STDO-FILE
013200     IF CALC-STG-OUT-STATUS NOT = '00'
014400     END-IF.
014500 1000-EXIT.
014600     EXIT.
014601
014602*=================================================================*
014603* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
014604* opened.  CALCRUNC must show each prerequisite step ended with   *
014605* RETURN-CODE 4 or less for today's business date, and no row     *
014606* of this step's own for it; otherwise the run is refused with    *
014607* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
014608* (an 'O' row) waives both checks for one run.  An accepted run   *
014609* is recorded as started at once, so an abend leaves it visibly   *
014610* unfinished on the file.                                         *
014611*=================================================================*
014612 1050-CHECK-RUN-CONTROL.
014613     ACCEPT CALC-STG-RUN-BUS-DATE FROM DATE YYYYMMDD
014614     OPEN I-O CALC-RUNC-FILE
014615     IF CALC-STG-RUN-FILE-STATUS = '35'
014616         OPEN OUTPUT CALC-RUNC-FILE
014617         CLOSE CALC-RUNC-FILE
014618         OPEN I-O CALC-RUNC-FILE
014619     END-IF
014620     IF CALC-STG-RUN-FILE-STATUS NOT = '00'
014621         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
014622             CALC-STG-RUN-FILE-STATUS
014623         SET CALC-STG-INIT-FAILED TO TRUE
014624         MOVE 16 TO RETURN-CODE
014625         GO TO 1050-EXIT
014626     END-IF
014627
014628     MOVE CALC-STG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
014629     MOVE CALC-STG-RUN-STEP     TO CALC-RNC-STEP
014630     READ CALC-RUNC-FILE
014631         INVALID KEY
014632             SET CALC-STG-RUN-ROW-NOT-ON-FILE TO TRUE
014633         NOT INVALID KEY
014634             SET CALC-STG-RUN-ROW-ON-FILE TO TRUE
014635     END-READ
014636     IF CALC-STG-RUN-ROW-ON-FILE
014637         MOVE CALC-RNC-ATTEMPT       TO CALC-STG-RUN-ATTEMPT
014638         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-STG-RUN-OVERRIDE-BY
014639         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-STG-RUN-OVERRIDE-DATE
014640         IF CALC-RNC-IS-OVERRIDE
014641             SET CALC-STG-RUN-IS-RERUN TO TRUE
014642             DISPLAY 'Powtorzenie kroku ' CALC-STG-RUN-STEP
014643                 ' za zgoda: ' CALC-STG-RUN-OVERRIDE-BY
014644         ELSE
014645             DISPLAY 'Krok ' CALC-STG-RUN-STEP
014646                 ' byl juz uruchomiony dla daty '
014647                 CALC-STG-RUN-BUS-DATE
014648             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
014649                 ' CALCRUNZ.'
014650             SET CALC-STG-INIT-FAILED TO TRUE
014651             MOVE 16 TO RETURN-CODE
014652             GO TO 1050-CLOSE
014653         END-IF
014654     END-IF
014655
014656     IF CALC-STG-RUN-NOT-RERUN
014657         IF CALC-STG-RUN-PREREQ-1 NOT = SPACES
014658             MOVE CALC-STG-RUN-PREREQ-1 TO CALC-STG-RUN-WANTED
014659             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
014660         END-IF
014661         IF CALC-STG-RUN-PREREQ-2 NOT = SPACES
014662             MOVE CALC-STG-RUN-PREREQ-2 TO CALC-STG-RUN-WANTED
014663             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
014664         END-IF
014665     END-IF
014666     IF CALC-STG-INIT-FAILED
014667         GO TO 1050-CLOSE
014668     END-IF
014669
014670     MOVE SPACES TO CALC-RNC-RECORD
014671     MOVE CALC-STG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
014672     MOVE CALC-STG-RUN-STEP     TO CALC-RNC-STEP
014673     SET CALC-RNC-IS-STARTED TO TRUE
014674     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
014675     ACCEPT CALC-RNC-START-TIME FROM TIME
014676     MOVE ZERO TO CALC-RNC-END-DATE
014677                  CALC-RNC-END-TIME
014678                  CALC-RNC-RC
014679                  CALC-RNC-READ-COUNT
014680                  CALC-RNC-WRITE-COUNT
014681                  CALC-RNC-EXCP-COUNT
014682     ADD 1 TO CALC-STG-RUN-ATTEMPT
014683     MOVE CALC-STG-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
014684     MOVE CALC-STG-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
014685     MOVE CALC-STG-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
014686     IF CALC-STG-RUN-IS-RERUN
014687         SET CALC-RNC-IS-RERUN TO TRUE
014688     ELSE
014689         SET CALC-RNC-IS-FIRST-RUN TO TRUE
014690     END-IF
014691     IF CALC-STG-RUN-ROW-ON-FILE
014692         REWRITE CALC-RNC-RECORD
014693     ELSE
014694         WRITE CALC-RNC-RECORD
014695     END-IF
014696     IF CALC-STG-RUN-FILE-STATUS = '00'
014697         SET CALC-STG-RUN-STARTED TO TRUE
014698     ELSE
014699         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
014700             CALC-STG-RUN-FILE-STATUS
014701         SET CALC-STG-INIT-FAILED TO TRUE
014702         MOVE 16 TO RETURN-CODE
014703     END-IF.
014704 1050-CLOSE.
014705     CLOSE CALC-RUNC-FILE.
014706 1050-EXIT.
014707     EXIT.
014708
014709*=================================================================*
014710* 1060-CHECK-ONE-PREREQ - the step named in CALC-STG-RUN-WANTED   *
014711* must have ended, not merely started, with RETURN-CODE 4 or      *
014712* less.                                                           *
014713*=================================================================*
014714 1060-CHECK-ONE-PREREQ.
014715     MOVE CALC-STG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
014716     MOVE CALC-STG-RUN-WANTED   TO CALC-RNC-STEP
014717     READ CALC-RUNC-FILE
014718         INVALID KEY
014719             DISPLAY 'Brak kroku poprzedzajacego '
014720                 CALC-STG-RUN-WANTED
014721                 ' dla daty ' CALC-STG-RUN-BUS-DATE
014722             SET CALC-STG-INIT-FAILED TO TRUE
014723             MOVE 16 TO RETURN-CODE
014724         NOT INVALID KEY
014725             IF NOT CALC-RNC-IS-ENDED
014726                 OR CALC-RNC-RC > 4
014727                 DISPLAY 'Krok poprzedzajacy ' CALC-STG-RUN-WANTED
014728                     ' niezakonczony lub z bledem, RC: '
014729                     CALC-RNC-RC
014730                 SET CALC-STG-INIT-FAILED TO TRUE
014731                 MOVE 16 TO RETURN-CODE
014732             END-IF
014733     END-READ.
014734 1060-EXIT.
014735     EXIT.
014736
014800*=================================================================*
014900* 2000-READ-STND-RECORD                                            *
015000*=================================================================*
023700     DISPLAY 'Koniec programu.'.
023800 9000-EXIT.
023900     EXIT.
037500
037600*=================================================================*
037700* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
037800* the end time, the return code and the key counts.  A run        *
037900* that failed before its files were open is recorded with         *
038000* RETURN-CODE 16 even where the step itself ends quietly, so      *
038100* nothing downstream may start off it.                            *
038200*=================================================================*
038300 9500-RECORD-RUN-END.
038400     IF CALC-STG-RUN-NOT-STARTED
038500         GO TO 9500-EXIT
038600     END-IF
038700     OPEN I-O CALC-RUNC-FILE
038800     IF CALC-STG-RUN-FILE-STATUS NOT = '00'
038900         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
039000             CALC-STG-RUN-FILE-STATUS
039100         GO TO 9500-EXIT
039200     END-IF
039300     MOVE CALC-STG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
039400     MOVE CALC-STG-RUN-STEP     TO CALC-RNC-STEP
039500     READ CALC-RUNC-FILE
039600         INVALID KEY
039700             DISPLAY 'Brak wiersza kroku ' CALC-STG-RUN-STEP
039800                 ' w CALCRUNC.'
039900         NOT INVALID KEY
040000             SET CALC-RNC-IS-ENDED TO TRUE
040100             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
040200             ACCEPT CALC-RNC-END-TIME FROM TIME
040300             MOVE RETURN-CODE TO CALC-RNC-RC
040400             IF CALC-STG-INIT-FAILED
040500                 IF CALC-RNC-RC < 16
040600                     MOVE 16 TO CALC-RNC-RC
040700                 END-IF
040800             END-IF
040900             MOVE CALC-STG-READ-COUNT TO CALC-RNC-READ-COUNT
041000             MOVE CALC-STG-OUT-COUNT TO CALC-RNC-WRITE-COUNT
041100             MOVE CALC-STG-SKIP-COUNT TO CALC-RNC-EXCP-COUNT
041200             REWRITE CALC-RNC-RECORD
041300     END-READ
041400     CLOSE CALC-RUNC-FILE.
041500 9500-EXIT.
041600     EXIT.
