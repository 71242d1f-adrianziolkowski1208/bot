001900*                  figure accounting reconciles CALCMSUM against  *
002000*                  at close, and the control page proves how      *
002100*                  many accounts and how much balance it covers.  *
002105* 2026-10-09  JK   Run control: before any file is opened the     *
002110*                  step checks CALCRUNC. It refuses with          *
002115*                  RETURN-CODE 16 unless CALCDAYC ended with      *
002120*                  RETURN-CODE 4 or less for the same business    *
002125*                  date and this step has not run for it yet,     *
002130*                  unless a rerun permission was granted through  *
002135*                  CALCRUNZ. Start, end, return code and key      *
002140*                  counts are recorded on CALCRUNC for the        *
002145*                  CALCRUNR timeline. A second close on the same  *
002150*                  business date is refused the same way, before  *
002155*                  CALCPERD is read.                              *
002200*=================================================================*
002300*
002400*-----------------------------------------------------------------*
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CALC-CLS-PRINT-STATUS.
005000
005010     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS RANDOM
005040         RECORD KEY IS CALC-RNC-KEY
005050         FILE STATUS IS CALC-CLS-RUN-FILE-STATUS.
005060
005100*-----------------------------------------------------------------*
005200* DATA DIVISION                                                    *
005300*-----------------------------------------------------------------*
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  CALC-CLS-LINE                PIC X(132).
007500
007520 FD  CALC-RUNC-FILE
007540     LABEL RECORDS ARE STANDARD.
007560     COPY CALCRUN.
007580
007600 WORKING-STORAGE SECTION.
007700*-----------------------------------------------------------------*
007800* FILE STATUS AND CONTROL SWITCHES                                  *
013100
013200 01  CALC-CLS-BLANK-LINE         PIC X(01) VALUE SPACE.
013300
013303*-----------------------------------------------------------------*
013306* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
013309* must have ended cleanly there for the same business date        *
013312* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
013315*-----------------------------------------------------------------*
013318 01  CALC-CLS-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
013321 01  CALC-CLS-RUN-STEP            PIC X(10) VALUE 'CALCCLSE'.
013324 01  CALC-CLS-RUN-PREREQ-1        PIC X(10) VALUE 'CALCDAYC'.
013327 01  CALC-CLS-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
013330 01  CALC-CLS-RUN-WANTED          PIC X(10) VALUE SPACES.
013333 01  CALC-CLS-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
013336 01  CALC-CLS-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
013339 01  CALC-CLS-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
013342 01  CALC-CLS-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
013345
013348 01  CALC-CLS-RUN-ROW-SW          PIC X(01) VALUE 'N'.
013351     88  CALC-CLS-RUN-ROW-ON-FILE         VALUE 'Y'.
013354     88  CALC-CLS-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
013357 01  CALC-CLS-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
013360     88  CALC-CLS-RUN-IS-RERUN            VALUE 'Y'.
013363     88  CALC-CLS-RUN-NOT-RERUN           VALUE 'N'.
013366 01  CALC-CLS-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
013369     88  CALC-CLS-RUN-STARTED             VALUE 'Y'.
013372     88  CALC-CLS-RUN-NOT-STARTED         VALUE 'N'.
013375
013400*-----------------------------------------------------------------*
013500* PROCEDURE DIVISION                                                *
013600*-----------------------------------------------------------------*
015500         PERFORM 9000-TERMINATE THRU 9000-EXIT
015600     END-IF
015700
015730     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
015760
015800     STOP RUN.
015900
016000*=================================================================*
016500*=================================================================*
016600 1000-INITIALIZE.
016700     SET CALC-CLS-INIT-OK TO TRUE
016720     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
016740     IF CALC-CLS-INIT-FAILED
016760         GO TO 1000-EXIT
016780     END-IF
016800     ACCEPT CALC-CLS-RUN-DATE FROM DATE YYYYMMDD
016900
017000     MOVE ZERO TO CALC-CLS-OLD-PERIOD
022266     END-IF.
022267 1110-EXIT.
022268     EXIT.
022269
022270*=================================================================*
022271* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
022272* opened.  CALCRUNC must show each prerequisite step ended with   *
022273* RETURN-CODE 4 or less for today's business date, and no row     *
022274* of this step's own for it; otherwise the run is refused with    *
022275* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
022276* (an 'O' row) waives both checks for one run.  An accepted run   *
022277* is recorded as started at once, so an abend leaves it visibly   *
022278* unfinished on the file.                                         *
022279*=================================================================*
022280 1050-CHECK-RUN-CONTROL.
022281     ACCEPT CALC-CLS-RUN-BUS-DATE FROM DATE YYYYMMDD
022282     OPEN I-O CALC-RUNC-FILE
022283     IF CALC-CLS-RUN-FILE-STATUS = '35'
022284         OPEN OUTPUT CALC-RUNC-FILE
022285         CLOSE CALC-RUNC-FILE
022286         OPEN I-O CALC-RUNC-FILE
022287     END-IF
022288     IF CALC-CLS-RUN-FILE-STATUS NOT = '00'
022289         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
022290             CALC-CLS-RUN-FILE-STATUS
022291         SET CALC-CLS-INIT-FAILED TO TRUE
022292         MOVE 16 TO RETURN-CODE
022293         GO TO 1050-EXIT
022294     END-IF
022295
022296     MOVE CALC-CLS-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
022297     MOVE CALC-CLS-RUN-STEP     TO CALC-RNC-STEP
022298     READ CALC-RUNC-FILE
022299         INVALID KEY
022300             SET CALC-CLS-RUN-ROW-NOT-ON-FILE TO TRUE
022301         NOT INVALID KEY
022302             SET CALC-CLS-RUN-ROW-ON-FILE TO TRUE
022303     END-READ
022304     IF CALC-CLS-RUN-ROW-ON-FILE
022305         MOVE CALC-RNC-ATTEMPT       TO CALC-CLS-RUN-ATTEMPT
022306         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-CLS-RUN-OVERRIDE-BY
022307         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-CLS-RUN-OVERRIDE-DATE
022308         IF CALC-RNC-IS-OVERRIDE
022309             SET CALC-CLS-RUN-IS-RERUN TO TRUE
022310             DISPLAY 'Powtorzenie kroku ' CALC-CLS-RUN-STEP
022311                 ' za zgoda: ' CALC-CLS-RUN-OVERRIDE-BY
022312         ELSE
022313             DISPLAY 'Krok ' CALC-CLS-RUN-STEP
022314                 ' byl juz uruchomiony dla daty '
022315                 CALC-CLS-RUN-BUS-DATE
022316             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
022317                 ' CALCRUNZ.'
022318             SET CALC-CLS-INIT-FAILED TO TRUE
022319             MOVE 16 TO RETURN-CODE
022320             GO TO 1050-CLOSE
022321         END-IF
022322     END-IF
022323
022324     IF CALC-CLS-RUN-NOT-RERUN
022325         IF CALC-CLS-RUN-PREREQ-1 NOT = SPACES
022326             MOVE CALC-CLS-RUN-PREREQ-1 TO CALC-CLS-RUN-WANTED
022327             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
022328         END-IF
022329         IF CALC-CLS-RUN-PREREQ-2 NOT = SPACES
022330             MOVE CALC-CLS-RUN-PREREQ-2 TO CALC-CLS-RUN-WANTED
022331             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
022332         END-IF
022333     END-IF
022334     IF CALC-CLS-INIT-FAILED
022335         GO TO 1050-CLOSE
022336     END-IF
022337
022338     MOVE SPACES TO CALC-RNC-RECORD
022339     MOVE CALC-CLS-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
022340     MOVE CALC-CLS-RUN-STEP     TO CALC-RNC-STEP
022341     SET CALC-RNC-IS-STARTED TO TRUE
022342     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
022343     ACCEPT CALC-RNC-START-TIME FROM TIME
022344     MOVE ZERO TO CALC-RNC-END-DATE
022345                  CALC-RNC-END-TIME
022346                  CALC-RNC-RC
022347                  CALC-RNC-READ-COUNT
022348                  CALC-RNC-WRITE-COUNT
022349                  CALC-RNC-EXCP-COUNT
022350     ADD 1 TO CALC-CLS-RUN-ATTEMPT
022351     MOVE CALC-CLS-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
022352     MOVE CALC-CLS-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
022353     MOVE CALC-CLS-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
022354     IF CALC-CLS-RUN-IS-RERUN
022355         SET CALC-RNC-IS-RERUN TO TRUE
022356     ELSE
022357         SET CALC-RNC-IS-FIRST-RUN TO TRUE
022358     END-IF
022359     IF CALC-CLS-RUN-ROW-ON-FILE
022360         REWRITE CALC-RNC-RECORD
022361     ELSE
022362         WRITE CALC-RNC-RECORD
022363     END-IF
022364     IF CALC-CLS-RUN-FILE-STATUS = '00'
022365         SET CALC-CLS-RUN-STARTED TO TRUE
022366     ELSE
022367         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
022368             CALC-CLS-RUN-FILE-STATUS
022369         SET CALC-CLS-INIT-FAILED TO TRUE
022370         MOVE 16 TO RETURN-CODE
022371     END-IF.
022372 1050-CLOSE.
022373     CLOSE CALC-RUNC-FILE.
022374 1050-EXIT.
022375     EXIT.
022376
022377*=================================================================*
022378* 1060-CHECK-ONE-PREREQ - the step named in CALC-CLS-RUN-WANTED   *
022379* must have ended, not merely started, with RETURN-CODE 4 or      *
022380* less.                                                           *
022381*=================================================================*
022382 1060-CHECK-ONE-PREREQ.
022383     MOVE CALC-CLS-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
022384     MOVE CALC-CLS-RUN-WANTED   TO CALC-RNC-STEP
022385     READ CALC-RUNC-FILE
022386         INVALID KEY
022387             DISPLAY 'Brak kroku poprzedzajacego '
022388                 CALC-CLS-RUN-WANTED
022389                 ' dla daty ' CALC-CLS-RUN-BUS-DATE
022390             SET CALC-CLS-INIT-FAILED TO TRUE
022391             MOVE 16 TO RETURN-CODE
022392         NOT INVALID KEY
022393             IF NOT CALC-RNC-IS-ENDED
022394                 OR CALC-RNC-RC > 4
022395                 DISPLAY 'Krok poprzedzajacy ' CALC-CLS-RUN-WANTED
022396                     ' niezakonczony lub z bledem, RC: '
022397                     CALC-RNC-RC
022398                 SET CALC-CLS-INIT-FAILED TO TRUE
022399                 MOVE 16 TO RETURN-CODE
022400             END-IF
022401     END-READ.
022402 1060-EXIT.
022403     EXIT.
022404
022405*=================================================================*
022500* 2000-READ-ACCT-RECORD - next master record along the key.       *
022600*=================================================================*
022700 2000-READ-ACCT-RECORD.
032100     DISPLAY 'Koniec programu.'.
032200 9000-EXIT.
032300     EXIT.
045900
046000*=================================================================*
046100* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
046200* the end time, the return code and the key counts.  A run        *
046300* that failed before its files were open is recorded with         *
046400* RETURN-CODE 16 even where the step itself ends quietly, so      *
046500* nothing downstream may start off it.                            *
046600*=================================================================*
046700 9500-RECORD-RUN-END.
046800     IF CALC-CLS-RUN-NOT-STARTED
046900         GO TO 9500-EXIT
047000     END-IF
047100     OPEN I-O CALC-RUNC-FILE
047200     IF CALC-CLS-RUN-FILE-STATUS NOT = '00'
047300         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
047400             CALC-CLS-RUN-FILE-STATUS
047500         GO TO 9500-EXIT
047600     END-IF
047700     MOVE CALC-CLS-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
047800     MOVE CALC-CLS-RUN-STEP     TO CALC-RNC-STEP
047900     READ CALC-RUNC-FILE
048000         INVALID KEY
048100             DISPLAY 'Brak wiersza kroku ' CALC-CLS-RUN-STEP
048200                 ' w CALCRUNC.'
048300         NOT INVALID KEY
048400             SET CALC-RNC-IS-ENDED TO TRUE
048500             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
048600             ACCEPT CALC-RNC-END-TIME FROM TIME
048700             MOVE RETURN-CODE TO CALC-RNC-RC
048800             IF CALC-CLS-INIT-FAILED
048900                 IF CALC-RNC-RC < 16
049000                     MOVE 16 TO CALC-RNC-RC
049100                 END-IF
049200             END-IF
049300             MOVE CALC-CLS-ACCT-COUNT TO CALC-RNC-READ-COUNT
049400             MOVE CALC-CLS-ACCT-COUNT TO CALC-RNC-WRITE-COUNT
049500             MOVE ZERO TO CALC-RNC-EXCP-COUNT
049600             REWRITE CALC-RNC-RECORD
049700     END-READ
049800     CLOSE CALC-RUNC-FILE.
049900 9500-EXIT.
050000     EXIT.
