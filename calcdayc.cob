002780*                  BLAD on a day that actually balanced - fail-   *
002790*                  safe, but the page then needs a by-hand        *
002791*                  check against the posting run's trailer.       *
002792* 2026-09-21  JK   Duplicate suspects held by CALCDUPC between    *
002793*                  the edit and the posting run are now counted   *
002794*                  from CALCHELD and printed; leg 2 becomes       *
002795*                  received = rejected + held + results written.  *
002796*                  Items a supervisor releases later post in a    *
002797*                  separate run and are not part of this sheet.   *
002798* 2026-10-09  JK   Run control: before any file is opened the     *
002799*                  step checks CALCRUNC. It refuses with          *
002800*                  RETURN-CODE 16 unless CALCULATOR ended with    *
002801*                  RETURN-CODE 4 or less for the same business    *
002802*                  date and this step has not run for it yet,     *
002803*                  unless a rerun permission was granted through  *
002804*                  CALCRUNZ. Start, end, return code and key      *
002805*                  counts are recorded on CALCRUNC for the        *
002806*                  CALCRUNR timeline.                             *
002807* 2026-10-15  JK   Cost allocations: an OK 'A' row on CALCOUT is  *
002808*                  one result but one ledger row per leg (its     *
002809*                  NUM2 carries the leg count) and its legs net   *
002810*                  to zero.  Such rows are counted apart and      *
002811*                  printed, leg 4 expects OK rows less            *
002812*                  allocations plus their legs, and the pooled    *
002813*                  amount stays out of the OK amount.             *
002814*=================================================================*
002900*
003000*-----------------------------------------------------------------*
003100* ENVIRONMENT DIVISION                                             *
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CALC-DAY-REJECT-STATUS.
004600
004610     SELECT CALC-HELD-FILE ASSIGN TO 'CALCHELD'
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS CALC-DAY-HELD-STATUS.
004640
004700     SELECT CALC-RESULT-FILE ASSIGN TO 'CALCOUT'
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CALC-DAY-RESULT-STATUS.
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CALC-DAY-PRINT-STATUS.
005800
005810     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS CALC-RNC-KEY
005850         FILE STATUS IS CALC-DAY-RUN-FILE-STATUS.
005860
005900*-----------------------------------------------------------------*
006000* DATA DIVISION                                                    *
006100*-----------------------------------------------------------------*
007100     LABEL RECORDS ARE STANDARD.
007200     COPY CALCREJ.
007300
007310 FD  CALC-HELD-FILE
007320     RECORDING MODE IS F
007330     LABEL RECORDS ARE STANDARD.
007340     COPY CALCDUP.
007350
007400 FD  CALC-RESULT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
008700     RECORD CONTAINS 132 CHARACTERS.
008800 01  CALC-DAY-LINE                PIC X(132).
008900
008920 FD  CALC-RUNC-FILE
008940     LABEL RECORDS ARE STANDARD.
008960     COPY CALCRUN.
008980
009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------------*
009200* FILE STATUS AND CONTROL SWITCHES                                  *
009300*-----------------------------------------------------------------*
009400 01  CALC-DAY-TRANS-STATUS        PIC X(02) VALUE '00'.
009500 01  CALC-DAY-REJECT-STATUS       PIC X(02) VALUE '00'.
009510 01  CALC-DAY-HELD-STATUS         PIC X(02) VALUE '00'.
009600 01  CALC-DAY-RESULT-STATUS       PIC X(02) VALUE '00'.
009700 01  CALC-DAY-LEDGER-STATUS       PIC X(02) VALUE '00'.
009800 01  CALC-DAY-PRINT-STATUS        PIC X(02) VALUE '00'.
012500* THE DAY'S FIGURES - one set per file in the chain.  The ledger  *
012600* figures are taken from the LAST trailer on the file: the        *
012700* ledger is appended to run after run and the last trailer is     *
012720* the posting run that just finished.  A cost allocation is one   *
012740* OK row on CALCOUT (NUM2 = its leg count) but one ledger row per *
012760* leg, and its legs net to zero, so it is counted apart and kept  *
012780* out of the OK amount.                                           *
012900*-----------------------------------------------------------------*
013000 01  CALC-DAY-TRN-DETAIL-COUNT    PIC 9(06) COMP VALUE ZERO.
013100 01  CALC-DAY-TRN-TRL-COUNT       PIC 9(06) VALUE ZERO.
013200
013300 01  CALC-DAY-REJ-COUNT           PIC 9(06) COMP VALUE ZERO.
013310 01  CALC-DAY-HELD-COUNT          PIC 9(06) COMP VALUE ZERO.
013400
013500 01  CALC-DAY-RES-DETAIL-COUNT    PIC 9(06) COMP VALUE ZERO.
013600 01  CALC-DAY-RES-OK-COUNT        PIC 9(06) COMP VALUE ZERO.
013700 01  CALC-DAY-RES-FAIL-COUNT      PIC 9(06) COMP VALUE ZERO.
013800 01  CALC-DAY-RES-OK-AMOUNT       PIC S9(11)V99 VALUE ZERO.
013820 01  CALC-DAY-RES-ALLOC-COUNT     PIC 9(06) COMP VALUE ZERO.
013840 01  CALC-DAY-RES-ALLOC-LEGS      PIC 9(06) COMP VALUE ZERO.
013900 01  CALC-DAY-RES-TRL-COUNT       PIC 9(06) VALUE ZERO.
014000
014100 01  CALC-DAY-LDG-TRL-COUNT       PIC 9(06) VALUE ZERO.
017200
017300 01  CALC-DAY-RUN-DATE           PIC 9(08) VALUE ZERO.
017400
017403*-----------------------------------------------------------------*
017406* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
017409* must have ended cleanly there for the same business date        *
017412* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
017415*-----------------------------------------------------------------*
017418 01  CALC-DAY-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
017421 01  CALC-DAY-RUN-STEP            PIC X(10) VALUE 'CALCDAYC'.
017424 01  CALC-DAY-RUN-PREREQ-1        PIC X(10) VALUE 'CALCULATOR'.
017427 01  CALC-DAY-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
017430 01  CALC-DAY-RUN-WANTED          PIC X(10) VALUE SPACES.
017433 01  CALC-DAY-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
017436 01  CALC-DAY-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
017439 01  CALC-DAY-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
017442 01  CALC-DAY-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
017445
017448 01  CALC-DAY-RUN-ROW-SW          PIC X(01) VALUE 'N'.
017451     88  CALC-DAY-RUN-ROW-ON-FILE         VALUE 'Y'.
017454     88  CALC-DAY-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
017457 01  CALC-DAY-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
017460     88  CALC-DAY-RUN-IS-RERUN            VALUE 'Y'.
017463     88  CALC-DAY-RUN-NOT-RERUN           VALUE 'N'.
017466 01  CALC-DAY-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
017469     88  CALC-DAY-RUN-STARTED             VALUE 'Y'.
017472     88  CALC-DAY-RUN-NOT-STARTED         VALUE 'N'.
017475
017500*-----------------------------------------------------------------*
017600* PROCEDURE DIVISION                                                *
017700*-----------------------------------------------------------------*
018600     IF CALC-DAY-INIT-OK
018700         PERFORM 2000-GATHER-TRANS-FIGURES THRU 2000-EXIT
018800         PERFORM 3000-GATHER-REJECT-FIGURES THRU 3000-EXIT
018810         PERFORM 3500-GATHER-HELD-FIGURES THRU 3500-EXIT
018900         PERFORM 4000-GATHER-RESULT-FIGURES THRU 4000-EXIT
019000         PERFORM 5000-GATHER-LEDGER-FIGURES THRU 5000-EXIT
019100
019400         PERFORM 9000-TERMINATE THRU 9000-EXIT
019500     END-IF
019600
019630     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
019660
019700     STOP RUN.
019800
019900*=================================================================*
020200*=================================================================*
020300 1000-INITIALIZE.
020400     SET CALC-DAY-INIT-OK TO TRUE
020420     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
020440     IF CALC-DAY-INIT-FAILED
020460         GO TO 1000-EXIT
020480     END-IF
020500     ACCEPT CALC-DAY-RUN-DATE FROM DATE YYYYMMDD
020600     OPEN OUTPUT CALC-DAYC-RPT-FILE
020700     IF CALC-DAY-PRINT-STATUS NOT = '00'
021100     END-IF.
021200 1000-EXIT.
021300     EXIT.
021301
021302*=================================================================*
021303* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
021304* opened.  CALCRUNC must show each prerequisite step ended with   *
021305* RETURN-CODE 4 or less for today's business date, and no row     *
021306* of this step's own for it; otherwise the run is refused with    *
021307* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
021308* (an 'O' row) waives both checks for one run.  An accepted run   *
021309* is recorded as started at once, so an abend leaves it visibly   *
021310* unfinished on the file.                                         *
021311*=================================================================*
021312 1050-CHECK-RUN-CONTROL.
021313     ACCEPT CALC-DAY-RUN-BUS-DATE FROM DATE YYYYMMDD
021314     OPEN I-O CALC-RUNC-FILE
021315     IF CALC-DAY-RUN-FILE-STATUS = '35'
021316         OPEN OUTPUT CALC-RUNC-FILE
021317         CLOSE CALC-RUNC-FILE
021318         OPEN I-O CALC-RUNC-FILE
021319     END-IF
021320     IF CALC-DAY-RUN-FILE-STATUS NOT = '00'
021321         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
021322             CALC-DAY-RUN-FILE-STATUS
021323         SET CALC-DAY-INIT-FAILED TO TRUE
021324         MOVE 16 TO RETURN-CODE
021325         GO TO 1050-EXIT
021326     END-IF
021327
021328     MOVE CALC-DAY-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
021329     MOVE CALC-DAY-RUN-STEP     TO CALC-RNC-STEP
021330     READ CALC-RUNC-FILE
021331         INVALID KEY
021332             SET CALC-DAY-RUN-ROW-NOT-ON-FILE TO TRUE
021333         NOT INVALID KEY
021334             SET CALC-DAY-RUN-ROW-ON-FILE TO TRUE
021335     END-READ
021336     IF CALC-DAY-RUN-ROW-ON-FILE
021337         MOVE CALC-RNC-ATTEMPT       TO CALC-DAY-RUN-ATTEMPT
021338         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-DAY-RUN-OVERRIDE-BY
021339         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-DAY-RUN-OVERRIDE-DATE
021340         IF CALC-RNC-IS-OVERRIDE
021341             SET CALC-DAY-RUN-IS-RERUN TO TRUE
021342             DISPLAY 'Powtorzenie kroku ' CALC-DAY-RUN-STEP
021343                 ' za zgoda: ' CALC-DAY-RUN-OVERRIDE-BY
021344         ELSE
021345             DISPLAY 'Krok ' CALC-DAY-RUN-STEP
021346                 ' byl juz uruchomiony dla daty '
021347                 CALC-DAY-RUN-BUS-DATE
021348             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
021349                 ' CALCRUNZ.'
021350             SET CALC-DAY-INIT-FAILED TO TRUE
021351             MOVE 16 TO RETURN-CODE
021352             GO TO 1050-CLOSE
021353         END-IF
021354     END-IF
021355
021356     IF CALC-DAY-RUN-NOT-RERUN
021357         IF CALC-DAY-RUN-PREREQ-1 NOT = SPACES
021358             MOVE CALC-DAY-RUN-PREREQ-1 TO CALC-DAY-RUN-WANTED
021359             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
021360         END-IF
021361         IF CALC-DAY-RUN-PREREQ-2 NOT = SPACES
021362             MOVE CALC-DAY-RUN-PREREQ-2 TO CALC-DAY-RUN-WANTED
021363             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
021364         END-IF
021365     END-IF
021366     IF CALC-DAY-INIT-FAILED
021367         GO TO 1050-CLOSE
021368     END-IF
021369
021370     MOVE SPACES TO CALC-RNC-RECORD
021371     MOVE CALC-DAY-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
021372     MOVE CALC-DAY-RUN-STEP     TO CALC-RNC-STEP
021373     SET CALC-RNC-IS-STARTED TO TRUE
021374     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
021375     ACCEPT CALC-RNC-START-TIME FROM TIME
021376     MOVE ZERO TO CALC-RNC-END-DATE
021377                  CALC-RNC-END-TIME
021378                  CALC-RNC-RC
021379                  CALC-RNC-READ-COUNT
021380                  CALC-RNC-WRITE-COUNT
021381                  CALC-RNC-EXCP-COUNT
021382     ADD 1 TO CALC-DAY-RUN-ATTEMPT
021383     MOVE CALC-DAY-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
021384     MOVE CALC-DAY-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
021385     MOVE CALC-DAY-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
021386     IF CALC-DAY-RUN-IS-RERUN
021387         SET CALC-RNC-IS-RERUN TO TRUE
021388     ELSE
021389         SET CALC-RNC-IS-FIRST-RUN TO TRUE
021390     END-IF
021391     IF CALC-DAY-RUN-ROW-ON-FILE
021392         REWRITE CALC-RNC-RECORD
021393     ELSE
021394         WRITE CALC-RNC-RECORD
021395     END-IF
021396     IF CALC-DAY-RUN-FILE-STATUS = '00'
021397         SET CALC-DAY-RUN-STARTED TO TRUE
021398     ELSE
021399         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
021400             CALC-DAY-RUN-FILE-STATUS
021401         SET CALC-DAY-INIT-FAILED TO TRUE
021402         MOVE 16 TO RETURN-CODE
021403     END-IF.
021404 1050-CLOSE.
021405     CLOSE CALC-RUNC-FILE.
021406 1050-EXIT.
021407     EXIT.
021408
021409*=================================================================*
021410* 1060-CHECK-ONE-PREREQ - the step named in CALC-DAY-RUN-WANTED   *
021411* must have ended, not merely started, with RETURN-CODE 4 or      *
021412* less.                                                           *
021413*=================================================================*
021414 1060-CHECK-ONE-PREREQ.
021415     MOVE CALC-DAY-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
021416     MOVE CALC-DAY-RUN-WANTED   TO CALC-RNC-STEP
021417     READ CALC-RUNC-FILE
021418         INVALID KEY
021419             DISPLAY 'Brak kroku poprzedzajacego '
021420                 CALC-DAY-RUN-WANTED
021421                 ' dla daty ' CALC-DAY-RUN-BUS-DATE
021422             SET CALC-DAY-INIT-FAILED TO TRUE
021423             MOVE 16 TO RETURN-CODE
021424         NOT INVALID KEY
021425             IF NOT CALC-RNC-IS-ENDED
021426                 OR CALC-RNC-RC > 4
021427                 DISPLAY 'Krok poprzedzajacy ' CALC-DAY-RUN-WANTED
021428                     ' niezakonczony lub z bledem, RC: '
021429                     CALC-RNC-RC
021430                 SET CALC-DAY-INIT-FAILED TO TRUE
021431                 MOVE 16 TO RETURN-CODE
021432             END-IF
021433     END-READ.
021434 1060-EXIT.
021435     EXIT.
021436
021500*=================================================================*
021600* 2000-GATHER-TRANS-FIGURES - the day's merged input: details     *
021700* counted against the combined trailer CALCMRGE wrote.            *
027800     ADD 1 TO CALC-DAY-REJ-COUNT.
027900 3100-EXIT.
028000     EXIT.
028003
028006*=================================================================*
028009* 3500-GATHER-HELD-FIGURES - every record on the held file is     *
028012* one transaction CALCDUPC kept back from posting as a suspected  *
028015* duplicate.                                                       *
028018*=================================================================*
028021 3500-GATHER-HELD-FIGURES.
028024     SET CALC-DAY-NOT-EOF TO TRUE
028027     OPEN INPUT CALC-HELD-FILE
028030     IF CALC-DAY-HELD-STATUS NOT = '00'
028033         DISPLAY 'Blad otwarcia CALC-HELD-FILE, status: '
028036             CALC-DAY-HELD-STATUS
028039         SET CALC-DAY-OUT-OF-BALANCE TO TRUE
028042         GO TO 3500-EXIT
028045     END-IF
028048     PERFORM 3600-COUNT-ONE-HELD THRU 3600-EXIT
028051         UNTIL CALC-DAY-EOF
028054     CLOSE CALC-HELD-FILE.
028057 3500-EXIT.
028060     EXIT.
028063
028066 3600-COUNT-ONE-HELD.
028069     READ CALC-HELD-FILE
028072         AT END
028075             SET CALC-DAY-EOF TO TRUE
028078             GO TO 3600-EXIT
028081     END-READ
028084     ADD 1 TO CALC-DAY-HELD-COUNT.
028087 3600-EXIT.
028090     EXIT.
028100
028200*=================================================================*
028300* 4000-GATHER-RESULT-FIGURES - the posting run's own output:      *
031700     ADD 1 TO CALC-DAY-RES-DETAIL-COUNT
031800     IF CALC-RESULT-IS-OK
031900         ADD 1 TO CALC-DAY-RES-OK-COUNT
031920         IF CALC-RESULT-OPERATOR = 'A'
031940             ADD 1 TO CALC-DAY-RES-ALLOC-COUNT
031960             ADD CALC-RESULT-NUM2 TO CALC-DAY-RES-ALLOC-LEGS
031980         ELSE
032000             ADD CALC-RESULT-VALUE TO CALC-DAY-RES-OK-AMOUNT
032020         END-IF
032100     ELSE
032200         ADD 1 TO CALC-DAY-RES-FAIL-COUNT
032300     END-IF.
038600     WRITE CALC-DAY-LINE FROM CALC-DAY-TOTAL-LINE
038700         AFTER ADVANCING 1 LINE
038800
038810     MOVE 'Wstrzymano duplikaty (CALCHELD):'
038820         TO CALC-DAY-T-TEXT
038830     MOVE CALC-DAY-HELD-COUNT TO CALC-DAY-T-COUNT
038840     WRITE CALC-DAY-LINE FROM CALC-DAY-TOTAL-LINE
038850         AFTER ADVANCING 1 LINE
038860
038900     MOVE 'Zaksiegowano OK (CALCOUT):'
039000         TO CALC-DAY-T-TEXT
039100     MOVE CALC-DAY-RES-OK-COUNT TO CALC-DAY-T-COUNT
039800     WRITE CALC-DAY-LINE FROM CALC-DAY-TOTAL-LINE
039900         AFTER ADVANCING 1 LINE
040000
040005     MOVE '  w tym podzialy kosztow (CALCOUT):'
040010         TO CALC-DAY-T-TEXT
040015     MOVE CALC-DAY-RES-ALLOC-COUNT TO CALC-DAY-T-COUNT
040020     WRITE CALC-DAY-LINE FROM CALC-DAY-TOTAL-LINE
040025         AFTER ADVANCING 1 LINE
040030
040035     MOVE '  pozycji tych podzialow (CALCOUT):'
040040         TO CALC-DAY-T-TEXT
040045     MOVE CALC-DAY-RES-ALLOC-LEGS TO CALC-DAY-T-COUNT
040050     WRITE CALC-DAY-LINE FROM CALC-DAY-TOTAL-LINE
040055         AFTER ADVANCING 1 LINE
040060
040100     MOVE 'Pozycji do ksiegi (zwiastun CALCLEDG):'
040200         TO CALC-DAY-T-TEXT
040300     MOVE CALC-DAY-LDG-TRL-COUNT TO CALC-DAY-T-COUNT
042700     WRITE CALC-DAY-LINE FROM CALC-DAY-CHECK-LINE
042800         AFTER ADVANCING 1 LINE
042900
043000*    Leg 2: received = rejected + held + results written.         *
043100     MOVE 'Przyjete = odrzucone + wstrzymane + wyniki'
043200         TO CALC-DAY-C-TEXT
043300     COMPUTE CALC-DAY-CHECK-COUNT
043400         = CALC-DAY-REJ-COUNT + CALC-DAY-HELD-COUNT
043410         + CALC-DAY-RES-DETAIL-COUNT
043500     IF CALC-DAY-CHECK-COUNT = CALC-DAY-TRN-DETAIL-COUNT
043600         MOVE 'ZGODNE'     TO CALC-DAY-C-VERDICT
043700     ELSE
045800     WRITE CALC-DAY-LINE FROM CALC-DAY-CHECK-LINE
045900         AFTER ADVANCING 1 LINE
046000
046050*    Leg 4: the ledger hand-off carries exactly the posted-OK     *
046100*    work - count and amount.  Each allocation stands on the      *
046150*    ledger as its legs instead of one row, and adds nothing to   *
046200*    the amount.                                                  *
046300     MOVE 'CALCLEDG: zwiastun = zaksiegowane OK'
046400         TO CALC-DAY-C-TEXT
046420     COMPUTE CALC-DAY-CHECK-COUNT
046440         = CALC-DAY-RES-OK-COUNT - CALC-DAY-RES-ALLOC-COUNT
046460         + CALC-DAY-RES-ALLOC-LEGS
046500     IF CALC-DAY-LDG-TRL-SEEN
046600         AND CALC-DAY-LDG-TRL-COUNT = CALC-DAY-CHECK-COUNT
046700         AND CALC-DAY-LDG-TRL-AMOUNT = CALC-DAY-RES-OK-AMOUNT
046800         MOVE 'ZGODNE'     TO CALC-DAY-C-VERDICT
046900     ELSE
049800     DISPLAY 'Koniec programu.'.
049900 9000-EXIT.
050000     EXIT.
063600
063700*=================================================================*
063800* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
063900* the end time, the return code and the key counts.  A run        *
064000* that failed before its files were open is recorded with         *
064100* RETURN-CODE 16 even where the step itself ends quietly, so      *
064200* nothing downstream may start off it.                            *
064300*=================================================================*
064400 9500-RECORD-RUN-END.
064500     IF CALC-DAY-RUN-NOT-STARTED
064600         GO TO 9500-EXIT
064700     END-IF
064800     OPEN I-O CALC-RUNC-FILE
064900     IF CALC-DAY-RUN-FILE-STATUS NOT = '00'
065000         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
065100             CALC-DAY-RUN-FILE-STATUS
065200         GO TO 9500-EXIT
065300     END-IF
065400     MOVE CALC-DAY-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
065500     MOVE CALC-DAY-RUN-STEP     TO CALC-RNC-STEP
065600     READ CALC-RUNC-FILE
065700         INVALID KEY
065800             DISPLAY 'Brak wiersza kroku ' CALC-DAY-RUN-STEP
065900                 ' w CALCRUNC.'
066000         NOT INVALID KEY
066100             SET CALC-RNC-IS-ENDED TO TRUE
066200             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
066300             ACCEPT CALC-RNC-END-TIME FROM TIME
066400             MOVE RETURN-CODE TO CALC-RNC-RC
066500             IF CALC-DAY-INIT-FAILED
066600                 IF CALC-RNC-RC < 16
066700                     MOVE 16 TO CALC-RNC-RC
066800                 END-IF
066900             END-IF
067000             MOVE CALC-DAY-TRN-DETAIL-COUNT TO CALC-RNC-READ-COUNT
067100             MOVE CALC-DAY-RES-DETAIL-COUNT
067200                 TO CALC-RNC-WRITE-COUNT
067300             MOVE CALC-DAY-RES-FAIL-COUNT TO CALC-RNC-EXCP-COUNT
067400             REWRITE CALC-RNC-RECORD
067500     END-READ
067600     CLOSE CALC-RUNC-FILE.
067700 9500-EXIT.
067800     EXIT.
