003300*                  the account master anyway.                     *
003400* 2026-08-22  JK   The '%' and 'R' operators the calculator now   *
003500*                  accepts pass the operator edit.                *
003510* 2026-10-05  JK   Records now carry CALC-TRANS-CURRENCY and are  *
003520*                  50 bytes wide.  A currency code that is        *
003530*                  neither blank nor three capital letters is     *
003540*                  rejected with the new CURR reason.             *
003545* 2026-10-09  JK   Run control: before any file is opened the     *
003550*                  step checks CALCRUNC. It refuses with          *
003555*                  RETURN-CODE 16 unless CALCMRGE ended with      *
003560*                  RETURN-CODE 4 or less for the same business    *
003565*                  date and this step has not run for it yet,     *
003570*                  unless a rerun permission was granted through  *
003575*                  CALCRUNZ. Start, end, return code and key      *
003580*                  counts are recorded on CALCRUNC for the        *
003585*                  CALCRUNR timeline.                             *
003587* 2026-10-15  JK   The 'A' (cost allocation) operator CALCULATOR  *
003589*                  now posts is accepted; its account field       *
003591*                  carries a CALCPODZ rule code, which CALCULATOR *
003593*                  itself checks.                                 *
003600*=================================================================*
003700*
003800*-----------------------------------------------------------------*
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CALC-EDT-PRINT-STATUS.
006200
006210     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS RANDOM
006240         RECORD KEY IS CALC-RNC-KEY
006250         FILE STATUS IS CALC-EDT-RUN-FILE-STATUS.
006260
006300*-----------------------------------------------------------------*
006400* DATA DIVISION                                                    *
006500*-----------------------------------------------------------------*
007300 FD  CALC-VALID-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  CALC-VALID-RECORD            PIC X(50).
007700
007800 FD  CALC-REJECT-FILE
007900     RECORDING MODE IS F
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  CALC-EDT-LINE                PIC X(132).
008800
008820 FD  CALC-RUNC-FILE
008840     LABEL RECORDS ARE STANDARD.
008860     COPY CALCRUN.
008880
008900 WORKING-STORAGE SECTION.
009000*-----------------------------------------------------------------*
009100* FILE STATUS AND CONTROL SWITCHES                                  *
014000     05  CALC-EDT-VTRL-COUNT      PIC 9(06) VALUE ZERO.
014100     05  CALC-EDT-VTRL-HASH1      PIC S9(11)V99 VALUE ZERO.
014200     05  CALC-EDT-VTRL-HASH2      PIC S9(11)V99 VALUE ZERO.
014300     05  FILLER                   PIC X(12) VALUE SPACES.
014400
014500*-----------------------------------------------------------------*
014600* EDIT TOTALS                                                       *
015300 01  CALC-EDT-NUM2-ERR-COUNT      PIC 9(06) COMP VALUE ZERO.
015400 01  CALC-EDT-OPER-ERR-COUNT      PIC 9(06) COMP VALUE ZERO.
015500 01  CALC-EDT-ACCT-ERR-COUNT      PIC 9(06) COMP VALUE ZERO.
015510 01  CALC-EDT-CURR-ERR-COUNT      PIC 9(06) COMP VALUE ZERO.
015600
015700*-----------------------------------------------------------------*
015800* PRINT LINE LAYOUTS                                                *
017700
017800 01  CALC-EDT-RUN-DATE           PIC 9(08) VALUE ZERO.
017900
017903*-----------------------------------------------------------------*
017906* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
017909* must have ended cleanly there for the same business date        *
017912* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
017915*-----------------------------------------------------------------*
017918 01  CALC-EDT-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
017921 01  CALC-EDT-RUN-STEP            PIC X(10) VALUE 'CALCEDIT'.
017924 01  CALC-EDT-RUN-PREREQ-1        PIC X(10) VALUE 'CALCMRGE'.
017927 01  CALC-EDT-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
017930 01  CALC-EDT-RUN-WANTED          PIC X(10) VALUE SPACES.
017933 01  CALC-EDT-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
017936 01  CALC-EDT-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
017939 01  CALC-EDT-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
017942 01  CALC-EDT-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
017945
017948 01  CALC-EDT-RUN-ROW-SW          PIC X(01) VALUE 'N'.
017951     88  CALC-EDT-RUN-ROW-ON-FILE         VALUE 'Y'.
017954     88  CALC-EDT-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
017957 01  CALC-EDT-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
017960     88  CALC-EDT-RUN-IS-RERUN            VALUE 'Y'.
017963     88  CALC-EDT-RUN-NOT-RERUN           VALUE 'N'.
017966 01  CALC-EDT-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
017969     88  CALC-EDT-RUN-STARTED             VALUE 'Y'.
017972     88  CALC-EDT-RUN-NOT-STARTED         VALUE 'N'.
017975
018000*-----------------------------------------------------------------*
018100* PROCEDURE DIVISION                                                *
018200*-----------------------------------------------------------------*
020200         PERFORM 9000-TERMINATE THRU 9000-EXIT
020300     END-IF
020400
020430     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
020460
020500     STOP RUN.
020600
020700*=================================================================*
021100*=================================================================*
021200 1000-INITIALIZE.
021300     SET CALC-EDT-INIT-OK TO TRUE
021320     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
021340     IF CALC-EDT-INIT-FAILED
021360         GO TO 1000-EXIT
021380     END-IF
021400     ACCEPT CALC-EDT-RUN-DATE FROM DATE YYYYMMDD
021500     OPEN INPUT  CALC-TRANS-FILE
021600     IF CALC-EDT-TRANS-STATUS NOT = '00'
024800     END-IF.
024900 1000-EXIT.
025000     EXIT.
025001
025002*=================================================================*
025003* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
025004* opened.  CALCRUNC must show each prerequisite step ended with   *
025005* RETURN-CODE 4 or less for today's business date, and no row     *
025006* of this step's own for it; otherwise the run is refused with    *
025007* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
025008* (an 'O' row) waives both checks for one run.  An accepted run   *
025009* is recorded as started at once, so an abend leaves it visibly   *
025010* unfinished on the file.                                         *
025011*=================================================================*
025012 1050-CHECK-RUN-CONTROL.
025013     ACCEPT CALC-EDT-RUN-BUS-DATE FROM DATE YYYYMMDD
025014     OPEN I-O CALC-RUNC-FILE
025015     IF CALC-EDT-RUN-FILE-STATUS = '35'
025016         OPEN OUTPUT CALC-RUNC-FILE
025017         CLOSE CALC-RUNC-FILE
025018         OPEN I-O CALC-RUNC-FILE
025019     END-IF
025020     IF CALC-EDT-RUN-FILE-STATUS NOT = '00'
025021         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
025022             CALC-EDT-RUN-FILE-STATUS
025023         SET CALC-EDT-INIT-FAILED TO TRUE
025024         MOVE 16 TO RETURN-CODE
025025         GO TO 1050-EXIT
025026     END-IF
025027
025028     MOVE CALC-EDT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
025029     MOVE CALC-EDT-RUN-STEP     TO CALC-RNC-STEP
025030     READ CALC-RUNC-FILE
025031         INVALID KEY
025032             SET CALC-EDT-RUN-ROW-NOT-ON-FILE TO TRUE
025033         NOT INVALID KEY
025034             SET CALC-EDT-RUN-ROW-ON-FILE TO TRUE
025035     END-READ
025036     IF CALC-EDT-RUN-ROW-ON-FILE
025037         MOVE CALC-RNC-ATTEMPT       TO CALC-EDT-RUN-ATTEMPT
025038         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-EDT-RUN-OVERRIDE-BY
025039         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-EDT-RUN-OVERRIDE-DATE
025040         IF CALC-RNC-IS-OVERRIDE
025041             SET CALC-EDT-RUN-IS-RERUN TO TRUE
025042             DISPLAY 'Powtorzenie kroku ' CALC-EDT-RUN-STEP
025043                 ' za zgoda: ' CALC-EDT-RUN-OVERRIDE-BY
025044         ELSE
025045             DISPLAY 'Krok ' CALC-EDT-RUN-STEP
025046                 ' byl juz uruchomiony dla daty '
025047                 CALC-EDT-RUN-BUS-DATE
025048             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
025049                 ' CALCRUNZ.'
025050             SET CALC-EDT-INIT-FAILED TO TRUE
025051             MOVE 16 TO RETURN-CODE
025052             GO TO 1050-CLOSE
025053         END-IF
025054     END-IF
025055
025056     IF CALC-EDT-RUN-NOT-RERUN
025057         IF CALC-EDT-RUN-PREREQ-1 NOT = SPACES
025058             MOVE CALC-EDT-RUN-PREREQ-1 TO CALC-EDT-RUN-WANTED
025059             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
025060         END-IF
025061         IF CALC-EDT-RUN-PREREQ-2 NOT = SPACES
025062             MOVE CALC-EDT-RUN-PREREQ-2 TO CALC-EDT-RUN-WANTED
025063             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
025064         END-IF
025065     END-IF
025066     IF CALC-EDT-INIT-FAILED
025067         GO TO 1050-CLOSE
025068     END-IF
025069
025070     MOVE SPACES TO CALC-RNC-RECORD
025071     MOVE CALC-EDT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
025072     MOVE CALC-EDT-RUN-STEP     TO CALC-RNC-STEP
025073     SET CALC-RNC-IS-STARTED TO TRUE
025074     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
025075     ACCEPT CALC-RNC-START-TIME FROM TIME
025076     MOVE ZERO TO CALC-RNC-END-DATE
025077                  CALC-RNC-END-TIME
025078                  CALC-RNC-RC
025079                  CALC-RNC-READ-COUNT
025080                  CALC-RNC-WRITE-COUNT
025081                  CALC-RNC-EXCP-COUNT
025082     ADD 1 TO CALC-EDT-RUN-ATTEMPT
025083     MOVE CALC-EDT-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
025084     MOVE CALC-EDT-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
025085     MOVE CALC-EDT-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
025086     IF CALC-EDT-RUN-IS-RERUN
025087         SET CALC-RNC-IS-RERUN TO TRUE
025088     ELSE
025089         SET CALC-RNC-IS-FIRST-RUN TO TRUE
025090     END-IF
025091     IF CALC-EDT-RUN-ROW-ON-FILE
025092         REWRITE CALC-RNC-RECORD
025093     ELSE
025094         WRITE CALC-RNC-RECORD
025095     END-IF
025096     IF CALC-EDT-RUN-FILE-STATUS = '00'
025097         SET CALC-EDT-RUN-STARTED TO TRUE
025098     ELSE
025099         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
025100             CALC-EDT-RUN-FILE-STATUS
025101         SET CALC-EDT-INIT-FAILED TO TRUE
025102         MOVE 16 TO RETURN-CODE
025103     END-IF.
025104 1050-CLOSE.
025105     CLOSE CALC-RUNC-FILE.
025106 1050-EXIT.
025107     EXIT.
025108
025109*=================================================================*
025110* 1060-CHECK-ONE-PREREQ - the step named in CALC-EDT-RUN-WANTED   *
025111* must have ended, not merely started, with RETURN-CODE 4 or      *
025112* less.                                                           *
025113*=================================================================*
025114 1060-CHECK-ONE-PREREQ.
025115     MOVE CALC-EDT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
025116     MOVE CALC-EDT-RUN-WANTED   TO CALC-RNC-STEP
025117     READ CALC-RUNC-FILE
025118         INVALID KEY
025119             DISPLAY 'Brak kroku poprzedzajacego '
025120                 CALC-EDT-RUN-WANTED
025121                 ' dla daty ' CALC-EDT-RUN-BUS-DATE
025122             SET CALC-EDT-INIT-FAILED TO TRUE
025123             MOVE 16 TO RETURN-CODE
025124         NOT INVALID KEY
025125             IF NOT CALC-RNC-IS-ENDED
025126                 OR CALC-RNC-RC > 4
025127                 DISPLAY 'Krok poprzedzajacy ' CALC-EDT-RUN-WANTED
025128                     ' niezakonczony lub z bledem, RC: '
025129                     CALC-RNC-RC
025130                 SET CALC-EDT-INIT-FAILED TO TRUE
025131                 MOVE 16 TO RETURN-CODE
025132             END-IF
025133     END-READ.
025134 1060-EXIT.
025135     EXIT.
025136
025200*=================================================================*
025300* 2000-READ-TRANS-RECORD                                           *
025400*=================================================================*
033200*=================================================================*
033300* 3200-EDIT-FIELDS - NUM1 and NUM2 must be numeric and the        *
033400* operator must be one the CALCULATOR EVALUATE actually accepts.  *
033410* The currency code is either left blank (the account's own      *
033420* currency) or three capital letters; whether a rate exists for  *
033430* it is the posting run's business, not the edit's.              *
033500*=================================================================*
033600 3200-EDIT-FIELDS.
033700     IF CALC-TRANS-NUM1 NOT NUMERIC
035200         AND CALC-TRANS-OPERATOR NOT = '/'
035300         AND CALC-TRANS-OPERATOR NOT = '%'
035400         AND CALC-TRANS-OPERATOR NOT = 'R'
035450         AND CALC-TRANS-OPERATOR NOT = 'A'
035500         SET CALC-REJ-OPER-ERROR TO TRUE
035600         ADD 1 TO CALC-EDT-OPER-ERR-COUNT
035700         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
036100         SET CALC-REJ-ACCT-ERROR TO TRUE
036200         ADD 1 TO CALC-EDT-ACCT-ERR-COUNT
036300         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
036310         GO TO 3200-EXIT
036400     END-IF
036410     IF CALC-TRANS-CURRENCY = SPACES
036420         GO TO 3200-EXIT
036430     END-IF
036440     IF CALC-TRANS-CURRENCY NOT ALPHABETIC-UPPER
036450         OR CALC-TRANS-CURRENCY(1:1) = SPACE
036460         OR CALC-TRANS-CURRENCY(2:1) = SPACE
036470         OR CALC-TRANS-CURRENCY(3:1) = SPACE
036480         SET CALC-REJ-CURR-ERROR TO TRUE
036490         ADD 1 TO CALC-EDT-CURR-ERR-COUNT
036495         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
036498     END-IF.
036500 3200-EXIT.
036600     EXIT.
036700
046400     MOVE CALC-EDT-ACCT-ERR-COUNT TO CALC-EDT-T-COUNT
046500     WRITE CALC-EDT-LINE FROM CALC-EDT-TOTAL-LINE
046600         AFTER ADVANCING 1 LINE
046610
046620     MOVE '  w tym zly kod waluty (CURR):' TO CALC-EDT-T-TEXT
046630     MOVE CALC-EDT-CURR-ERR-COUNT TO CALC-EDT-T-COUNT
046640     WRITE CALC-EDT-LINE FROM CALC-EDT-TOTAL-LINE
046650         AFTER ADVANCING 1 LINE
046700
046800     WRITE CALC-EDT-LINE FROM CALC-EDT-BLANK-LINE
046900         AFTER ADVANCING 1 LINE
050100     DISPLAY 'Koniec programu.'.
050200 9000-EXIT.
050300     EXIT.
063900
064000*=================================================================*
064100* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
064200* the end time, the return code and the key counts.  A run        *
064300* that failed before its files were open is recorded with         *
064400* RETURN-CODE 16 even where the step itself ends quietly, so      *
064500* nothing downstream may start off it.                            *
064600*=================================================================*
064700 9500-RECORD-RUN-END.
064800     IF CALC-EDT-RUN-NOT-STARTED
064900         GO TO 9500-EXIT
065000     END-IF
065100     OPEN I-O CALC-RUNC-FILE
065200     IF CALC-EDT-RUN-FILE-STATUS NOT = '00'
065300         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
065400             CALC-EDT-RUN-FILE-STATUS
065500         GO TO 9500-EXIT
065600     END-IF
065700     MOVE CALC-EDT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
065800     MOVE CALC-EDT-RUN-STEP     TO CALC-RNC-STEP
065900     READ CALC-RUNC-FILE
066000         INVALID KEY
066100             DISPLAY 'Brak wiersza kroku ' CALC-EDT-RUN-STEP
066200                 ' w CALCRUNC.'
066300         NOT INVALID KEY
066400             SET CALC-RNC-IS-ENDED TO TRUE
066500             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
066600             ACCEPT CALC-RNC-END-TIME FROM TIME
066700             MOVE RETURN-CODE TO CALC-RNC-RC
066800             IF CALC-EDT-INIT-FAILED
066900                 IF CALC-RNC-RC < 16
067000                     MOVE 16 TO CALC-RNC-RC
067100                 END-IF
067200             END-IF
067300             MOVE CALC-EDT-READ-COUNT TO CALC-RNC-READ-COUNT
067400             MOVE CALC-EDT-ACCEPT-COUNT TO CALC-RNC-WRITE-COUNT
067500             MOVE CALC-EDT-REJECT-COUNT TO CALC-RNC-EXCP-COUNT
067600             REWRITE CALC-RNC-RECORD
067700     END-READ
067800     CLOSE CALC-RUNC-FILE.
067900 9500-EXIT.
068000     EXIT.
