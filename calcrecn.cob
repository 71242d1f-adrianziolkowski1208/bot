001880*                  (refused by the operator's amount ceiling):   *
001890*                  it was suspended, not posted, so no ledger    *
001891*                  row is promised for it.                       *
001893* 2026-10-05  JK   Likewise an entry marked CALC-AUD-NO-RATE      *
001895*                  (foreign currency with no exchange rate for    *
001897*                  the day): it was suspended, not posted.        *
001898* 2026-10-09  JK   Run control: before any file is opened the     *
001899*                  step checks CALCRUNC. It refuses with          *
001900*                  RETURN-CODE 16 unless CALCAUDL ended with      *
001901*                  RETURN-CODE 4 or less for the same business    *
001902*                  date and this step has not run for it yet,     *
001903*                  unless a rerun permission was granted through  *
001904*                  CALCRUNZ. Start, end, return code and key      *
001905*                  counts are recorded on CALCRUNC for the        *
001906*                  CALCRUNR timeline.                             *
001907* 2026-10-15  JK   A clean 'A' (cost allocation) audit entry also *
001908*                  promises a ledger row: every leg of an         *
001909*                  allocation is posted under its own transaction *
001910*                  ID.                                            *
001911*=================================================================*
002000*
002100*-----------------------------------------------------------------*
002200* ENVIRONMENT DIVISION                                             *
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS CALC-RCN-PRINT-STATUS.
004100
004110     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS CALC-RNC-KEY
004150         FILE STATUS IS CALC-RCN-RUN-FILE-STATUS.
004160
004200*-----------------------------------------------------------------*
004300* DATA DIVISION                                                    *
004400*-----------------------------------------------------------------*
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  CALC-RCN-LINE                PIC X(132).
006200
006220 FD  CALC-RUNC-FILE
006240     LABEL RECORDS ARE STANDARD.
006260     COPY CALCRUN.
006280
006300 WORKING-STORAGE SECTION.
006400*-----------------------------------------------------------------*
006500* FILE STATUS AND CONTROL SWITCHES                                  *
013700
013800 01  CALC-RCN-RUN-DATE           PIC 9(08) VALUE ZERO.
013900
013903*-----------------------------------------------------------------*
013906* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
013909* must have ended cleanly there for the same business date        *
013912* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
013915*-----------------------------------------------------------------*
013918 01  CALC-RCN-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
013921 01  CALC-RCN-RUN-STEP            PIC X(10) VALUE 'CALCRECN'.
013924 01  CALC-RCN-RUN-PREREQ-1        PIC X(10) VALUE 'CALCAUDL'.
013927 01  CALC-RCN-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
013930 01  CALC-RCN-RUN-WANTED          PIC X(10) VALUE SPACES.
013933 01  CALC-RCN-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
013936 01  CALC-RCN-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
013939 01  CALC-RCN-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
013942 01  CALC-RCN-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
013945
013948 01  CALC-RCN-RUN-ROW-SW          PIC X(01) VALUE 'N'.
013951     88  CALC-RCN-RUN-ROW-ON-FILE         VALUE 'Y'.
013954     88  CALC-RCN-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
013957 01  CALC-RCN-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
013960     88  CALC-RCN-RUN-IS-RERUN            VALUE 'Y'.
013963     88  CALC-RCN-RUN-NOT-RERUN           VALUE 'N'.
013966 01  CALC-RCN-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
013969     88  CALC-RCN-RUN-STARTED             VALUE 'Y'.
013972     88  CALC-RCN-RUN-NOT-STARTED         VALUE 'N'.
013975
014000*-----------------------------------------------------------------*
014100* PROCEDURE DIVISION                                                *
014200*-----------------------------------------------------------------*
015900         PERFORM 9000-TERMINATE THRU 9000-EXIT
016000     END-IF
016100
016130     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
016160
016200     STOP RUN.
016300
016400*=================================================================*
016700*=================================================================*
016800 1000-INITIALIZE.
016900     SET CALC-RCN-INIT-OK TO TRUE
016920     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
016940     IF CALC-RCN-INIT-FAILED
016960         GO TO 1000-EXIT
016980     END-IF
017000     ACCEPT CALC-RCN-RUN-DATE FROM DATE YYYYMMDD
017100     OPEN INPUT CALC-LEDGER-FILE
017200     IF CALC-RCN-LEDGER-STATUS NOT = '00'
020000         AFTER ADVANCING 1 LINE.
020100 1000-EXIT.
020200     EXIT.
020201
020202*=================================================================*
020203* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
020204* opened.  CALCRUNC must show each prerequisite step ended with   *
020205* RETURN-CODE 4 or less for today's business date, and no row     *
020206* of this step's own for it; otherwise the run is refused with    *
020207* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
020208* (an 'O' row) waives both checks for one run.  An accepted run   *
020209* is recorded as started at once, so an abend leaves it visibly   *
020210* unfinished on the file.                                         *
020211*=================================================================*
020212 1050-CHECK-RUN-CONTROL.
020213     ACCEPT CALC-RCN-RUN-BUS-DATE FROM DATE YYYYMMDD
020214     OPEN I-O CALC-RUNC-FILE
020215     IF CALC-RCN-RUN-FILE-STATUS = '35'
020216         OPEN OUTPUT CALC-RUNC-FILE
020217         CLOSE CALC-RUNC-FILE
020218         OPEN I-O CALC-RUNC-FILE
020219     END-IF
020220     IF CALC-RCN-RUN-FILE-STATUS NOT = '00'
020221         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
020222             CALC-RCN-RUN-FILE-STATUS
020223         SET CALC-RCN-INIT-FAILED TO TRUE
020224         MOVE 16 TO RETURN-CODE
020225         GO TO 1050-EXIT
020226     END-IF
020227
020228     MOVE CALC-RCN-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
020229     MOVE CALC-RCN-RUN-STEP     TO CALC-RNC-STEP
020230     READ CALC-RUNC-FILE
020231         INVALID KEY
020232             SET CALC-RCN-RUN-ROW-NOT-ON-FILE TO TRUE
020233         NOT INVALID KEY
020234             SET CALC-RCN-RUN-ROW-ON-FILE TO TRUE
020235     END-READ
020236     IF CALC-RCN-RUN-ROW-ON-FILE
020237         MOVE CALC-RNC-ATTEMPT       TO CALC-RCN-RUN-ATTEMPT
020238         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-RCN-RUN-OVERRIDE-BY
020239         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-RCN-RUN-OVERRIDE-DATE
020240         IF CALC-RNC-IS-OVERRIDE
020241             SET CALC-RCN-RUN-IS-RERUN TO TRUE
020242             DISPLAY 'Powtorzenie kroku ' CALC-RCN-RUN-STEP
020243                 ' za zgoda: ' CALC-RCN-RUN-OVERRIDE-BY
020244         ELSE
020245             DISPLAY 'Krok ' CALC-RCN-RUN-STEP
020246                 ' byl juz uruchomiony dla daty '
020247                 CALC-RCN-RUN-BUS-DATE
020248             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
020249                 ' CALCRUNZ.'
020250             SET CALC-RCN-INIT-FAILED TO TRUE
020251             MOVE 16 TO RETURN-CODE
020252             GO TO 1050-CLOSE
020253         END-IF
020254     END-IF
020255
020256     IF CALC-RCN-RUN-NOT-RERUN
020257         IF CALC-RCN-RUN-PREREQ-1 NOT = SPACES
020258             MOVE CALC-RCN-RUN-PREREQ-1 TO CALC-RCN-RUN-WANTED
020259             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
020260         END-IF
020261         IF CALC-RCN-RUN-PREREQ-2 NOT = SPACES
020262             MOVE CALC-RCN-RUN-PREREQ-2 TO CALC-RCN-RUN-WANTED
020263             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
020264         END-IF
020265     END-IF
020266     IF CALC-RCN-INIT-FAILED
020267         GO TO 1050-CLOSE
020268     END-IF
020269
020270     MOVE SPACES TO CALC-RNC-RECORD
020271     MOVE CALC-RCN-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
020272     MOVE CALC-RCN-RUN-STEP     TO CALC-RNC-STEP
020273     SET CALC-RNC-IS-STARTED TO TRUE
020274     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
020275     ACCEPT CALC-RNC-START-TIME FROM TIME
020276     MOVE ZERO TO CALC-RNC-END-DATE
020277                  CALC-RNC-END-TIME
020278                  CALC-RNC-RC
020279                  CALC-RNC-READ-COUNT
020280                  CALC-RNC-WRITE-COUNT
020281                  CALC-RNC-EXCP-COUNT
020282     ADD 1 TO CALC-RCN-RUN-ATTEMPT
020283     MOVE CALC-RCN-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
020284     MOVE CALC-RCN-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
020285     MOVE CALC-RCN-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
020286     IF CALC-RCN-RUN-IS-RERUN
020287         SET CALC-RNC-IS-RERUN TO TRUE
020288     ELSE
020289         SET CALC-RNC-IS-FIRST-RUN TO TRUE
020290     END-IF
020291     IF CALC-RCN-RUN-ROW-ON-FILE
020292         REWRITE CALC-RNC-RECORD
020293     ELSE
020294         WRITE CALC-RNC-RECORD
020295     END-IF
020296     IF CALC-RCN-RUN-FILE-STATUS = '00'
020297         SET CALC-RCN-RUN-STARTED TO TRUE
020298     ELSE
020299         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
020300             CALC-RCN-RUN-FILE-STATUS
020301         SET CALC-RCN-INIT-FAILED TO TRUE
020302         MOVE 16 TO RETURN-CODE
020303     END-IF.
020304 1050-CLOSE.
020305     CLOSE CALC-RUNC-FILE.
020306 1050-EXIT.
020307     EXIT.
020308
020309*=================================================================*
020310* 1060-CHECK-ONE-PREREQ - the step named in CALC-RCN-RUN-WANTED   *
020311* must have ended, not merely started, with RETURN-CODE 4 or      *
020312* less.                                                           *
020313*=================================================================*
020314 1060-CHECK-ONE-PREREQ.
020315     MOVE CALC-RCN-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
020316     MOVE CALC-RCN-RUN-WANTED   TO CALC-RNC-STEP
020317     READ CALC-RUNC-FILE
020318         INVALID KEY
020319             DISPLAY 'Brak kroku poprzedzajacego '
020320                 CALC-RCN-RUN-WANTED
020321                 ' dla daty ' CALC-RCN-RUN-BUS-DATE
020322             SET CALC-RCN-INIT-FAILED TO TRUE
020323             MOVE 16 TO RETURN-CODE
020324         NOT INVALID KEY
020325             IF NOT CALC-RNC-IS-ENDED
020326                 OR CALC-RNC-RC > 4
020327                 DISPLAY 'Krok poprzedzajacy ' CALC-RCN-RUN-WANTED
020328                     ' niezakonczony lub z bledem, RC: '
020329                     CALC-RNC-RC
020330                 SET CALC-RCN-INIT-FAILED TO TRUE
020331                 MOVE 16 TO RETURN-CODE
020332             END-IF
020333     END-READ.
020334 1060-EXIT.
020335     EXIT.
020336
020400*=================================================================*
020500* 2000-READ-LEDGER-RECORD - next ledger detail.  Control-total    *
020600* trailer records ('T' mark byte) are skipped: they balance the   *
028200         AND CALC-AUD-NO-OVERFLOW
028210         AND CALC-AUD-NO-BAD-ACCT
028220         AND NOT CALC-AUD-OVER-LIMIT
028230         AND NOT CALC-AUD-NO-RATE
028300         AND (CALC-AUD-OPERATOR = '+' OR '-' OR '*' OR '/'
028350              OR '%' OR 'R' OR 'A')
028400         ADD 1 TO CALC-RCN-NO-LEDGER-COUNT
028500         MOVE 'AUDYT BEZ KSIEGI    ' TO CALC-RCN-E-TYPE
028600         MOVE CALC-AUD-TRANS-ID      TO CALC-RCN-E-TRANS-ID
039200     DISPLAY 'Koniec programu.'.
039300 9000-EXIT.
039400     EXIT.
053000
053100*=================================================================*
053200* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
053300* the end time, the return code and the key counts.  A run        *
053400* that failed before its files were open is recorded with         *
053500* RETURN-CODE 16 even where the step itself ends quietly, so      *
053600* nothing downstream may start off it.                            *
053700*=================================================================*
053800 9500-RECORD-RUN-END.
053900     IF CALC-RCN-RUN-NOT-STARTED
054000         GO TO 9500-EXIT
054100     END-IF
054200     OPEN I-O CALC-RUNC-FILE
054300     IF CALC-RCN-RUN-FILE-STATUS NOT = '00'
054400         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
054500             CALC-RCN-RUN-FILE-STATUS
054600         GO TO 9500-EXIT
054700     END-IF
054800     MOVE CALC-RCN-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
054900     MOVE CALC-RCN-RUN-STEP     TO CALC-RNC-STEP
055000     READ CALC-RUNC-FILE
055100         INVALID KEY
055200             DISPLAY 'Brak wiersza kroku ' CALC-RCN-RUN-STEP
055300                 ' w CALCRUNC.'
055400         NOT INVALID KEY
055500             SET CALC-RNC-IS-ENDED TO TRUE
055600             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
055700             ACCEPT CALC-RNC-END-TIME FROM TIME
055800             MOVE RETURN-CODE TO CALC-RNC-RC
055900             IF CALC-RCN-INIT-FAILED
056000                 IF CALC-RNC-RC < 16
056100                     MOVE 16 TO CALC-RNC-RC
056200                 END-IF
056300             END-IF
056400             COMPUTE CALC-RNC-READ-COUNT
056500                 = CALC-RCN-LEDG-READ-COUNT
056600                 + CALC-RCN-AUD-READ-COUNT
056700             MOVE ZERO TO CALC-RNC-WRITE-COUNT
056800             MOVE CALC-RCN-EXCEPTION-COUNT TO CALC-RNC-EXCP-COUNT
056900             REWRITE CALC-RNC-RECORD
057000     END-READ
057100     CLOSE CALC-RUNC-FILE.
057200 9500-EXIT.
057300     EXIT.
