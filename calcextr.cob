001940*                  over-limit flag on the audit record.          *
001950* 2026-09-02  JK   Added the ZRODLO column for the keying-shop   *
001960*                  source code on the audit record.              *
001965* 2026-10-05  JK   Added the BRAK-KURSU, WALUTA, WYNIK-ORYG and   *
001970*                  KURS columns: the no-rate flag, the currency   *
001975*                  the work was keyed in, the RESULT in that      *
001980*                  currency and the exchange rate applied.  WYNIK *
001985*                  stays the PLN amount posted.                   *
001986* 2026-10-09  JK   Run control: before any file is opened the     *
001987*                  step checks CALCRUNC. It refuses with          *
001988*                  RETURN-CODE 16 unless CALCAUDL ended with      *
001989*                  RETURN-CODE 4 or less for the same business    *
001990*                  date and this step has not run for it yet,     *
001991*                  unless a rerun permission was granted through  *
001992*                  CALCRUNZ. Start, end, return code and key      *
001993*                  counts are recorded on CALCRUNC for the        *
001994*                  CALCRUNR timeline.                             *
002000*=================================================================*
002100*
002200*-----------------------------------------------------------------*
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CALC-EXT-OUT-STATUS.
003800
003810     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS RANDOM
003840         RECORD KEY IS CALC-RNC-KEY
003850         FILE STATUS IS CALC-EXT-RUN-FILE-STATUS.
003860
003900*-----------------------------------------------------------------*
004000* DATA DIVISION                                                    *
004100*-----------------------------------------------------------------*
005000     LABEL RECORDS ARE STANDARD.
005100 01  CALC-EXT-RECORD              PIC X(200).
005200
005220 FD  CALC-RUNC-FILE
005240     LABEL RECORDS ARE STANDARD.
005260     COPY CALCRUN.
005280
005300 WORKING-STORAGE SECTION.
005400*-----------------------------------------------------------------*
005500* FILE STATUS AND CONTROL SWITCHES                                  *
007500 01  CALC-EXT-NUM1-ED             PIC -(9)9.99.
007600 01  CALC-EXT-NUM2-ED             PIC -(9)9.99.
007700 01  CALC-EXT-RESULT-ED           PIC -(9)9.99.
007710 01  CALC-EXT-ORIG-ED             PIC -(9)9.99.
007720 01  CALC-EXT-RATE-ED             PIC Z(4)9.9(6).
007800
007900 01  CALC-EXT-LINE-WS             PIC X(200) VALUE SPACES.
008000
008300     05  FILLER                   PIC X(37) VALUE
008310         'PRZEKROCZENIE;BLAD-KONTA;PONAD-LIMIT;'.
008320     05  FILLER                   PIC X(37) VALUE
008330         'ID-OPERATORA;ID-KOREKTY;KONTO;ZRODLO;'.
008340     05  FILLER                   PIC X(33) VALUE
008350         'BRAK-KURSU;WALUTA;WYNIK-ORYG;KURS'.
008400
008403*-----------------------------------------------------------------*
008406* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
008409* must have ended cleanly there for the same business date        *
008412* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
008415*-----------------------------------------------------------------*
008418 01  CALC-EXT-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
008421 01  CALC-EXT-RUN-STEP            PIC X(10) VALUE 'CALCEXTR'.
008424 01  CALC-EXT-RUN-PREREQ-1        PIC X(10) VALUE 'CALCAUDL'.
008427 01  CALC-EXT-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
008430 01  CALC-EXT-RUN-WANTED          PIC X(10) VALUE SPACES.
008433 01  CALC-EXT-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
008436 01  CALC-EXT-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
008439 01  CALC-EXT-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
008442 01  CALC-EXT-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
008445
008448 01  CALC-EXT-RUN-ROW-SW          PIC X(01) VALUE 'N'.
008451     88  CALC-EXT-RUN-ROW-ON-FILE         VALUE 'Y'.
008454     88  CALC-EXT-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
008457 01  CALC-EXT-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
008460     88  CALC-EXT-RUN-IS-RERUN            VALUE 'Y'.
008463     88  CALC-EXT-RUN-NOT-RERUN           VALUE 'N'.
008466 01  CALC-EXT-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
008469     88  CALC-EXT-RUN-STARTED             VALUE 'Y'.
008472     88  CALC-EXT-RUN-NOT-STARTED         VALUE 'N'.
008475
008500*-----------------------------------------------------------------*
008600* PROCEDURE DIVISION                                                *
008700*-----------------------------------------------------------------*
010500         PERFORM 9000-TERMINATE THRU 9000-EXIT
010600     END-IF
010700
010730     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
010760
010800     STOP RUN.
010900
011000*=================================================================*
011200*=================================================================*
011300 1000-INITIALIZE.
011400     SET CALC-EXT-INIT-OK TO TRUE
011420     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
011440     IF CALC-EXT-INIT-FAILED
011460         GO TO 1000-EXIT
011480     END-IF
011500     OPEN INPUT CALC-AUDIT-FILE
011600     IF CALC-EXT-AUDIT-STATUS NOT = '00'
011700         DISPLAY 'Blad otwarcia CALC-AUDIT-FILE, status: '
012800     END-IF.
012900 1000-EXIT.
013000     EXIT.
013001
013002*=================================================================*
013003* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
013004* opened.  CALCRUNC must show each prerequisite step ended with   *
013005* RETURN-CODE 4 or less for today's business date, and no row     *
013006* of this step's own for it; otherwise the run is refused with    *
013007* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
013008* (an 'O' row) waives both checks for one run.  An accepted run   *
013009* is recorded as started at once, so an abend leaves it visibly   *
013010* unfinished on the file.                                         *
013011*=================================================================*
013012 1050-CHECK-RUN-CONTROL.
013013     ACCEPT CALC-EXT-RUN-BUS-DATE FROM DATE YYYYMMDD
013014     OPEN I-O CALC-RUNC-FILE
013015     IF CALC-EXT-RUN-FILE-STATUS = '35'
013016         OPEN OUTPUT CALC-RUNC-FILE
013017         CLOSE CALC-RUNC-FILE
013018         OPEN I-O CALC-RUNC-FILE
013019     END-IF
013020     IF CALC-EXT-RUN-FILE-STATUS NOT = '00'
013021         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
013022             CALC-EXT-RUN-FILE-STATUS
013023         SET CALC-EXT-INIT-FAILED TO TRUE
013024         MOVE 16 TO RETURN-CODE
013025         GO TO 1050-EXIT
013026     END-IF
013027
013028     MOVE CALC-EXT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
013029     MOVE CALC-EXT-RUN-STEP     TO CALC-RNC-STEP
013030     READ CALC-RUNC-FILE
013031         INVALID KEY
013032             SET CALC-EXT-RUN-ROW-NOT-ON-FILE TO TRUE
013033         NOT INVALID KEY
013034             SET CALC-EXT-RUN-ROW-ON-FILE TO TRUE
013035     END-READ
013036     IF CALC-EXT-RUN-ROW-ON-FILE
013037         MOVE CALC-RNC-ATTEMPT       TO CALC-EXT-RUN-ATTEMPT
013038         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-EXT-RUN-OVERRIDE-BY
013039         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-EXT-RUN-OVERRIDE-DATE
013040         IF CALC-RNC-IS-OVERRIDE
013041             SET CALC-EXT-RUN-IS-RERUN TO TRUE
013042             DISPLAY 'Powtorzenie kroku ' CALC-EXT-RUN-STEP
013043                 ' za zgoda: ' CALC-EXT-RUN-OVERRIDE-BY
013044         ELSE
013045             DISPLAY 'Krok ' CALC-EXT-RUN-STEP
013046                 ' byl juz uruchomiony dla daty '
013047                 CALC-EXT-RUN-BUS-DATE
013048             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
013049                 ' CALCRUNZ.'
013050             SET CALC-EXT-INIT-FAILED TO TRUE
013051             MOVE 16 TO RETURN-CODE
013052             GO TO 1050-CLOSE
013053         END-IF
013054     END-IF
013055
013056     IF CALC-EXT-RUN-NOT-RERUN
013057         IF CALC-EXT-RUN-PREREQ-1 NOT = SPACES
013058             MOVE CALC-EXT-RUN-PREREQ-1 TO CALC-EXT-RUN-WANTED
013059             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
013060         END-IF
013061         IF CALC-EXT-RUN-PREREQ-2 NOT = SPACES
013062             MOVE CALC-EXT-RUN-PREREQ-2 TO CALC-EXT-RUN-WANTED
013063             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
013064         END-IF
013065     END-IF
013066     IF CALC-EXT-INIT-FAILED
013067         GO TO 1050-CLOSE
013068     END-IF
013069
013070     MOVE SPACES TO CALC-RNC-RECORD
013071     MOVE CALC-EXT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
013072     MOVE CALC-EXT-RUN-STEP     TO CALC-RNC-STEP
013073     SET CALC-RNC-IS-STARTED TO TRUE
013074     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
013075     ACCEPT CALC-RNC-START-TIME FROM TIME
013076     MOVE ZERO TO CALC-RNC-END-DATE
013077                  CALC-RNC-END-TIME
013078                  CALC-RNC-RC
013079                  CALC-RNC-READ-COUNT
013080                  CALC-RNC-WRITE-COUNT
013081                  CALC-RNC-EXCP-COUNT
013082     ADD 1 TO CALC-EXT-RUN-ATTEMPT
013083     MOVE CALC-EXT-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
013084     MOVE CALC-EXT-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
013085     MOVE CALC-EXT-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
013086     IF CALC-EXT-RUN-IS-RERUN
013087         SET CALC-RNC-IS-RERUN TO TRUE
013088     ELSE
013089         SET CALC-RNC-IS-FIRST-RUN TO TRUE
013090     END-IF
013091     IF CALC-EXT-RUN-ROW-ON-FILE
013092         REWRITE CALC-RNC-RECORD
013093     ELSE
013094         WRITE CALC-RNC-RECORD
013095     END-IF
013096     IF CALC-EXT-RUN-FILE-STATUS = '00'
013097         SET CALC-EXT-RUN-STARTED TO TRUE
013098     ELSE
013099         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
013100             CALC-EXT-RUN-FILE-STATUS
013101         SET CALC-EXT-INIT-FAILED TO TRUE
013102         MOVE 16 TO RETURN-CODE
013103     END-IF.
013104 1050-CLOSE.
013105     CLOSE CALC-RUNC-FILE.
013106 1050-EXIT.
013107     EXIT.
013108
013109*=================================================================*
013110* 1060-CHECK-ONE-PREREQ - the step named in CALC-EXT-RUN-WANTED   *
013111* must have ended, not merely started, with RETURN-CODE 4 or      *
013112* less.                                                           *
013113*=================================================================*
013114 1060-CHECK-ONE-PREREQ.
013115     MOVE CALC-EXT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
013116     MOVE CALC-EXT-RUN-WANTED   TO CALC-RNC-STEP
013117     READ CALC-RUNC-FILE
013118         INVALID KEY
013119             DISPLAY 'Brak kroku poprzedzajacego '
013120                 CALC-EXT-RUN-WANTED
013121                 ' dla daty ' CALC-EXT-RUN-BUS-DATE
013122             SET CALC-EXT-INIT-FAILED TO TRUE
013123             MOVE 16 TO RETURN-CODE
013124         NOT INVALID KEY
013125             IF NOT CALC-RNC-IS-ENDED
013126                 OR CALC-RNC-RC > 4
013127                 DISPLAY 'Krok poprzedzajacy ' CALC-EXT-RUN-WANTED
013128                     ' niezakonczony lub z bledem, RC: '
013129                     CALC-RNC-RC
013130                 SET CALC-EXT-INIT-FAILED TO TRUE
013131                 MOVE 16 TO RETURN-CODE
013132             END-IF
013133     END-READ.
013134 1060-EXIT.
013135     EXIT.
013136
013200*=================================================================*
013300* 2000-READ-AUDIT-RECORD                                           *
013400*=================================================================*
015000     MOVE CALC-AUD-NUM1   TO CALC-EXT-NUM1-ED
015100     MOVE CALC-AUD-NUM2   TO CALC-EXT-NUM2-ED
015200     MOVE CALC-AUD-RESULT TO CALC-EXT-RESULT-ED
015210     MOVE CALC-AUD-ORIG-RESULT TO CALC-EXT-ORIG-ED
015220     MOVE CALC-AUD-RATE        TO CALC-EXT-RATE-ED
015300     MOVE SPACES TO CALC-EXT-LINE-WS
015400     STRING CALC-AUD-TRANS-ID       DELIMITED BY SIZE
015500            ';'                     DELIMITED BY SIZE
017600            CALC-AUD-ACCOUNT        DELIMITED BY SIZE
017610            ';'                     DELIMITED BY SIZE
017620            CALC-AUD-SOURCE         DELIMITED BY SIZE
017630            ';'                     DELIMITED BY SIZE
017640            CALC-AUD-NO-RATE-SW     DELIMITED BY SIZE
017650            ';'                     DELIMITED BY SIZE
017660            CALC-AUD-CURRENCY       DELIMITED BY SIZE
017670            ';'                     DELIMITED BY SIZE
017680            CALC-EXT-ORIG-ED        DELIMITED BY SIZE
017690            ';'                     DELIMITED BY SIZE
017695            CALC-EXT-RATE-ED        DELIMITED BY SIZE
017700         INTO CALC-EXT-LINE-WS
017800     END-STRING
017900     WRITE CALC-EXT-RECORD FROM CALC-EXT-LINE-WS
020500     DISPLAY 'Koniec programu.'.
020600 9000-EXIT.
020700     EXIT.
034300
034400*=================================================================*
034500* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
034600* the end time, the return code and the key counts.  A run        *
034700* that failed before its files were open is recorded with         *
034800* RETURN-CODE 16 even where the step itself ends quietly, so      *
034900* nothing downstream may start off it.                            *
035000*=================================================================*
035100 9500-RECORD-RUN-END.
035200     IF CALC-EXT-RUN-NOT-STARTED
035300         GO TO 9500-EXIT
035400     END-IF
035500     OPEN I-O CALC-RUNC-FILE
035600     IF CALC-EXT-RUN-FILE-STATUS NOT = '00'
035700         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
035800             CALC-EXT-RUN-FILE-STATUS
035900         GO TO 9500-EXIT
036000     END-IF
036100     MOVE CALC-EXT-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
036200     MOVE CALC-EXT-RUN-STEP     TO CALC-RNC-STEP
036300     READ CALC-RUNC-FILE
036400         INVALID KEY
036500             DISPLAY 'Brak wiersza kroku ' CALC-EXT-RUN-STEP
036600                 ' w CALCRUNC.'
036700         NOT INVALID KEY
036800             SET CALC-RNC-IS-ENDED TO TRUE
036900             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
037000             ACCEPT CALC-RNC-END-TIME FROM TIME
037100             MOVE RETURN-CODE TO CALC-RNC-RC
037200             IF CALC-EXT-INIT-FAILED
037300                 IF CALC-RNC-RC < 16
037400                     MOVE 16 TO CALC-RNC-RC
037500                 END-IF
037600             END-IF
037700             MOVE CALC-EXT-REC-COUNT TO CALC-RNC-READ-COUNT
037800             MOVE CALC-EXT-REC-COUNT TO CALC-RNC-WRITE-COUNT
037900             MOVE ZERO TO CALC-RNC-EXCP-COUNT
038000             REWRITE CALC-RNC-RECORD
038100     END-READ
038200     CLOSE CALC-RUNC-FILE.
038300 9500-EXIT.
038400     EXIT.
