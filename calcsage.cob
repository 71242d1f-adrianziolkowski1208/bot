000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCSAGE.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-07  JK   Original version.  Suspense aging report.      *
001100*                  Every item on the current CALCSUSP generation  *
001200*                  is aged from the date it FIRST failed: its     *
001300*                  audit entry is keyed on CALCAUDX and, where a  *
001400*                  correction attempt failed again and the item   *
001500*                  was re-suspended under a new ID, the           *
001600*                  CALC-AUDX-XREF-ID chain is followed back to    *
001700*                  the original failure.  Items are counted and   *
001800*                  their NUM1 totalled in four age buckets (0-2,  *
001900*                  3-7, 8-30 and over 30 days), broken down by    *
002000*                  status, keying-shop source and account.  Items *
002100*                  older than the escalation age (PARM='NNN'      *
002200*                  days, 030 when omitted), and any item whose    *
002300*                  failure cannot be found on CALCAUDX, are       *
002400*                  listed on a separate escalation page for the   *
002500*                  supervisor and end the run with RETURN-CODE 4. *
002600*                  Run it after CALCAUDL, so CALCAUDX is current. *
002610* 2026-10-09  JK   Run control: before any file is opened the     *
002620*                  step checks CALCRUNC. It refuses with          *
002630*                  RETURN-CODE 16 unless CALCAUDL ended with      *
002640*                  RETURN-CODE 4 or less for the same business    *
002650*                  date and this step has not run for it yet,     *
002660*                  unless a rerun permission was granted through  *
002670*                  CALCRUNZ. Start, end, return code and key      *
002680*                  counts are recorded on CALCRUNC for the        *
002690*                  CALCRUNR timeline.                             *
002691* 2026-10-15  JK   CALCSUSP open failures other than '35' no      *
002692*                  longer pass for an empty suspense file: the    *
002693*                  file is opened once on trial in                *
002694*                  1000-INITIALIZE and any other status ends the  *
002695*                  run with RETURN-CODE 16 before a page is       *
002696*                  printed, so a file not yet converted or a VSAM *
002697*                  error cannot produce a report that shows       *
002698*                  nothing overdue.                               *
002700*=================================================================*
002800*
002900*-----------------------------------------------------------------*
003000* ENVIRONMENT DIVISION                                             *
003100*-----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CALC-SUSP-FILE ASSIGN TO 'CALCSUSP'
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS CALC-SAG-SUSP-STATUS.
004100
004200     SELECT CALC-AUDX-FILE ASSIGN TO 'CALCAUDX'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CALC-AUDX-TRANS-ID
004600         ALTERNATE RECORD KEY IS CALC-AUDX-DATE
004700             WITH DUPLICATES
004800         FILE STATUS IS CALC-SAG-AUDX-STATUS.
004900
005000     SELECT CALC-SAGE-RPT-FILE ASSIGN TO 'CALCSAGO'
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CALC-SAG-PRINT-STATUS.
005300
005310     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS RANDOM
005340         RECORD KEY IS CALC-RNC-KEY
005350         FILE STATUS IS CALC-SAG-RUN-FILE-STATUS.
005360
005400*-----------------------------------------------------------------*
005500* DATA DIVISION                                                    *
005600*-----------------------------------------------------------------*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CALC-SUSP-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CALCSUSP.
006300
006400 FD  CALC-AUDX-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CALCAUDX.
006700
006800 FD  CALC-SAGE-RPT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 132 CHARACTERS.
007200 01  CALC-SAG-LINE                PIC X(132).
007300
007320 FD  CALC-RUNC-FILE
007340     LABEL RECORDS ARE STANDARD.
007360     COPY CALCRUN.
007380
007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------------*
007600* FILE STATUS AND CONTROL SWITCHES                                  *
007700*-----------------------------------------------------------------*
007800 01  CALC-SAG-SUSP-STATUS         PIC X(02) VALUE '00'.
007900 01  CALC-SAG-AUDX-STATUS         PIC X(02) VALUE '00'.
008000 01  CALC-SAG-PRINT-STATUS        PIC X(02) VALUE '00'.
008100
008200 01  CALC-SAG-EOF-SW              PIC X(01) VALUE 'N'.
008300     88  CALC-SAG-EOF                     VALUE 'Y'.
008400     88  CALC-SAG-NOT-EOF                 VALUE 'N'.
008500
008600 01  CALC-SAG-INIT-SW             PIC X(01) VALUE 'Y'.
008700     88  CALC-SAG-INIT-OK                 VALUE 'Y'.
008800     88  CALC-SAG-INIT-FAILED             VALUE 'N'.
008900
009000*-----------------------------------------------------------------*
009100* PASS IN HAND - CALCSUSP is read once to build the age tables    *
009200* and once more to list the escalation page.                      *
009300*-----------------------------------------------------------------*
009400 01  CALC-SAG-PASS-SW             PIC X(01) VALUE 'A'.
009500     88  CALC-SAG-PASS-AGING              VALUE 'A'.
009600     88  CALC-SAG-PASS-ESCALATE           VALUE 'E'.
009700
009800*-----------------------------------------------------------------*
009900* ESCALATION AGE - an item older than this many days goes on the  *
010000* escalation page.                                                *
010100*-----------------------------------------------------------------*
010200 01  CALC-SAG-ESC-X               PIC X(03) VALUE SPACES.
010300 01  CALC-SAG-ESC-DAYS            PIC 9(03) VALUE 030.
010400 01  CALC-SAG-RUN-DATE            PIC 9(08) VALUE ZERO.
010500 01  CALC-SAG-RUN-DAY-NO          PIC 9(07) VALUE ZERO.
010600
010700*-----------------------------------------------------------------*
010800* THE ITEM IN HAND - the first failure found for it on CALCAUDX,  *
010900* its age in days and the age bucket (1 = 0-2, 2 = 3-7, 3 = 8-30, *
011000* 4 = over 30).  An item whose failure is not on CALCAUDX at all  *
011100* has no age; it is counted in the oldest bucket and escalated.   *
011200* CALC-SAG-HOPS stops the XREF walk on a damaged chain.           *
011300*-----------------------------------------------------------------*
011400 01  CALC-SAG-FAIL-DATE           PIC 9(08) VALUE ZERO.
011500 01  CALC-SAG-FAIL-DATE-R REDEFINES CALC-SAG-FAIL-DATE.
011600     05  CALC-SAG-FAIL-YEAR       PIC 9(04).
011700     05  CALC-SAG-FAIL-MONTH      PIC 9(02).
011800     05  CALC-SAG-FAIL-DAY        PIC 9(02).
011900 01  CALC-SAG-ORIG-ID             PIC 9(08) VALUE ZERO.
012000 01  CALC-SAG-NEXT-ID             PIC 9(08) VALUE ZERO.
012100 01  CALC-SAG-HOPS                PIC 9(04) COMP VALUE ZERO.
012200 01  CALC-SAG-AGE                 PIC 9(05) VALUE ZERO.
012300 01  CALC-SAG-BKT                 PIC 9(04) COMP VALUE ZERO.
012400 01  CALC-SAG-CLR                 PIC 9(04) COMP VALUE ZERO.
012500
012600 01  CALC-SAG-AGE-SW              PIC X(01) VALUE 'N'.
012700     88  CALC-SAG-AGE-KNOWN               VALUE 'Y'.
012800     88  CALC-SAG-AGE-UNKNOWN             VALUE 'N'.
012900
013000*-----------------------------------------------------------------*
013100* AGE TABLE - one row per status ('S'), source ('Z') or account   *
013200* ('K') value met, in the order first met, each with a count and  *
013300* a NUM1 total per age bucket.  CALC-SAG-GRAND holds the buckets  *
013400* for the whole file.                                             *
013500*-----------------------------------------------------------------*
013600 01  CALC-SAG-ROW-TABLE.
013700     05  CALC-SAG-ROW-ENTRY OCCURS 600 TIMES
013800                            INDEXED BY CALC-SAG-ROW-IDX.
013900         10  CALC-SAG-R-DIM       PIC X(01).
014000         10  CALC-SAG-R-KEY       PIC X(08).
014100         10  CALC-SAG-R-BUCKET OCCURS 4 TIMES.
014200             15  CALC-SAG-R-COUNT  PIC 9(06) COMP.
014300             15  CALC-SAG-R-AMOUNT PIC S9(13)V99.
014400 01  CALC-SAG-ROW-USED            PIC 9(04) COMP VALUE ZERO.
014500
014600 01  CALC-SAG-GRAND.
014700     05  CALC-SAG-G-BUCKET OCCURS 4 TIMES.
014800         10  CALC-SAG-G-COUNT     PIC 9(06) COMP.
014900         10  CALC-SAG-G-AMOUNT    PIC S9(13)V99.
015000
015100 01  CALC-SAG-WANT-DIM            PIC X(01) VALUE SPACE.
015200     88  CALC-SAG-DIM-STATUS              VALUE 'S'.
015300     88  CALC-SAG-DIM-SOURCE              VALUE 'Z'.
015400     88  CALC-SAG-DIM-ACCOUNT             VALUE 'K'.
015500 01  CALC-SAG-WANT-KEY            PIC X(08) VALUE SPACES.
015600
015700 01  CALC-SAG-FOUND-SW            PIC X(01) VALUE 'N'.
015800     88  CALC-SAG-FOUND                   VALUE 'Y'.
015900     88  CALC-SAG-NOT-FOUND               VALUE 'N'.
016000 01  CALC-SAG-FULL-SW             PIC X(01) VALUE 'N'.
016100     88  CALC-SAG-TABLE-FULL              VALUE 'Y'.
016200     88  CALC-SAG-TABLE-NOT-FULL          VALUE 'N'.
016300
016400*-----------------------------------------------------------------*
016500* COUNTERS AND ROW TOTALS                                          *
016600*-----------------------------------------------------------------*
016700 01  CALC-SAG-ITEM-COUNT          PIC 9(06) COMP VALUE ZERO.
016800 01  CALC-SAG-NO-DATE-COUNT       PIC 9(06) COMP VALUE ZERO.
016900 01  CALC-SAG-ESC-COUNT           PIC 9(06) COMP VALUE ZERO.
017000 01  CALC-SAG-SECTION-COUNT       PIC 9(06) COMP VALUE ZERO.
017100 01  CALC-SAG-ROW-COUNT           PIC 9(06) COMP VALUE ZERO.
017200 01  CALC-SAG-ROW-AMOUNT          PIC S9(13)V99 VALUE ZERO.
017300
017400*-----------------------------------------------------------------*
017500* PRINT LINE LAYOUTS                                                *
017600*-----------------------------------------------------------------*
017700 01  CALC-SAG-HEADING-LINE.
017800     05  FILLER                  PIC X(40) VALUE
017900         'WIEKOWANIE POZYCJI ZAWIESZONYCH - DATA  '.
018000     05  CALC-SAG-HD-DATE        PIC 9(08).
018100     05  FILLER                  PIC X(26) VALUE
018200         '   ESKALACJA PO DNIACH:   '.
018300     05  CALC-SAG-HD-DAYS        PIC ZZ9.
018400
018500 01  CALC-SAG-SECTION-LINE.
018600     05  CALC-SAG-S-TEXT         PIC X(60).
018700
018800 01  CALC-SAG-BUCKET-HEAD-LINE.
018900     05  FILLER                  PIC X(34) VALUE
019000         '                   0-2 DNI        '.
019100     05  FILLER                  PIC X(24) VALUE
019200         '         3-7 DNI        '.
019300     05  FILLER                  PIC X(24) VALUE
019400         '        8-30 DNI        '.
019500     05  FILLER                  PIC X(24) VALUE
019600         '     PONAD 30 DNI       '.
019700     05  FILLER                  PIC X(24) VALUE
019800         '           RAZEM        '.
019900
020000 01  CALC-SAG-COLUMN-LINE.
020100     05  FILLER                  PIC X(10) VALUE
020200         ' KLUCZ    '.
020300     05  FILLER                  PIC X(48) VALUE
020400         ' LICZBA            KWOTA LICZBA            KWOTA'.
020500     05  FILLER                  PIC X(48) VALUE
020600         ' LICZBA            KWOTA LICZBA            KWOTA'.
020700     05  FILLER                  PIC X(24) VALUE
020800         ' LICZBA            KWOTA'.
020900
021000 01  CALC-SAG-ROW-LINE.
021100     05  CALC-SAG-D-KEY          PIC X(10).
021200     05  CALC-SAG-D-COLUMN OCCURS 5 TIMES.
021300         10  FILLER              PIC X(01).
021400         10  CALC-SAG-D-COUNT    PIC ZZZZZ9.
021500         10  FILLER              PIC X(01).
021600         10  CALC-SAG-D-AMOUNT   PIC -(12)9.99.
021700
021800 01  CALC-SAG-ESC-HEAD-LINE.
021900     05  FILLER                  PIC X(40) VALUE
022000         'ESKALACJA - POZYCJE ZAWIESZONE DLUZEJ NI'.
022100     05  FILLER                  PIC X(02) VALUE
022200         'Z '.
022300     05  CALC-SAG-EH-DAYS        PIC ZZ9.
022400     05  FILLER                  PIC X(26) VALUE
022500         ' DNI - DO PRZELOZONEGO    '.
022600
022700 01  CALC-SAG-ESC-COLUMN-LINE.
022800     05  FILLER                  PIC X(44) VALUE
022900         ' ID ZAWIE    ID PIERW  DATA BL.   WIEK STATU'.
023000     05  FILLER                  PIC X(44) VALUE
023100         'S   Z KONTO             NUM1 O          NUM2'.
023200     05  FILLER                  PIC X(25) VALUE
023300         ' WAL UWAGI               '.
023400
023500 01  CALC-SAG-ESC-LINE.
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  CALC-SAG-E-TRANS-ID     PIC 9(08).
023800     05  FILLER                  PIC X(04) VALUE SPACES.
023900     05  CALC-SAG-E-ORIG-ID      PIC Z(07)9.
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  CALC-SAG-E-FAIL-DATE    PIC X(08).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  CALC-SAG-E-AGE          PIC X(05).
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  CALC-SAG-E-STATUS       PIC X(08).
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  CALC-SAG-E-SOURCE       PIC X(01).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  CALC-SAG-E-ACCOUNT      PIC X(08).
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  CALC-SAG-E-NUM1         PIC -(9)9.99.
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  CALC-SAG-E-OPERATOR     PIC X(01).
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  CALC-SAG-E-NUM2         PIC -(9)9.99.
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  CALC-SAG-E-CURRENCY     PIC X(03).
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  CALC-SAG-E-NOTE         PIC X(20).
026000
026100 01  CALC-SAG-AGE-ED              PIC ZZZZ9.
026200
026300 01  CALC-SAG-TOTAL-LINE.
026400     05  CALC-SAG-T-TEXT         PIC X(40).
026500     05  CALC-SAG-T-COUNT        PIC ZZZZZ9.
026600
026700 01  CALC-SAG-NONE-LINE          PIC X(20) VALUE
026800     '  (brak pozycji)'.
026900 01  CALC-SAG-FULL-LINE          PIC X(60) VALUE
027000     'UWAGA: tabela wiekowania pelna - zestawienie niekompletne.'.
027100 01  CALC-SAG-BLANK-LINE         PIC X(01) VALUE SPACE.
027200
027203*-----------------------------------------------------------------*
027206* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
027209* must have ended cleanly there for the same business date        *
027212* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
027215*-----------------------------------------------------------------*
027218 01  CALC-SAG-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
027221 01  CALC-SAG-RUN-STEP            PIC X(10) VALUE 'CALCSAGE'.
027224 01  CALC-SAG-RUN-PREREQ-1        PIC X(10) VALUE 'CALCAUDL'.
027227 01  CALC-SAG-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
027230 01  CALC-SAG-RUN-WANTED          PIC X(10) VALUE SPACES.
027233 01  CALC-SAG-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
027236 01  CALC-SAG-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
027239 01  CALC-SAG-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
027242 01  CALC-SAG-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
027245
027248 01  CALC-SAG-RUN-ROW-SW          PIC X(01) VALUE 'N'.
027251     88  CALC-SAG-RUN-ROW-ON-FILE         VALUE 'Y'.
027254     88  CALC-SAG-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
027257 01  CALC-SAG-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
027260     88  CALC-SAG-RUN-IS-RERUN            VALUE 'Y'.
027263     88  CALC-SAG-RUN-NOT-RERUN           VALUE 'N'.
027266 01  CALC-SAG-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
027269     88  CALC-SAG-RUN-STARTED             VALUE 'Y'.
027272     88  CALC-SAG-RUN-NOT-STARTED         VALUE 'N'.
027275
027300*-----------------------------------------------------------------*
027400* LINKAGE SECTION - the optional PARM= text carrying the          *
027500* escalation age in days, in the standard length-prefixed form.   *
027600*-----------------------------------------------------------------*
027700 LINKAGE SECTION.
027800 01  CALC-SAG-PARM-AREA.
027900     05  CALC-SAG-PARM-LENGTH     PIC S9(04) COMP.
028000     05  CALC-SAG-PARM-TEXT       PIC X(03).
028100
028200*-----------------------------------------------------------------*
028300* PROCEDURE DIVISION                                                *
028400*-----------------------------------------------------------------*
028500 PROCEDURE DIVISION USING CALC-SAG-PARM-AREA.
028600*=================================================================*
028700* MAIN-PARAGRAPH - an aging pass, the breakdown pages, then an    *
028800* escalation pass.                                                *
028900*=================================================================*
029000 MAIN-PARAGRAPH.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029200
029300     IF CALC-SAG-INIT-OK
029400         SET CALC-SAG-PASS-AGING TO TRUE
029500         PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT
029600
029700         MOVE 'WG STATUSU' TO CALC-SAG-S-TEXT
029800         SET CALC-SAG-DIM-STATUS TO TRUE
029900         PERFORM 4000-PRINT-BREAKDOWN THRU 4000-EXIT
030000
030100         MOVE 'WG ZRODLA (PUNKT WPROWADZANIA)' TO CALC-SAG-S-TEXT
030200         SET CALC-SAG-DIM-SOURCE TO TRUE
030300         PERFORM 4000-PRINT-BREAKDOWN THRU 4000-EXIT
030400
030500         MOVE 'WG KONTA' TO CALC-SAG-S-TEXT
030600         SET CALC-SAG-DIM-ACCOUNT TO TRUE
030700         PERFORM 4000-PRINT-BREAKDOWN THRU 4000-EXIT
030800
030900         PERFORM 4200-PRINT-GRAND-TOTAL THRU 4200-EXIT
031000
031100         SET CALC-SAG-PASS-ESCALATE TO TRUE
031200         PERFORM 5000-PRINT-ESCALATION THRU 5000-EXIT
031300
031400         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
031500         PERFORM 9000-TERMINATE THRU 9000-EXIT
031600     END-IF
031700
031730     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
031760
031800     STOP RUN.
031900
032000*=================================================================*
032100* 1000-INITIALIZE - settles the escalation age, clears the grand  *
032200* buckets and opens CALCAUDX and the report.  Without CALCAUDX no *
032220* item can be aged, so the run stops there.  CALCSUSP is opened   *
032240* once on trial: only '35' means an empty suspense file; any      *
032260* other failure ends the run before a page is printed rather than *
032280* report that nothing is overdue.                                 *
032400*=================================================================*
032500 1000-INITIALIZE.
032600     SET CALC-SAG-INIT-OK TO TRUE
032620     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
032640     IF CALC-SAG-INIT-FAILED
032660         GO TO 1000-EXIT
032680     END-IF
032700     ACCEPT CALC-SAG-RUN-DATE FROM DATE YYYYMMDD
032800     COMPUTE CALC-SAG-RUN-DAY-NO
032900         = FUNCTION INTEGER-OF-DATE(CALC-SAG-RUN-DATE)
033000
033100     MOVE SPACES TO CALC-SAG-ESC-X
033200     IF CALC-SAG-PARM-LENGTH > 0
033300         MOVE CALC-SAG-PARM-TEXT TO CALC-SAG-ESC-X
033400     END-IF
033500     IF CALC-SAG-ESC-X NOT = SPACES
033600         IF CALC-SAG-ESC-X NOT NUMERIC
033700             DISPLAY 'Blad: zla liczba dni w PARM '
033800                 '(oczekiwano NNN): ' CALC-SAG-ESC-X
033900             SET CALC-SAG-INIT-FAILED TO TRUE
034000             MOVE 16 TO RETURN-CODE
034100             GO TO 1000-EXIT
034200         END-IF
034300         MOVE CALC-SAG-ESC-X TO CALC-SAG-ESC-DAYS
034400     END-IF
034500
034600     PERFORM 1100-CLEAR-GRAND-BUCKET THRU 1100-EXIT
034700         VARYING CALC-SAG-CLR FROM 1 BY 1
034800         UNTIL CALC-SAG-CLR > 4
034900
035000     OPEN INPUT CALC-AUDX-FILE
035100     IF CALC-SAG-AUDX-STATUS NOT = '00'
035200         DISPLAY 'Blad otwarcia CALC-AUDX-FILE, status: '
035300             CALC-SAG-AUDX-STATUS
035400         SET CALC-SAG-INIT-FAILED TO TRUE
035500         MOVE 16 TO RETURN-CODE
035600         GO TO 1000-EXIT
035605     END-IF
035610
035615     OPEN INPUT CALC-SUSP-FILE
035620     IF CALC-SAG-SUSP-STATUS NOT = '00'
035625         AND CALC-SAG-SUSP-STATUS NOT = '35'
035630         DISPLAY 'Blad otwarcia CALC-SUSP-FILE, status: '
035635             CALC-SAG-SUSP-STATUS
035640         SET CALC-SAG-INIT-FAILED TO TRUE
035645         MOVE 16 TO RETURN-CODE
035650         CLOSE CALC-AUDX-FILE
035655         GO TO 1000-EXIT
035660     END-IF
035665     IF CALC-SAG-SUSP-STATUS = '00'
035670         CLOSE CALC-SUSP-FILE
035700     END-IF
035800
035900     OPEN OUTPUT CALC-SAGE-RPT-FILE
036000     IF CALC-SAG-PRINT-STATUS NOT = '00'
036100         DISPLAY 'Blad otwarcia CALC-SAGE-RPT-FILE, status: '
036200             CALC-SAG-PRINT-STATUS
036300         SET CALC-SAG-INIT-FAILED TO TRUE
036400         CLOSE CALC-AUDX-FILE
036500         GO TO 1000-EXIT
036600     END-IF
036700
036800     MOVE CALC-SAG-RUN-DATE TO CALC-SAG-HD-DATE
036900     MOVE CALC-SAG-ESC-DAYS TO CALC-SAG-HD-DAYS
037000     WRITE CALC-SAG-LINE FROM CALC-SAG-HEADING-LINE
037100         AFTER ADVANCING PAGE.
037200 1000-EXIT.
037300     EXIT.
037400
037500 1100-CLEAR-GRAND-BUCKET.
037600     MOVE ZERO TO CALC-SAG-G-COUNT(CALC-SAG-CLR)
037700     MOVE ZERO TO CALC-SAG-G-AMOUNT(CALC-SAG-CLR).
037800 1100-EXIT.
037900     EXIT.
037901
037902*=================================================================*
037903* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
037904* opened.  CALCRUNC must show each prerequisite step ended with   *
037905* RETURN-CODE 4 or less for today's business date, and no row     *
037906* of this step's own for it; otherwise the run is refused with    *
037907* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
037908* (an 'O' row) waives both checks for one run.  An accepted run   *
037909* is recorded as started at once, so an abend leaves it visibly   *
037910* unfinished on the file.                                         *
037911*=================================================================*
037912 1050-CHECK-RUN-CONTROL.
037913     ACCEPT CALC-SAG-RUN-BUS-DATE FROM DATE YYYYMMDD
037914     OPEN I-O CALC-RUNC-FILE
037915     IF CALC-SAG-RUN-FILE-STATUS = '35'
037916         OPEN OUTPUT CALC-RUNC-FILE
037917         CLOSE CALC-RUNC-FILE
037918         OPEN I-O CALC-RUNC-FILE
037919     END-IF
037920     IF CALC-SAG-RUN-FILE-STATUS NOT = '00'
037921         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
037922             CALC-SAG-RUN-FILE-STATUS
037923         SET CALC-SAG-INIT-FAILED TO TRUE
037924         MOVE 16 TO RETURN-CODE
037925         GO TO 1050-EXIT
037926     END-IF
037927
037928     MOVE CALC-SAG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
037929     MOVE CALC-SAG-RUN-STEP     TO CALC-RNC-STEP
037930     READ CALC-RUNC-FILE
037931         INVALID KEY
037932             SET CALC-SAG-RUN-ROW-NOT-ON-FILE TO TRUE
037933         NOT INVALID KEY
037934             SET CALC-SAG-RUN-ROW-ON-FILE TO TRUE
037935     END-READ
037936     IF CALC-SAG-RUN-ROW-ON-FILE
037937         MOVE CALC-RNC-ATTEMPT       TO CALC-SAG-RUN-ATTEMPT
037938         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-SAG-RUN-OVERRIDE-BY
037939         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-SAG-RUN-OVERRIDE-DATE
037940         IF CALC-RNC-IS-OVERRIDE
037941             SET CALC-SAG-RUN-IS-RERUN TO TRUE
037942             DISPLAY 'Powtorzenie kroku ' CALC-SAG-RUN-STEP
037943                 ' za zgoda: ' CALC-SAG-RUN-OVERRIDE-BY
037944         ELSE
037945             DISPLAY 'Krok ' CALC-SAG-RUN-STEP
037946                 ' byl juz uruchomiony dla daty '
037947                 CALC-SAG-RUN-BUS-DATE
037948             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
037949                 ' CALCRUNZ.'
037950             SET CALC-SAG-INIT-FAILED TO TRUE
037951             MOVE 16 TO RETURN-CODE
037952             GO TO 1050-CLOSE
037953         END-IF
037954     END-IF
037955
037956     IF CALC-SAG-RUN-NOT-RERUN
037957         IF CALC-SAG-RUN-PREREQ-1 NOT = SPACES
037958             MOVE CALC-SAG-RUN-PREREQ-1 TO CALC-SAG-RUN-WANTED
037959             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
037960         END-IF
037961         IF CALC-SAG-RUN-PREREQ-2 NOT = SPACES
037962             MOVE CALC-SAG-RUN-PREREQ-2 TO CALC-SAG-RUN-WANTED
037963             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
037964         END-IF
037965     END-IF
037966     IF CALC-SAG-INIT-FAILED
037967         GO TO 1050-CLOSE
037968     END-IF
037969
037970     MOVE SPACES TO CALC-RNC-RECORD
037971     MOVE CALC-SAG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
037972     MOVE CALC-SAG-RUN-STEP     TO CALC-RNC-STEP
037973     SET CALC-RNC-IS-STARTED TO TRUE
037974     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
037975     ACCEPT CALC-RNC-START-TIME FROM TIME
037976     MOVE ZERO TO CALC-RNC-END-DATE
037977                  CALC-RNC-END-TIME
037978                  CALC-RNC-RC
037979                  CALC-RNC-READ-COUNT
037980                  CALC-RNC-WRITE-COUNT
037981                  CALC-RNC-EXCP-COUNT
037982     ADD 1 TO CALC-SAG-RUN-ATTEMPT
037983     MOVE CALC-SAG-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
037984     MOVE CALC-SAG-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
037985     MOVE CALC-SAG-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
037986     IF CALC-SAG-RUN-IS-RERUN
037987         SET CALC-RNC-IS-RERUN TO TRUE
037988     ELSE
037989         SET CALC-RNC-IS-FIRST-RUN TO TRUE
037990     END-IF
037991     IF CALC-SAG-RUN-ROW-ON-FILE
037992         REWRITE CALC-RNC-RECORD
037993     ELSE
037994         WRITE CALC-RNC-RECORD
037995     END-IF
037996     IF CALC-SAG-RUN-FILE-STATUS = '00'
037997         SET CALC-SAG-RUN-STARTED TO TRUE
037998     ELSE
037999         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
038000             CALC-SAG-RUN-FILE-STATUS
038001         SET CALC-SAG-INIT-FAILED TO TRUE
038002         MOVE 16 TO RETURN-CODE
038003     END-IF.
038004 1050-CLOSE.
038005     CLOSE CALC-RUNC-FILE.
038006 1050-EXIT.
038007     EXIT.
038008
038009*=================================================================*
038010* 1060-CHECK-ONE-PREREQ - the step named in CALC-SAG-RUN-WANTED   *
038011* must have ended, not merely started, with RETURN-CODE 4 or      *
038012* less.                                                           *
038013*=================================================================*
038014 1060-CHECK-ONE-PREREQ.
038015     MOVE CALC-SAG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
038016     MOVE CALC-SAG-RUN-WANTED   TO CALC-RNC-STEP
038017     READ CALC-RUNC-FILE
038018         INVALID KEY
038019             DISPLAY 'Brak kroku poprzedzajacego '
038020                 CALC-SAG-RUN-WANTED
038021                 ' dla daty ' CALC-SAG-RUN-BUS-DATE
038022             SET CALC-SAG-INIT-FAILED TO TRUE
038023             MOVE 16 TO RETURN-CODE
038024         NOT INVALID KEY
038025             IF NOT CALC-RNC-IS-ENDED
038026                 OR CALC-RNC-RC > 4
038027                 DISPLAY 'Krok poprzedzajacy ' CALC-SAG-RUN-WANTED
038028                     ' niezakonczony lub z bledem, RC: '
038029                     CALC-RNC-RC
038030                 SET CALC-SAG-INIT-FAILED TO TRUE
038031                 MOVE 16 TO RETURN-CODE
038032             END-IF
038033     END-READ.
038034 1060-EXIT.
038035     EXIT.
038036
038100*=================================================================*
038200* 2000-READ-SUSPENSE - one full pass over CALCSUSP for the pass   *
038300* in hand.  A suspense file that does not exist yet simply has    *
038350* nothing in it.  Any other open failure (possible only if the    *
038400* file changed after the trial open) marks the run failed with    *
038450* RETURN-CODE 16.                                                 *
038500*=================================================================*
038600 2000-READ-SUSPENSE.
038700     SET CALC-SAG-NOT-EOF TO TRUE
038800     OPEN INPUT CALC-SUSP-FILE
038820     IF CALC-SAG-SUSP-STATUS = '35'
038840         SET CALC-SAG-EOF TO TRUE
038860         GO TO 2000-EXIT
038880     END-IF
038900     IF CALC-SAG-SUSP-STATUS NOT = '00'
039000         DISPLAY 'Blad otwarcia CALC-SUSP-FILE, status: '
039100             CALC-SAG-SUSP-STATUS
039120         SET CALC-SAG-INIT-FAILED TO TRUE
039140         MOVE 16 TO RETURN-CODE
039200         SET CALC-SAG-EOF TO TRUE
039250         GO TO 2000-EXIT
039300     END-IF
039400     PERFORM 2100-AGE-ONE-ITEM THRU 2100-EXIT
039500         UNTIL CALC-SAG-EOF
039600     IF CALC-SAG-SUSP-STATUS = '00'
039700         CLOSE CALC-SUSP-FILE
039800     END-IF.
039900 2000-EXIT.
040000     EXIT.
040100
040200*=================================================================*
040300* 2100-AGE-ONE-ITEM - finds the item's first failure, works out   *
040400* its age and bucket, then either folds it into the age tables    *
040500* or, on the escalation pass, lists it if it is overdue.          *
040600*=================================================================*
040700 2100-AGE-ONE-ITEM.
040800     READ CALC-SUSP-FILE
040900         AT END
041000             SET CALC-SAG-EOF TO TRUE
041100             GO TO 2100-EXIT
041200     END-READ
041300
041400     PERFORM 2200-FIND-FIRST-FAILURE THRU 2200-EXIT
041500
041600     IF CALC-SAG-PASS-ESCALATE
041700         PERFORM 5100-LIST-IF-OVERDUE THRU 5100-EXIT
041800         GO TO 2100-EXIT
041900     END-IF
042000
042100     ADD 1 TO CALC-SAG-ITEM-COUNT
042200     IF CALC-SAG-AGE-UNKNOWN
042300         ADD 1 TO CALC-SAG-NO-DATE-COUNT
042400     END-IF
042500     ADD 1 TO CALC-SAG-G-COUNT(CALC-SAG-BKT)
042600     ADD CALC-SUSP-NUM1 TO CALC-SAG-G-AMOUNT(CALC-SAG-BKT)
042700
042800     SET CALC-SAG-DIM-STATUS TO TRUE
042900     MOVE CALC-SUSP-STATUS TO CALC-SAG-WANT-KEY
043000     PERFORM 3000-ADD-TO-ROW THRU 3000-EXIT
043100
043200     SET CALC-SAG-DIM-SOURCE TO TRUE
043300     MOVE CALC-SUSP-SOURCE TO CALC-SAG-WANT-KEY
043400     PERFORM 3000-ADD-TO-ROW THRU 3000-EXIT
043500
043600     SET CALC-SAG-DIM-ACCOUNT TO TRUE
043700     MOVE CALC-SUSP-ACCOUNT TO CALC-SAG-WANT-KEY
043800     PERFORM 3000-ADD-TO-ROW THRU 3000-EXIT.
043900 2100-EXIT.
044000     EXIT.
044100
044200*=================================================================*
044300* 2200-FIND-FIRST-FAILURE - keys CALCAUDX on the suspended ID.  A *
044400* correction that failed again is re-suspended under the new ID   *
044500* with the ID it corrected in CALC-AUDX-XREF-ID, so the chain is  *
044600* walked back until an entry without a cross-reference (or one no *
044700* longer on file) ends it: the oldest entry reached is the        *
044800* original failure.  A date that is not a real date leaves the    *
044900* item unaged, like one not found at all.                         *
045000*=================================================================*
045100 2200-FIND-FIRST-FAILURE.
045200     SET CALC-SAG-AGE-UNKNOWN TO TRUE
045300     MOVE ZERO TO CALC-SAG-FAIL-DATE
045400     MOVE ZERO TO CALC-SAG-ORIG-ID
045500     MOVE ZERO TO CALC-SAG-AGE
045600     MOVE ZERO TO CALC-SAG-HOPS
045700     MOVE CALC-SUSP-TRANS-ID TO CALC-SAG-NEXT-ID
045800     PERFORM 2210-FOLLOW-ONE-LINK THRU 2210-EXIT
045900         UNTIL CALC-SAG-NEXT-ID = ZERO
046000            OR CALC-SAG-HOPS > 99
046100
046200     IF CALC-SAG-AGE-KNOWN
046300         IF CALC-SAG-FAIL-MONTH < 01 OR CALC-SAG-FAIL-MONTH > 12
046400             OR CALC-SAG-FAIL-DAY < 01 OR CALC-SAG-FAIL-DAY > 31
046500             SET CALC-SAG-AGE-UNKNOWN TO TRUE
046600         END-IF
046700     END-IF
046800
046900     IF CALC-SAG-AGE-UNKNOWN
047000         MOVE 4 TO CALC-SAG-BKT
047100         GO TO 2200-EXIT
047200     END-IF
047300
047400     IF CALC-SAG-FAIL-DATE NOT < CALC-SAG-RUN-DATE
047500         MOVE ZERO TO CALC-SAG-AGE
047600     ELSE
047700         COMPUTE CALC-SAG-AGE = CALC-SAG-RUN-DAY-NO
047800             - FUNCTION INTEGER-OF-DATE(CALC-SAG-FAIL-DATE)
047900     END-IF
048000
048100     EVALUATE TRUE
048200         WHEN CALC-SAG-AGE NOT > 2
048300             MOVE 1 TO CALC-SAG-BKT
048400         WHEN CALC-SAG-AGE NOT > 7
048500             MOVE 2 TO CALC-SAG-BKT
048600         WHEN CALC-SAG-AGE NOT > 30
048700             MOVE 3 TO CALC-SAG-BKT
048800         WHEN OTHER
048900             MOVE 4 TO CALC-SAG-BKT
049000     END-EVALUATE.
049100 2200-EXIT.
049200     EXIT.
049300
049400 2210-FOLLOW-ONE-LINK.
049500     ADD 1 TO CALC-SAG-HOPS
049600     MOVE CALC-SAG-NEXT-ID TO CALC-AUDX-TRANS-ID
049700     READ CALC-AUDX-FILE
049800         INVALID KEY
049900             MOVE ZERO TO CALC-SAG-NEXT-ID
050000         NOT INVALID KEY
050100             SET CALC-SAG-AGE-KNOWN TO TRUE
050200             MOVE CALC-AUDX-DATE     TO CALC-SAG-FAIL-DATE
050300             MOVE CALC-AUDX-TRANS-ID TO CALC-SAG-ORIG-ID
050400             MOVE CALC-AUDX-XREF-ID  TO CALC-SAG-NEXT-ID
050500     END-READ.
050600 2210-EXIT.
050700     EXIT.
050800
050900*=================================================================*
051000* 3000-ADD-TO-ROW - folds the item into the table row for the     *
051100* dimension and key asked for, opening a new row the first time   *
051200* a value is met.                                                 *
051300*=================================================================*
051400 3000-ADD-TO-ROW.
051500     SET CALC-SAG-NOT-FOUND TO TRUE
051600     PERFORM 3100-CHECK-ROW-SLOT THRU 3100-EXIT
051700         VARYING CALC-SAG-ROW-IDX FROM 1 BY 1
051800         UNTIL CALC-SAG-ROW-IDX > CALC-SAG-ROW-USED
051900            OR CALC-SAG-FOUND
052000     IF CALC-SAG-FOUND
052100         GO TO 3000-EXIT
052200     END-IF
052300
052400     IF CALC-SAG-ROW-USED < 600
052500         ADD 1 TO CALC-SAG-ROW-USED
052600         SET CALC-SAG-ROW-IDX TO CALC-SAG-ROW-USED
052700         MOVE CALC-SAG-WANT-DIM
052800             TO CALC-SAG-R-DIM(CALC-SAG-ROW-IDX)
052900         MOVE CALC-SAG-WANT-KEY
053000             TO CALC-SAG-R-KEY(CALC-SAG-ROW-IDX)
053100         PERFORM 3200-CLEAR-ROW-BUCKET THRU 3200-EXIT
053200             VARYING CALC-SAG-CLR FROM 1 BY 1
053300             UNTIL CALC-SAG-CLR > 4
053400         ADD 1 TO CALC-SAG-R-COUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
053500         ADD CALC-SUSP-NUM1
053600             TO CALC-SAG-R-AMOUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
053700     ELSE
053800         IF CALC-SAG-TABLE-NOT-FULL
053900             DISPLAY 'UWAGA: tabela wiekowania pelna - '
054000                 'pomijam kolejne klucze.'
054100             SET CALC-SAG-TABLE-FULL TO TRUE
054200         END-IF
054300     END-IF.
054400 3000-EXIT.
054500     EXIT.
054600
054700*=================================================================*
054800* 3100-CHECK-ROW-SLOT - tested by 3000 against one table row at a *
054900* time, looking for the dimension and key in hand.                *
055000*=================================================================*
055100 3100-CHECK-ROW-SLOT.
055200     IF CALC-SAG-R-DIM(CALC-SAG-ROW-IDX) = CALC-SAG-WANT-DIM
055300         AND CALC-SAG-R-KEY(CALC-SAG-ROW-IDX) = CALC-SAG-WANT-KEY
055400         ADD 1 TO CALC-SAG-R-COUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
055500         ADD CALC-SUSP-NUM1
055600             TO CALC-SAG-R-AMOUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
055700         SET CALC-SAG-FOUND TO TRUE
055800     END-IF.
055900 3100-EXIT.
056000     EXIT.
056100
056200 3200-CLEAR-ROW-BUCKET.
056300     MOVE ZERO
056400         TO CALC-SAG-R-COUNT(CALC-SAG-ROW-IDX, CALC-SAG-CLR)
056500     MOVE ZERO
056600         TO CALC-SAG-R-AMOUNT(CALC-SAG-ROW-IDX, CALC-SAG-CLR).
056700 3200-EXIT.
056800     EXIT.
056900
057000*=================================================================*
057100* 4000-PRINT-BREAKDOWN - one section of the breakdown: every row  *
057200* of the dimension in hand, with its count and NUM1 total per age *
057300* bucket and across all four.                                     *
057400*=================================================================*
057500 4000-PRINT-BREAKDOWN.
057600     MOVE ZERO TO CALC-SAG-SECTION-COUNT
057700     WRITE CALC-SAG-LINE FROM CALC-SAG-BLANK-LINE
057800         AFTER ADVANCING 1 LINE
057900     WRITE CALC-SAG-LINE FROM CALC-SAG-SECTION-LINE
058000         AFTER ADVANCING 1 LINE
058100     WRITE CALC-SAG-LINE FROM CALC-SAG-BUCKET-HEAD-LINE
058200         AFTER ADVANCING 1 LINE
058300     WRITE CALC-SAG-LINE FROM CALC-SAG-COLUMN-LINE
058400         AFTER ADVANCING 1 LINE
058500
058600     PERFORM 4100-PRINT-ONE-ROW THRU 4100-EXIT
058700         VARYING CALC-SAG-ROW-IDX FROM 1 BY 1
058800         UNTIL CALC-SAG-ROW-IDX > CALC-SAG-ROW-USED
058900
059000     IF CALC-SAG-SECTION-COUNT = ZERO
059100         WRITE CALC-SAG-LINE FROM CALC-SAG-NONE-LINE
059200             AFTER ADVANCING 1 LINE
059300     END-IF.
059400 4000-EXIT.
059500     EXIT.
059600
059700 4100-PRINT-ONE-ROW.
059800     IF CALC-SAG-R-DIM(CALC-SAG-ROW-IDX) NOT = CALC-SAG-WANT-DIM
059900         GO TO 4100-EXIT
060000     END-IF
060100     ADD 1 TO CALC-SAG-SECTION-COUNT
060200     MOVE SPACES TO CALC-SAG-ROW-LINE
060300     MOVE CALC-SAG-R-KEY(CALC-SAG-ROW-IDX) TO CALC-SAG-D-KEY(2:8)
060400     MOVE ZERO TO CALC-SAG-ROW-COUNT
060500     MOVE ZERO TO CALC-SAG-ROW-AMOUNT
060600     PERFORM 4110-FILL-ROW-COLUMN THRU 4110-EXIT
060700         VARYING CALC-SAG-BKT FROM 1 BY 1
060800         UNTIL CALC-SAG-BKT > 4
060900     MOVE CALC-SAG-ROW-COUNT  TO CALC-SAG-D-COUNT(5)
061000     MOVE CALC-SAG-ROW-AMOUNT TO CALC-SAG-D-AMOUNT(5)
061100     WRITE CALC-SAG-LINE FROM CALC-SAG-ROW-LINE
061200         AFTER ADVANCING 1 LINE.
061300 4100-EXIT.
061400     EXIT.
061500
061600 4110-FILL-ROW-COLUMN.
061700     MOVE CALC-SAG-R-COUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
061800         TO CALC-SAG-D-COUNT(CALC-SAG-BKT)
061900     MOVE CALC-SAG-R-AMOUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
062000         TO CALC-SAG-D-AMOUNT(CALC-SAG-BKT)
062100     ADD CALC-SAG-R-COUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
062200         TO CALC-SAG-ROW-COUNT
062300     ADD CALC-SAG-R-AMOUNT(CALC-SAG-ROW-IDX, CALC-SAG-BKT)
062400         TO CALC-SAG-ROW-AMOUNT.
062500 4110-EXIT.
062600     EXIT.
062700
062800*=================================================================*
062900* 4200-PRINT-GRAND-TOTAL - the buckets for the whole file.  Each  *
063000* section above adds across to this same line.                    *
063100*=================================================================*
063200 4200-PRINT-GRAND-TOTAL.
063300     WRITE CALC-SAG-LINE FROM CALC-SAG-BLANK-LINE
063400         AFTER ADVANCING 1 LINE
063500     MOVE SPACES TO CALC-SAG-ROW-LINE
063600     MOVE 'OGOLEM' TO CALC-SAG-D-KEY(2:8)
063700     MOVE ZERO TO CALC-SAG-ROW-COUNT
063800     MOVE ZERO TO CALC-SAG-ROW-AMOUNT
063900     PERFORM 4210-FILL-GRAND-COLUMN THRU 4210-EXIT
064000         VARYING CALC-SAG-BKT FROM 1 BY 1
064100         UNTIL CALC-SAG-BKT > 4
064200     MOVE CALC-SAG-ROW-COUNT  TO CALC-SAG-D-COUNT(5)
064300     MOVE CALC-SAG-ROW-AMOUNT TO CALC-SAG-D-AMOUNT(5)
064400     WRITE CALC-SAG-LINE FROM CALC-SAG-ROW-LINE
064500         AFTER ADVANCING 1 LINE.
064600 4200-EXIT.
064700     EXIT.
064800
064900 4210-FILL-GRAND-COLUMN.
065000     MOVE CALC-SAG-G-COUNT(CALC-SAG-BKT)
065100         TO CALC-SAG-D-COUNT(CALC-SAG-BKT)
065200     MOVE CALC-SAG-G-AMOUNT(CALC-SAG-BKT)
065300         TO CALC-SAG-D-AMOUNT(CALC-SAG-BKT)
065400     ADD CALC-SAG-G-COUNT(CALC-SAG-BKT)  TO CALC-SAG-ROW-COUNT
065500     ADD CALC-SAG-G-AMOUNT(CALC-SAG-BKT) TO CALC-SAG-ROW-AMOUNT.
065600 4210-EXIT.
065700     EXIT.
065800
065900*=================================================================*
066000* 5000-PRINT-ESCALATION - a page of its own for the supervisor:   *
066100* a second pass over CALCSUSP listing every item past the         *
066200* escalation age.                                                 *
066300*=================================================================*
066400 5000-PRINT-ESCALATION.
066500     MOVE CALC-SAG-ESC-DAYS TO CALC-SAG-EH-DAYS
066600     WRITE CALC-SAG-LINE FROM CALC-SAG-ESC-HEAD-LINE
066700         AFTER ADVANCING PAGE
066800     WRITE CALC-SAG-LINE FROM CALC-SAG-BLANK-LINE
066900         AFTER ADVANCING 1 LINE
067000     WRITE CALC-SAG-LINE FROM CALC-SAG-ESC-COLUMN-LINE
067100         AFTER ADVANCING 1 LINE
067200
067300     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT
067400
067500     IF CALC-SAG-ESC-COUNT = ZERO
067600         WRITE CALC-SAG-LINE FROM CALC-SAG-NONE-LINE
067700             AFTER ADVANCING 1 LINE
067800     END-IF.
067900 5000-EXIT.
068000     EXIT.
068100
068200*=================================================================*
068300* 5100-LIST-IF-OVERDUE - an item older than the escalation age,   *
068400* or one with no failure on CALCAUDX to age it by, is listed.  An *
068500* item whose first failure is not its own suspended ID has been   *
068600* through at least one failed correction already.                 *
068700*=================================================================*
068800 5100-LIST-IF-OVERDUE.
068900     IF CALC-SAG-AGE-KNOWN
069000         AND CALC-SAG-AGE NOT > CALC-SAG-ESC-DAYS
069100         GO TO 5100-EXIT
069200     END-IF
069300     ADD 1 TO CALC-SAG-ESC-COUNT
069400
069500     MOVE CALC-SUSP-TRANS-ID  TO CALC-SAG-E-TRANS-ID
069600     MOVE CALC-SAG-ORIG-ID    TO CALC-SAG-E-ORIG-ID
069700     MOVE CALC-SUSP-STATUS    TO CALC-SAG-E-STATUS
069800     MOVE CALC-SUSP-SOURCE    TO CALC-SAG-E-SOURCE
069900     MOVE CALC-SUSP-ACCOUNT   TO CALC-SAG-E-ACCOUNT
070000     MOVE CALC-SUSP-NUM1      TO CALC-SAG-E-NUM1
070100     MOVE CALC-SUSP-OPERATOR  TO CALC-SAG-E-OPERATOR
070200     MOVE CALC-SUSP-NUM2      TO CALC-SAG-E-NUM2
070300     MOVE CALC-SUSP-CURRENCY  TO CALC-SAG-E-CURRENCY
070400     IF CALC-SAG-AGE-UNKNOWN
070500         MOVE SPACES              TO CALC-SAG-E-FAIL-DATE
070600         MOVE '    ?'             TO CALC-SAG-E-AGE
070700         MOVE 'BRAK W CALCAUDX'   TO CALC-SAG-E-NOTE
070800     ELSE
070900         MOVE CALC-SAG-FAIL-DATE  TO CALC-SAG-E-FAIL-DATE
071000         MOVE CALC-SAG-AGE        TO CALC-SAG-AGE-ED
071100         MOVE CALC-SAG-AGE-ED     TO CALC-SAG-E-AGE
071200         IF CALC-SAG-ORIG-ID NOT = CALC-SUSP-TRANS-ID
071300             MOVE 'PO NIEUDANEJ POPR.' TO CALC-SAG-E-NOTE
071400         ELSE
071500             MOVE SPACES              TO CALC-SAG-E-NOTE
071600         END-IF
071700     END-IF
071800     WRITE CALC-SAG-LINE FROM CALC-SAG-ESC-LINE
071900         AFTER ADVANCING 1 LINE.
072000 5100-EXIT.
072100     EXIT.
072200
072300*=================================================================*
072400* 7000-PRINT-TOTALS                                                *
072500*=================================================================*
072600 7000-PRINT-TOTALS.
072700     WRITE CALC-SAG-LINE FROM CALC-SAG-BLANK-LINE
072800         AFTER ADVANCING 1 LINE
072900
073000     MOVE 'Pozycji w zawieszeniu:' TO CALC-SAG-T-TEXT
073100     MOVE CALC-SAG-ITEM-COUNT TO CALC-SAG-T-COUNT
073200     WRITE CALC-SAG-LINE FROM CALC-SAG-TOTAL-LINE
073300         AFTER ADVANCING 1 LINE
073400
073500     MOVE 'w tym bez wpisu w CALCAUDX:' TO CALC-SAG-T-TEXT
073600     MOVE CALC-SAG-NO-DATE-COUNT TO CALC-SAG-T-COUNT
073700     WRITE CALC-SAG-LINE FROM CALC-SAG-TOTAL-LINE
073800         AFTER ADVANCING 1 LINE
073900
074000     MOVE 'Pozycji do eskalacji:' TO CALC-SAG-T-TEXT
074100     MOVE CALC-SAG-ESC-COUNT TO CALC-SAG-T-COUNT
074200     WRITE CALC-SAG-LINE FROM CALC-SAG-TOTAL-LINE
074300         AFTER ADVANCING 1 LINE
074400
074500     IF CALC-SAG-TABLE-FULL
074600         WRITE CALC-SAG-LINE FROM CALC-SAG-FULL-LINE
074700             AFTER ADVANCING 1 LINE
074800     END-IF.
074900 7000-EXIT.
075000     EXIT.
075100
075200*=================================================================*
075300* 9000-TERMINATE - any item due for escalation (or a table        *
075400* overflow, which leaves the breakdown incomplete) ends the run   *
075500* with RETURN-CODE 4 so the scheduler routes the page to the      *
075600* supervisor.                                                     *
075700*=================================================================*
075800 9000-TERMINATE.
075900     CLOSE CALC-AUDX-FILE
076000     CLOSE CALC-SAGE-RPT-FILE
076100     DISPLAY 'Pozycji w zawieszeniu: ' CALC-SAG-ITEM-COUNT
076200     IF CALC-SAG-ESC-COUNT > ZERO
076300         DISPLAY 'Pozycji do eskalacji:  ' CALC-SAG-ESC-COUNT
076400             ' - patrz CALCSAGO.'
076500     END-IF
076600     IF CALC-SAG-ESC-COUNT > ZERO
076700         OR CALC-SAG-TABLE-FULL
076800         MOVE 4 TO RETURN-CODE
076900     END-IF
076920     IF CALC-SAG-INIT-FAILED
076940         MOVE 16 TO RETURN-CODE
076960     END-IF
077000     DISPLAY 'Koniec programu.'.
077100 9000-EXIT.
077200     EXIT.
090800
090900*=================================================================*
091000* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
091100* the end time, the return code and the key counts.  A run        *
091200* that failed before its files were open is recorded with         *
091300* RETURN-CODE 16 even where the step itself ends quietly, so      *
091400* nothing downstream may start off it.                            *
091500*=================================================================*
091600 9500-RECORD-RUN-END.
091700     IF CALC-SAG-RUN-NOT-STARTED
091800         GO TO 9500-EXIT
091900     END-IF
092000     OPEN I-O CALC-RUNC-FILE
092100     IF CALC-SAG-RUN-FILE-STATUS NOT = '00'
092200         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
092300             CALC-SAG-RUN-FILE-STATUS
092400         GO TO 9500-EXIT
092500     END-IF
092600     MOVE CALC-SAG-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
092700     MOVE CALC-SAG-RUN-STEP     TO CALC-RNC-STEP
092800     READ CALC-RUNC-FILE
092900         INVALID KEY
093000             DISPLAY 'Brak wiersza kroku ' CALC-SAG-RUN-STEP
093100                 ' w CALCRUNC.'
093200         NOT INVALID KEY
093300             SET CALC-RNC-IS-ENDED TO TRUE
093400             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
093500             ACCEPT CALC-RNC-END-TIME FROM TIME
093600             MOVE RETURN-CODE TO CALC-RNC-RC
093700             IF CALC-SAG-INIT-FAILED
093800                 IF CALC-RNC-RC < 16
093900                     MOVE 16 TO CALC-RNC-RC
094000                 END-IF
094100             END-IF
094200             MOVE CALC-SAG-ITEM-COUNT TO CALC-RNC-READ-COUNT
094300             MOVE CALC-SAG-ROW-COUNT TO CALC-RNC-WRITE-COUNT
094400             MOVE CALC-SAG-ESC-COUNT TO CALC-RNC-EXCP-COUNT
094500             REWRITE CALC-RNC-RECORD
094600     END-READ
094700     CLOSE CALC-RUNC-FILE.
094800 9500-EXIT.
094900     EXIT.
