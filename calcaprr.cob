000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCAPRR.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-09-28  JK   Original version.  Daily internal-audit list   *
001100*                  of the approval queue CALCAPRQ: every storno   *
001200*                  and account closure approved today, every one  *
001300*                  declined today, and every one still pending    *
001400*                  past the cutoff, each with requester, approver *
001500*                  and reason.  The cutoff is the number of days  *
001600*                  a request may wait, from the PARM as two       *
001700*                  digits (PARM='01'), one day when omitted.  A   *
001800*                  request pending past it ends the run with      *
001900*                  RETURN-CODE 4 so it is chased the same day.    *
001910* 2026-10-15  JK   A request to reverse a whole cost allocation   *
001920*                  is listed as type PODZIAL, with the pool leg's *
001930*                  ID and the first storno ID posted for it.      *
002000*=================================================================*
002100*
002200*-----------------------------------------------------------------*
002300* ENVIRONMENT DIVISION                                             *
002400*-----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CALC-APRQ-FILE ASSIGN TO 'CALCAPRQ'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS CALC-APR-REQ-ID
003500         FILE STATUS IS CALC-AQR-APRQ-STATUS.
003600
003700     SELECT CALC-APRR-RPT-FILE ASSIGN TO 'CALCAPRO'
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CALC-AQR-PRINT-STATUS.
004000
004100*-----------------------------------------------------------------*
004200* DATA DIVISION                                                    *
004300*-----------------------------------------------------------------*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CALC-APRQ-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY CALCAPR.
004900
005000 FD  CALC-APRR-RPT-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 132 CHARACTERS.
005400 01  CALC-AQR-LINE                PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700*-----------------------------------------------------------------*
005800* FILE STATUS AND CONTROL SWITCHES                                  *
005900*-----------------------------------------------------------------*
006000 01  CALC-AQR-APRQ-STATUS         PIC X(02) VALUE '00'.
006100 01  CALC-AQR-PRINT-STATUS        PIC X(02) VALUE '00'.
006200
006300 01  CALC-AQR-EOF-SW              PIC X(01) VALUE 'N'.
006400     88  CALC-AQR-EOF                     VALUE 'Y'.
006500     88  CALC-AQR-NOT-EOF                 VALUE 'N'.
006600
006700 01  CALC-AQR-INIT-SW             PIC X(01) VALUE 'Y'.
006800     88  CALC-AQR-INIT-OK                 VALUE 'Y'.
006900     88  CALC-AQR-INIT-FAILED             VALUE 'N'.
007000
007100*-----------------------------------------------------------------*
007200* SECTION IN HAND - the queue is read once per section of the     *
007300* report; the switch says which entries the pass prints.         *
007400*-----------------------------------------------------------------*
007500 01  CALC-AQR-SECTION-SW          PIC X(01) VALUE SPACE.
007600     88  CALC-AQR-SECTION-APPROVED        VALUE 'A'.
007700     88  CALC-AQR-SECTION-DECLINED        VALUE 'O'.
007800     88  CALC-AQR-SECTION-OVERDUE         VALUE 'P'.
007900
008000 01  CALC-AQR-SELECT-SW           PIC X(01) VALUE 'N'.
008100     88  CALC-AQR-SELECTED                VALUE 'Y'.
008200     88  CALC-AQR-NOT-SELECTED            VALUE 'N'.
008300
008400*-----------------------------------------------------------------*
008500* CUTOFF - a pending request dated on or before the cutoff date   *
008600* has waited longer than the PARM allows.                         *
008700*-----------------------------------------------------------------*
008800 01  CALC-AQR-CUTOFF-X            PIC X(02) VALUE SPACES.
008900 01  CALC-AQR-CUTOFF-DAYS         PIC 9(02) VALUE 01.
009000 01  CALC-AQR-RUN-DATE            PIC 9(08) VALUE ZERO.
009100 01  CALC-AQR-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
009200 01  CALC-AQR-DAY-NUMBER          PIC 9(07) VALUE ZERO.
009300
009400*-----------------------------------------------------------------*
009500* COUNTERS - per section, plus every pending entry for the total. *
009600*-----------------------------------------------------------------*
009700 01  CALC-AQR-SECTION-COUNT       PIC 9(06) COMP VALUE ZERO.
009800 01  CALC-AQR-APPROVED-COUNT      PIC 9(06) COMP VALUE ZERO.
009900 01  CALC-AQR-DECLINED-COUNT      PIC 9(06) COMP VALUE ZERO.
010000 01  CALC-AQR-OVERDUE-COUNT       PIC 9(06) COMP VALUE ZERO.
010100 01  CALC-AQR-PENDING-COUNT       PIC 9(06) COMP VALUE ZERO.
010200
010300*-----------------------------------------------------------------*
010400* PRINT LINE LAYOUTS                                                *
010500*-----------------------------------------------------------------*
010600 01  CALC-AQR-HEADING-LINE.
010700     05  FILLER                  PIC X(40) VALUE
010800         'KONTROLA ZATWIERDZEN  -  DATA           '.
010900     05  CALC-AQR-HD-DATE        PIC 9(08).
011000     05  FILLER                  PIC X(26) VALUE
011100         '   TERMIN OCZEKIWANIA DNI:'.
011200     05  CALC-AQR-HD-DAYS        PIC Z9.
011300
011400 01  CALC-AQR-SECTION-LINE.
011500     05  CALC-AQR-S-TEXT         PIC X(60).
011600
011700 01  CALC-AQR-COLUMN-LINE.
011800     05  FILLER                  PIC X(44) VALUE
011900         ' WNIOSEK  TYP          ORYG.ID KONTO        '.
012000     05  FILLER                  PIC X(44) VALUE
012100         '   KWOTA ZLOZYL   Z DNIA   DECYDOWAL DNIA   '.
012200     05  FILLER                  PIC X(20) VALUE
012300         '  STORNO ID POWOD   '.
012400
012500 01  CALC-AQR-DETAIL-LINE.
012600     05  CALC-AQR-D-REQ-ID       PIC 9(08).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  CALC-AQR-D-TYPE         PIC X(10).
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  CALC-AQR-D-ORIG-ID      PIC Z(07)9.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  CALC-AQR-D-ACCOUNT      PIC X(08).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  CALC-AQR-D-AMOUNT       PIC -(9)9.99.
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  CALC-AQR-D-REQ-BY       PIC X(08).
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  CALC-AQR-D-REQ-DATE     PIC 9(08).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  CALC-AQR-D-DEC-BY       PIC X(08).
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  CALC-AQR-D-DEC-DATE     PIC Z(07)9.
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  CALC-AQR-D-POSTED-ID    PIC Z(07)9.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  CALC-AQR-D-REASON       PIC X(30).
014700
014800 01  CALC-AQR-TOTAL-LINE.
014900     05  CALC-AQR-T-TEXT         PIC X(40).
015000     05  CALC-AQR-T-COUNT        PIC ZZZZZ9.
015100
015200 01  CALC-AQR-NONE-LINE          PIC X(20) VALUE
015300     '  (brak pozycji)'.
015400 01  CALC-AQR-BLANK-LINE         PIC X(01) VALUE SPACE.
015500
015600*-----------------------------------------------------------------*
015700* LINKAGE SECTION - the optional PARM= text carrying the cutoff   *
015800* in days, in the standard length-prefixed form.                  *
015900*-----------------------------------------------------------------*
016000 LINKAGE SECTION.
016100 01  CALC-AQR-PARM-AREA.
016200     05  CALC-AQR-PARM-LENGTH     PIC S9(04) COMP.
016300     05  CALC-AQR-PARM-TEXT       PIC X(02).
016400
016500*-----------------------------------------------------------------*
016600* PROCEDURE DIVISION                                                *
016700*-----------------------------------------------------------------*
016800 PROCEDURE DIVISION USING CALC-AQR-PARM-AREA.
016900*=================================================================*
017000* MAIN-PARAGRAPH - one pass of the queue per report section.      *
017100*=================================================================*
017200 MAIN-PARAGRAPH.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017400
017500     IF CALC-AQR-INIT-OK
017600         SET CALC-AQR-SECTION-APPROVED TO TRUE
017700         MOVE 'ZATWIERDZONE DZISIAJ' TO CALC-AQR-S-TEXT
017800         PERFORM 2000-PRINT-SECTION THRU 2000-EXIT
017900         MOVE CALC-AQR-SECTION-COUNT TO CALC-AQR-APPROVED-COUNT
018000
018100         SET CALC-AQR-SECTION-DECLINED TO TRUE
018200         MOVE 'ODRZUCONE DZISIAJ' TO CALC-AQR-S-TEXT
018300         PERFORM 2000-PRINT-SECTION THRU 2000-EXIT
018400         MOVE CALC-AQR-SECTION-COUNT TO CALC-AQR-DECLINED-COUNT
018500
018600         SET CALC-AQR-SECTION-OVERDUE TO TRUE
018700         MOVE 'OCZEKUJACE PO TERMINIE' TO CALC-AQR-S-TEXT
018800         PERFORM 2000-PRINT-SECTION THRU 2000-EXIT
018900         MOVE CALC-AQR-SECTION-COUNT TO CALC-AQR-OVERDUE-COUNT
019000
019100         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
019200         PERFORM 9000-TERMINATE THRU 9000-EXIT
019300     END-IF
019400
019500     STOP RUN.
019600
019700*=================================================================*
019800* 1000-INITIALIZE - settles the cutoff and opens the report.  The *
019900* queue itself is opened once per section by 2000.               *
020000*=================================================================*
020100 1000-INITIALIZE.
020200     SET CALC-AQR-INIT-OK TO TRUE
020300     ACCEPT CALC-AQR-RUN-DATE FROM DATE YYYYMMDD
020400
020500     MOVE SPACES TO CALC-AQR-CUTOFF-X
020600     IF CALC-AQR-PARM-LENGTH > 0
020700         MOVE CALC-AQR-PARM-TEXT TO CALC-AQR-CUTOFF-X
020800     END-IF
020900     IF CALC-AQR-CUTOFF-X NOT = SPACES
021000         IF CALC-AQR-CUTOFF-X NOT NUMERIC
021100             DISPLAY 'Blad: zla liczba dni w PARM '
021200                 '(oczekiwano NN): ' CALC-AQR-CUTOFF-X
021300             SET CALC-AQR-INIT-FAILED TO TRUE
021400             MOVE 16 TO RETURN-CODE
021500             GO TO 1000-EXIT
021600         END-IF
021700         MOVE CALC-AQR-CUTOFF-X TO CALC-AQR-CUTOFF-DAYS
021800     END-IF
021900     COMPUTE CALC-AQR-DAY-NUMBER
022000         = FUNCTION INTEGER-OF-DATE(CALC-AQR-RUN-DATE)
022100         - CALC-AQR-CUTOFF-DAYS
022200     COMPUTE CALC-AQR-CUTOFF-DATE
022300         = FUNCTION DATE-OF-INTEGER(CALC-AQR-DAY-NUMBER)
022400
022500     OPEN OUTPUT CALC-APRR-RPT-FILE
022600     IF CALC-AQR-PRINT-STATUS NOT = '00'
022700         DISPLAY 'Blad otwarcia CALC-APRR-RPT-FILE, status: '
022800             CALC-AQR-PRINT-STATUS
022900         SET CALC-AQR-INIT-FAILED TO TRUE
023000         GO TO 1000-EXIT
023100     END-IF
023200
023300     MOVE CALC-AQR-RUN-DATE    TO CALC-AQR-HD-DATE
023400     MOVE CALC-AQR-CUTOFF-DAYS TO CALC-AQR-HD-DAYS
023500     WRITE CALC-AQR-LINE FROM CALC-AQR-HEADING-LINE
023600         AFTER ADVANCING PAGE.
023700 1000-EXIT.
023800     EXIT.
023900
024000*=================================================================*
024100* 2000-PRINT-SECTION - one full pass over the queue, printing the *
024200* entries that belong to the section in hand.  A queue that does  *
024300* not exist yet simply has nothing in it.                         *
024400*=================================================================*
024500 2000-PRINT-SECTION.
024600     MOVE ZERO TO CALC-AQR-SECTION-COUNT
024700     WRITE CALC-AQR-LINE FROM CALC-AQR-BLANK-LINE
024800         AFTER ADVANCING 1 LINE
024900     WRITE CALC-AQR-LINE FROM CALC-AQR-SECTION-LINE
025000         AFTER ADVANCING 1 LINE
025100     WRITE CALC-AQR-LINE FROM CALC-AQR-COLUMN-LINE
025200         AFTER ADVANCING 1 LINE
025300
025400     SET CALC-AQR-NOT-EOF TO TRUE
025500     OPEN INPUT CALC-APRQ-FILE
025600     IF CALC-AQR-APRQ-STATUS NOT = '00'
025700         DISPLAY 'Blad otwarcia CALC-APRQ-FILE, status: '
025800             CALC-AQR-APRQ-STATUS
025900         SET CALC-AQR-EOF TO TRUE
026000     END-IF
026100     PERFORM 2100-SIFT-ONE-ENTRY THRU 2100-EXIT
026200         UNTIL CALC-AQR-EOF
026300     IF CALC-AQR-APRQ-STATUS NOT = '35'
026400         CLOSE CALC-APRQ-FILE
026500     END-IF
026600
026700     IF CALC-AQR-SECTION-COUNT = ZERO
026800         WRITE CALC-AQR-LINE FROM CALC-AQR-NONE-LINE
026900             AFTER ADVANCING 1 LINE
027000     END-IF.
027100 2000-EXIT.
027200     EXIT.
027300
027400*=================================================================*
027500* 2100-SIFT-ONE-ENTRY - decided entries count on the day they     *
027600* were decided; pending ones only once past the cutoff.  Every    *
027700* pending entry is counted on the overdue pass for the total.     *
027800*=================================================================*
027900 2100-SIFT-ONE-ENTRY.
028000     READ CALC-APRQ-FILE NEXT RECORD
028100         AT END
028200             SET CALC-AQR-EOF TO TRUE
028300             GO TO 2100-EXIT
028400     END-READ
028500     SET CALC-AQR-NOT-SELECTED TO TRUE
028600     EVALUATE TRUE
028700         WHEN CALC-AQR-SECTION-APPROVED
028800             IF CALC-APR-APPROVED
028900                 AND CALC-APR-DEC-DATE = CALC-AQR-RUN-DATE
029000                 SET CALC-AQR-SELECTED TO TRUE
029100             END-IF
029200         WHEN CALC-AQR-SECTION-DECLINED
029300             IF CALC-APR-DECLINED
029400                 AND CALC-APR-DEC-DATE = CALC-AQR-RUN-DATE
029500                 SET CALC-AQR-SELECTED TO TRUE
029600             END-IF
029700         WHEN OTHER
029800             IF CALC-APR-PENDING
029900                 ADD 1 TO CALC-AQR-PENDING-COUNT
030000                 IF CALC-APR-REQ-DATE NOT > CALC-AQR-CUTOFF-DATE
030100                     SET CALC-AQR-SELECTED TO TRUE
030200                 END-IF
030300             END-IF
030400     END-EVALUATE
030500     IF CALC-AQR-NOT-SELECTED
030600         GO TO 2100-EXIT
030700     END-IF
030800
030900     ADD 1 TO CALC-AQR-SECTION-COUNT
031000     MOVE CALC-APR-REQ-ID      TO CALC-AQR-D-REQ-ID
031050     EVALUATE TRUE
031100         WHEN CALC-APR-IS-REVERSAL
031150             MOVE 'STORNO'     TO CALC-AQR-D-TYPE
031200         WHEN CALC-APR-IS-ALLOCATION
031250             MOVE 'PODZIAL'    TO CALC-AQR-D-TYPE
031300         WHEN OTHER
031350             MOVE 'ZAMKNIECIE' TO CALC-AQR-D-TYPE
031400     END-EVALUATE
031600     MOVE CALC-APR-ORIG-ID     TO CALC-AQR-D-ORIG-ID
031700     MOVE CALC-APR-ACCOUNT     TO CALC-AQR-D-ACCOUNT
031800     MOVE CALC-APR-AMOUNT      TO CALC-AQR-D-AMOUNT
031900     MOVE CALC-APR-REQ-BY      TO CALC-AQR-D-REQ-BY
032000     MOVE CALC-APR-REQ-DATE    TO CALC-AQR-D-REQ-DATE
032100     MOVE CALC-APR-DEC-BY      TO CALC-AQR-D-DEC-BY
032200     MOVE CALC-APR-DEC-DATE    TO CALC-AQR-D-DEC-DATE
032300     MOVE CALC-APR-POSTED-ID   TO CALC-AQR-D-POSTED-ID
032400     MOVE CALC-APR-REASON      TO CALC-AQR-D-REASON
032500     WRITE CALC-AQR-LINE FROM CALC-AQR-DETAIL-LINE
032600         AFTER ADVANCING 1 LINE.
032700 2100-EXIT.
032800     EXIT.
032900
033000*=================================================================*
033100* 7000-PRINT-TOTALS                                                *
033200*=================================================================*
033300 7000-PRINT-TOTALS.
033400     WRITE CALC-AQR-LINE FROM CALC-AQR-BLANK-LINE
033500         AFTER ADVANCING 1 LINE
033600
033700     MOVE 'Zatwierdzono dzisiaj:' TO CALC-AQR-T-TEXT
033800     MOVE CALC-AQR-APPROVED-COUNT TO CALC-AQR-T-COUNT
033900     WRITE CALC-AQR-LINE FROM CALC-AQR-TOTAL-LINE
034000         AFTER ADVANCING 1 LINE
034100
034200     MOVE 'Odrzucono dzisiaj:' TO CALC-AQR-T-TEXT
034300     MOVE CALC-AQR-DECLINED-COUNT TO CALC-AQR-T-COUNT
034400     WRITE CALC-AQR-LINE FROM CALC-AQR-TOTAL-LINE
034500         AFTER ADVANCING 1 LINE
034600
034700     MOVE 'Oczekuje na decyzje razem:' TO CALC-AQR-T-TEXT
034800     MOVE CALC-AQR-PENDING-COUNT TO CALC-AQR-T-COUNT
034900     WRITE CALC-AQR-LINE FROM CALC-AQR-TOTAL-LINE
035000         AFTER ADVANCING 1 LINE
035100
035200     MOVE 'w tym po terminie:' TO CALC-AQR-T-TEXT
035300     MOVE CALC-AQR-OVERDUE-COUNT TO CALC-AQR-T-COUNT
035400     WRITE CALC-AQR-LINE FROM CALC-AQR-TOTAL-LINE
035500         AFTER ADVANCING 1 LINE.
035600 7000-EXIT.
035700     EXIT.
035800
035900*=================================================================*
036000* 9000-TERMINATE - a request left pending past the cutoff ends    *
036100* the run with RETURN-CODE 4.                                     *
036200*=================================================================*
036300 9000-TERMINATE.
036400     CLOSE CALC-APRR-RPT-FILE
036500     IF CALC-AQR-OVERDUE-COUNT > ZERO
036600         DISPLAY 'Wnioski oczekujace po terminie: '
036700             CALC-AQR-OVERDUE-COUNT ' - patrz CALCAPRO.'
036800         MOVE 4 TO RETURN-CODE
036900     END-IF
037000     DISPLAY 'Koniec programu.'.
037100 9000-EXIT.
037200     EXIT.
