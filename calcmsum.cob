001860*                  written before the period field existed carry  *
001870*                  spaces there and fall back to the posting-     *
001880*                  date month, as before.                         *
001881* 2026-10-12  JK   Now reads the indexed ledger copy CALCLEDX     *
001882*                  (rebuilt by CALCLEDL) along its period key     *
001883*                  instead of CALC-LEDGER-FILE, so the periods    *
001884*                  come out in order whatever order the work was  *
001885*                  posted in; the posting-date fallback for old   *
001886*                  rows is done at load time. An optional         *
001887*                  PARM='RRRRMM' summarises that one period only, *
001888*                  read straight from its key; without it every   *
001889*                  period is summarised as before. A non-numeric  *
001890*                  PARM ends the run with RETURN-CODE 16.         *
001900*=================================================================*
002000*
002100*-----------------------------------------------------------------*
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
002950     SELECT CALC-LEDX-FILE ASSIGN TO 'CALCLEDX'
003000         ORGANIZATION IS INDEXED
003050         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CALC-LEDX-KEY
003150         ALTERNATE RECORD KEY IS CALC-LEDX-PERIOD
003200             WITH DUPLICATES
003250         FILE STATUS IS CALC-MSM-LEDX-STATUS.
003300
003400     SELECT CALC-MSUM-RPT-FILE ASSIGN TO 'CALCMSMO'
003500         ORGANIZATION IS SEQUENTIAL
004000*-----------------------------------------------------------------*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CALC-LEDX-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CALCLEDX.
004700
004800 FD  CALC-MSUM-RPT-FILE
004900     RECORDING MODE IS F
005500*-----------------------------------------------------------------*
005600* FILE STATUS AND CONTROL SWITCHES                                  *
005700*-----------------------------------------------------------------*
005800 01  CALC-MSM-LEDX-STATUS         PIC X(02) VALUE '00'.
005900 01  CALC-MSM-PRINT-STATUS        PIC X(02) VALUE '00'.
006000
006100 01  CALC-MSM-EOF-SW              PIC X(01) VALUE 'N'.
007100     88  CALC-MSM-INIT-FAILED             VALUE 'N'.
007200
007300*-----------------------------------------------------------------*
007320* CONTROL BREAK - the accounting period (RRRRMM) on the keyed     *
007340* copy, the key it is read along.  CALCLEDL has already given     *
007360* rows older than the period field the month of their posting     *
007380* date.                                                           *
007500*-----------------------------------------------------------------*
007600 01  CALC-MSM-CURRENT-MONTH       PIC 9(06) VALUE ZERO.
007700 01  CALC-MSM-RECORD-MONTH        PIC 9(06) VALUE ZERO.
007710
007720*-----------------------------------------------------------------*
007730* PERIOD SELECTION - the optional PARM='RRRRMM' limits the run to *
007740* one period; zero (no PARM) summarises every period on file.     *
007750*-----------------------------------------------------------------*
007760 01  CALC-MSM-PARM-PERIOD-X       PIC X(06) VALUE SPACES.
007770 01  CALC-MSM-PARM-PERIOD         PIC 9(06) VALUE ZERO.
007800
007900*-----------------------------------------------------------------*
008000* PER-MONTH AND GRAND-TOTAL ACCUMULATORS                            *
011300 01  CALC-MSM-BLANK-LINE         PIC X(01) VALUE SPACE.
011400
011500*-----------------------------------------------------------------*
011510* LINKAGE SECTION - the optional PARM= text carrying the period   *
011520* to summarise, in the standard length-prefixed form.             *
011530*-----------------------------------------------------------------*
011540 LINKAGE SECTION.
011550 01  CALC-MSM-PARM-AREA.
011560     05  CALC-MSM-PARM-LENGTH     PIC S9(04) COMP.
011570     05  CALC-MSM-PARM-TEXT       PIC X(06).
011580
011590*-----------------------------------------------------------------*
011600* PROCEDURE DIVISION                                                *
011700*-----------------------------------------------------------------*
011800 PROCEDURE DIVISION USING CALC-MSM-PARM-AREA.
011900*=================================================================*
011950* MAIN-PARAGRAPH - one pass along the period key of the keyed     *
012000* ledger copy, breaking on period.                                *
012100*=================================================================*
012200 MAIN-PARAGRAPH.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014000     STOP RUN.
014100
014200*=================================================================*
014250* 1000-INITIALIZE - settles the period selection, opens the files *
014300* and positions the keyed copy on the first period wanted.        *
014400*=================================================================*
014500 1000-INITIALIZE.
014600     SET CALC-MSM-INIT-OK TO TRUE
014620     IF CALC-MSM-PARM-LENGTH > 0
014640         MOVE CALC-MSM-PARM-TEXT TO CALC-MSM-PARM-PERIOD-X
014660     END-IF
014680     IF CALC-MSM-PARM-PERIOD-X NOT = SPACES
014700         IF CALC-MSM-PARM-PERIOD-X NOT NUMERIC
014720             DISPLAY 'Blad: zly okres w PARM '
014740                 '(oczekiwano RRRRMM): ' CALC-MSM-PARM-PERIOD-X
014760             SET CALC-MSM-INIT-FAILED TO TRUE
014780             MOVE 16 TO RETURN-CODE
014800             GO TO 1000-EXIT
014820         END-IF
014840         MOVE CALC-MSM-PARM-PERIOD-X TO CALC-MSM-PARM-PERIOD
014860     END-IF
014880     OPEN INPUT CALC-LEDX-FILE
014900     IF CALC-MSM-LEDX-STATUS NOT = '00'
014920         DISPLAY 'Blad otwarcia CALC-LEDX-FILE, status: '
014940             CALC-MSM-LEDX-STATUS
014960         DISPLAY 'Czy CALCLEDL zostal wykonany?'
015100         SET CALC-MSM-INIT-FAILED TO TRUE
015200     ELSE
015300         OPEN OUTPUT CALC-MSUM-RPT-FILE
015500             DISPLAY 'Blad otwarcia CALC-MSUM-RPT-FILE, status: '
015600                 CALC-MSM-PRINT-STATUS
015700             SET CALC-MSM-INIT-FAILED TO TRUE
015800             CLOSE CALC-LEDX-FILE
015900         END-IF
015910     END-IF
015920     IF CALC-MSM-INIT-FAILED
015930         GO TO 1000-EXIT
015940     END-IF
015950     MOVE CALC-MSM-PARM-PERIOD TO CALC-LEDX-PERIOD
015960     START CALC-LEDX-FILE
015970         KEY IS NOT < CALC-LEDX-PERIOD
015980         INVALID KEY
015990             SET CALC-MSM-EOF TO TRUE
016000     END-START.
016100 1000-EXIT.
016200     EXIT.
016300
017200     EXIT.
017300
017400*=================================================================*
017450* 2000-READ-LEDGER-RECORD - next posting along the period key.    *
017500* The copy carries no trailer records, only postings.  With one   *
017550* period selected, the first posting of the next period ends the  *
017600* pass.                                                           *
017800*=================================================================*
017900 2000-READ-LEDGER-RECORD.
017920     IF CALC-MSM-EOF
017940         GO TO 2000-EXIT
017960     END-IF
017980     READ CALC-LEDX-FILE NEXT RECORD
018100         AT END
018200             SET CALC-MSM-EOF TO TRUE
018300             GO TO 2000-EXIT
018400     END-READ
018450     IF CALC-MSM-PARM-PERIOD NOT = ZERO
018500         AND CALC-LEDX-PERIOD NOT = CALC-MSM-PARM-PERIOD
018550         SET CALC-MSM-EOF TO TRUE
018700     END-IF.
018800 2000-EXIT.
018900     EXIT.
019200* 3000-PROCESS-LEDGER-RECORD - drives the month control break.    *
019300*=================================================================*
019400 3000-PROCESS-LEDGER-RECORD.
019500     MOVE CALC-LEDX-PERIOD TO CALC-MSM-RECORD-MONTH
019600
019700     IF CALC-MSM-FIRST-RECORD
019800         PERFORM 1100-RESET-MONTH-TOTALS THRU 1100-EXIT
021500*=================================================================*
021600* 3100-ACCUMULATE-RECORD - folds one posting into the month and   *
021700* grand accumulators; the debit/credit split goes by the sign of  *
021800* CALC-LEDX-AMOUNT (negative amounts are the credit side).        *
021900*=================================================================*
022000 3100-ACCUMULATE-RECORD.
022100     ADD 1 TO CALC-MSM-MON-COUNT
022200     ADD 1 TO CALC-MSM-GRA-COUNT
022300     ADD CALC-LEDX-AMOUNT TO CALC-MSM-MON-TOTAL
022400     ADD CALC-LEDX-AMOUNT TO CALC-MSM-GRA-TOTAL
022500     IF CALC-LEDX-AMOUNT < ZERO
022600         ADD 1 TO CALC-MSM-MON-CRE-COUNT
022700         ADD 1 TO CALC-MSM-GRA-CRE-COUNT
022800         ADD CALC-LEDX-AMOUNT TO CALC-MSM-MON-CRE-TOTAL
022900         ADD CALC-LEDX-AMOUNT TO CALC-MSM-GRA-CRE-TOTAL
023000     ELSE
023100         ADD 1 TO CALC-MSM-MON-DEB-COUNT
023200         ADD 1 TO CALC-MSM-GRA-DEB-COUNT
023300         ADD CALC-LEDX-AMOUNT TO CALC-MSM-MON-DEB-TOTAL
023400         ADD CALC-LEDX-AMOUNT TO CALC-MSM-GRA-DEB-TOTAL
023500     END-IF.
023600 3100-EXIT.
023700     EXIT.
030000* 9000-TERMINATE                                                   *
030100*=================================================================*
030200 9000-TERMINATE.
030300     CLOSE CALC-LEDX-FILE
030400     CLOSE CALC-MSUM-RPT-FILE.
030500 9000-EXIT.
030600     EXIT.
