000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCBUDL.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-09-14  JK   Original version.  Loads the cost-centre       *
001100*                  budgets operations prepares on the sequential  *
001200*                  CALCBUDI file into the indexed budget file     *
001300*                  CALCBUDG, keyed by account and period.  A new  *
001400*                  key is added with nothing posted against it    *
001500*                  yet; a key already on file has its budget      *
001600*                  amount replaced and keeps the posted-to-date   *
001700*                  figure the posting runs maintain, so a         *
001800*                  corrected budget can be reloaded mid-month.    *
001900*                  A line for an account the master does not      *
002000*                  carry, a bad period or a non-numeric amount    *
002100*                  is reported and dropped.                       *
002200*=================================================================*
002300*
002400*-----------------------------------------------------------------*
002500* ENVIRONMENT DIVISION                                             *
002600*-----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CALC-BDI-FILE ASSIGN TO 'CALCBUDI'
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS CALC-BDL-INPUT-STATUS.
003600
003700     SELECT CALC-BUDGET-FILE ASSIGN TO 'CALCBUDG'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CALC-BUD-KEY
004100         FILE STATUS IS CALC-BDL-BUDGET-STATUS.
004200
004300     SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CALC-ACCT-CODE
004700         FILE STATUS IS CALC-BDL-ACCT-STATUS.
004800
004900*-----------------------------------------------------------------*
005000* DATA DIVISION                                                    *
005100*-----------------------------------------------------------------*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CALC-BDI-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CALCBUDI.
005800
005900 FD  CALC-BUDGET-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CALCBUD.
006200
006300 FD  CALC-ACCT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCACCT.
006600
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------*
006900* FILE STATUS AND CONTROL SWITCHES                                  *
007000*-----------------------------------------------------------------*
007100 01  CALC-BDL-INPUT-STATUS        PIC X(02) VALUE '00'.
007200 01  CALC-BDL-BUDGET-STATUS       PIC X(02) VALUE '00'.
007300 01  CALC-BDL-ACCT-STATUS         PIC X(02) VALUE '00'.
007400
007500 01  CALC-BDL-EOF-SW              PIC X(01) VALUE 'N'.
007600     88  CALC-BDL-EOF                     VALUE 'Y'.
007700     88  CALC-BDL-NOT-EOF                 VALUE 'N'.
007800
007900 01  CALC-BDL-INIT-SW             PIC X(01) VALUE 'Y'.
008000     88  CALC-BDL-INIT-OK                 VALUE 'Y'.
008100     88  CALC-BDL-INIT-FAILED             VALUE 'N'.
008200
008300 01  CALC-BDL-LINE-SW             PIC X(01) VALUE 'Y'.
008400     88  CALC-BDL-LINE-OK                 VALUE 'Y'.
008500     88  CALC-BDL-LINE-BAD                VALUE 'N'.
008600
008700 01  CALC-BDL-RUN-DATE            PIC 9(08) VALUE ZERO.
008800
008900 01  CALC-BDL-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
009000 01  CALC-BDL-ADD-COUNT           PIC 9(06) COMP VALUE ZERO.
009100 01  CALC-BDL-REPL-COUNT          PIC 9(06) COMP VALUE ZERO.
009200 01  CALC-BDL-DROP-COUNT          PIC 9(06) COMP VALUE ZERO.
009300
009400*-----------------------------------------------------------------*
009500* PROCEDURE DIVISION                                                *
009600*-----------------------------------------------------------------*
009700 PROCEDURE DIVISION.
009800*=================================================================*
009900* MAIN-PARAGRAPH - one pass, load file to keyed budget file.      *
010000*=================================================================*
010100 MAIN-PARAGRAPH.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010300
010400     IF CALC-BDL-INIT-OK
010500         PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT
010600
010700         PERFORM 3000-LOAD-ONE-RECORD THRU 3000-EXIT
010800             UNTIL CALC-BDL-EOF
010900
011000         PERFORM 9000-TERMINATE THRU 9000-EXIT
011100     END-IF
011200
011300     STOP RUN.
011400
011500*=================================================================*
011600* 1000-INITIALIZE - the budget file is updated in place (I-O),    *
011700* with the standard first-open creation fallback, so a load only *
011800* ever touches the keys it carries.  The account master is the   *
011900* lookup side for validating each line.                          *
012000*=================================================================*
012100 1000-INITIALIZE.
012200     SET CALC-BDL-INIT-OK TO TRUE
012300     ACCEPT CALC-BDL-RUN-DATE FROM DATE YYYYMMDD
012400     OPEN INPUT CALC-BDI-FILE
012500     IF CALC-BDL-INPUT-STATUS NOT = '00'
012600         DISPLAY 'Blad otwarcia CALC-BDI-FILE, status: '
012700             CALC-BDL-INPUT-STATUS
012800         SET CALC-BDL-INIT-FAILED TO TRUE
012900         GO TO 1000-EXIT
013000     END-IF
013100     OPEN INPUT CALC-ACCT-FILE
013200     IF CALC-BDL-ACCT-STATUS NOT = '00'
013300         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
013400             CALC-BDL-ACCT-STATUS
013500         SET CALC-BDL-INIT-FAILED TO TRUE
013600         CLOSE CALC-BDI-FILE
013700         GO TO 1000-EXIT
013800     END-IF
013900     OPEN I-O CALC-BUDGET-FILE
014000     IF CALC-BDL-BUDGET-STATUS = '35'
014100         OPEN OUTPUT CALC-BUDGET-FILE
014200         CLOSE CALC-BUDGET-FILE
014300         OPEN I-O CALC-BUDGET-FILE
014400     END-IF
014500     IF CALC-BDL-BUDGET-STATUS NOT = '00'
014600         DISPLAY 'Blad otwarcia CALC-BUDGET-FILE, status: '
014700             CALC-BDL-BUDGET-STATUS
014800         SET CALC-BDL-INIT-FAILED TO TRUE
014900         CLOSE CALC-BDI-FILE
015000         CLOSE CALC-ACCT-FILE
015100     END-IF.
015200 1000-EXIT.
015300     EXIT.
015400
015500*=================================================================*
015600* 2000-READ-INPUT-RECORD                                           *
015700*=================================================================*
015800 2000-READ-INPUT-RECORD.
015900     READ CALC-BDI-FILE
016000         AT END
016100             SET CALC-BDL-EOF TO TRUE
016200     END-READ.
016300 2000-EXIT.
016400     EXIT.
016500
016600*=================================================================*
016700* 3000-LOAD-ONE-RECORD - validates the line, then adds the key or *
016800* replaces the budget amount on the key already there.           *
016900*=================================================================*
017000 3000-LOAD-ONE-RECORD.
017100     ADD 1 TO CALC-BDL-READ-COUNT
017200     PERFORM 3100-VALIDATE-LINE THRU 3100-EXIT
017300     IF CALC-BDL-LINE-BAD
017400         ADD 1 TO CALC-BDL-DROP-COUNT
017500         GO TO 3000-NEXT
017600     END-IF
017700
017800     MOVE CALC-BDI-ACCT-CODE TO CALC-BUD-ACCT-CODE
017900     MOVE CALC-BDI-PERIOD    TO CALC-BUD-PERIOD
018000     READ CALC-BUDGET-FILE
018100         INVALID KEY
018200             MOVE SPACES             TO CALC-BUD-RECORD
018300             MOVE CALC-BDI-ACCT-CODE TO CALC-BUD-ACCT-CODE
018400             MOVE CALC-BDI-PERIOD    TO CALC-BUD-PERIOD
018500             MOVE CALC-BDI-AMOUNT    TO CALC-BUD-AMOUNT
018600             MOVE ZERO               TO CALC-BUD-ACTUAL
018700             MOVE CALC-BDL-RUN-DATE  TO CALC-BUD-LOAD-DATE
018800             WRITE CALC-BUD-RECORD
018900             ADD 1 TO CALC-BDL-ADD-COUNT
019000         NOT INVALID KEY
019100             MOVE CALC-BDI-AMOUNT    TO CALC-BUD-AMOUNT
019200             MOVE CALC-BDL-RUN-DATE  TO CALC-BUD-LOAD-DATE
019300             REWRITE CALC-BUD-RECORD
019400             ADD 1 TO CALC-BDL-REPL-COUNT
019500     END-READ.
019600 3000-NEXT.
019700     PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT.
019800 3000-EXIT.
019900     EXIT.
020000
020100*=================================================================*
020200* 3100-VALIDATE-LINE - CALCBUDI is ops-prepared external input,   *
020300* so every field is proved before it is keyed: a real period     *
020400* (month 01-12), a numeric amount and an account the master      *
020500* carries.  A closed account may still be budgeted - its budget  *
020600* is simply never drawn on.                                      *
020700*=================================================================*
020800 3100-VALIDATE-LINE.
020900     SET CALC-BDL-LINE-OK TO TRUE
021000     IF CALC-BDI-PERIOD NOT NUMERIC
021100         OR CALC-BDI-MONTH < 01
021200         OR CALC-BDI-MONTH > 12
021300         DISPLAY 'Zly okres w budzecie konta: '
021400             CALC-BDI-ACCT-CODE
021500         SET CALC-BDL-LINE-BAD TO TRUE
021600         GO TO 3100-EXIT
021700     END-IF
021800     IF CALC-BDI-AMOUNT NOT NUMERIC
021900         DISPLAY 'Zla kwota w budzecie konta: '
022000             CALC-BDI-ACCT-CODE
022100         SET CALC-BDL-LINE-BAD TO TRUE
022200         GO TO 3100-EXIT
022300     END-IF
022400     MOVE CALC-BDI-ACCT-CODE TO CALC-ACCT-CODE
022500     READ CALC-ACCT-FILE
022600         INVALID KEY
022700             DISPLAY 'Nieznane konto w budzecie: '
022800                 CALC-BDI-ACCT-CODE
022900             SET CALC-BDL-LINE-BAD TO TRUE
023000     END-READ.
023100 3100-EXIT.
023200     EXIT.
023300
023400*=================================================================*
023500* 9000-TERMINATE - read must equal added plus replaced plus       *
023600* dropped, and dropped should be 0.                               *
023700*=================================================================*
023800 9000-TERMINATE.
023900     CLOSE CALC-BDI-FILE
024000     CLOSE CALC-ACCT-FILE
024100     CLOSE CALC-BUDGET-FILE
024200     DISPLAY 'Pozycji wczytano:   ' CALC-BDL-READ-COUNT
024300     DISPLAY 'Budzetow dodano:    ' CALC-BDL-ADD-COUNT
024400     DISPLAY 'Budzetow zmieniono: ' CALC-BDL-REPL-COUNT
024500     DISPLAY 'Pozycji pominieto:  ' CALC-BDL-DROP-COUNT
024600     IF CALC-BDL-DROP-COUNT > ZERO
024700         MOVE 8 TO RETURN-CODE
024800     END-IF
024900     DISPLAY 'Koniec programu.'.
025000 9000-EXIT.
025100     EXIT.
