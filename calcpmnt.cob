000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCPMNT.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-15  JK   Original version.  Operator maintenance of the *
001100*                  CALCPODZ cost allocation rules, on the lines   *
001200*                  of CALCHMNT: a rule is added, re-keyed as a    *
001300*                  whole, deleted or displayed.  A rule names     *
001400*                  the pool account, the account that takes the   *
001500*                  rounding remainder and up to 20 target         *
001600*                  accounts with their percentage shares; every   *
001700*                  account must be on the master and open, and    *
001800*                  a rule whose shares do not total exactly       *
001900*                  100.00 is never written.  Only a supervisor    *
002000*                  with the correction authority may run it,      *
002100*                  and every change writes a CALC-AUDIT-FILE      *
002200*                  entry with U in the operator byte under a      *
002300*                  transaction ID from CALCTIDF.                  *
002400*=================================================================*
002500*
002600*-----------------------------------------------------------------*
002700* ENVIRONMENT DIVISION                                            *
002800*-----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CALC-PDZ-FILE ASSIGN TO 'CALCPODZ'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CALC-PDZ-CODE
003900         FILE STATUS IS CALC-PMN-PDZ-STATUS.
004000
004100     SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CALC-ACCT-CODE
004500         FILE STATUS IS CALC-PMN-ACCT-STATUS.
004600
004700     SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUDT'
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CALC-PMN-AUDIT-STATUS.
005000
005100     SELECT CALC-TRANSID-FILE ASSIGN TO 'CALCTIDF'
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CALC-PMN-TRANSID-STATUS.
005400
005500     SELECT CALC-OPER-FILE ASSIGN TO 'CALCOPER'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CALC-OPER-ID
005900         FILE STATUS IS CALC-PMN-OPER-STATUS.
006000
006100*-----------------------------------------------------------------*
006200* DATA DIVISION                                                   *
006300*-----------------------------------------------------------------*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CALC-PDZ-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CALCPDZ.
006900
007000 FD  CALC-ACCT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY CALCACCT.
007300
007400 FD  CALC-AUDIT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCAUD.
007800
007900 FD  CALC-TRANSID-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CALCTID.
008300
008400 FD  CALC-OPER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY CALCOPR.
008700
008800 WORKING-STORAGE SECTION.
008900*-----------------------------------------------------------------*
009000* FILE STATUS AND CONTROL SWITCHES                                *
009100*-----------------------------------------------------------------*
009200 01  CALC-PMN-PDZ-STATUS          PIC X(02) VALUE '00'.
009300 01  CALC-PMN-ACCT-STATUS         PIC X(02) VALUE '00'.
009400 01  CALC-PMN-AUDIT-STATUS        PIC X(02) VALUE '00'.
009500 01  CALC-PMN-TRANSID-STATUS      PIC X(02) VALUE '00'.
009600 01  CALC-PMN-OPER-STATUS         PIC X(02) VALUE '00'.
009700
009800 01  CALC-PMN-INIT-SW             PIC X(01) VALUE 'Y'.
009900     88  CALC-PMN-INIT-OK                 VALUE 'Y'.
010000     88  CALC-PMN-INIT-FAILED             VALUE 'N'.
010100
010200 01  CALC-PMN-CHOICE              PIC X(01) VALUE SPACE.
010300     88  CALC-PMN-ADD-RULE                VALUE '1'.
010400     88  CALC-PMN-CHANGE-RULE             VALUE '2'.
010500     88  CALC-PMN-DELETE-RULE             VALUE '3'.
010600     88  CALC-PMN-SHOW-RULE               VALUE '4'.
010700     88  CALC-PMN-END                     VALUE 'K'.
010800
010900 01  CALC-PMN-DONE-SW             PIC X(01) VALUE 'N'.
011000     88  CALC-PMN-DONE                    VALUE 'Y'.
011100     88  CALC-PMN-NOT-DONE                VALUE 'N'.
011200
011300 01  CALC-PMN-RULE-SW             PIC X(01) VALUE 'Y'.
011400     88  CALC-PMN-RULE-VALID              VALUE 'Y'.
011500     88  CALC-PMN-RULE-INVALID            VALUE 'N'.
011600
011700 01  CALC-PMN-ACCT-SW             PIC X(01) VALUE 'N'.
011800     88  CALC-PMN-ACCT-OK                 VALUE 'Y'.
011900     88  CALC-PMN-ACCT-NOT-OK             VALUE 'N'.
012000
012100 01  CALC-PMN-TGT-END-SW          PIC X(01) VALUE 'N'.
012200     88  CALC-PMN-TGT-END                 VALUE 'Y'.
012300     88  CALC-PMN-TGT-MORE                VALUE 'N'.
012400
012500 01  CALC-PMN-DUP-SW              PIC X(01) VALUE 'N'.
012600     88  CALC-PMN-DUP-FOUND               VALUE 'Y'.
012700     88  CALC-PMN-DUP-NOT-FOUND           VALUE 'N'.
012800
012900 01  CALC-PMN-CONFIRM             PIC X(01) VALUE SPACE.
013000     88  CALC-PMN-CONFIRMED               VALUE 'T'.
013100
013200*-----------------------------------------------------------------*
013300* OPERATOR IDENTIFICATION - keyed once at startup and stamped     *
013400* onto every rule changed and every audit entry written.          *
013500*-----------------------------------------------------------------*
013600 01  CALC-PMN-OPERATOR-ID         PIC X(08) VALUE SPACES.
013700
013800*-----------------------------------------------------------------*
013900* WORK FIELDS FOR THE ACTION IN HAND - the rule is keyed straight *
014000* into the record area and only written once the whole rule has   *
014100* been proved.                                                    *
014200*-----------------------------------------------------------------*
014300 01  CALC-PMN-ARG-CODE            PIC X(08) VALUE SPACES.
014400 01  CALC-PMN-ARG-ACCT            PIC X(08) VALUE SPACES.
014500 01  CALC-PMN-ARG-PCT             PIC 9(03)V99 VALUE ZERO.
014600 01  CALC-PMN-PROMPT              PIC X(40) VALUE SPACES.
014700 01  CALC-PMN-PCT-TOTAL           PIC 9(05)V99 VALUE ZERO.
014800 01  CALC-PMN-PCT-DISP            PIC ZZ9.99.
014900 01  CALC-PMN-TOTAL-DISP          PIC ZZZZ9.99.
015000 01  CALC-PMN-TGT-COUNT           PIC 9(04) COMP VALUE ZERO.
015100 01  CALC-PMN-CHK-IDX             PIC 9(04) COMP VALUE ZERO.
015200
015300 01  CALC-PMN-CHANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
015400
015500*-----------------------------------------------------------------*
015600* TRANSACTION IDENTIFIER - issued from the persistent CALCTIDF    *
015700* counter and posted back after every change, as in CALCHMNT.     *
015800*-----------------------------------------------------------------*
015900 01  CALC-PMN-TRANS-ID-CURRENT    PIC 9(08) VALUE ZERO.
016000
016100*-----------------------------------------------------------------*
016200* PROCEDURE DIVISION                                              *
016300*-----------------------------------------------------------------*
016400 PROCEDURE DIVISION.
016500*=================================================================*
016600* MAIN-PARAGRAPH - menu loop until the operator keys K.           *
016700*=================================================================*
016800 MAIN-PARAGRAPH.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017000
017100     IF CALC-PMN-INIT-OK
017200         PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
017300             UNTIL CALC-PMN-DONE
017400         PERFORM 9000-TERMINATE THRU 9000-EXIT
017500     END-IF
017600
017700     STOP RUN.
017800
017900*=================================================================*
018000* 1000-INITIALIZE - obtains and validates the operator ID, opens  *
018100* the rule file I-O (creating it on first use), the account       *
018200* master for lookup, the audit log EXTEND, and recovers the last  *
018300* issued transaction ID.                                          *
018400*=================================================================*
018500 1000-INITIALIZE.
018600     DISPLAY '=== Reguly podzialu kosztow (CALCPMNT) ==='
018700     SET CALC-PMN-INIT-OK TO TRUE
018800     DISPLAY 'Podaj identyfikator operatora:'
018900     ACCEPT CALC-PMN-OPERATOR-ID
019000
019100     PERFORM 1600-VALIDATE-OPERATOR THRU 1600-EXIT
019200     IF CALC-PMN-INIT-FAILED
019300         GO TO 1000-EXIT
019400     END-IF
019500
019600     OPEN I-O CALC-PDZ-FILE
019700     IF CALC-PMN-PDZ-STATUS = '35'
019800         OPEN OUTPUT CALC-PDZ-FILE
019900         CLOSE CALC-PDZ-FILE
020000         OPEN I-O CALC-PDZ-FILE
020100     END-IF
020200     IF CALC-PMN-PDZ-STATUS NOT = '00'
020300         DISPLAY 'Blad otwarcia CALC-PDZ-FILE, status: '
020400             CALC-PMN-PDZ-STATUS
020500         SET CALC-PMN-INIT-FAILED TO TRUE
020600         GO TO 1000-EXIT
020700     END-IF
020800
020900     OPEN INPUT CALC-ACCT-FILE
021000     IF CALC-PMN-ACCT-STATUS NOT = '00'
021100         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
021200             CALC-PMN-ACCT-STATUS
021300         SET CALC-PMN-INIT-FAILED TO TRUE
021400         CLOSE CALC-PDZ-FILE
021500         GO TO 1000-EXIT
021600     END-IF
021700
021800     OPEN EXTEND CALC-AUDIT-FILE
021900     IF CALC-PMN-AUDIT-STATUS = '35'
022000         OPEN OUTPUT CALC-AUDIT-FILE
022100     END-IF
022200     IF CALC-PMN-AUDIT-STATUS NOT = '00'
022300         DISPLAY 'Blad otwarcia CALC-AUDIT-FILE, status: '
022400             CALC-PMN-AUDIT-STATUS
022500         SET CALC-PMN-INIT-FAILED TO TRUE
022600         CLOSE CALC-PDZ-FILE
022700         CLOSE CALC-ACCT-FILE
022800         GO TO 1000-EXIT
022900     END-IF
023000
023100     PERFORM 1300-READ-LAST-TRANS-ID THRU 1300-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400
023500*=================================================================*
023600* 1300-READ-LAST-TRANS-ID - recovers the last transaction ID any  *
023700* prior run issued; zero when CALCTIDF does not exist yet.        *
023800*=================================================================*
023900 1300-READ-LAST-TRANS-ID.
024000     MOVE ZERO TO CALC-PMN-TRANS-ID-CURRENT
024100     OPEN INPUT CALC-TRANSID-FILE
024200     IF CALC-PMN-TRANSID-STATUS = '00'
024300         READ CALC-TRANSID-FILE
024400             NOT AT END
024500                 MOVE CALC-TRANSID-LAST-ISSUED
024600                     TO CALC-PMN-TRANS-ID-CURRENT
024700         END-READ
024800         CLOSE CALC-TRANSID-FILE
024900     END-IF.
025000 1300-EXIT.
025100     EXIT.
025200
025300*=================================================================*
025400* 1600-VALIDATE-OPERATOR - the keyed ID must be on the CALCOPER   *
025500* security master, active, and hold the correction authority;     *
025600* anything else ends the run with RETURN-CODE 16.                 *
025700*=================================================================*
025800 1600-VALIDATE-OPERATOR.
025900     OPEN INPUT CALC-OPER-FILE
026000     IF CALC-PMN-OPER-STATUS NOT = '00'
026100         DISPLAY 'Blad otwarcia CALC-OPER-FILE, status: '
026200             CALC-PMN-OPER-STATUS
026300         SET CALC-PMN-INIT-FAILED TO TRUE
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 1600-EXIT
026600     END-IF
026700     MOVE CALC-PMN-OPERATOR-ID TO CALC-OPER-ID
026800     READ CALC-OPER-FILE
026900         INVALID KEY
027000             DISPLAY 'Nieznany operator: ' CALC-PMN-OPERATOR-ID
027100             SET CALC-PMN-INIT-FAILED TO TRUE
027200             MOVE 16 TO RETURN-CODE
027300     END-READ
027400     IF CALC-PMN-INIT-OK
027500         IF NOT CALC-OPER-IS-ACTIVE
027600             DISPLAY 'Operator zablokowany: '
027700                 CALC-PMN-OPERATOR-ID
027800             SET CALC-PMN-INIT-FAILED TO TRUE
027900             MOVE 16 TO RETURN-CODE
028000         ELSE
028100             IF NOT CALC-OPER-MAY-CORRECT
028200                 DISPLAY 'Brak uprawnienia do utrzymania'
028300                     ' regul podzialu: ' CALC-PMN-OPERATOR-ID
028400                 SET CALC-PMN-INIT-FAILED TO TRUE
028500                 MOVE 16 TO RETURN-CODE
028600             END-IF
028700         END-IF
028800     END-IF
028900     CLOSE CALC-OPER-FILE.
029000 1600-EXIT.
029100     EXIT.
029200
029300*=================================================================*
029400* 2000-PROCESS-ONE-ACTION - one menu round trip.                  *
029500*=================================================================*
029600 2000-PROCESS-ONE-ACTION.
029700     DISPLAY 'Akcja: 1=dodaj regule  2=zmien regule  3=usun'
029800         ' regule  4=pokaz regule  K=koniec'
029900     ACCEPT CALC-PMN-CHOICE
030000     MOVE FUNCTION UPPER-CASE(CALC-PMN-CHOICE)
030100         TO CALC-PMN-CHOICE
030200     EVALUATE TRUE
030300         WHEN CALC-PMN-ADD-RULE
030400             PERFORM 3000-ADD-RULE THRU 3000-EXIT
030500         WHEN CALC-PMN-CHANGE-RULE
030600             PERFORM 3500-CHANGE-RULE THRU 3500-EXIT
030700         WHEN CALC-PMN-DELETE-RULE
030800             PERFORM 3700-DELETE-RULE THRU 3700-EXIT
030900         WHEN CALC-PMN-SHOW-RULE
031000             PERFORM 3800-SHOW-RULE THRU 3800-EXIT
031100         WHEN CALC-PMN-END
031200             SET CALC-PMN-DONE TO TRUE
031300         WHEN OTHER
031400             DISPLAY 'Niepoprawny wybor, powtorz.'
031500     END-EVALUATE.
031600 2000-EXIT.
031700     EXIT.
031800
031900*=================================================================*
032000* 2100-ACCEPT-CODE - keys the rule code; a blank code abandons    *
032100* the action rather than keying the file with spaces.             *
032200*=================================================================*
032300 2100-ACCEPT-CODE.
032400     DISPLAY 'Podaj kod reguly podzialu:'
032500     ACCEPT CALC-PMN-ARG-CODE
032600     MOVE FUNCTION UPPER-CASE(CALC-PMN-ARG-CODE)
032700         TO CALC-PMN-ARG-CODE
032800     IF CALC-PMN-ARG-CODE = SPACES
032900         DISPLAY 'Pusty kod - akcja pominieta.'
033000     END-IF.
033100 2100-EXIT.
033200     EXIT.
033300
033400*=================================================================*
033500* 2200-ACCEPT-ACCOUNT - keys the account named by CALC-PMN-PROMPT *
033600* and proves it is on the master and not closed, so a rule never  *
033700* names an account CALCULATOR would refuse to post.  A blank      *
033800* account is left to the caller.                                  *
033900*=================================================================*
034000 2200-ACCEPT-ACCOUNT.
034100     SET CALC-PMN-ACCT-NOT-OK TO TRUE
034200     DISPLAY CALC-PMN-PROMPT
034300     ACCEPT CALC-PMN-ARG-ACCT
034400     MOVE FUNCTION UPPER-CASE(CALC-PMN-ARG-ACCT)
034500         TO CALC-PMN-ARG-ACCT
034600     IF CALC-PMN-ARG-ACCT = SPACES
034700         GO TO 2200-EXIT
034800     END-IF
034900     MOVE CALC-PMN-ARG-ACCT TO CALC-ACCT-CODE
035000     READ CALC-ACCT-FILE
035100         INVALID KEY
035200             DISPLAY 'Nieznane konto: ' CALC-PMN-ARG-ACCT
035300             GO TO 2200-EXIT
035400     END-READ
035500     IF CALC-ACCT-IS-CLOSED
035600         DISPLAY 'Konto zamkniete: ' CALC-PMN-ARG-ACCT
035700         GO TO 2200-EXIT
035800     END-IF
035900     SET CALC-PMN-ACCT-OK TO TRUE.
036000 2200-EXIT.
036100     EXIT.
036200
036300*=================================================================*
036400* 3000-ADD-RULE - a new rule.  A code already on file is refused, *
036500* not overwritten.                                                *
036600*=================================================================*
036700 3000-ADD-RULE.
036800     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
036900     IF CALC-PMN-ARG-CODE = SPACES
037000         GO TO 3000-EXIT
037100     END-IF
037200     MOVE CALC-PMN-ARG-CODE TO CALC-PDZ-CODE
037300     READ CALC-PDZ-FILE
037400         NOT INVALID KEY
037500             DISPLAY 'Regula juz istnieje: ' CALC-PMN-ARG-CODE
037600             GO TO 3000-EXIT
037700     END-READ
037800
037900     PERFORM 4000-KEY-RULE THRU 4000-EXIT
038000     IF CALC-PMN-RULE-INVALID
038100         DISPLAY 'Regula nie zapisana: ' CALC-PMN-ARG-CODE
038200         GO TO 3000-EXIT
038300     END-IF
038400     WRITE CALC-PDZ-RECORD
038500         INVALID KEY
038600             DISPLAY 'Regula juz istnieje: ' CALC-PMN-ARG-CODE
038700         NOT INVALID KEY
038800             DISPLAY 'Dodano regule: ' CALC-PMN-ARG-CODE
038900             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
039000     END-WRITE.
039100 3000-EXIT.
039200     EXIT.
039300
039400*=================================================================*
039500* 3500-CHANGE-RULE - an existing rule is shown and then re-keyed  *
039600* as a whole: a change to one share always moves another, so the  *
039700* shares are proved to total 100.00 again before the rule is      *
039800* rewritten.                                                      *
039900*=================================================================*
040000 3500-CHANGE-RULE.
040100     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
040200     IF CALC-PMN-ARG-CODE = SPACES
040300         GO TO 3500-EXIT
040400     END-IF
040500     MOVE CALC-PMN-ARG-CODE TO CALC-PDZ-CODE
040600     READ CALC-PDZ-FILE
040700         INVALID KEY
040800             DISPLAY 'Nieznana regula: ' CALC-PMN-ARG-CODE
040900             GO TO 3500-EXIT
041000     END-READ
041100     PERFORM 5000-DISPLAY-RULE THRU 5000-EXIT
041200
041300     PERFORM 4000-KEY-RULE THRU 4000-EXIT
041400     IF CALC-PMN-RULE-INVALID
041500         DISPLAY 'Regula nie zmieniona: ' CALC-PMN-ARG-CODE
041600         GO TO 3500-EXIT
041700     END-IF
041800     REWRITE CALC-PDZ-RECORD
041900     DISPLAY 'Zmieniono regule: ' CALC-PMN-ARG-CODE
042000     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
042100 3500-EXIT.
042200     EXIT.
042300
042400*=================================================================*
042500* 3700-DELETE-RULE - removes a rule once the operator confirms it *
042600* on screen.  Allocations already posted keep their reference on  *
042700* the audit trail and can still be reversed through CALCREV.      *
042800*=================================================================*
042900 3700-DELETE-RULE.
043000     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
043100     IF CALC-PMN-ARG-CODE = SPACES
043200         GO TO 3700-EXIT
043300     END-IF
043400     MOVE CALC-PMN-ARG-CODE TO CALC-PDZ-CODE
043500     READ CALC-PDZ-FILE
043600         INVALID KEY
043700             DISPLAY 'Nieznana regula: ' CALC-PMN-ARG-CODE
043800             GO TO 3700-EXIT
043900     END-READ
044000     PERFORM 5000-DISPLAY-RULE THRU 5000-EXIT
044100     DISPLAY 'Usunac regule (T/N):'
044200     ACCEPT CALC-PMN-CONFIRM
044300     MOVE FUNCTION UPPER-CASE(CALC-PMN-CONFIRM)
044400         TO CALC-PMN-CONFIRM
044500     IF NOT CALC-PMN-CONFIRMED
044600         DISPLAY 'Regula nie usunieta: ' CALC-PMN-ARG-CODE
044700         GO TO 3700-EXIT
044800     END-IF
044900     DELETE CALC-PDZ-FILE
045000     DISPLAY 'Usunieto regule: ' CALC-PMN-ARG-CODE
045100     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
045200 3700-EXIT.
045300     EXIT.
045400
045500*=================================================================*
045600* 3800-SHOW-RULE - displays a rule without changing it.           *
045700*=================================================================*
045800 3800-SHOW-RULE.
045900     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
046000     IF CALC-PMN-ARG-CODE = SPACES
046100         GO TO 3800-EXIT
046200     END-IF
046300     MOVE CALC-PMN-ARG-CODE TO CALC-PDZ-CODE
046400     READ CALC-PDZ-FILE
046500         INVALID KEY
046600             DISPLAY 'Nieznana regula: ' CALC-PMN-ARG-CODE
046700             GO TO 3800-EXIT
046800     END-READ
046900     PERFORM 5000-DISPLAY-RULE THRU 5000-EXIT.
047000 3800-EXIT.
047100     EXIT.
047200
047300*=================================================================*
047400* 4000-KEY-RULE - keys the whole rule into CALC-PDZ-RECORD: name, *
047500* pool account, remainder account, then the targets until a blank *
047600* account or the 20th target.  The pool and remainder accounts    *
047700* must be on the master and open, and the remainder account may   *
047800* not be the pool account itself; an error there abandons the     *
047900* rule.  A bad target is refused and re-prompted.  The rule is    *
048000* only valid once it has at least one target and the shares       *
048100* total exactly 100.00.                                           *
048200*=================================================================*
048300 4000-KEY-RULE.
048400     SET CALC-PMN-RULE-VALID TO TRUE
048500     MOVE SPACES            TO CALC-PDZ-RECORD
048600     MOVE CALC-PMN-ARG-CODE TO CALC-PDZ-CODE
048700     PERFORM 4050-CLEAR-TARGET THRU 4050-EXIT
048800         VARYING CALC-PDZ-TGT-IDX FROM 1 BY 1
048900         UNTIL CALC-PDZ-TGT-IDX > 20
049000     DISPLAY 'Podaj nazwe reguly:'
049100     ACCEPT CALC-PDZ-NAME
049200
049300     MOVE 'Podaj konto puli:' TO CALC-PMN-PROMPT
049400     PERFORM 2200-ACCEPT-ACCOUNT THRU 2200-EXIT
049500     IF CALC-PMN-ACCT-NOT-OK
049600         SET CALC-PMN-RULE-INVALID TO TRUE
049700         GO TO 4000-EXIT
049800     END-IF
049900     MOVE CALC-PMN-ARG-ACCT TO CALC-PDZ-POOL-ACCT
050000
050100     MOVE 'Podaj konto reszty z zaokraglen:' TO CALC-PMN-PROMPT
050200     PERFORM 2200-ACCEPT-ACCOUNT THRU 2200-EXIT
050300     IF CALC-PMN-ACCT-NOT-OK
050400         SET CALC-PMN-RULE-INVALID TO TRUE
050500         GO TO 4000-EXIT
050600     END-IF
050700     IF CALC-PMN-ARG-ACCT = CALC-PDZ-POOL-ACCT
050800         DISPLAY 'Konto reszty nie moze byc kontem puli.'
050900         SET CALC-PMN-RULE-INVALID TO TRUE
051000         GO TO 4000-EXIT
051100     END-IF
051200     MOVE CALC-PMN-ARG-ACCT TO CALC-PDZ-REMAIN-ACCT
051300
051400     MOVE ZERO TO CALC-PMN-TGT-COUNT
051500     MOVE ZERO TO CALC-PMN-PCT-TOTAL
051600     SET CALC-PMN-TGT-MORE TO TRUE
051700     PERFORM 4100-KEY-ONE-TARGET THRU 4100-EXIT
051800         UNTIL CALC-PMN-TGT-END
051900     MOVE CALC-PMN-TGT-COUNT TO CALC-PDZ-TARGET-COUNT
052000
052100     IF CALC-PMN-TGT-COUNT = ZERO
052200         DISPLAY 'Regula bez kont docelowych.'
052300         SET CALC-PMN-RULE-INVALID TO TRUE
052400         GO TO 4000-EXIT
052500     END-IF
052600     IF CALC-PMN-PCT-TOTAL NOT = 100
052700         MOVE CALC-PMN-PCT-TOTAL TO CALC-PMN-TOTAL-DISP
052800         DISPLAY 'Suma udzialow ' CALC-PMN-TOTAL-DISP
052900             ' rozna od 100.00.'
053000         SET CALC-PMN-RULE-INVALID TO TRUE
053100         GO TO 4000-EXIT
053200     END-IF
053300     ACCEPT CALC-PDZ-CHANGE-DATE FROM DATE YYYYMMDD
053400     MOVE CALC-PMN-OPERATOR-ID TO CALC-PDZ-CHANGE-BY.
053500 4000-EXIT.
053600     EXIT.
053700
053800 4050-CLEAR-TARGET.
053900     MOVE SPACES TO CALC-PDZ-TGT-ACCT(CALC-PDZ-TGT-IDX)
054000     MOVE ZERO   TO CALC-PDZ-TGT-PCT(CALC-PDZ-TGT-IDX).
054100 4050-EXIT.
054200     EXIT.
054300
054400*=================================================================*
054500* 4100-KEY-ONE-TARGET - keys one target account and its share.  A *
054600* blank account ends the list.  The account must be on the master *
054700* and open, may not be the pool account and may not appear twice; *
054800* the share must be numeric, above zero and no more than 100.00.  *
054900* A refused target is not counted and the operator keys again.    *
055000*=================================================================*
055100 4100-KEY-ONE-TARGET.
055200     IF CALC-PMN-TGT-COUNT = 20
055300         DISPLAY 'Osiagnieto limit 20 kont docelowych.'
055400         SET CALC-PMN-TGT-END TO TRUE
055500         GO TO 4100-EXIT
055600     END-IF
055700     MOVE 'Podaj konto docelowe (puste = koniec):'
055800         TO CALC-PMN-PROMPT
055900     PERFORM 2200-ACCEPT-ACCOUNT THRU 2200-EXIT
056000     IF CALC-PMN-ARG-ACCT = SPACES
056100         SET CALC-PMN-TGT-END TO TRUE
056200         GO TO 4100-EXIT
056300     END-IF
056400     IF CALC-PMN-ACCT-NOT-OK
056500         GO TO 4100-EXIT
056600     END-IF
056700     IF CALC-PMN-ARG-ACCT = CALC-PDZ-POOL-ACCT
056800         DISPLAY 'Konto docelowe nie moze byc kontem puli.'
056900         GO TO 4100-EXIT
057000     END-IF
057100     SET CALC-PMN-DUP-NOT-FOUND TO TRUE
057200     PERFORM 4150-CHECK-DUPLICATE THRU 4150-EXIT
057300         VARYING CALC-PDZ-TGT-IDX FROM 1 BY 1
057400         UNTIL CALC-PDZ-TGT-IDX > CALC-PMN-TGT-COUNT
057500            OR CALC-PMN-DUP-FOUND
057600     IF CALC-PMN-DUP-FOUND
057700         DISPLAY 'Konto juz jest w regule: ' CALC-PMN-ARG-ACCT
057800         GO TO 4100-EXIT
057900     END-IF
058000
058100     DISPLAY 'Podaj udzial procentowy (5 cyfr bez kropki,'
058150         ' 05000 = 50.00%):'
058200     ACCEPT CALC-PMN-ARG-PCT
058300     IF CALC-PMN-ARG-PCT NOT NUMERIC
058400         DISPLAY 'Niepoprawny udzial - konto pominiete.'
058500         GO TO 4100-EXIT
058600     END-IF
058700     IF CALC-PMN-ARG-PCT = ZERO
058800         OR CALC-PMN-ARG-PCT > 100
058900         DISPLAY 'Udzial poza zakresem 0.01 - 100.00 - konto'
059000             ' pominiete.'
059100         GO TO 4100-EXIT
059200     END-IF
059300
059400     ADD 1 TO CALC-PMN-TGT-COUNT
059500     SET CALC-PDZ-TGT-IDX TO CALC-PMN-TGT-COUNT
059600     MOVE CALC-PMN-ARG-ACCT TO CALC-PDZ-TGT-ACCT(CALC-PDZ-TGT-IDX)
059700     MOVE CALC-PMN-ARG-PCT  TO CALC-PDZ-TGT-PCT(CALC-PDZ-TGT-IDX)
059800     ADD CALC-PMN-ARG-PCT   TO CALC-PMN-PCT-TOTAL
059900     MOVE CALC-PMN-PCT-TOTAL TO CALC-PMN-TOTAL-DISP
060000     DISPLAY 'Suma udzialow dotychczas: ' CALC-PMN-TOTAL-DISP.
060100 4100-EXIT.
060200     EXIT.
060300
060400 4150-CHECK-DUPLICATE.
060500     IF CALC-PDZ-TGT-ACCT(CALC-PDZ-TGT-IDX) = CALC-PMN-ARG-ACCT
060600         SET CALC-PMN-DUP-FOUND TO TRUE
060700     END-IF.
060800 4150-EXIT.
060900     EXIT.
061000
061100*=================================================================*
061200* 5000-DISPLAY-RULE - the rule in CALC-PDZ-RECORD, one line per   *
061300* target.                                                         *
061400*=================================================================*
061500 5000-DISPLAY-RULE.
061600     DISPLAY 'Regula: ' CALC-PDZ-CODE ' ' CALC-PDZ-NAME
061700     DISPLAY '  konto puli:   ' CALC-PDZ-POOL-ACCT
061800     DISPLAY '  konto reszty: ' CALC-PDZ-REMAIN-ACCT
061900     MOVE CALC-PDZ-TARGET-COUNT TO CALC-PMN-TGT-COUNT
062000     PERFORM 5100-DISPLAY-ONE-TARGET THRU 5100-EXIT
062100         VARYING CALC-PDZ-TGT-IDX FROM 1 BY 1
062200         UNTIL CALC-PDZ-TGT-IDX > CALC-PMN-TGT-COUNT
062300     DISPLAY '  zmiana: ' CALC-PDZ-CHANGE-DATE
062400         ' przez ' CALC-PDZ-CHANGE-BY.
062500 5000-EXIT.
062600     EXIT.
062700
062800 5100-DISPLAY-ONE-TARGET.
062900     MOVE CALC-PDZ-TGT-PCT(CALC-PDZ-TGT-IDX) TO CALC-PMN-PCT-DISP
063000     DISPLAY '  konto docelowe: '
063100         CALC-PDZ-TGT-ACCT(CALC-PDZ-TGT-IDX)
063200         '  udzial: ' CALC-PMN-PCT-DISP '%'.
063300 5100-EXIT.
063400     EXIT.
063500
063600*=================================================================*
063700* 6000-WRITE-AUDIT-RECORD - one audit entry per accepted change,  *
063800* under a freshly issued transaction ID.  Nothing is posted, so   *
063900* the operands and RESULT are zero and the operator byte carries  *
064000* U, a code the arithmetic EVALUATE never uses; the rule code     *
064100* changed sits in the account field.                              *
064200*=================================================================*
064300 6000-WRITE-AUDIT-RECORD.
064400     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
064500     MOVE CALC-PMN-TRANS-ID-CURRENT TO CALC-AUD-TRANS-ID
064600     ACCEPT CALC-AUD-DATE FROM DATE YYYYMMDD
064700     ACCEPT CALC-AUD-TIME FROM TIME
064800     MOVE ZERO                  TO CALC-AUD-NUM1
064900     MOVE 'U'                   TO CALC-AUD-OPERATOR
065000     MOVE ZERO                  TO CALC-AUD-NUM2
065100     MOVE ZERO                  TO CALC-AUD-RESULT
065200     SET CALC-AUD-NO-DIV-ZERO   TO TRUE
065300     SET CALC-AUD-NO-OVERFLOW   TO TRUE
065400     MOVE CALC-PMN-OPERATOR-ID  TO CALC-AUD-OPERATOR-ID
065500     MOVE ZERO                  TO CALC-AUD-XREF-ID
065600     MOVE CALC-PMN-ARG-CODE     TO CALC-AUD-ACCOUNT
065700     SET CALC-AUD-NO-BAD-ACCT   TO TRUE
065800     SET CALC-AUD-NO-OVER-LIMIT TO TRUE
065900     MOVE SPACE                 TO CALC-AUD-SOURCE
066000     SET CALC-AUD-RATE-FOUND    TO TRUE
066100     MOVE SPACES                TO CALC-AUD-CURRENCY
066200     MOVE ZERO                  TO CALC-AUD-ORIG-RESULT
066300     MOVE ZERO                  TO CALC-AUD-RATE
066400     MOVE ZERO                  TO CALC-AUD-ALLOC-ID
066450     MOVE SPACES                TO CALC-AUD-ALLOC-RULE
066500     WRITE CALC-AUDIT-RECORD
066600     ADD 1 TO CALC-PMN-CHANGE-COUNT.
066700 6000-EXIT.
066800     EXIT.
066900
067000*=================================================================*
067100* 7000-ISSUE-TRANS-ID - hands out the next transaction ID and     *
067200* posts the counter straight back to CALCTIDF.                    *
067300*=================================================================*
067400 7000-ISSUE-TRANS-ID.
067500     ADD 1 TO CALC-PMN-TRANS-ID-CURRENT
067600     MOVE CALC-PMN-TRANS-ID-CURRENT TO CALC-TRANSID-LAST-ISSUED
067700     OPEN OUTPUT CALC-TRANSID-FILE
067800     WRITE CALC-TRANSID-RECORD
067900     CLOSE CALC-TRANSID-FILE.
068000 7000-EXIT.
068100     EXIT.
068200
068300*=================================================================*
068400* 9000-TERMINATE                                                  *
068500*=================================================================*
068600 9000-TERMINATE.
068700     CLOSE CALC-PDZ-FILE
068800     CLOSE CALC-ACCT-FILE
068900     CLOSE CALC-AUDIT-FILE
069000     DISPLAY 'Zmian wykonano: ' CALC-PMN-CHANGE-COUNT
069100     DISPLAY 'Koniec programu.'.
069200 9000-EXIT.
069300     EXIT.
