000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CALCHMNT.
000300 AUTHOR.  J. KOWALSKI.
000400 INSTALLATION.  DZIAL PRZETWARZANIA DANYCH.
000500 DATE-WRITTEN.  2026-10-01.
000600 DATE-COMPILED.
000700*=================================================================*
000800* MODIFICATION HISTORY                                            *
000900*-----------------------------------------------------------------*
001000* 2026-10-01  JK   Original version.  Operator maintenance of the *
001100*                  CALCHIER reporting hierarchy, on the lines of  *
001200*                  CALCAMNT: a division is added, a department    *
001300*                  is added under an existing division, an        *
001400*                  account on the master is placed (or moved)     *
001500*                  under an existing department, a department is  *
001600*                  moved to another division, and a division or   *
001700*                  department name is corrected.  Only a          *
001800*                  supervisor with the correction authority may   *
001900*                  run it, and every change writes a              *
002000*                  CALC-AUDIT-FILE entry with H in the operator   *
002100*                  byte under a transaction ID from CALCTIDF.     *
002110* 2026-10-05  JK   Hierarchy audit entries fill the new audit     *
002120*                  currency fields with spaces and zeros.         *
002130* 2026-10-15  JK   The audit entry carries a zero cost allocation *
002140*                  reference and no rule code.                    *
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
003300     SELECT CALC-HIER-FILE ASSIGN TO 'CALCHIER'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS CALC-HIE-KEY
003700         FILE STATUS IS CALC-HMN-HIER-STATUS.
003800
003900     SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CALC-ACCT-CODE
004300         FILE STATUS IS CALC-HMN-ACCT-STATUS.
004400
004500     SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUDT'
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CALC-HMN-AUDIT-STATUS.
004800
004900     SELECT CALC-TRANSID-FILE ASSIGN TO 'CALCTIDF'
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CALC-HMN-TRANSID-STATUS.
005200
005300     SELECT CALC-OPER-FILE ASSIGN TO 'CALCOPER'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CALC-OPER-ID
005700         FILE STATUS IS CALC-HMN-OPER-STATUS.
005800
005900*-----------------------------------------------------------------*
006000* DATA DIVISION                                                    *
006100*-----------------------------------------------------------------*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CALC-HIER-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CALCHIE.
006700
006800 FD  CALC-ACCT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY CALCACCT.
007100
007200 FD  CALC-AUDIT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CALCAUD.
007600
007700 FD  CALC-TRANSID-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CALCTID.
008100
008200 FD  CALC-OPER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CALCOPR.
008500
008600 WORKING-STORAGE SECTION.
008700*-----------------------------------------------------------------*
008800* FILE STATUS AND CONTROL SWITCHES                                  *
008900*-----------------------------------------------------------------*
009000 01  CALC-HMN-HIER-STATUS         PIC X(02) VALUE '00'.
009100 01  CALC-HMN-ACCT-STATUS         PIC X(02) VALUE '00'.
009200 01  CALC-HMN-AUDIT-STATUS        PIC X(02) VALUE '00'.
009300 01  CALC-HMN-TRANSID-STATUS      PIC X(02) VALUE '00'.
009400 01  CALC-HMN-OPER-STATUS         PIC X(02) VALUE '00'.
009500
009600 01  CALC-HMN-INIT-SW             PIC X(01) VALUE 'Y'.
009700     88  CALC-HMN-INIT-OK                 VALUE 'Y'.
009800     88  CALC-HMN-INIT-FAILED             VALUE 'N'.
009900
010000 01  CALC-HMN-CHOICE              PIC X(01) VALUE SPACE.
010100     88  CALC-HMN-ADD-DIVISION            VALUE '1'.
010200     88  CALC-HMN-ADD-DEPARTMENT          VALUE '2'.
010300     88  CALC-HMN-ASSIGN-ACCOUNT          VALUE '3'.
010400     88  CALC-HMN-MOVE-DEPARTMENT         VALUE '4'.
010500     88  CALC-HMN-CHANGE-NAME             VALUE '5'.
010600     88  CALC-HMN-END                     VALUE 'K'.
010700
010800 01  CALC-HMN-DONE-SW             PIC X(01) VALUE 'N'.
010900     88  CALC-HMN-DONE                    VALUE 'Y'.
011000     88  CALC-HMN-NOT-DONE                VALUE 'N'.
011100
011200 01  CALC-HMN-PARENT-SW           PIC X(01) VALUE 'N'.
011300     88  CALC-HMN-PARENT-FOUND            VALUE 'Y'.
011400     88  CALC-HMN-PARENT-NOT-FOUND        VALUE 'N'.
011500
011600*-----------------------------------------------------------------*
011700* OPERATOR IDENTIFICATION - keyed once at startup and stamped     *
011800* onto every node changed and every audit entry written.          *
011900*-----------------------------------------------------------------*
012000 01  CALC-HMN-OPERATOR-ID         PIC X(08) VALUE SPACES.
012100
012200*-----------------------------------------------------------------*
012300* WORK FIELDS FOR THE ACTION IN HAND - keyed here and only moved  *
012400* into the hierarchy record once the action is accepted.          *
012500*-----------------------------------------------------------------*
012600 01  CALC-HMN-ARG-LEVEL           PIC X(01) VALUE SPACE.
012700 01  CALC-HMN-ARG-CODE            PIC X(08) VALUE SPACES.
012800 01  CALC-HMN-ARG-NAME            PIC X(30) VALUE SPACES.
012900 01  CALC-HMN-ARG-PARENT          PIC X(08) VALUE SPACES.
013000 01  CALC-HMN-PARENT-LEVEL        PIC X(01) VALUE SPACE.
013100 01  CALC-HMN-PROMPT              PIC X(30) VALUE SPACES.
013200 01  CALC-HMN-AUDIT-CODE          PIC X(08) VALUE SPACES.
013300
013400 01  CALC-HMN-CHANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
013500
013600*-----------------------------------------------------------------*
013700* TRANSACTION IDENTIFIER - issued from the persistent CALCTIDF    *
013800* counter and posted back after every change, as in CALCAMNT.     *
013900*-----------------------------------------------------------------*
014000 01  CALC-HMN-TRANS-ID-CURRENT    PIC 9(08) VALUE ZERO.
014100
014200*-----------------------------------------------------------------*
014300* PROCEDURE DIVISION                                                *
014400*-----------------------------------------------------------------*
014500 PROCEDURE DIVISION.
014600*=================================================================*
014700* MAIN-PARAGRAPH - menu loop until the operator keys K.           *
014800*=================================================================*
014900 MAIN-PARAGRAPH.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015100
015200     IF CALC-HMN-INIT-OK
015300         PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
015400             UNTIL CALC-HMN-DONE
015500         PERFORM 9000-TERMINATE THRU 9000-EXIT
015600     END-IF
015700
015800     STOP RUN.
015900
016000*=================================================================*
016100* 1000-INITIALIZE - obtains and validates the operator ID, opens  *
016200* the hierarchy I-O (creating it on first use), the account       *
016300* master for lookup, the audit log EXTEND, and recovers the last  *
016400* issued transaction ID.                                          *
016500*=================================================================*
016600 1000-INITIALIZE.
016700     DISPLAY '=== Utrzymanie hierarchii kont (CALCHMNT) ==='
016800     SET CALC-HMN-INIT-OK TO TRUE
016900     DISPLAY 'Podaj identyfikator operatora:'
017000     ACCEPT CALC-HMN-OPERATOR-ID
017100
017200     PERFORM 1600-VALIDATE-OPERATOR THRU 1600-EXIT
017300     IF CALC-HMN-INIT-FAILED
017400         GO TO 1000-EXIT
017500     END-IF
017600
017700     OPEN I-O CALC-HIER-FILE
017800     IF CALC-HMN-HIER-STATUS = '35'
017900         OPEN OUTPUT CALC-HIER-FILE
018000         CLOSE CALC-HIER-FILE
018100         OPEN I-O CALC-HIER-FILE
018200     END-IF
018300     IF CALC-HMN-HIER-STATUS NOT = '00'
018400         DISPLAY 'Blad otwarcia CALC-HIER-FILE, status: '
018500             CALC-HMN-HIER-STATUS
018600         SET CALC-HMN-INIT-FAILED TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF
018900
019000     OPEN INPUT CALC-ACCT-FILE
019100     IF CALC-HMN-ACCT-STATUS NOT = '00'
019200         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
019300             CALC-HMN-ACCT-STATUS
019400         SET CALC-HMN-INIT-FAILED TO TRUE
019500         CLOSE CALC-HIER-FILE
019600         GO TO 1000-EXIT
019700     END-IF
019800
019900     OPEN EXTEND CALC-AUDIT-FILE
020000     IF CALC-HMN-AUDIT-STATUS = '35'
020100         OPEN OUTPUT CALC-AUDIT-FILE
020200     END-IF
020300     IF CALC-HMN-AUDIT-STATUS NOT = '00'
020400         DISPLAY 'Blad otwarcia CALC-AUDIT-FILE, status: '
020500             CALC-HMN-AUDIT-STATUS
020600         SET CALC-HMN-INIT-FAILED TO TRUE
020700         CLOSE CALC-HIER-FILE
020800         CLOSE CALC-ACCT-FILE
020900         GO TO 1000-EXIT
021000     END-IF
021100
021200     PERFORM 1300-READ-LAST-TRANS-ID THRU 1300-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500
021600*=================================================================*
021700* 1300-READ-LAST-TRANS-ID - recovers the last transaction ID any  *
021800* prior run issued; zero when CALCTIDF does not exist yet.        *
021900*=================================================================*
022000 1300-READ-LAST-TRANS-ID.
022100     MOVE ZERO TO CALC-HMN-TRANS-ID-CURRENT
022200     OPEN INPUT CALC-TRANSID-FILE
022300     IF CALC-HMN-TRANSID-STATUS = '00'
022400         READ CALC-TRANSID-FILE
022500             NOT AT END
022600                 MOVE CALC-TRANSID-LAST-ISSUED
022700                     TO CALC-HMN-TRANS-ID-CURRENT
022800         END-READ
022900         CLOSE CALC-TRANSID-FILE
023000     END-IF.
023100 1300-EXIT.
023200     EXIT.
023300
023400*=================================================================*
023500* 1600-VALIDATE-OPERATOR - the keyed ID must be on the CALCOPER   *
023600* security master, active, and hold the correction authority;    *
023700* anything else ends the run with RETURN-CODE 16.                *
023800*=================================================================*
023900 1600-VALIDATE-OPERATOR.
024000     OPEN INPUT CALC-OPER-FILE
024100     IF CALC-HMN-OPER-STATUS NOT = '00'
024200         DISPLAY 'Blad otwarcia CALC-OPER-FILE, status: '
024300             CALC-HMN-OPER-STATUS
024400         SET CALC-HMN-INIT-FAILED TO TRUE
024500         MOVE 16 TO RETURN-CODE
024600         GO TO 1600-EXIT
024700     END-IF
024800     MOVE CALC-HMN-OPERATOR-ID TO CALC-OPER-ID
024900     READ CALC-OPER-FILE
025000         INVALID KEY
025100             DISPLAY 'Nieznany operator: ' CALC-HMN-OPERATOR-ID
025200             SET CALC-HMN-INIT-FAILED TO TRUE
025300             MOVE 16 TO RETURN-CODE
025400     END-READ
025500     IF CALC-HMN-INIT-OK
025600         IF NOT CALC-OPER-IS-ACTIVE
025700             DISPLAY 'Operator zablokowany: '
025800                 CALC-HMN-OPERATOR-ID
025900             SET CALC-HMN-INIT-FAILED TO TRUE
026000             MOVE 16 TO RETURN-CODE
026100         ELSE
026200             IF NOT CALC-OPER-MAY-CORRECT
026300                 DISPLAY 'Brak uprawnienia do utrzymania'
026400                     ' hierarchii: ' CALC-HMN-OPERATOR-ID
026500                 SET CALC-HMN-INIT-FAILED TO TRUE
026600                 MOVE 16 TO RETURN-CODE
026700             END-IF
026800         END-IF
026900     END-IF
027000     CLOSE CALC-OPER-FILE.
027100 1600-EXIT.
027200     EXIT.
027300
027400*=================================================================*
027500* 2000-PROCESS-ONE-ACTION - one menu round trip.                  *
027600*=================================================================*
027700 2000-PROCESS-ONE-ACTION.
027800     DISPLAY 'Akcja: 1=dodaj pion  2=dodaj dzial  3=przypisz'
027900         ' konto  4=przenies dzial  5=zmien nazwe  K=koniec'
028000     ACCEPT CALC-HMN-CHOICE
028100     MOVE FUNCTION UPPER-CASE(CALC-HMN-CHOICE)
028200         TO CALC-HMN-CHOICE
028300     EVALUATE TRUE
028400         WHEN CALC-HMN-ADD-DIVISION
028500             PERFORM 3000-ADD-DIVISION THRU 3000-EXIT
028600         WHEN CALC-HMN-ADD-DEPARTMENT
028700             PERFORM 3500-ADD-DEPARTMENT THRU 3500-EXIT
028800         WHEN CALC-HMN-ASSIGN-ACCOUNT
028900             PERFORM 4000-ASSIGN-ACCOUNT THRU 4000-EXIT
029000         WHEN CALC-HMN-MOVE-DEPARTMENT
029100             PERFORM 4500-MOVE-DEPARTMENT THRU 4500-EXIT
029200         WHEN CALC-HMN-CHANGE-NAME
029300             PERFORM 5000-CHANGE-NAME THRU 5000-EXIT
029400         WHEN CALC-HMN-END
029500             SET CALC-HMN-DONE TO TRUE
029600         WHEN OTHER
029700             DISPLAY 'Niepoprawny wybor, powtorz.'
029800     END-EVALUATE.
029900 2000-EXIT.
030000     EXIT.
030100
030200*=================================================================*
030300* 2100-ACCEPT-CODE - keys the code named by CALC-HMN-PROMPT; a    *
030400* blank code abandons the action rather than keying the file     *
030500* with spaces.                                                   *
030600*=================================================================*
030700 2100-ACCEPT-CODE.
030800     DISPLAY CALC-HMN-PROMPT
030900     ACCEPT CALC-HMN-ARG-CODE
031000     MOVE FUNCTION UPPER-CASE(CALC-HMN-ARG-CODE)
031100         TO CALC-HMN-ARG-CODE
031200     IF CALC-HMN-ARG-CODE = SPACES
031300         DISPLAY 'Pusty kod - akcja pominieta.'
031400     END-IF.
031500 2100-EXIT.
031600     EXIT.
031700
031800*=================================================================*
031900* 2200-ACCEPT-PARENT - keys the parent code and proves it is on   *
032000* the hierarchy at CALC-HMN-PARENT-LEVEL, so no node is ever      *
032100* hung under a parent that does not exist.                        *
032200*=================================================================*
032300 2200-ACCEPT-PARENT.
032400     SET CALC-HMN-PARENT-NOT-FOUND TO TRUE
032500     DISPLAY CALC-HMN-PROMPT
032600     ACCEPT CALC-HMN-ARG-PARENT
032700     MOVE FUNCTION UPPER-CASE(CALC-HMN-ARG-PARENT)
032800         TO CALC-HMN-ARG-PARENT
032900     IF CALC-HMN-ARG-PARENT = SPACES
033000         DISPLAY 'Pusty kod - akcja pominieta.'
033100         GO TO 2200-EXIT
033200     END-IF
033300     MOVE CALC-HMN-PARENT-LEVEL TO CALC-HIE-LEVEL
033400     MOVE CALC-HMN-ARG-PARENT   TO CALC-HIE-CODE
033500     READ CALC-HIER-FILE
033600         INVALID KEY
033700             DISPLAY 'Nieznany kod nadrzedny: '
033800                 CALC-HMN-ARG-PARENT
033900         NOT INVALID KEY
034000             SET CALC-HMN-PARENT-FOUND TO TRUE
034100     END-READ.
034200 2200-EXIT.
034300     EXIT.
034400
034500*=================================================================*
034600* 3000-ADD-DIVISION - a new division at the top of the hierarchy. *
034700* A code already there is refused, not overwritten.               *
034800*=================================================================*
034900 3000-ADD-DIVISION.
035000     MOVE 'Podaj kod pionu:' TO CALC-HMN-PROMPT
035100     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
035200     IF CALC-HMN-ARG-CODE = SPACES
035300         GO TO 3000-EXIT
035400     END-IF
035500     DISPLAY 'Podaj nazwe pionu:'
035600     ACCEPT CALC-HMN-ARG-NAME
035700
035800     MOVE SPACES               TO CALC-HIE-RECORD
035900     SET CALC-HIE-IS-DIVISION  TO TRUE
036000     MOVE CALC-HMN-ARG-CODE    TO CALC-HIE-CODE
036100     MOVE CALC-HMN-ARG-NAME    TO CALC-HIE-NAME
036200     PERFORM 3900-STAMP-NODE THRU 3900-EXIT
036300     WRITE CALC-HIE-RECORD
036400         INVALID KEY
036500             DISPLAY 'Pion juz istnieje: ' CALC-HMN-ARG-CODE
036600         NOT INVALID KEY
036700             DISPLAY 'Dodano pion: ' CALC-HMN-ARG-CODE
036800             MOVE CALC-HMN-ARG-CODE TO CALC-HMN-AUDIT-CODE
036900             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
037000     END-WRITE.
037100 3000-EXIT.
037200     EXIT.
037300
037400*=================================================================*
037500* 3500-ADD-DEPARTMENT - a new department, placed under a          *
037600* division that must already exist.                               *
037700*=================================================================*
037800 3500-ADD-DEPARTMENT.
037900     MOVE 'Podaj kod dzialu:' TO CALC-HMN-PROMPT
038000     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
038100     IF CALC-HMN-ARG-CODE = SPACES
038200         GO TO 3500-EXIT
038300     END-IF
038400     DISPLAY 'Podaj nazwe dzialu:'
038500     ACCEPT CALC-HMN-ARG-NAME
038600     MOVE 'P'                  TO CALC-HMN-PARENT-LEVEL
038700     MOVE 'Podaj kod pionu nadrzednego:' TO CALC-HMN-PROMPT
038800     PERFORM 2200-ACCEPT-PARENT THRU 2200-EXIT
038900     IF CALC-HMN-PARENT-NOT-FOUND
039000         GO TO 3500-EXIT
039100     END-IF
039200
039300     MOVE SPACES                TO CALC-HIE-RECORD
039400     SET CALC-HIE-IS-DEPARTMENT TO TRUE
039500     MOVE CALC-HMN-ARG-CODE     TO CALC-HIE-CODE
039600     MOVE CALC-HMN-ARG-NAME     TO CALC-HIE-NAME
039700     MOVE CALC-HMN-ARG-PARENT   TO CALC-HIE-PARENT
039800     PERFORM 3900-STAMP-NODE THRU 3900-EXIT
039900     WRITE CALC-HIE-RECORD
040000         INVALID KEY
040100             DISPLAY 'Dzial juz istnieje: ' CALC-HMN-ARG-CODE
040200         NOT INVALID KEY
040300             DISPLAY 'Dodano dzial: ' CALC-HMN-ARG-CODE
040400                 ' w pionie ' CALC-HMN-ARG-PARENT
040500             MOVE CALC-HMN-ARG-CODE TO CALC-HMN-AUDIT-CODE
040600             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
040700     END-WRITE.
040800 3500-EXIT.
040900     EXIT.
041000
041100*=================================================================*
041200* 3900-STAMP-NODE - who last changed the node, and when.          *
041300*=================================================================*
041400 3900-STAMP-NODE.
041500     ACCEPT CALC-HIE-CHANGE-DATE FROM DATE YYYYMMDD
041600     MOVE CALC-HMN-OPERATOR-ID TO CALC-HIE-CHANGE-BY.
041700 3900-EXIT.
041800     EXIT.
041900
042000*=================================================================*
042100* 4000-ASSIGN-ACCOUNT - places an account of the master under a   *
042200* department.  An account already placed is moved: its 'K'        *
042300* record is rewritten with the new parent, so an account is only  *
042400* ever under one department.  The node carries the account's     *
042500* description as its name.                                        *
042600*=================================================================*
042700 4000-ASSIGN-ACCOUNT.
042800     MOVE 'Podaj kod konta:' TO CALC-HMN-PROMPT
042900     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
043000     IF CALC-HMN-ARG-CODE = SPACES
043100         GO TO 4000-EXIT
043200     END-IF
043300     MOVE CALC-HMN-ARG-CODE TO CALC-ACCT-CODE
043400     READ CALC-ACCT-FILE
043500         INVALID KEY
043600             DISPLAY 'Nieznane konto: ' CALC-HMN-ARG-CODE
043700             GO TO 4000-EXIT
043800     END-READ
043900     MOVE 'D'                  TO CALC-HMN-PARENT-LEVEL
044000     MOVE 'Podaj kod dzialu:'  TO CALC-HMN-PROMPT
044100     PERFORM 2200-ACCEPT-PARENT THRU 2200-EXIT
044200     IF CALC-HMN-PARENT-NOT-FOUND
044300         GO TO 4000-EXIT
044400     END-IF
044500
044600     SET CALC-HIE-IS-ACCOUNT   TO TRUE
044700     MOVE CALC-HMN-ARG-CODE    TO CALC-HIE-CODE
044800     READ CALC-HIER-FILE
044900         INVALID KEY
045000             MOVE SPACES              TO CALC-HIE-RECORD
045100             SET CALC-HIE-IS-ACCOUNT  TO TRUE
045200             MOVE CALC-HMN-ARG-CODE   TO CALC-HIE-CODE
045300             MOVE CALC-ACCT-DESC      TO CALC-HIE-NAME
045400             MOVE CALC-HMN-ARG-PARENT TO CALC-HIE-PARENT
045500             PERFORM 3900-STAMP-NODE THRU 3900-EXIT
045600             WRITE CALC-HIE-RECORD
045700             DISPLAY 'Przypisano konto ' CALC-HMN-ARG-CODE
045800                 ' do dzialu ' CALC-HMN-ARG-PARENT
045900             MOVE CALC-HMN-ARG-CODE TO CALC-HMN-AUDIT-CODE
046000             PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
046100             GO TO 4000-EXIT
046200     END-READ
046300     IF CALC-HIE-PARENT = CALC-HMN-ARG-PARENT
046400         DISPLAY 'Konto jest juz w tym dziale: '
046500             CALC-HMN-ARG-CODE
046600         GO TO 4000-EXIT
046700     END-IF
046800     DISPLAY 'Konto przenoszone z dzialu ' CALC-HIE-PARENT
046900     MOVE CALC-ACCT-DESC      TO CALC-HIE-NAME
047000     MOVE CALC-HMN-ARG-PARENT TO CALC-HIE-PARENT
047100     PERFORM 3900-STAMP-NODE THRU 3900-EXIT
047200     REWRITE CALC-HIE-RECORD
047300     DISPLAY 'Przypisano konto ' CALC-HMN-ARG-CODE
047400         ' do dzialu ' CALC-HMN-ARG-PARENT
047500     MOVE CALC-HMN-ARG-CODE TO CALC-HMN-AUDIT-CODE
047600     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
047700 4000-EXIT.
047800     EXIT.
047900
048000*=================================================================*
048100* 4500-MOVE-DEPARTMENT - hangs a department, with every account   *
048200* under it, beneath another existing division.                    *
048300*=================================================================*
048400 4500-MOVE-DEPARTMENT.
048500     MOVE 'Podaj kod dzialu:' TO CALC-HMN-PROMPT
048600     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
048700     IF CALC-HMN-ARG-CODE = SPACES
048800         GO TO 4500-EXIT
048900     END-IF
049000     MOVE 'P'                  TO CALC-HMN-PARENT-LEVEL
049100     MOVE 'Podaj kod nowego pionu:' TO CALC-HMN-PROMPT
049200     PERFORM 2200-ACCEPT-PARENT THRU 2200-EXIT
049300     IF CALC-HMN-PARENT-NOT-FOUND
049400         GO TO 4500-EXIT
049500     END-IF
049600
049700     SET CALC-HIE-IS-DEPARTMENT TO TRUE
049800     MOVE CALC-HMN-ARG-CODE     TO CALC-HIE-CODE
049900     READ CALC-HIER-FILE
050000         INVALID KEY
050100             DISPLAY 'Nieznany dzial: ' CALC-HMN-ARG-CODE
050200             GO TO 4500-EXIT
050300     END-READ
050400     IF CALC-HIE-PARENT = CALC-HMN-ARG-PARENT
050500         DISPLAY 'Dzial jest juz w tym pionie: '
050600             CALC-HMN-ARG-CODE
050700         GO TO 4500-EXIT
050800     END-IF
050900     DISPLAY 'Dzial przenoszony z pionu ' CALC-HIE-PARENT
051000     MOVE CALC-HMN-ARG-PARENT TO CALC-HIE-PARENT
051100     PERFORM 3900-STAMP-NODE THRU 3900-EXIT
051200     REWRITE CALC-HIE-RECORD
051300     DISPLAY 'Przeniesiono dzial ' CALC-HMN-ARG-CODE
051400         ' do pionu ' CALC-HMN-ARG-PARENT
051500     MOVE CALC-HMN-ARG-CODE TO CALC-HMN-AUDIT-CODE
051600     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
051700 4500-EXIT.
051800     EXIT.
051900
052000*=================================================================*
052100* 5000-CHANGE-NAME - corrects the name of a division (P) or a     *
052200* department (D) in place.  An account's name follows its         *
052300* description on the master and is not keyed here.               *
052400*=================================================================*
052500 5000-CHANGE-NAME.
052600     DISPLAY 'Poziom: P=pion  D=dzial'
052700     ACCEPT CALC-HMN-ARG-LEVEL
052800     MOVE FUNCTION UPPER-CASE(CALC-HMN-ARG-LEVEL)
052900         TO CALC-HMN-ARG-LEVEL
053000     IF CALC-HMN-ARG-LEVEL NOT = 'P'
053100         AND CALC-HMN-ARG-LEVEL NOT = 'D'
053200         DISPLAY 'Niepoprawny poziom - akcja pominieta.'
053300         GO TO 5000-EXIT
053400     END-IF
053500     MOVE 'Podaj kod:' TO CALC-HMN-PROMPT
053600     PERFORM 2100-ACCEPT-CODE THRU 2100-EXIT
053700     IF CALC-HMN-ARG-CODE = SPACES
053800         GO TO 5000-EXIT
053900     END-IF
054000     MOVE CALC-HMN-ARG-LEVEL TO CALC-HIE-LEVEL
054100     MOVE CALC-HMN-ARG-CODE  TO CALC-HIE-CODE
054200     READ CALC-HIER-FILE
054300         INVALID KEY
054400             DISPLAY 'Nieznany kod: ' CALC-HMN-ARG-CODE
054500             GO TO 5000-EXIT
054600     END-READ
054700     DISPLAY 'Nazwa dotychczasowa: ' CALC-HIE-NAME
054800     DISPLAY 'Podaj nowa nazwe:'
054900     ACCEPT CALC-HMN-ARG-NAME
055000     IF CALC-HMN-ARG-NAME = SPACES
055100         DISPLAY 'Pusta nazwa - akcja pominieta.'
055200         GO TO 5000-EXIT
055300     END-IF
055400     MOVE CALC-HMN-ARG-NAME TO CALC-HIE-NAME
055500     PERFORM 3900-STAMP-NODE THRU 3900-EXIT
055600     REWRITE CALC-HIE-RECORD
055700     DISPLAY 'Poprawiono nazwe: ' CALC-HMN-ARG-CODE
055800     MOVE CALC-HMN-ARG-CODE TO CALC-HMN-AUDIT-CODE
055900     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
056000 5000-EXIT.
056100     EXIT.
056200
056300*=================================================================*
056400* 6000-WRITE-AUDIT-RECORD - one audit entry per accepted change,  *
056500* under a freshly issued transaction ID.  Nothing is posted, so   *
056600* the operands and RESULT are zero and the operator byte carries  *
056700* H, a code the arithmetic EVALUATE never uses; the node code     *
056800* changed sits in the account field.                              *
056900*=================================================================*
057000 6000-WRITE-AUDIT-RECORD.
057100     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
057200     MOVE CALC-HMN-TRANS-ID-CURRENT TO CALC-AUD-TRANS-ID
057300     ACCEPT CALC-AUD-DATE FROM DATE YYYYMMDD
057400     ACCEPT CALC-AUD-TIME FROM TIME
057500     MOVE ZERO                  TO CALC-AUD-NUM1
057600     MOVE 'H'                   TO CALC-AUD-OPERATOR
057700     MOVE ZERO                  TO CALC-AUD-NUM2
057800     MOVE ZERO                  TO CALC-AUD-RESULT
057900     SET CALC-AUD-NO-DIV-ZERO   TO TRUE
058000     SET CALC-AUD-NO-OVERFLOW   TO TRUE
058100     MOVE CALC-HMN-OPERATOR-ID  TO CALC-AUD-OPERATOR-ID
058200     MOVE ZERO                  TO CALC-AUD-XREF-ID
058300     MOVE CALC-HMN-AUDIT-CODE   TO CALC-AUD-ACCOUNT
058400     SET CALC-AUD-NO-BAD-ACCT   TO TRUE
058500     SET CALC-AUD-NO-OVER-LIMIT TO TRUE
058600     MOVE SPACE                 TO CALC-AUD-SOURCE
058610     SET CALC-AUD-RATE-FOUND    TO TRUE
058620     MOVE SPACES                TO CALC-AUD-CURRENCY
058630     MOVE ZERO                  TO CALC-AUD-ORIG-RESULT
058640     MOVE ZERO                  TO CALC-AUD-RATE
058650     MOVE ZERO                  TO CALC-AUD-ALLOC-ID
058660     MOVE SPACES                TO CALC-AUD-ALLOC-RULE
058700     WRITE CALC-AUDIT-RECORD
058800     ADD 1 TO CALC-HMN-CHANGE-COUNT.
058900 6000-EXIT.
059000     EXIT.
059100
059200*=================================================================*
059300* 7000-ISSUE-TRANS-ID - hands out the next transaction ID and     *
059400* posts the counter straight back to CALCTIDF.                    *
059500*=================================================================*
059600 7000-ISSUE-TRANS-ID.
059700     ADD 1 TO CALC-HMN-TRANS-ID-CURRENT
059800     MOVE CALC-HMN-TRANS-ID-CURRENT TO CALC-TRANSID-LAST-ISSUED
059900     OPEN OUTPUT CALC-TRANSID-FILE
060000     WRITE CALC-TRANSID-RECORD
060100     CLOSE CALC-TRANSID-FILE.
060200 7000-EXIT.
060300     EXIT.
060400
060500*=================================================================*
060600* 9000-TERMINATE                                                   *
060700*=================================================================*
060800 9000-TERMINATE.
060900     CLOSE CALC-HIER-FILE
061000     CLOSE CALC-ACCT-FILE
061100     CLOSE CALC-AUDIT-FILE
061200     DISPLAY 'Zmian wykonano: ' CALC-HMN-CHANGE-COUNT
061300     DISPLAY 'Koniec programu.'.
061400 9000-EXIT.
061500     EXIT.
