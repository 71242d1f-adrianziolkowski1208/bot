002792*                  16.  A storno always lands in the open         *
002793*                  period, never back in the closed one it       *
002794*                  corrects.                                      *
002795* 2026-09-14  JK   A storno now also backs the reversed amount    *
002796*                  out of the open period's CALCBUDG budget       *
002797*                  actual for the account, if it has one.  A      *
002798*                  missing CALCBUDG is reported and the back-out  *
002799*                  skipped; the storno itself still posts.        *
002800* 2026-09-28  JK   Four-eyes rule: a storno no longer posts here. *
002810*                  Once every refusal check passes, the operator  *
002820*                  keys a reason and the storno is queued on      *
002830*                  CALCAPRQ for approval by a different           *
002840*                  supervisor in CALCAPRV, which now posts the    *
002850*                  ledger row, the balance and budget back-out    *
002860*                  and the CALCRVSL entry.  This program no       *
002870*                  longer writes the ledger, the audit log or the *
002880*                  masters; it reads them for the checks only.    *
002882* 2026-10-05  JK   A foreign-currency transaction that was        *
002884*                  suspended for want of an exchange rate never   *
002886*                  posted, so it is refused like the other        *
002888*                  failures.                                      *
002889* 2026-10-15  JK   A cost allocation ('A') is reversed as a       *
002890*                  whole: keying any of its legs finds the shared *
002891*                  reference, every leg is checked, and one       *
002892*                  request is queued under the pool leg's ID with *
002893*                  action 'A' for CALCAPRV to back out all the    *
002894*                  legs together.                                 *
002895*=================================================================*
002900*
003000*-----------------------------------------------------------------*
003100* ENVIRONMENT DIVISION                                             *
005600         RECORD KEY IS CALC-ACCT-CODE
005700         FILE STATUS IS CALC-REV-ACCT-STATUS.
005800
006700     SELECT CALC-TRANSID-FILE ASSIGN TO 'CALCTIDF'
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS CALC-REV-TRANSID-STATUS.
006950         RECORD KEY IS CALC-OPER-ID
006960         FILE STATUS IS CALC-REV-OPER-STATUS.
006970
006980     SELECT CALC-APRQ-FILE ASSIGN TO 'CALCAPRQ'
006985         ORGANIZATION IS INDEXED
006990         ACCESS MODE IS RANDOM
006991         RECORD KEY IS CALC-APR-REQ-ID
006992         FILE STATUS IS CALC-REV-APRQ-STATUS.
007000
007100*-----------------------------------------------------------------*
007200* DATA DIVISION                                                    *
008500     LABEL RECORDS ARE STANDARD.
008600     COPY CALCACCT.
008700
009800 FD  CALC-TRANSID-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010130     LABEL RECORDS ARE STANDARD.
010140     COPY CALCOPR.
010150
010160 FD  CALC-APRQ-FILE
010170     LABEL RECORDS ARE STANDARD.
010180     COPY CALCAPR.
010200
010300 WORKING-STORAGE SECTION.
010400*-----------------------------------------------------------------*
010700 01  CALC-REV-AUDX-STATUS         PIC X(02) VALUE '00'.
010800 01  CALC-REV-RVSL-STATUS         PIC X(02) VALUE '00'.
010900 01  CALC-REV-ACCT-STATUS         PIC X(02) VALUE '00'.
011200 01  CALC-REV-TRANSID-STATUS      PIC X(02) VALUE '00'.
011210 01  CALC-REV-OPER-STATUS         PIC X(02) VALUE '00'.
011220 01  CALC-REV-APRQ-STATUS         PIC X(02) VALUE '00'.
011300
011400 01  CALC-REV-INIT-SW             PIC X(01) VALUE 'Y'.
011500     88  CALC-REV-INIT-OK                 VALUE 'Y'.
012100
012200*-----------------------------------------------------------------*
012300* OPERATOR IDENTIFICATION - keyed once at startup, stamped onto   *
012400* every approval request this session queues.                    *
012500*-----------------------------------------------------------------*
012600 01  CALC-REV-OPERATOR-ID         PIC X(08) VALUE SPACES.
012700
013100 01  CALC-REV-ARG-ID              PIC 9(08) VALUE ZERO.
013200 01  CALC-REV-ARG-ID-X            PIC X(08) VALUE SPACES.
013300     88  CALC-REV-ARG-IS-END              VALUE 'K       '.
013400 01  CALC-REV-REASON              PIC X(40) VALUE SPACES.
013500 01  CALC-REV-NEW-ID              PIC 9(08) VALUE ZERO.
013505
013510*-----------------------------------------------------------------*
013515* WHAT GOES ON THE APPROVAL QUEUE - the keyed entry itself for a  *
013520* plain storno; the pool leg, its account and amount for a cost   *
013525* allocation, which is only ever reversed as a whole.             *
013530*-----------------------------------------------------------------*
013535 01  CALC-REV-ACTION              PIC X(01) VALUE SPACE.
013540     88  CALC-REV-ACTION-REVERSAL         VALUE 'S'.
013545     88  CALC-REV-ACTION-ALLOCATION       VALUE 'A'.
013550 01  CALC-REV-ORIG-ID             PIC 9(08) VALUE ZERO.
013555 01  CALC-REV-ACCOUNT             PIC X(08) VALUE SPACES.
013560 01  CALC-REV-AMOUNT              PIC S9(09)V99 VALUE ZERO.
013565
013570 01  CALC-REV-ALLOC-REF           PIC 9(08) VALUE ZERO.
013575 01  CALC-REV-LEG-ID              PIC 9(08) VALUE ZERO.
013580 01  CALC-REV-LAST-LEG-ID         PIC 9(08) VALUE ZERO.
013585 01  CALC-REV-LEG-SW              PIC X(01) VALUE 'Y'.
013590     88  CALC-REV-LEGS-OK                 VALUE 'Y'.
013595     88  CALC-REV-LEG-BAD                 VALUE 'N'.
013600
013700 01  CALC-REV-QUEUED-COUNT        PIC 9(06) COMP VALUE ZERO.
013800 01  CALC-REV-REFUSED-COUNT       PIC 9(06) COMP VALUE ZERO.
013900
014800*-----------------------------------------------------------------*
014900* PROCEDURE DIVISION                                                *
015000*-----------------------------------------------------------------*
016400     STOP RUN.
016500
016600*=================================================================*
016710* 1000-INITIALIZE - obtains the operator ID and opens every file  *
016720* with the usual clean-error treatment.  The keyed audit copy is  *
016730* the lookup side, so a missing CALCAUDX ends the run with the    *
016740* same hint CALCINQ gives.  The reversal register and the        *
016750* approval queue get the standard first-open creation fallback.  *
017200*=================================================================*
017300 1000-INITIALIZE.
017400     DISPLAY '=== Stornowanie transakcji (CALCREV) ==='
017740         GO TO 1000-EXIT
017750     END-IF
017760
017800
017900     OPEN INPUT CALC-AUDX-FILE
018000     IF CALC-REV-AUDX-STATUS NOT = '00'
019900         GO TO 1000-EXIT
020000     END-IF
020100
020200     OPEN INPUT CALC-ACCT-FILE
020300     IF CALC-REV-ACCT-STATUS NOT = '00'
020400         DISPLAY 'Blad otwarcia CALC-ACCT-FILE, status: '
020500             CALC-REV-ACCT-STATUS
020900         GO TO 1000-EXIT
021000     END-IF
021100
021200     OPEN I-O CALC-APRQ-FILE
021300     IF CALC-REV-APRQ-STATUS = '35'
021400         OPEN OUTPUT CALC-APRQ-FILE
021500         CLOSE CALC-APRQ-FILE
021600         OPEN I-O CALC-APRQ-FILE
021700     END-IF
021800     IF CALC-REV-APRQ-STATUS NOT = '00'
021900         DISPLAY 'Blad otwarcia CALC-APRQ-FILE, status: '
022000             CALC-REV-APRQ-STATUS
022100         SET CALC-REV-INIT-FAILED TO TRUE
022200         CLOSE CALC-AUDX-FILE
022300         CLOSE CALC-RVSL-FILE
022400         CLOSE CALC-ACCT-FILE
022500         GO TO 1000-EXIT
022600     END-IF
022700
024100     PERFORM 1300-READ-LAST-TRANS-ID THRU 1300-EXIT.
024200 1000-EXIT.
024300     EXIT.
024358 1600-EXIT.
024359     EXIT.
024360
024400
024500*=================================================================*
024600* 1300-READ-LAST-TRANS-ID - recovers the last transaction ID any  *
026400
026500*=================================================================*
026600* 2000-PROCESS-ONE-REVERSAL - keys the original transaction ID,   *
026700* walks it through every refusal check and, when all pass, queues *
026800* the storno for approval.                                        *
026900*=================================================================*
027000 2000-PROCESS-ONE-REVERSAL.
027100     DISPLAY 'Podaj ID transakcji do stornowania'
031700* reversal) and is refused.  The account must still be on the     *
031800* master to absorb the back-out; closed is acceptable - backing   *
031900* an amount out of a retired cost centre is exactly what a late   *
031950* dispute looks like.  A clean cost allocation leg goes to 3500,  *
032000* which takes the allocation as a whole.                          *
032100*=================================================================*
032200 3000-CHECK-REVERSIBLE.
032300     IF CALC-AUDX-DIV-ZERO OR CALC-AUDX-OVERFLOW
032400         OR CALC-AUDX-BAD-ACCT OR CALC-AUDX-OVER-LIMIT
032450         OR CALC-AUDX-NO-RATE
032500         DISPLAY 'Transakcja nie byla zaksiegowana - '
032600             'nie ma czego stornowac.'
032700         ADD 1 TO CALC-REV-REFUSED-COUNT
032800         GO TO 3000-EXIT
032900     END-IF
032920     IF CALC-AUDX-OPERATOR = 'A'
032940         PERFORM 3500-CHECK-ALLOCATION THRU 3500-EXIT
032960         GO TO 3000-EXIT
032980     END-IF
033000     IF CALC-AUDX-OPERATOR NOT = '+'
033100         AND CALC-AUDX-OPERATOR NOT = '-'
033200         AND CALC-AUDX-OPERATOR NOT = '*'
034600             ADD 1 TO CALC-REV-REFUSED-COUNT
034700             GO TO 3000-EXIT
034800     END-READ
034820     SET CALC-REV-ACTION-REVERSAL TO TRUE
034840     MOVE CALC-REV-ARG-ID       TO CALC-REV-ORIG-ID
034860     MOVE CALC-AUDX-ACCOUNT     TO CALC-REV-ACCOUNT
034880     MOVE CALC-AUDX-RESULT      TO CALC-REV-AMOUNT
034900     PERFORM 4000-QUEUE-REVERSAL THRU 4000-EXIT.
035000 3000-EXIT.
035100     EXIT.
035101
035102*=================================================================*
035103* 3500-CHECK-ALLOCATION - every leg of a cost allocation carries  *
035104* the pool leg's ID as its reference, whichever leg was keyed.    *
035105* The allocation is reversed as a whole or not at all: the pool   *
035106* leg must be on the audit copy, give the number of legs, and     *
035107* every leg from the reference on must be there under the same    *
035108* reference with its account still on the master.  One request    *
035109* is queued for the lot, under the pool leg's ID and account.     *
035110*=================================================================*
035111 3500-CHECK-ALLOCATION.
035112     IF CALC-AUDX-NO-ALLOC
035113         DISPLAY 'Wpis nie nalezy do podzialu kosztow - odmowa.'
035114         ADD 1 TO CALC-REV-REFUSED-COUNT
035115         GO TO 3500-EXIT
035116     END-IF
035117     MOVE CALC-AUDX-ALLOC-ID TO CALC-REV-ALLOC-REF
035118     MOVE CALC-REV-ALLOC-REF TO CALC-RVS-ORIG-ID
035119     READ CALC-RVSL-FILE
035120         NOT INVALID KEY
035121             DISPLAY 'Podzial kosztow juz stornowany, ID storna: '
035122                 CALC-RVS-REV-ID
035123             ADD 1 TO CALC-REV-REFUSED-COUNT
035124             GO TO 3500-EXIT
035125     END-READ
035126     MOVE CALC-REV-ALLOC-REF TO CALC-AUDX-TRANS-ID
035127     READ CALC-AUDX-FILE
035128         INVALID KEY
035129             DISPLAY 'Nie znaleziono pozycji puli podzialu ref. '
035130                 CALC-REV-ALLOC-REF
035131             ADD 1 TO CALC-REV-REFUSED-COUNT
035132             GO TO 3500-EXIT
035133     END-READ
035134     IF CALC-AUDX-ALLOC-ID NOT = CALC-REV-ALLOC-REF
035135         OR CALC-AUDX-NUM2 < 1
035136         DISPLAY 'Pozycja puli podzialu ref. ' CALC-REV-ALLOC-REF
035137             ' jest niespojna - odmowa.'
035138         ADD 1 TO CALC-REV-REFUSED-COUNT
035139         GO TO 3500-EXIT
035140     END-IF
035141     SET CALC-REV-ACTION-ALLOCATION TO TRUE
035142     MOVE CALC-REV-ALLOC-REF    TO CALC-REV-ORIG-ID
035143     MOVE CALC-AUDX-ACCOUNT     TO CALC-REV-ACCOUNT
035144     MOVE CALC-AUDX-RESULT      TO CALC-REV-AMOUNT
035145     COMPUTE CALC-REV-LAST-LEG-ID
035146         = CALC-REV-ALLOC-REF + CALC-AUDX-NUM2 - 1
035147
035148     SET CALC-REV-LEGS-OK TO TRUE
035149     PERFORM 3600-CHECK-ALLOC-LEG THRU 3600-EXIT
035150         VARYING CALC-REV-LEG-ID FROM CALC-REV-ALLOC-REF BY 1
035151         UNTIL CALC-REV-LEG-ID > CALC-REV-LAST-LEG-ID
035152            OR CALC-REV-LEG-BAD
035153     IF CALC-REV-LEG-BAD
035154         ADD 1 TO CALC-REV-REFUSED-COUNT
035155         GO TO 3500-EXIT
035156     END-IF
035157     DISPLAY 'Podzial kosztow ref. ' CALC-REV-ALLOC-REF
035158         ' - stornowane beda wszystkie pozycje do ID '
035159         CALC-REV-LAST-LEG-ID
035160     PERFORM 4000-QUEUE-REVERSAL THRU 4000-EXIT.
035161 3500-EXIT.
035162     EXIT.
035163
035164*=================================================================*
035165* 3600-CHECK-ALLOC-LEG - one leg of the allocation: on the audit  *
035166* copy, under the same reference, and its account on the master.  *
035167*=================================================================*
035168 3600-CHECK-ALLOC-LEG.
035169     MOVE CALC-REV-LEG-ID TO CALC-AUDX-TRANS-ID
035170     READ CALC-AUDX-FILE
035171         INVALID KEY
035172             DISPLAY 'Brak pozycji podzialu o ID: '
035173                 CALC-REV-LEG-ID
035174             SET CALC-REV-LEG-BAD TO TRUE
035175             GO TO 3600-EXIT
035176     END-READ
035177     IF CALC-AUDX-ALLOC-ID NOT = CALC-REV-ALLOC-REF
035178         DISPLAY 'Wpis ID ' CALC-REV-LEG-ID
035179             ' nie nalezy do podzialu ref. ' CALC-REV-ALLOC-REF
035180         SET CALC-REV-LEG-BAD TO TRUE
035181         GO TO 3600-EXIT
035182     END-IF
035183     MOVE CALC-AUDX-ACCOUNT TO CALC-ACCT-CODE
035184     READ CALC-ACCT-FILE
035185         INVALID KEY
035186             DISPLAY 'Konta nie ma na pliku glownym: '
035187                 CALC-AUDX-ACCOUNT
035188             SET CALC-REV-LEG-BAD TO TRUE
035189     END-READ.
035190 3600-EXIT.
035191     EXIT.
035200
035300*=================================================================*
035400* 4000-QUEUE-REVERSAL - a storno that passed every check goes on  *
035500* the approval queue with the reason keyed here; nothing posts   *
035600* until a second supervisor approves it in CALCAPRV.  A blank    *
035700* reason abandons the request - the reason is what the approver  *
035800* and internal audit decide on.                                  *
035900*=================================================================*
036000 4000-QUEUE-REVERSAL.
036100     DISPLAY 'Transakcja ID ' CALC-REV-ORIG-ID
036200         '  konto ' CALC-REV-ACCOUNT
036300         '  kwota ' CALC-REV-AMOUNT
036400     DISPLAY 'Podaj powod storna:'
036500     ACCEPT CALC-REV-REASON
036600     IF CALC-REV-REASON = SPACES
036700         DISPLAY 'Brak powodu - wniosek nie zostal zlozony.'
036800         ADD 1 TO CALC-REV-REFUSED-COUNT
036900         GO TO 4000-EXIT
037000     END-IF
037100     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
037200
037300     MOVE SPACES                TO CALC-APR-RECORD
037400     MOVE CALC-REV-NEW-ID       TO CALC-APR-REQ-ID
037500     MOVE CALC-REV-ACTION       TO CALC-APR-ACTION
037600     MOVE CALC-REV-ORIG-ID      TO CALC-APR-ORIG-ID
037700     MOVE CALC-REV-ACCOUNT      TO CALC-APR-ACCOUNT
037800     MOVE CALC-REV-AMOUNT       TO CALC-APR-AMOUNT
037900     MOVE CALC-REV-OPERATOR-ID  TO CALC-APR-REQ-BY
038000     ACCEPT CALC-APR-REQ-DATE FROM DATE YYYYMMDD
038100     ACCEPT CALC-APR-REQ-TIME FROM TIME
038200     MOVE CALC-REV-REASON       TO CALC-APR-REASON
038300     SET CALC-APR-PENDING       TO TRUE
038400     MOVE ZERO                  TO CALC-APR-DEC-DATE
038500     MOVE ZERO                  TO CALC-APR-DEC-TIME
038600     MOVE ZERO                  TO CALC-APR-POSTED-ID
038700     WRITE CALC-APR-RECORD
038800         INVALID KEY
038900             DISPLAY 'Blad zapisu kolejki zatwierdzen, ID: '
039000                 CALC-APR-REQ-ID
039100             ADD 1 TO CALC-REV-REFUSED-COUNT
039200             GO TO 4000-EXIT
039300     END-WRITE
039400
039500     ADD 1 TO CALC-REV-QUEUED-COUNT
039600     DISPLAY 'Wniosek ' CALC-REV-NEW-ID
039700         ' o storno ID ' CALC-REV-ORIG-ID
039800         ' czeka na zatwierdzenie (CALCAPRV).'.
039900 4000-EXIT.
040000     EXIT.
042200
042300*=================================================================*
042400* 7000-ISSUE-TRANS-ID - hands out the next transaction ID and     *
043900* 9000-TERMINATE                                                   *
044000*=================================================================*
044100 9000-TERMINATE.
044300     CLOSE CALC-AUDX-FILE
044400     CLOSE CALC-RVSL-FILE
044500     CLOSE CALC-ACCT-FILE
044600     CLOSE CALC-APRQ-FILE
044800     DISPLAY 'Wnioskow zlozono:   ' CALC-REV-QUEUED-COUNT
044900     DISPLAY 'Odmow:              ' CALC-REV-REFUSED-COUNT
045000     DISPLAY 'Koniec programu.'
045100     DISPLAY 'Storna zatwierdza inny kierownik w CALCAPRV.'.
045200 9000-EXIT.
045300     EXIT.
