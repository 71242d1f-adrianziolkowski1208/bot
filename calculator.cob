011040*                  closed, with the same BADACCT treatment an     *
011050*                  unknown account already gets, so a retired     *
011060*                  cost centre stops collecting postings.         *
011061* 2026-09-14  JK   Added cost-centre budget control.  4500-       *
011062*                  VALIDATE-ACCOUNT now also keys the CALCBUDG    *
011063*                  budget file on account and open period, and    *
011064*                  6600-POST-ACCOUNT rolls every accepted RESULT  *
011065*                  into that budget's posted-to-date actual.  A   *
011066*                  posting that leaves the actual above the       *
011067*                  period budget is warned on the terminal        *
011068*                  online (and in a correction run) and, in       *
011069*                  batch, listed on the new CALCBEXC budget       *
011070*                  exception file for the cost-centre owner.      *
011071*                  The posting itself is never refused; an        *
011072*                  account with no budget for the period is not   *
011073*                  checked, and a missing CALCBUDG only switches  *
011074*                  the check off.                                 *
011075* 2026-10-05  JK   Added multi-currency posting.  A transaction   *
011076*                  now carries a currency (CALC-TRANS-CURRENCY in *
011077*                  batch, keyed online and in a correction; blank *
011078*                  means the account's CALC-ACCT-CURRENCY, else   *
011079*                  PLN).  4000-CALCULATE still works in that      *
011080*                  currency; the new 4600-CONVERT-RESULT turns    *
011081*                  RESULT into PLN at the rate CALCKRSL loaded    *
011082*                  onto CALCKURS for the posting date before      *
011083*                  anything is posted to CALC-ACCT-BALANCE, the   *
011084*                  budget or CALCLEDG.  The RESULT in the keyed   *
011085*                  currency, the currency and the rate go onto    *
011086*                  the audit entry and the ledger row.  With no   *
011087*                  rate for the day the transaction posts nothing *
011088*                  and is suspended under the new NORATE status   *
011089*                  (online too), never at a stale or zero rate.   *
011090* 2026-10-09  JK   Run control for BATCH runs: before any file is *
011091*                  opened CALCRUNC must show CALCDUPC and         *
011092*                  CALCKRSL ended with RETURN-CODE 4 or less for  *
011093*                  the same business date and no BATCH run of its *
011094*                  own for it, else RETURN-CODE 16 unless a rerun *
011095*                  permission was granted through CALCRUNZ. That  *
011096*                  includes a restart after an abend and the      *
011097*                  CALCRELS release run. Start, end, return code  *
011098*                  and counts are recorded on CALCRUNC. Online    *
011099*                  and CORRECT runs are not chain steps and are   *
011100*                  not checked.                                   *
011101* 2026-10-15  JK   Added cost allocation.  An A transaction       *
011102*                  (batch, online or a correction) carries a      *
011103*                  pooled amount in NUM1 and a CALCPODZ rule      *
011104*                  code, maintained through the new CALCPMNT, in  *
011105*                  the account field.  4800-PROCESS-ALLOCATION    *
011106*                  checks the rule, every account it names, the   *
011107*                  rate and the operator ceiling before anything  *
011108*                  is posted, then credits the pool account,      *
011109*                  charges each target its percentage share cut   *
011110*                  to the grosz and puts the rounding remainder   *
011111*                  on the rule's remainder account, so the split  *
011112*                  always balances to the cent.  Each leg is      *
011113*                  posted under its own transaction ID and        *
011114*                  carries the pool leg's ID and the rule code in *
011115*                  the new CALC-AUD-ALLOC-ID and                  *
011116*                  CALC-AUD-ALLOC-RULE, so the allocation is      *
011117*                  traced, reversed through CALCREV as a whole,   *
011118*                  and recognised by CALCDUPC if sent again.  A   *
011119*                  failed allocation posts nothing and is         *
011120*                  suspended as one item.  The CALCOUT row of a   *
011121*                  posted allocation carries the number of legs   *
011122*                  in NUM2, so CALCDAYC can prove the ledger      *
011123*                  against it.  The CALCRUNC exception count is   *
011124*                  now the number of CALCOUT rows not OK, as one  *
011125*                  allocation writes several ledger rows.         *
011126*=================================================================*
011200*
011300*-----------------------------------------------------------------*
011400* ENVIRONMENT DIVISION                                             *
012700         ORGANIZATION IS SEQUENTIAL
012800         FILE STATUS IS CALC-RESULT-FILE-STATUS.
012900
012910     SELECT CALC-BEX-FILE ASSIGN TO 'CALCBEXC'
012920         ORGANIZATION IS SEQUENTIAL
012930         FILE STATUS IS CALC-BEX-FILE-STATUS.
012940
013000     SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUDT'
013100         ORGANIZATION IS SEQUENTIAL
013200         FILE STATUS IS CALC-AUD-FILE-STATUS.
015880     SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
015890         ORGANIZATION IS SEQUENTIAL
015891         FILE STATUS IS CALC-PERIOD-FILE-STATUS.
015892
015893     SELECT CALC-BUDGET-FILE ASSIGN TO 'CALCBUDG'
015894         ORGANIZATION IS INDEXED
015895         ACCESS MODE IS RANDOM
015896         RECORD KEY IS CALC-BUD-KEY
015897         FILE STATUS IS CALC-BUDGET-FILE-STATUS.
015898
015899     SELECT CALC-RATE-FILE ASSIGN TO 'CALCKURS'
015900         ORGANIZATION IS INDEXED
015901         ACCESS MODE IS RANDOM
015902         RECORD KEY IS CALC-KRS-KEY
015903         FILE STATUS IS CALC-RATE-FILE-STATUS.
015904
015905     SELECT CALC-PDZ-FILE ASSIGN TO 'CALCPODZ'
015906         ORGANIZATION IS INDEXED
015907         ACCESS MODE IS RANDOM
015908         RECORD KEY IS CALC-PDZ-CODE
015909         FILE STATUS IS CALC-PDZ-FILE-STATUS.
015910
015914     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
015924         ORGANIZATION IS INDEXED
015934         ACCESS MODE IS RANDOM
015944         RECORD KEY IS CALC-RNC-KEY
015954         FILE STATUS IS CALC-CHAIN-FILE-STATUS.
015964
016000*-----------------------------------------------------------------*
016100* DATA DIVISION                                                    *
016200*-----------------------------------------------------------------*
017200     LABEL RECORDS ARE STANDARD.
017300     COPY CALCRES.
017400
017410 FD  CALC-BEX-FILE
017420     RECORDING MODE IS F
017430     LABEL RECORDS ARE STANDARD.
017440     COPY CALCBEX.
017450
017500 FD  CALC-AUDIT-FILE
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
020000 FD  CALC-SUSPN-FILE
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  CALC-SUSPN-RECORD            PIC X(60).
020400
020500 FD  CALC-ACCT-FILE
020600     LABEL RECORDS ARE STANDARD.
020770     RECORDING MODE IS F
020780     LABEL RECORDS ARE STANDARD.
020790     COPY CALCPRD.
020791
020792 FD  CALC-BUDGET-FILE
020793     LABEL RECORDS ARE STANDARD.
020794     COPY CALCBUD.
020795
020796 FD  CALC-RATE-FILE
020797     LABEL RECORDS ARE STANDARD.
020798     COPY CALCKRS.
020800
020802 FD  CALC-PDZ-FILE
020804     LABEL RECORDS ARE STANDARD.
020806     COPY CALCPDZ.
020808
020820 FD  CALC-RUNC-FILE
020840     LABEL RECORDS ARE STANDARD.
020860     COPY CALCRUN.
020880
020900 WORKING-STORAGE SECTION.
021000*-----------------------------------------------------------------*
021100* CORE CALCULATION FIELDS (ORIGINAL)                                *
021400 01  NUM2             PIC S9(9)V99.
021500 01  RESULT           PIC S9(9)V99.
021600 01  OPERATOR         PIC X.
021650     88  CALC-IS-ALLOCATION  VALUE 'A'.
021700 01  CONTINUE-FLAG    PIC X VALUE 'T'.
021800 01  ACCUMULATOR      PIC S9(9)V99 VALUE ZERO.
021900 01  CALC-REM-QUOTIENT  PIC S9(9) VALUE ZERO.
025900 01  CALC-ACCT-FILE-STATUS    PIC X(02) VALUE '00'.
025910 01  CALC-OPER-FILE-STATUS    PIC X(02) VALUE '00'.
025920 01  CALC-PERIOD-FILE-STATUS  PIC X(02) VALUE '00'.
025921 01  CALC-BUDGET-FILE-STATUS  PIC X(02) VALUE '00'.
025922 01  CALC-BEX-FILE-STATUS     PIC X(02) VALUE '00'.
025923 01  CALC-RATE-FILE-STATUS    PIC X(02) VALUE '00'.
025925 01  CALC-PDZ-FILE-STATUS     PIC X(02) VALUE '00'.
025930
025940*-----------------------------------------------------------------*
025950* ACCOUNTING PERIOD CONTROL - the open period read from CALCPERD *
028300 01  CALC-RES-AMT-TOTAL       PIC S9(11)V99 VALUE ZERO.
028400 01  CALC-LEDG-WRITE-COUNT    PIC 9(06) COMP VALUE ZERO.
028500 01  CALC-LEDG-AMT-TOTAL      PIC S9(11)V99 VALUE ZERO.
028550 01  CALC-RES-EXCP-COUNT      PIC 9(06) COMP VALUE ZERO.
028600
028700 01  CALC-TRL-SEEN-SW         PIC X(01) VALUE 'N'.
028800     88  CALC-TRL-SEEN                 VALUE 'Y'.
033410 01  CALC-OVER-LIMIT-SW       PIC X(01) VALUE 'N'.
033420     88  CALC-OVER-LIMIT-OCCURRED          VALUE 'Y'.
033430     88  CALC-OVER-LIMIT-DID-NOT-OCCUR     VALUE 'N'.
033440 01  CALC-NO-RATE-SW          PIC X(01) VALUE 'N'.
033450     88  CALC-NO-RATE-OCCURRED             VALUE 'Y'.
033460     88  CALC-NO-RATE-DID-NOT-OCCUR        VALUE 'N'.
033500
033600*-----------------------------------------------------------------*
033700* ACCOUNT POSTING CONTROL FIELDS - CALC-ACCOUNT-CODE holds the    *
036400
036500 01  CALC-FIX-ANSWER-SW       PIC X(01) VALUE 'N'.
036600     88  CALC-FIX-THIS-ITEM            VALUE 'T'.
036602
036605*-----------------------------------------------------------------*
036608* BUDGET CONTROL FIELDS - CALCBUDG is keyed on account and open  *
036611* period by 4550-READ-BUDGET; a found record stays current for   *
036614* 6650-POST-BUDGET.  Without the file no budget is checked, but  *
036617* posting goes on as before.  CALC-BUD-ACTUAL-BEFORE keeps the   *
036620* actual as it stood ahead of the posting for the exception      *
036623* record.                                                        *
036626*-----------------------------------------------------------------*
036629 01  CALC-BUDGET-OPEN-SW      PIC X(01) VALUE 'N'.
036632     88  CALC-BUDGET-AVAILABLE             VALUE 'Y'.
036635     88  CALC-BUDGET-NOT-AVAILABLE         VALUE 'N'.
036638 01  CALC-BUDGET-FOUND-SW     PIC X(01) VALUE 'N'.
036641     88  CALC-BUDGET-FOUND                 VALUE 'Y'.
036644     88  CALC-BUDGET-NOT-FOUND             VALUE 'N'.
036647 01  CALC-BEX-OPEN-SW         PIC X(01) VALUE 'N'.
036650     88  CALC-BEX-IS-OPEN                  VALUE 'Y'.
036653     88  CALC-BEX-NOT-OPEN                 VALUE 'N'.
036656 01  CALC-BUD-ACTUAL-BEFORE   PIC S9(11)V99 VALUE ZERO.
036659 01  CALC-BEX-WRITE-COUNT     PIC 9(06) COMP VALUE ZERO.
036662 01  CALC-BUD-WARN-COUNT      PIC 9(06) COMP VALUE ZERO.
036663
036664*-----------------------------------------------------------------*
036665* CURRENCY CONTROL FIELDS - CALC-CURRENCY-CODE is the currency    *
036666* the transaction was keyed in (spaces = the account's own), and *
036667* CALC-POST-CURRENCY the one 4600-CONVERT-RESULT settled on.     *
036668* CALC-ORIG-RESULT keeps RESULT in that currency while RESULT    *
036669* itself is turned into the PLN amount actually posted, at       *
036670* CALC-RATE-APPLIED.  Without CALCKURS no rate can be found, so   *
036671* every foreign transaction is suspended NORATE; PLN work posts  *
036672* as before.                                                     *
036673*-----------------------------------------------------------------*
036674 01  CALC-CURRENCY-CODE       PIC X(03) VALUE SPACES.
036675 01  CALC-POST-CURRENCY       PIC X(03) VALUE SPACES.
036676 01  CALC-ORIG-RESULT         PIC S9(09)V99 VALUE ZERO.
036677 01  CALC-RATE-APPLIED        PIC 9(05)V9(06) VALUE ZERO.
036678 01  CALC-RATE-OPEN-SW        PIC X(01) VALUE 'N'.
036679     88  CALC-RATE-AVAILABLE               VALUE 'Y'.
036680     88  CALC-RATE-NOT-AVAILABLE           VALUE 'N'.
036681 01  CALC-NO-RATE-COUNT       PIC 9(06) COMP VALUE ZERO.
036700
036703*-----------------------------------------------------------------*
036706* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
036709* must have ended cleanly there for the same business date        *
036712* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
036715*-----------------------------------------------------------------*
036718 01  CALC-CHAIN-FILE-STATUS   PIC X(02) VALUE '00'.
036721 01  CALC-CHAIN-STEP          PIC X(10) VALUE 'CALCULATOR'.
036724 01  CALC-CHAIN-PREREQ-1      PIC X(10) VALUE 'CALCDUPC'.
036727 01  CALC-CHAIN-PREREQ-2      PIC X(10) VALUE 'CALCKRSL'.
036730 01  CALC-CHAIN-WANTED        PIC X(10) VALUE SPACES.
036733 01  CALC-CHAIN-BUS-DATE      PIC 9(08) VALUE ZERO.
036736 01  CALC-CHAIN-ATTEMPT       PIC 9(02) VALUE ZERO.
036739 01  CALC-CHAIN-OVERRIDE-BY   PIC X(08) VALUE SPACES.
036742 01  CALC-CHAIN-OVERRIDE-DATE PIC 9(08) VALUE ZERO.
036745
036748 01  CALC-CHAIN-ROW-SW        PIC X(01) VALUE 'N'.
036751     88  CALC-CHAIN-ROW-ON-FILE            VALUE 'Y'.
036754     88  CALC-CHAIN-ROW-NOT-ON-FILE        VALUE 'N'.
036757 01  CALC-CHAIN-RERUN-SW      PIC X(01) VALUE 'N'.
036760     88  CALC-CHAIN-IS-RERUN               VALUE 'Y'.
036763     88  CALC-CHAIN-NOT-RERUN              VALUE 'N'.
036766 01  CALC-CHAIN-STARTED-SW    PIC X(01) VALUE 'N'.
036769     88  CALC-CHAIN-STARTED                VALUE 'Y'.
036772     88  CALC-CHAIN-NOT-STARTED            VALUE 'N'.
036775
036800*-----------------------------------------------------------------*
036802* COST ALLOCATION FIELDS - held by 4800-PROCESS-ALLOCATION while  *
036804* it posts the legs of an 'A' transaction (pooled amount in       *
036806* NUM1, CALCPODZ rule code in the account field); the shares are  *
036808* worked out before the first leg is posted.  CALC-ALLOC-ID, the  *
036810* allocation reference 5000 stamps on every leg, is the pool      *
036811* leg's transaction ID, and zero for any other transaction; the   *
036812* rule code goes onto the audit entry of every leg beside it.     *
036814* Without CALCPODZ every 'A' transaction fails BADACCT.           *
036816*-----------------------------------------------------------------*
036818 01  CALC-PDZ-OPEN-SW         PIC X(01) VALUE 'N'.
036820     88  CALC-PDZ-AVAILABLE                VALUE 'Y'.
036822     88  CALC-PDZ-NOT-AVAILABLE            VALUE 'N'.
036824 01  CALC-ALLOC-ID            PIC 9(08) VALUE ZERO.
036826 01  CALC-ALLOC-RULE-CODE     PIC X(08) VALUE SPACES.
036830 01  CALC-ALLOC-POOL-AMT      PIC S9(09)V99 VALUE ZERO.
036832 01  CALC-ALLOC-ORIG-AMT      PIC S9(09)V99 VALUE ZERO.
036834 01  CALC-ALLOC-SHARED        PIC S9(09)V99 VALUE ZERO.
036836 01  CALC-ALLOC-REMAINDER     PIC S9(09)V99 VALUE ZERO.
036838 01  CALC-ALLOC-LEG-COUNT     PIC 9(02) VALUE ZERO.
036840 01  CALC-ALLOC-SUB           PIC 9(04) COMP VALUE ZERO.
036842 01  CALC-ALLOC-SHARE-TABLE.
036844     05  CALC-ALLOC-SHARE     PIC S9(09)V99 OCCURS 20 TIMES.
036846
036848*-----------------------------------------------------------------*
036900 LINKAGE SECTION.
037000*-----------------------------------------------------------------*
037100* CALC-PARM-AREA - the PARM= text coded on the EXEC statement      *
039000 MAIN-PARAGRAPH.
039100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039110
039120*    A run refused by the run-control or operator security      *
039130*    check ends here: no file was opened, so there is nothing    *
039135*    for 9000 to close, only the CALCRUNC row to finish.         *
039140     IF CALC-INIT-FAILED
039145         PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
039150         STOP RUN
039160     END-IF
039200
040100 
040200     PERFORM 9000-TERMINATE THRU 9000-EXIT
040300 
040330     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
040360
040400     STOP RUN.
040500 
040600*=================================================================*
043400     END-IF
043500     END-IF
043600
043601     IF CALC-RUN-MODE-IS-BATCH
043602         PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
043603         IF CALC-INIT-FAILED
043604             GO TO 1000-EXIT
043605         END-IF
043606     END-IF
043607
043610     PERFORM 1600-VALIDATE-OPERATOR THRU 1600-EXIT
043620     IF CALC-INIT-FAILED
043630         GO TO 1000-EXIT
043700     PERFORM 1100-OPEN-AUDIT-FILE    THRU 1100-EXIT
043800     PERFORM 1200-OPEN-LEDGER-FILE   THRU 1200-EXIT
043900     PERFORM 1500-OPEN-ACCT-FILE     THRU 1500-EXIT
043910     PERFORM 1550-OPEN-BUDGET-FILE   THRU 1550-EXIT
043920     PERFORM 1650-OPEN-RATE-FILE     THRU 1650-EXIT
043950     PERFORM 1660-OPEN-RULE-FILE     THRU 1660-EXIT
044000     PERFORM 1300-READ-LAST-TRANS-ID THRU 1300-EXIT.
044100 1000-EXIT.
044200     EXIT.
050333 1700-EXIT.
050334     EXIT.
050340
050341*=================================================================*
050342* 1550-OPEN-BUDGET-FILE - the budget file is keyed and its       *
050343* actual rewritten in place, so it is opened I-O for the run.   *
050344* Budgets are a control, not a condition of posting: a file     *
050345* that cannot be opened is reported once and the budget check   *
050346* is simply switched off for the run.                           *
050347*=================================================================*
050348 1550-OPEN-BUDGET-FILE.
050349     OPEN I-O CALC-BUDGET-FILE
050350     IF CALC-BUDGET-FILE-STATUS = '00'
050351         SET CALC-BUDGET-AVAILABLE TO TRUE
050352     ELSE
050353         SET CALC-BUDGET-NOT-AVAILABLE TO TRUE
050354         DISPLAY 'Blad otwarcia CALC-BUDGET-FILE, status: '
050355             CALC-BUDGET-FILE-STATUS
050356         DISPLAY 'UWAGA: kontrola budzetu wylaczona.'
050357     END-IF.
050358 1550-EXIT.
050359     EXIT.
050360
050361*=================================================================*
050362* 1650-OPEN-RATE-FILE - the exchange rates CALCKRSL loaded,       *
050363* keyed by currency and rate date, only ever read here.  A file  *
050364* that cannot be opened is reported once; PLN work still posts,  *
050365* but a foreign transaction has no rate and is suspended NORATE  *
050366* - never posted at a stale or a zero rate.                      *
050367*=================================================================*
050368 1650-OPEN-RATE-FILE.
050369     OPEN INPUT CALC-RATE-FILE
050370     IF CALC-RATE-FILE-STATUS = '00'
050371         SET CALC-RATE-AVAILABLE TO TRUE
050372     ELSE
050373         SET CALC-RATE-NOT-AVAILABLE TO TRUE
050374         DISPLAY 'Blad otwarcia CALC-RATE-FILE, status: '
050375             CALC-RATE-FILE-STATUS
050376         DISPLAY 'UWAGA: pozycje walutowe beda zawieszane.'
050377     END-IF.
050378 1650-EXIT.
050379     EXIT.
050380
050381*=================================================================*
050382* 1660-OPEN-RULE-FILE - the cost allocation rules CALCPMNT        *
050383* maintains, keyed by rule code and only ever read here.  A file  *
050384* that cannot be opened is reported once; ordinary work still     *
050385* posts, but every allocation fails BADACCT.                      *
050386*=================================================================*
050387 1660-OPEN-RULE-FILE.
050388     OPEN INPUT CALC-PDZ-FILE
050389     IF CALC-PDZ-FILE-STATUS = '00'
050390         SET CALC-PDZ-AVAILABLE TO TRUE
050391     ELSE
050392         SET CALC-PDZ-NOT-AVAILABLE TO TRUE
050393         DISPLAY 'Blad otwarcia CALC-PDZ-FILE, status: '
050394             CALC-PDZ-FILE-STATUS
050395         DISPLAY 'UWAGA: podzialy kosztow beda odrzucane.'
050396     END-IF.
050397 1660-EXIT.
050398     EXIT.
050399
050400*=================================================================*
050500* 1300-READ-LAST-TRANS-ID - recovers the last transaction ID      *
050600* issued by any prior run, online or batch, so 7100-ISSUE-TRANS-  *
052200     END-IF.
052300 1300-EXIT.
052400     EXIT.
052401
052402*=================================================================*
052403* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
052404* opened.  CALCRUNC must show each prerequisite step ended with   *
052405* RETURN-CODE 4 or less for today's business date, and no row     *
052406* of this step's own for it; otherwise the run is refused with    *
052407* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
052408* (an 'O' row) waives both checks for one run.  An accepted run   *
052409* is recorded as started at once, so an abend leaves it visibly   *
052410* unfinished on the file.                                         *
052411*=================================================================*
052412 1050-CHECK-RUN-CONTROL.
052413     ACCEPT CALC-CHAIN-BUS-DATE FROM DATE YYYYMMDD
052414     OPEN I-O CALC-RUNC-FILE
052415     IF CALC-CHAIN-FILE-STATUS = '35'
052416         OPEN OUTPUT CALC-RUNC-FILE
052417         CLOSE CALC-RUNC-FILE
052418         OPEN I-O CALC-RUNC-FILE
052419     END-IF
052420     IF CALC-CHAIN-FILE-STATUS NOT = '00'
052421         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
052422             CALC-CHAIN-FILE-STATUS
052423         SET CALC-INIT-FAILED TO TRUE
052424         MOVE 16 TO RETURN-CODE
052425         GO TO 1050-EXIT
052426     END-IF
052427
052428     MOVE CALC-CHAIN-BUS-DATE TO CALC-RNC-BUS-DATE
052429     MOVE CALC-CHAIN-STEP     TO CALC-RNC-STEP
052430     READ CALC-RUNC-FILE
052431         INVALID KEY
052432             SET CALC-CHAIN-ROW-NOT-ON-FILE TO TRUE
052433         NOT INVALID KEY
052434             SET CALC-CHAIN-ROW-ON-FILE TO TRUE
052435     END-READ
052436     IF CALC-CHAIN-ROW-ON-FILE
052437         MOVE CALC-RNC-ATTEMPT       TO CALC-CHAIN-ATTEMPT
052438         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-CHAIN-OVERRIDE-BY
052439         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-CHAIN-OVERRIDE-DATE
052440         IF CALC-RNC-IS-OVERRIDE
052441             SET CALC-CHAIN-IS-RERUN TO TRUE
052442             DISPLAY 'Powtorzenie kroku ' CALC-CHAIN-STEP
052443                 ' za zgoda: ' CALC-CHAIN-OVERRIDE-BY
052444         ELSE
052445             DISPLAY 'Krok ' CALC-CHAIN-STEP
052446                 ' byl juz uruchomiony dla daty '
052447                 CALC-CHAIN-BUS-DATE
052448             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
052449                 ' CALCRUNZ.'
052450             SET CALC-INIT-FAILED TO TRUE
052451             MOVE 16 TO RETURN-CODE
052452             GO TO 1050-CLOSE
052453         END-IF
052454     END-IF
052455
052456     IF CALC-CHAIN-NOT-RERUN
052457         IF CALC-CHAIN-PREREQ-1 NOT = SPACES
052458             MOVE CALC-CHAIN-PREREQ-1 TO CALC-CHAIN-WANTED
052459             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
052460         END-IF
052461         IF CALC-CHAIN-PREREQ-2 NOT = SPACES
052462             MOVE CALC-CHAIN-PREREQ-2 TO CALC-CHAIN-WANTED
052463             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
052464         END-IF
052465     END-IF
052466     IF CALC-INIT-FAILED
052467         GO TO 1050-CLOSE
052468     END-IF
052469
052470     MOVE SPACES TO CALC-RNC-RECORD
052471     MOVE CALC-CHAIN-BUS-DATE TO CALC-RNC-BUS-DATE
052472     MOVE CALC-CHAIN-STEP     TO CALC-RNC-STEP
052473     SET CALC-RNC-IS-STARTED TO TRUE
052474     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
052475     ACCEPT CALC-RNC-START-TIME FROM TIME
052476     MOVE ZERO TO CALC-RNC-END-DATE
052477                  CALC-RNC-END-TIME
052478                  CALC-RNC-RC
052479                  CALC-RNC-READ-COUNT
052480                  CALC-RNC-WRITE-COUNT
052481                  CALC-RNC-EXCP-COUNT
052482     ADD 1 TO CALC-CHAIN-ATTEMPT
052483     MOVE CALC-CHAIN-ATTEMPT       TO CALC-RNC-ATTEMPT
052484     MOVE CALC-CHAIN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
052485     MOVE CALC-CHAIN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
052486     IF CALC-CHAIN-IS-RERUN
052487         SET CALC-RNC-IS-RERUN TO TRUE
052488     ELSE
052489         SET CALC-RNC-IS-FIRST-RUN TO TRUE
052490     END-IF
052491     IF CALC-CHAIN-ROW-ON-FILE
052492         REWRITE CALC-RNC-RECORD
052493     ELSE
052494         WRITE CALC-RNC-RECORD
052495     END-IF
052496     IF CALC-CHAIN-FILE-STATUS = '00'
052497         SET CALC-CHAIN-STARTED TO TRUE
052498     ELSE
052499         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
052500             CALC-CHAIN-FILE-STATUS
052501         SET CALC-INIT-FAILED TO TRUE
052502         MOVE 16 TO RETURN-CODE
052503     END-IF.
052504 1050-CLOSE.
052505     CLOSE CALC-RUNC-FILE.
052506 1050-EXIT.
052507     EXIT.
052508
052509*=================================================================*
052510* 1060-CHECK-ONE-PREREQ - the step named in CALC-CHAIN-WANTED     *
052511* must have ended, not merely started, with RETURN-CODE 4 or      *
052512* less.                                                           *
052513*=================================================================*
052514 1060-CHECK-ONE-PREREQ.
052515     MOVE CALC-CHAIN-BUS-DATE TO CALC-RNC-BUS-DATE
052516     MOVE CALC-CHAIN-WANTED   TO CALC-RNC-STEP
052517     READ CALC-RUNC-FILE
052518         INVALID KEY
052519             DISPLAY 'Brak kroku poprzedzajacego '
052520                 CALC-CHAIN-WANTED
052521                 ' dla daty ' CALC-CHAIN-BUS-DATE
052522             SET CALC-INIT-FAILED TO TRUE
052523             MOVE 16 TO RETURN-CODE
052524         NOT INVALID KEY
052525             IF NOT CALC-RNC-IS-ENDED
052526                 OR CALC-RNC-RC > 4
052527                 DISPLAY 'Krok poprzedzajacy ' CALC-CHAIN-WANTED
052528                     ' niezakonczony lub z bledem, RC: '
052529                     CALC-RNC-RC
052530                 SET CALC-INIT-FAILED TO TRUE
052531                 MOVE 16 TO RETURN-CODE
052532             END-IF
052533     END-READ.
052534 1060-EXIT.
052535     EXIT.
052536
052600*=================================================================*
052700* 2000-PROCESS-BATCH - drives CALC-TRANS-FILE end to end.         *
052800*=================================================================*
054000             OPEN OUTPUT CALC-RESULT-FILE
054100         END-IF
054200
054210*        The budget exception file follows CALC-RESULT-FILE:     *
054220*        a restart appends to what the first attempt listed.     *
054230         IF CALC-IS-RESTART
054240             OPEN EXTEND CALC-BEX-FILE
054250             IF CALC-BEX-FILE-STATUS = '35'
054260                 OPEN OUTPUT CALC-BEX-FILE
054270             END-IF
054280         ELSE
054281             OPEN OUTPUT CALC-BEX-FILE
054282         END-IF
054283         IF CALC-BEX-FILE-STATUS = '00'
054284             SET CALC-BEX-IS-OPEN TO TRUE
054285         ELSE
054286             DISPLAY 'Blad otwarcia CALC-BEX-FILE, status: '
054287                 CALC-BEX-FILE-STATUS
054288         END-IF
054290
054300         PERFORM 1400-OPEN-SUSP-EXTEND THRU 1400-EXIT
054400         PERFORM 2100-READ-TRANS-RECORD THRU 2100-EXIT
054500
056400         CLOSE CALC-RESULT-FILE
056500         CLOSE CALC-SUSP-FILE
056510         SET CALC-SUSP-NOT-OPEN TO TRUE
056520         IF CALC-BEX-IS-OPEN
056530             CLOSE CALC-BEX-FILE
056540             SET CALC-BEX-NOT-OPEN TO TRUE
056550         END-IF
056600     ELSE
056700         DISPLAY 'Blad otwarcia CALC-TRANS-FILE, status: '
056800             CALC-TRANS-FILE-STATUS
061800         MOVE CALC-TRANS-NUM2     TO NUM2
061900         MOVE CALC-TRANS-ACCOUNT  TO CALC-ACCOUNT-CODE
061910         MOVE CALC-TRANS-SOURCE   TO CALC-SOURCE-CODE
061920         MOVE CALC-TRANS-CURRENCY TO CALC-CURRENCY-CODE
062000         PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
062100
062150         IF CALC-IS-ALLOCATION
062200             PERFORM 4800-PROCESS-ALLOCATION THRU 4800-EXIT
062250         ELSE
062300             PERFORM 4000-CALCULATE THRU 4000-EXIT
062350             PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT
062400             PERFORM 4600-CONVERT-RESULT THRU 4600-EXIT
062450             PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
062500             PERFORM 6000-WRITE-LEDGER-RECORD THRU 6000-EXIT
062550             PERFORM 6600-POST-ACCOUNT THRU 6600-EXIT
062600         END-IF
062700
062800         MOVE CALC-TRANS-SEQ-NO   TO CALC-RESULT-SEQ-NO
062900         MOVE NUM1                TO CALC-RESULT-NUM1
064300                     IF CALC-BAD-ACCOUNT-OCCURRED
064400                         SET CALC-RESULT-IS-BAD-ACCT TO TRUE
064500                     ELSE
064510                       IF CALC-NO-RATE-OCCURRED
064520                         SET CALC-RESULT-IS-NO-RATE TO TRUE
064530                       ELSE
064600                         SET CALC-RESULT-IS-OK TO TRUE
064610                       END-IF
064700                     END-IF
064800                 END-IF
064900             END-IF
065200         WRITE CALC-RESULT-RECORD
065300         ADD 1 TO CALC-RES-WRITE-COUNT
065400         ADD RESULT TO CALC-RES-AMT-TOTAL
065420         IF NOT CALC-RESULT-IS-OK
065440             ADD 1 TO CALC-RES-EXCP-COUNT
065460         END-IF
065500         PERFORM 6500-WRITE-SUSPENSE-RECORD THRU 6500-EXIT
065600
065700         ADD 1 TO CALC-RECORDS-SINCE-CKPT
075400             UNTIL NUM1 IS NUMERIC
075500     END-IF
075600
075700     DISPLAY 'Podaj operator (+, -, *, /, %, R, A):'
075800     ACCEPT OPERATOR
075900     MOVE FUNCTION UPPER-CASE(OPERATOR) TO OPERATOR
076000
076100     PERFORM 3150-ACCEPT-NUM2-ACCOUNT THRU 3150-EXIT
076610     PERFORM 3140-ACCEPT-CURRENCY THRU 3140-EXIT
076700
076800     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
076820     IF CALC-IS-ALLOCATION
076840         PERFORM 4800-PROCESS-ALLOCATION THRU 4800-EXIT
076860     ELSE
076880         PERFORM 4000-CALCULATE THRU 4000-EXIT
076900         PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT
076920         PERFORM 4600-CONVERT-RESULT THRU 4600-EXIT
076940         PERFORM 4700-CHECK-AMOUNT-LIMIT THRU 4700-EXIT
076960         PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
076980         PERFORM 6000-WRITE-LEDGER-RECORD THRU 6000-EXIT
077000         PERFORM 6600-POST-ACCOUNT THRU 6600-EXIT
077020     END-IF
077310
077320*    An over-limit posting is parked for a supervisor, and one   *
077325*    with no exchange rate for the day waits for the rate; the   *
077330*    suspense file is only opened the first time one occurs.     *
077340     IF CALC-OVER-LIMIT-OCCURRED OR CALC-NO-RATE-OCCURRED
077350         IF CALC-SUSP-NOT-OPEN
077360             PERFORM 1400-OPEN-SUSP-EXTEND THRU 1400-EXIT
077370         END-IF
079500         TO CALC-USE-ACCUM-SW.
079600 3130-EXIT.
079700     EXIT.
079710
079720*=================================================================*
079730* 3140-ACCEPT-CURRENCY - the currency the amounts were keyed in,  *
079740* folded to upper case.  Left blank it is the account's own      *
079750* currency, as in batch.                                         *
079760*=================================================================*
079770 3140-ACCEPT-CURRENCY.
079780     DISPLAY 'Podaj walute (puste = waluta konta):'
079790     ACCEPT CALC-CURRENCY-CODE
079791     MOVE FUNCTION UPPER-CASE(CALC-CURRENCY-CODE)
079792         TO CALC-CURRENCY-CODE.
079793 3140-EXIT.
079794     EXIT.
079800
079900*=================================================================*
080000* 3110-ACCEPT-NUM1 / 3120-ACCEPT-NUM2 - re-prompted by the        *
081800     END-IF.
081900 3120-EXIT.
082000     EXIT.
082005
082010*=================================================================*
082015* 3150-ACCEPT-NUM2-ACCOUNT - the second operand and the account.  *
082020* A cost allocation has no second operand; its pooled amount is   *
082025* NUM1 and a CALCPODZ rule code is keyed in place of the account. *
082030*=================================================================*
082035 3150-ACCEPT-NUM2-ACCOUNT.
082040     IF CALC-IS-ALLOCATION
082045         MOVE ZERO TO NUM2
082050         DISPLAY 'Podaj kod reguly podzialu:'
082055     ELSE
082060         PERFORM 3120-ACCEPT-NUM2 THRU 3120-EXIT
082065             WITH TEST AFTER
082070             UNTIL NUM2 IS NUMERIC
082075         DISPLAY 'Podaj kod konta:'
082080     END-IF
082085     ACCEPT CALC-ACCOUNT-CODE.
082090 3150-EXIT.
082095     EXIT.
082100
082200*=================================================================*
082300* 3500-PROCESS-CORRECTIONS - the suspense correction cycle.  The  *
087700         '  operator: ' CALC-SUSP-OPERATOR
087800         '  NUM2: ' CALC-SUSP-NUM2
087900         '  konto: ' CALC-SUSP-ACCOUNT
087950         '  waluta: ' CALC-SUSP-CURRENCY
088000     DISPLAY 'Czy poprawic te pozycje? (T/N):'
088100     ACCEPT CALC-FIX-ANSWER-SW
088200     MOVE FUNCTION UPPER-CASE(CALC-FIX-ANSWER-SW)
090400     PERFORM 3110-ACCEPT-NUM1 THRU 3110-EXIT
090500         WITH TEST AFTER
090600         UNTIL NUM1 IS NUMERIC
090700     DISPLAY 'Podaj operator (+, -, *, /, %, R, A):'
090800     ACCEPT OPERATOR
090900     MOVE FUNCTION UPPER-CASE(OPERATOR) TO OPERATOR
091000     PERFORM 3150-ACCEPT-NUM2-ACCOUNT THRU 3150-EXIT
091450     PERFORM 3140-ACCEPT-CURRENCY THRU 3140-EXIT
091500
091550     MOVE CALC-SUSP-SOURCE   TO CALC-SOURCE-CODE
091600     MOVE CALC-SUSP-TRANS-ID TO CALC-XREF-ID
091700     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
091750     IF CALC-IS-ALLOCATION
091800         PERFORM 4800-PROCESS-ALLOCATION THRU 4800-EXIT
091850     ELSE
091900         PERFORM 4000-CALCULATE THRU 4000-EXIT
091950         PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT
092000         PERFORM 4600-CONVERT-RESULT THRU 4600-EXIT
092050         PERFORM 4700-CHECK-AMOUNT-LIMIT THRU 4700-EXIT
092100         PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
092150         PERFORM 6000-WRITE-LEDGER-RECORD THRU 6000-EXIT
092200         PERFORM 6600-POST-ACCOUNT THRU 6600-EXIT
092250     END-IF
092300     MOVE ZERO TO CALC-XREF-ID
092400
092500     IF CALC-DIV-ZERO-OCCURRED OR CALC-OVERFLOW-OCCURRED
092600         OR CALC-BAD-OPERATOR-OCCURRED
092700         OR CALC-BAD-ACCOUNT-OCCURRED
092710         OR CALC-OVER-LIMIT-OCCURRED
092720         OR CALC-NO-RATE-OCCURRED
092800         DISPLAY 'Pozycja nadal bledna - pozostaje zawieszona.'
092900         ADD 1 TO CALC-SUSP-REMAIN-COUNT
093000         MOVE SPACES TO CALC-SUSP-RECORD
093400         MOVE NUM2     TO CALC-SUSP-NUM2
093500         MOVE CALC-ACCOUNT-CODE TO CALC-SUSP-ACCOUNT
093510         MOVE CALC-SOURCE-CODE  TO CALC-SUSP-SOURCE
093520         MOVE CALC-POST-CURRENCY TO CALC-SUSP-CURRENCY
093600         PERFORM 6510-SET-SUSP-STATUS THRU 6510-EXIT
093700         WRITE CALC-SUSPN-RECORD FROM CALC-SUSP-RECORD
093800     ELSE
102400* closed account (or an unavailable master) fails the transaction *
102500* with BADACCT rather than letting it post nowhere.  A successful *
102600* read leaves the master record current for 6600-POST-ACCOUNT.    *
102610* A good account also has its period budget looked up (4550).    *
102700*=================================================================*
102800 4500-VALIDATE-ACCOUNT.
102900     SET CALC-BAD-ACCOUNT-DID-NOT-OCCUR TO TRUE
102910     SET CALC-BUDGET-NOT-FOUND TO TRUE
103000     IF CALC-ACCT-NOT-AVAILABLE
103100         SET CALC-BAD-ACCOUNT-OCCURRED TO TRUE
103200     ELSE
103740                     DISPLAY 'Konto zamkniete: ' CALC-ACCOUNT-CODE
103750                 END-IF
103800         END-READ
103900     END-IF
103910     IF CALC-BAD-ACCOUNT-DID-NOT-OCCUR
103920         PERFORM 4550-READ-BUDGET THRU 4550-EXIT
103930     END-IF.
104000 4500-EXIT.
104100     EXIT.
104110
104133         OR CALC-OVERFLOW-OCCURRED
104134         OR CALC-BAD-OPERATOR-OCCURRED
104135         OR CALC-BAD-ACCOUNT-OCCURRED
104136         OR CALC-NO-RATE-OCCURRED
104137         GO TO 4700-EXIT
104138     END-IF
104139     IF RESULT > CALC-OPER-LIMIT-AMT
104140         OR RESULT < ZERO - CALC-OPER-LIMIT-AMT
104141         SET CALC-OVER-LIMIT-OCCURRED TO TRUE
104142         DISPLAY 'Kwota przekracza limit operatora - '
104143             'pozycja zawieszona dla przelozonego.'
104144     END-IF.
104145 4700-EXIT.
104146     EXIT.
104150
104152*=================================================================*
104154* 4550-READ-BUDGET - keys CALCBUDG on the transaction's account   *
104156* and the open period.  A found record stays current for         *
104158* 6650-POST-BUDGET; no budget for the period means no check.     *
104160*=================================================================*
104162 4550-READ-BUDGET.
104164     IF CALC-BUDGET-NOT-AVAILABLE
104166         GO TO 4550-EXIT
104168     END-IF
104170     MOVE CALC-ACCOUNT-CODE   TO CALC-BUD-ACCT-CODE
104172     MOVE CALC-CURRENT-PERIOD TO CALC-BUD-PERIOD
104174     READ CALC-BUDGET-FILE
104176         INVALID KEY
104178             SET CALC-BUDGET-NOT-FOUND TO TRUE
104180         NOT INVALID KEY
104182             SET CALC-BUDGET-FOUND TO TRUE
104184     END-READ.
104186 4550-EXIT.
104188     EXIT.
104200
104201*=================================================================*
104202* 4600-CONVERT-RESULT - 4000-CALCULATE works in the currency the  *
104203* transaction was keyed in; balances, budgets and the ledger are *
104204* kept in PLN.  The currency is the one keyed, else the          *
104205* account's own, else PLN.  A foreign RESULT is multiplied by    *
104206* the CALCKURS rate for the posting date itself - there is no    *
104207* falling back on an earlier day's rate: with no rate for today  *
104208* the transaction is marked NORATE, posts nothing and is         *
104209* suspended until the rate is loaded.  The RESULT in the keyed   *
104210* currency and the rate applied are kept for the audit entry and *
104211* the ledger row.  A transaction already failed is not converted.*
104212*=================================================================*
104213 4600-CONVERT-RESULT.
104214     SET CALC-NO-RATE-DID-NOT-OCCUR TO TRUE
104215     MOVE RESULT TO CALC-ORIG-RESULT
104216     MOVE CALC-CURRENCY-CODE TO CALC-POST-CURRENCY
104217     IF CALC-POST-CURRENCY = SPACES
104218         AND CALC-BAD-ACCOUNT-DID-NOT-OCCUR
104219         MOVE CALC-ACCT-CURRENCY TO CALC-POST-CURRENCY
104220     END-IF
104221     IF CALC-POST-CURRENCY = SPACES
104222         MOVE 'PLN' TO CALC-POST-CURRENCY
104223     END-IF
104224     IF CALC-POST-CURRENCY = 'PLN'
104225         MOVE 1 TO CALC-RATE-APPLIED
104226         GO TO 4600-EXIT
104227     END-IF
104228     MOVE ZERO TO CALC-RATE-APPLIED
104229     IF CALC-DIV-ZERO-OCCURRED
104230         OR CALC-OVERFLOW-OCCURRED
104231         OR CALC-BAD-OPERATOR-OCCURRED
104232         OR CALC-BAD-ACCOUNT-OCCURRED
104233         GO TO 4600-EXIT
104234     END-IF
104235     IF CALC-RATE-AVAILABLE
104236         MOVE CALC-POST-CURRENCY TO CALC-KRS-CURRENCY
104237         MOVE CALC-TODAY-DATE    TO CALC-KRS-RATE-DATE
104238         READ CALC-RATE-FILE
104239             INVALID KEY
104240                 SET CALC-NO-RATE-OCCURRED TO TRUE
104241             NOT INVALID KEY
104242                 MOVE CALC-KRS-RATE TO CALC-RATE-APPLIED
104243         END-READ
104244     ELSE
104245         SET CALC-NO-RATE-OCCURRED TO TRUE
104246     END-IF
104247     IF CALC-NO-RATE-OCCURRED
104248         MOVE ZERO TO RESULT
104249         ADD 1 TO CALC-NO-RATE-COUNT
104250         DISPLAY 'Brak kursu ' CALC-POST-CURRENCY ' na dzien '
104251             CALC-TODAY-DATE ' - pozycja zawieszona.'
104252         GO TO 4600-EXIT
104253     END-IF
104254     COMPUTE RESULT ROUNDED = CALC-ORIG-RESULT * CALC-RATE-APPLIED
104255         ON SIZE ERROR
104256             SET CALC-OVERFLOW-OCCURRED TO TRUE
104257             MOVE ZERO TO RESULT
104258             DISPLAY CALC-OVERFLOW-MSG
104259     END-COMPUTE
104260     IF CALC-OVERFLOW-DID-NOT-OCCUR
104261         DISPLAY 'Wynik w PLN: ' RESULT
104262             '  (kurs ' CALC-POST-CURRENCY ' '
104263             CALC-RATE-APPLIED ')'
104264     END-IF.
104265 4600-EXIT.
104266     EXIT.
104267
104268*=================================================================*
104269* 4800-PROCESS-ALLOCATION - a cost allocation ('A'): NUM1 is the  *
104270* pooled amount, the account field the CALCPODZ rule code, NUM2   *
104271* is not used.  The amount is converted to PLN in the pool        *
104272* account's currency and held to the operator's ceiling as one    *
104273* posting, and every account the rule names must be on the        *
104274* master and open, before anything at all is posted.  Any         *
104275* failure fails the allocation as a whole under its one           *
104276* transaction ID, with the rule code as its account, exactly as a *
104277* failed arithmetic transaction is; the caller suspends it.       *
104278* Otherwise the pool account is credited the whole amount, each   *
104279* target is charged its percentage share (cut to the grosz), and  *
104280* what the cutting left over goes to the rule's remainder         *
104281* account, so the legs always net to zero.  Every leg is a        *
104282* posting in its own right - audit entry, ledger row, account and *
104283* budget - under its own transaction ID, issued consecutively     *
104284* from the pool leg's; that first ID is the allocation reference  *
104285* all of them carry, and the pool leg's NUM2 holds the number of  *
104286* legs, so CALCREV can find and reverse the lot.  On the way out  *
104287* the transaction's own account and RESULT (the pooled amount in  *
104288* PLN) are put back for CALCOUT and the accumulator, and NUM2 is  *
104289* set to the number of legs: CALCDAYC needs it to prove the       *
104290* ledger rows against the CALCOUT row.                            *
104291*=================================================================*
104292 4800-PROCESS-ALLOCATION.
104293     SET CALC-DIV-ZERO-DID-NOT-OCCUR      TO TRUE
104294     SET CALC-OVERFLOW-DID-NOT-OCCUR      TO TRUE
104295     SET CALC-BAD-OPERATOR-DID-NOT-OCCUR  TO TRUE
104296     SET CALC-OVER-LIMIT-DID-NOT-OCCUR    TO TRUE
104297     MOVE ZERO TO RESULT
104298     MOVE ZERO TO CALC-ALLOC-ID
104299     MOVE CALC-ACCOUNT-CODE TO CALC-ALLOC-RULE-CODE
104300
104301     PERFORM 4810-READ-RULE THRU 4810-EXIT
104302     IF CALC-BAD-ACCOUNT-DID-NOT-OCCUR
104303         MOVE CALC-PDZ-POOL-ACCT TO CALC-ACCOUNT-CODE
104304         PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT
104305     END-IF
104306     IF CALC-BAD-ACCOUNT-DID-NOT-OCCUR
104307         MOVE NUM1 TO RESULT
104308     END-IF
104309     PERFORM 4600-CONVERT-RESULT THRU 4600-EXIT
104310     PERFORM 4700-CHECK-AMOUNT-LIMIT THRU 4700-EXIT
104311     IF CALC-OVERFLOW-OCCURRED
104312         OR CALC-BAD-ACCOUNT-OCCURRED
104313         OR CALC-OVER-LIMIT-OCCURRED
104314         OR CALC-NO-RATE-OCCURRED
104315         GO TO 4800-FAILED
104316     END-IF
104317
104318     PERFORM 4820-CHECK-TARGET THRU 4820-EXIT
104319         VARYING CALC-ALLOC-SUB FROM 1 BY 1
104320         UNTIL CALC-ALLOC-SUB > CALC-PDZ-TARGET-COUNT
104321            OR CALC-BAD-ACCOUNT-OCCURRED
104322     IF CALC-BAD-ACCOUNT-DID-NOT-OCCUR
104323         MOVE CALC-PDZ-REMAIN-ACCT TO CALC-ACCOUNT-CODE
104324         PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT
104325     END-IF
104326     IF CALC-BAD-ACCOUNT-OCCURRED
104327         MOVE ZERO TO RESULT
104328         GO TO 4800-FAILED
104329     END-IF
104330
104331     MOVE RESULT           TO CALC-ALLOC-POOL-AMT
104332     MOVE CALC-ORIG-RESULT TO CALC-ALLOC-ORIG-AMT
104333     MOVE ZERO             TO CALC-ALLOC-SHARED
104334     PERFORM 4830-COMPUTE-SHARE THRU 4830-EXIT
104335         VARYING CALC-ALLOC-SUB FROM 1 BY 1
104336         UNTIL CALC-ALLOC-SUB > CALC-PDZ-TARGET-COUNT
104337     COMPUTE CALC-ALLOC-REMAINDER
104338         = CALC-ALLOC-POOL-AMT - CALC-ALLOC-SHARED
104339     COMPUTE CALC-ALLOC-LEG-COUNT = CALC-PDZ-TARGET-COUNT + 1
104340     IF CALC-ALLOC-REMAINDER NOT = ZERO
104341         ADD 1 TO CALC-ALLOC-LEG-COUNT
104342     END-IF
104343
104344*    The pool leg, under the ID already issued by the caller, is *
104345*    credited in the currency the amount was keyed in.           *
104346     MOVE CALC-TRANS-ID-CURRENT TO CALC-ALLOC-ID
104347     MOVE CALC-PDZ-POOL-ACCT    TO CALC-ACCOUNT-CODE
104348     MOVE CALC-ALLOC-LEG-COUNT  TO NUM2
104349     COMPUTE RESULT = ZERO - CALC-ALLOC-POOL-AMT
104350     COMPUTE CALC-ORIG-RESULT = ZERO - CALC-ALLOC-ORIG-AMT
104351     PERFORM 4840-POST-LEG THRU 4840-EXIT
104352
104353*    The shares and the remainder are worked out in PLN.         *
104354     MOVE 'PLN' TO CALC-POST-CURRENCY
104355     MOVE 1     TO CALC-RATE-APPLIED
104356     PERFORM 4850-POST-TARGET-LEG THRU 4850-EXIT
104357         VARYING CALC-ALLOC-SUB FROM 1 BY 1
104358         UNTIL CALC-ALLOC-SUB > CALC-PDZ-TARGET-COUNT
104359     IF CALC-ALLOC-REMAINDER NOT = ZERO
104360         PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
104361         MOVE CALC-PDZ-REMAIN-ACCT TO CALC-ACCOUNT-CODE
104362         MOVE ZERO                 TO NUM2
104363         MOVE CALC-ALLOC-REMAINDER TO RESULT
104364         MOVE CALC-ALLOC-REMAINDER TO CALC-ORIG-RESULT
104365         PERFORM 4840-POST-LEG THRU 4840-EXIT
104366     END-IF
104367
104368     DISPLAY 'Podzial ' CALC-ALLOC-RULE-CODE
104369         ' ref. ' CALC-ALLOC-ID
104370         ': ' CALC-ALLOC-LEG-COUNT ' pozycji, kwota PLN '
104371         CALC-ALLOC-POOL-AMT ', reszta ' CALC-ALLOC-REMAINDER
104372     MOVE CALC-ALLOC-RULE-CODE TO CALC-ACCOUNT-CODE
104373     MOVE CALC-ALLOC-LEG-COUNT TO NUM2
104374     MOVE CALC-ALLOC-POOL-AMT  TO RESULT
104375     MOVE ZERO                 TO CALC-ALLOC-ID
104376     GO TO 4800-EXIT.
104377 4800-FAILED.
104378     MOVE CALC-ALLOC-RULE-CODE TO CALC-ACCOUNT-CODE
104379     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
104380 4800-EXIT.
104381     EXIT.
104382
104383*=================================================================*
104384* 4810-READ-RULE - keys CALCPODZ on the rule code.  An unknown    *
104385* rule (or no rule file) fails the allocation BADACCT, the same   *
104386* as an unknown account.                                          *
104387*=================================================================*
104388 4810-READ-RULE.
104389     SET CALC-BAD-ACCOUNT-DID-NOT-OCCUR TO TRUE
104390     IF CALC-PDZ-NOT-AVAILABLE
104391         SET CALC-BAD-ACCOUNT-OCCURRED TO TRUE
104392         GO TO 4810-EXIT
104393     END-IF
104394     MOVE CALC-ALLOC-RULE-CODE TO CALC-PDZ-CODE
104395     READ CALC-PDZ-FILE
104396         INVALID KEY
104397             SET CALC-BAD-ACCOUNT-OCCURRED TO TRUE
104398             DISPLAY 'Nieznana regula podzialu: '
104399                 CALC-ALLOC-RULE-CODE
104400     END-READ.
104401 4810-EXIT.
104402     EXIT.
104403
104404*=================================================================*
104405* 4820-CHECK-TARGET - one target account of the rule must still   *
104406* be on the master and open.                                      *
104407*=================================================================*
104408 4820-CHECK-TARGET.
104409     MOVE CALC-PDZ-TGT-ACCT(CALC-ALLOC-SUB) TO CALC-ACCOUNT-CODE
104410     PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT.
104411 4820-EXIT.
104412     EXIT.
104413
104414*=================================================================*
104415* 4830-COMPUTE-SHARE - one target's share of the pooled amount,   *
104416* cut (not rounded) to the grosz so the shares can never add up   *
104417* to more than the pool; the remainder account takes the rest.    *
104418*=================================================================*
104419 4830-COMPUTE-SHARE.
104420     COMPUTE CALC-ALLOC-SHARE(CALC-ALLOC-SUB)
104421         = CALC-ALLOC-POOL-AMT
104422         * CALC-PDZ-TGT-PCT(CALC-ALLOC-SUB) / 100
104423     ADD CALC-ALLOC-SHARE(CALC-ALLOC-SUB) TO CALC-ALLOC-SHARED.
104424 4830-EXIT.
104425     EXIT.
104426
104427*=================================================================*
104428* 4840-POST-LEG - posts one leg of an allocation: the account is  *
104429* read again so 6600 rewrites the right master record.            *
104430*=================================================================*
104431 4840-POST-LEG.
104432     PERFORM 4500-VALIDATE-ACCOUNT THRU 4500-EXIT
104433     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
104434     PERFORM 6000-WRITE-LEDGER-RECORD THRU 6000-EXIT
104435     PERFORM 6600-POST-ACCOUNT THRU 6600-EXIT.
104436 4840-EXIT.
104437     EXIT.
104438
104439*=================================================================*
104440* 4850-POST-TARGET-LEG - one target's share under the next        *
104441* transaction ID, with its percentage in NUM2.                    *
104442*=================================================================*
104443 4850-POST-TARGET-LEG.
104444     PERFORM 7000-ISSUE-TRANS-ID THRU 7000-EXIT
104445     MOVE CALC-PDZ-TGT-ACCT(CALC-ALLOC-SUB) TO CALC-ACCOUNT-CODE
104446     MOVE CALC-PDZ-TGT-PCT(CALC-ALLOC-SUB)  TO NUM2
104447     MOVE CALC-ALLOC-SHARE(CALC-ALLOC-SUB)  TO RESULT
104448     MOVE CALC-ALLOC-SHARE(CALC-ALLOC-SUB)  TO CALC-ORIG-RESULT
104449     PERFORM 4840-POST-LEG THRU 4840-EXIT.
104450 4850-EXIT.
104451     EXIT.
104452
104453*=================================================================*
104454* 5000-WRITE-AUDIT-RECORD - appends one CALC-AUDIT-FILE entry for *
104500* the transaction just calculated, online or batch alike.        *
104600*=================================================================*
104700 5000-WRITE-AUDIT-RECORD.
107240         SET CALC-AUD-NO-OVER-LIMIT TO TRUE
107250     END-IF
107260     MOVE CALC-SOURCE-CODE    TO CALC-AUD-SOURCE
107270     IF CALC-NO-RATE-OCCURRED
107275         SET CALC-AUD-NO-RATE TO TRUE
107280     ELSE
107285         SET CALC-AUD-RATE-FOUND TO TRUE
107290     END-IF
107292     MOVE CALC-POST-CURRENCY  TO CALC-AUD-CURRENCY
107294     MOVE CALC-ORIG-RESULT    TO CALC-AUD-ORIG-RESULT
107296     MOVE CALC-RATE-APPLIED   TO CALC-AUD-RATE
107298     MOVE CALC-ALLOC-ID       TO CALC-AUD-ALLOC-ID
107300     IF CALC-ALLOC-ID = ZERO
107310         MOVE SPACES               TO CALC-AUD-ALLOC-RULE
107320     ELSE
107330         MOVE CALC-ALLOC-RULE-CODE TO CALC-AUD-ALLOC-RULE
107340     END-IF
107350     WRITE CALC-AUDIT-RECORD.
107400 5000-EXIT.
107500     EXIT.
107600
108700         AND CALC-BAD-OPERATOR-DID-NOT-OCCUR
108800         AND CALC-BAD-ACCOUNT-DID-NOT-OCCUR
108810         AND CALC-OVER-LIMIT-DID-NOT-OCCUR
108820         AND CALC-NO-RATE-DID-NOT-OCCUR
108900         MOVE CALC-TRANS-ID-CURRENT TO CALC-LEDG-TRANS-ID
109000         ACCEPT CALC-LEDG-POST-DATE FROM DATE YYYYMMDD
109100         MOVE RESULT                TO CALC-LEDG-AMOUNT
109200         MOVE CALC-ACCOUNT-CODE     TO CALC-LEDG-ACCOUNT
109210         MOVE CALC-CURRENT-PERIOD   TO CALC-LEDG-PERIOD
109220         MOVE CALC-POST-CURRENCY    TO CALC-LEDG-CURRENCY
109230         MOVE CALC-ORIG-RESULT      TO CALC-LEDG-ORIG-AMOUNT
109240         MOVE CALC-RATE-APPLIED     TO CALC-LEDG-RATE
109300         WRITE CALC-LEDGER-RECORD
109400         ADD 1 TO CALC-LEDG-WRITE-COUNT
109500         ADD RESULT TO CALC-LEDG-AMT-TOTAL
112400         OR CALC-BAD-OPERATOR-OCCURRED
112500         OR CALC-BAD-ACCOUNT-OCCURRED
112510         OR CALC-OVER-LIMIT-OCCURRED
112520         OR CALC-NO-RATE-OCCURRED
112600         MOVE SPACES TO CALC-SUSP-RECORD
112700         MOVE CALC-TRANS-ID-CURRENT TO CALC-SUSP-TRANS-ID
112800         MOVE NUM1     TO CALC-SUSP-NUM1
113000         MOVE NUM2     TO CALC-SUSP-NUM2
113100         MOVE CALC-ACCOUNT-CODE TO CALC-SUSP-ACCOUNT
113110         MOVE CALC-SOURCE-CODE  TO CALC-SUSP-SOURCE
113120         MOVE CALC-POST-CURRENCY TO CALC-SUSP-CURRENCY
113200         PERFORM 6510-SET-SUSP-STATUS THRU 6510-EXIT
113300         WRITE CALC-SUSP-RECORD
113400     END-IF.
115210                 IF CALC-BAD-ACCOUNT-OCCURRED
115300                     SET CALC-SUSP-IS-BAD-ACCT TO TRUE
115310                 ELSE
115312                     IF CALC-NO-RATE-OCCURRED
115314                         SET CALC-SUSP-IS-NO-RATE TO TRUE
115316                     ELSE
115320                         SET CALC-SUSP-IS-OVER-LIMIT TO TRUE
115322                     END-IF
115330                 END-IF
115400             END-IF
115500         END-IF
116900         AND CALC-BAD-OPERATOR-DID-NOT-OCCUR
117000         AND CALC-BAD-ACCOUNT-DID-NOT-OCCUR
117010         AND CALC-OVER-LIMIT-DID-NOT-OCCUR
117020         AND CALC-NO-RATE-DID-NOT-OCCUR
117100         ADD RESULT TO CALC-ACCT-BALANCE
117200         ACCEPT CALC-ACCT-LAST-POST-DATE FROM DATE YYYYMMDD
117300         ADD 1 TO CALC-ACCT-TRANS-COUNT
117400         REWRITE CALC-ACCT-RECORD
117410         PERFORM 6650-POST-BUDGET THRU 6650-EXIT
117500     END-IF.
117600 6600-EXIT.
117700     EXIT.
117701
117702*=================================================================*
117703* 6650-POST-BUDGET - rolls the posted RESULT into the period      *
117704* budget's actual.  A posting that leaves the actual above the   *
117705* budget is an overspend: batch lists it on CALC-BEX-FILE for    *
117706* the cost-centre owner, an operator at the terminal is warned   *
117707* there and then.  Only a charge (a positive RESULT) is reported *
117708* - a credit can only bring the account back toward budget.      *
117709* The posting stands either way; the budget is a control, not a  *
117710* limit.                                                         *
117711*=================================================================*
117712 6650-POST-BUDGET.
117713     IF CALC-BUDGET-NOT-FOUND
117714         GO TO 6650-EXIT
117715     END-IF
117716     MOVE CALC-BUD-ACTUAL TO CALC-BUD-ACTUAL-BEFORE
117717     ADD RESULT TO CALC-BUD-ACTUAL
117718     REWRITE CALC-BUD-RECORD
117719     IF RESULT NOT > ZERO
117720         OR CALC-BUD-ACTUAL NOT > CALC-BUD-AMOUNT
117721         GO TO 6650-EXIT
117722     END-IF
117723     IF CALC-RUN-MODE-IS-BATCH
117724         IF CALC-BEX-IS-OPEN
117725             MOVE SPACES TO CALC-BEX-RECORD
117726             MOVE CALC-TRANS-ID-CURRENT  TO CALC-BEX-TRANS-ID
117727             MOVE CALC-TRANS-SEQ-NO      TO CALC-BEX-SEQ-NO
117728             MOVE CALC-ACCOUNT-CODE      TO CALC-BEX-ACCOUNT
117729             MOVE CALC-CURRENT-PERIOD    TO CALC-BEX-PERIOD
117730             MOVE CALC-BUD-AMOUNT        TO CALC-BEX-BUDGET
117731             MOVE CALC-BUD-ACTUAL-BEFORE TO CALC-BEX-ACTUAL-BEFORE
117732             MOVE RESULT                 TO CALC-BEX-AMOUNT
117733             MOVE CALC-BUD-ACTUAL        TO CALC-BEX-ACTUAL-AFTER
117734             MOVE CALC-SOURCE-CODE       TO CALC-BEX-SOURCE
117735             WRITE CALC-BEX-RECORD
117736             ADD 1 TO CALC-BEX-WRITE-COUNT
117737         END-IF
117738     ELSE
117739         ADD 1 TO CALC-BUD-WARN-COUNT
117740         DISPLAY 'UWAGA: przekroczenie budzetu konta '
117741             CALC-ACCOUNT-CODE ' w okresie ' CALC-CURRENT-PERIOD
117742         DISPLAY '  budzet: ' CALC-BUD-AMOUNT
117743             '  wykonanie: ' CALC-BUD-ACTUAL
117744     END-IF.
117745 6650-EXIT.
117746     EXIT.
117800
117900*=================================================================*
118000* 7000-ISSUE-TRANS-ID - hands out the next transaction ID.  The   *
122400     IF CALC-ACCT-AVAILABLE
122500         CLOSE CALC-ACCT-FILE
122600     END-IF
122610     IF CALC-BUDGET-AVAILABLE
122620         CLOSE CALC-BUDGET-FILE
122630     END-IF
122632     IF CALC-RATE-AVAILABLE
122634         CLOSE CALC-RATE-FILE
122636     END-IF
122637     IF CALC-PDZ-AVAILABLE
122638         CLOSE CALC-PDZ-FILE
122639     END-IF
122640     IF CALC-BEX-WRITE-COUNT > ZERO
122650         DISPLAY 'Przekroczen budzetu w CALCBEXC: '
122660             CALC-BEX-WRITE-COUNT
122670     END-IF
122680     IF CALC-NO-RATE-COUNT > ZERO
122690         DISPLAY 'Pozycji zawieszonych z braku kursu: '
122695             CALC-NO-RATE-COUNT
122698     END-IF
122700     IF CALC-OUT-OF-BALANCE
122800         DISPLAY 'Blad: przebieg niezbilansowany - sprawdz'
122900             ' sumy kontrolne.'
123300     END-IF.
123400 9000-EXIT.
123500     EXIT.
137100
137200*=================================================================*
137300* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
137400* the end time, the return code and the key counts.  A run        *
137500* that failed before its files were open is recorded with         *
137600* RETURN-CODE 16 even where the step itself ends quietly, so      *
137700* nothing downstream may start off it.                            *
137800*=================================================================*
137900 9500-RECORD-RUN-END.
138000     IF CALC-CHAIN-NOT-STARTED
138100         GO TO 9500-EXIT
138200     END-IF
138300     OPEN I-O CALC-RUNC-FILE
138400     IF CALC-CHAIN-FILE-STATUS NOT = '00'
138500         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
138600             CALC-CHAIN-FILE-STATUS
138700         GO TO 9500-EXIT
138800     END-IF
138900     MOVE CALC-CHAIN-BUS-DATE TO CALC-RNC-BUS-DATE
139000     MOVE CALC-CHAIN-STEP     TO CALC-RNC-STEP
139100     READ CALC-RUNC-FILE
139200         INVALID KEY
139300             DISPLAY 'Brak wiersza kroku ' CALC-CHAIN-STEP
139400                 ' w CALCRUNC.'
139500         NOT INVALID KEY
139600             SET CALC-RNC-IS-ENDED TO TRUE
139700             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
139800             ACCEPT CALC-RNC-END-TIME FROM TIME
139900             MOVE RETURN-CODE TO CALC-RNC-RC
140000             IF CALC-INIT-FAILED
140100                 OR CALC-TRANS-FILE-STATUS NOT = '00'
140200                 IF CALC-RNC-RC < 16
140300                     MOVE 16 TO CALC-RNC-RC
140400                 END-IF
140500             END-IF
140600             MOVE CALC-BATCH-READ-COUNT TO CALC-RNC-READ-COUNT
140700             MOVE CALC-LEDG-WRITE-COUNT TO CALC-RNC-WRITE-COUNT
140800             MOVE CALC-RES-EXCP-COUNT   TO CALC-RNC-EXCP-COUNT
141500             REWRITE CALC-RNC-RECORD
141600     END-READ
141700     CLOSE CALC-RUNC-FILE.
141800 9500-EXIT.
141900     EXIT.
