001500*                  log, including after the CALCARCH archive job  *
001600*                  has purged it.  Run after each batch day and   *
001700*                  after every archive run.                       *
001710* 2026-10-09  JK   Run control: before any file is opened the     *
001720*                  step checks CALCRUNC. It refuses with          *
001730*                  RETURN-CODE 16 unless CALCDAYC ended with      *
001740*                  RETURN-CODE 4 or less for the same business    *
001750*                  date and this step has not run for it yet,     *
001760*                  unless a rerun permission was granted through  *
001770*                  CALCRUNZ. Start, end, return code and key      *
001780*                  counts are recorded on CALCRUNC for the        *
001790*                  CALCRUNR timeline.                             *
001800*=================================================================*
001900*
002000*-----------------------------------------------------------------*
003800             WITH DUPLICATES
003900         FILE STATUS IS CALC-ADL-AUDX-STATUS.
004000
004010     SELECT CALC-RUNC-FILE ASSIGN TO 'CALCRUNC'
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS CALC-RNC-KEY
004050         FILE STATUS IS CALC-ADL-RUN-FILE-STATUS.
004060
004100*-----------------------------------------------------------------*
004200* DATA DIVISION                                                    *
004300*-----------------------------------------------------------------*
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CALCAUDX.
005400
005420 FD  CALC-RUNC-FILE
005440     LABEL RECORDS ARE STANDARD.
005460     COPY CALCRUN.
005480
005500 WORKING-STORAGE SECTION.
005600*-----------------------------------------------------------------*
005700* FILE STATUS AND CONTROL SWITCHES                                  *
007100 01  CALC-ADL-LOAD-COUNT          PIC 9(08) COMP VALUE ZERO.
007200 01  CALC-ADL-DROP-COUNT          PIC 9(08) COMP VALUE ZERO.
007300
007303*-----------------------------------------------------------------*
007306* RUN CONTROL - this step's name on CALCRUNC and the steps that   *
007309* must have ended cleanly there for the same business date        *
007312* before it may open its files (see 1050-CHECK-RUN-CONTROL).      *
007315*-----------------------------------------------------------------*
007318 01  CALC-ADL-RUN-FILE-STATUS     PIC X(02) VALUE '00'.
007321 01  CALC-ADL-RUN-STEP            PIC X(10) VALUE 'CALCAUDL'.
007324 01  CALC-ADL-RUN-PREREQ-1        PIC X(10) VALUE 'CALCDAYC'.
007327 01  CALC-ADL-RUN-PREREQ-2        PIC X(10) VALUE SPACES.
007330 01  CALC-ADL-RUN-WANTED          PIC X(10) VALUE SPACES.
007333 01  CALC-ADL-RUN-BUS-DATE        PIC 9(08) VALUE ZERO.
007336 01  CALC-ADL-RUN-ATTEMPT         PIC 9(02) VALUE ZERO.
007339 01  CALC-ADL-RUN-OVERRIDE-BY     PIC X(08) VALUE SPACES.
007342 01  CALC-ADL-RUN-OVERRIDE-DATE   PIC 9(08) VALUE ZERO.
007345
007348 01  CALC-ADL-RUN-ROW-SW          PIC X(01) VALUE 'N'.
007351     88  CALC-ADL-RUN-ROW-ON-FILE         VALUE 'Y'.
007354     88  CALC-ADL-RUN-ROW-NOT-ON-FILE     VALUE 'N'.
007357 01  CALC-ADL-RUN-RERUN-SW        PIC X(01) VALUE 'N'.
007360     88  CALC-ADL-RUN-IS-RERUN            VALUE 'Y'.
007363     88  CALC-ADL-RUN-NOT-RERUN           VALUE 'N'.
007366 01  CALC-ADL-RUN-STARTED-SW      PIC X(01) VALUE 'N'.
007369     88  CALC-ADL-RUN-STARTED             VALUE 'Y'.
007372     88  CALC-ADL-RUN-NOT-STARTED         VALUE 'N'.
007375
007400*-----------------------------------------------------------------*
007500* PROCEDURE DIVISION                                                *
007600*-----------------------------------------------------------------*
009000         PERFORM 9000-TERMINATE THRU 9000-EXIT
009100     END-IF
009200
009230     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT
009260
009300     STOP RUN.
009400
009500*=================================================================*
009800*=================================================================*
009900 1000-INITIALIZE.
010000     SET CALC-ADL-INIT-OK TO TRUE
010020     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
010040     IF CALC-ADL-INIT-FAILED
010060         GO TO 1000-EXIT
010080     END-IF
010100     OPEN INPUT CALC-AUDIT-FILE
010200     IF CALC-ADL-AUDIT-STATUS NOT = '00'
010300         DISPLAY 'Blad otwarcia CALC-AUDIT-FILE, status: '
011400     END-IF.
011500 1000-EXIT.
011600     EXIT.
011601
011602*=================================================================*
011603* 1050-CHECK-RUN-CONTROL - runs before any file of the step is    *
011604* opened.  CALCRUNC must show each prerequisite step ended with   *
011605* RETURN-CODE 4 or less for today's business date, and no row     *
011606* of this step's own for it; otherwise the run is refused with    *
011607* RETURN-CODE 16.  A rerun permission granted through CALCRUNZ    *
011608* (an 'O' row) waives both checks for one run.  An accepted run   *
011609* is recorded as started at once, so an abend leaves it visibly   *
011610* unfinished on the file.                                         *
011611*=================================================================*
011612 1050-CHECK-RUN-CONTROL.
011613     ACCEPT CALC-ADL-RUN-BUS-DATE FROM DATE YYYYMMDD
011614     OPEN I-O CALC-RUNC-FILE
011615     IF CALC-ADL-RUN-FILE-STATUS = '35'
011616         OPEN OUTPUT CALC-RUNC-FILE
011617         CLOSE CALC-RUNC-FILE
011618         OPEN I-O CALC-RUNC-FILE
011619     END-IF
011620     IF CALC-ADL-RUN-FILE-STATUS NOT = '00'
011621         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
011622             CALC-ADL-RUN-FILE-STATUS
011623         SET CALC-ADL-INIT-FAILED TO TRUE
011624         MOVE 16 TO RETURN-CODE
011625         GO TO 1050-EXIT
011626     END-IF
011627
011628     MOVE CALC-ADL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
011629     MOVE CALC-ADL-RUN-STEP     TO CALC-RNC-STEP
011630     READ CALC-RUNC-FILE
011631         INVALID KEY
011632             SET CALC-ADL-RUN-ROW-NOT-ON-FILE TO TRUE
011633         NOT INVALID KEY
011634             SET CALC-ADL-RUN-ROW-ON-FILE TO TRUE
011635     END-READ
011636     IF CALC-ADL-RUN-ROW-ON-FILE
011637         MOVE CALC-RNC-ATTEMPT       TO CALC-ADL-RUN-ATTEMPT
011638         MOVE CALC-RNC-OVERRIDE-BY   TO CALC-ADL-RUN-OVERRIDE-BY
011639         MOVE CALC-RNC-OVERRIDE-DATE TO CALC-ADL-RUN-OVERRIDE-DATE
011640         IF CALC-RNC-IS-OVERRIDE
011641             SET CALC-ADL-RUN-IS-RERUN TO TRUE
011642             DISPLAY 'Powtorzenie kroku ' CALC-ADL-RUN-STEP
011643                 ' za zgoda: ' CALC-ADL-RUN-OVERRIDE-BY
011644         ELSE
011645             DISPLAY 'Krok ' CALC-ADL-RUN-STEP
011646                 ' byl juz uruchomiony dla daty '
011647                 CALC-ADL-RUN-BUS-DATE
011648             DISPLAY 'Powtorzenie wymaga zgody wpisanej przez'
011649                 ' CALCRUNZ.'
011650             SET CALC-ADL-INIT-FAILED TO TRUE
011651             MOVE 16 TO RETURN-CODE
011652             GO TO 1050-CLOSE
011653         END-IF
011654     END-IF
011655
011656     IF CALC-ADL-RUN-NOT-RERUN
011657         IF CALC-ADL-RUN-PREREQ-1 NOT = SPACES
011658             MOVE CALC-ADL-RUN-PREREQ-1 TO CALC-ADL-RUN-WANTED
011659             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
011660         END-IF
011661         IF CALC-ADL-RUN-PREREQ-2 NOT = SPACES
011662             MOVE CALC-ADL-RUN-PREREQ-2 TO CALC-ADL-RUN-WANTED
011663             PERFORM 1060-CHECK-ONE-PREREQ THRU 1060-EXIT
011664         END-IF
011665     END-IF
011666     IF CALC-ADL-INIT-FAILED
011667         GO TO 1050-CLOSE
011668     END-IF
011669
011670     MOVE SPACES TO CALC-RNC-RECORD
011671     MOVE CALC-ADL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
011672     MOVE CALC-ADL-RUN-STEP     TO CALC-RNC-STEP
011673     SET CALC-RNC-IS-STARTED TO TRUE
011674     ACCEPT CALC-RNC-START-DATE FROM DATE YYYYMMDD
011675     ACCEPT CALC-RNC-START-TIME FROM TIME
011676     MOVE ZERO TO CALC-RNC-END-DATE
011677                  CALC-RNC-END-TIME
011678                  CALC-RNC-RC
011679                  CALC-RNC-READ-COUNT
011680                  CALC-RNC-WRITE-COUNT
011681                  CALC-RNC-EXCP-COUNT
011682     ADD 1 TO CALC-ADL-RUN-ATTEMPT
011683     MOVE CALC-ADL-RUN-ATTEMPT       TO CALC-RNC-ATTEMPT
011684     MOVE CALC-ADL-RUN-OVERRIDE-BY   TO CALC-RNC-OVERRIDE-BY
011685     MOVE CALC-ADL-RUN-OVERRIDE-DATE TO CALC-RNC-OVERRIDE-DATE
011686     IF CALC-ADL-RUN-IS-RERUN
011687         SET CALC-RNC-IS-RERUN TO TRUE
011688     ELSE
011689         SET CALC-RNC-IS-FIRST-RUN TO TRUE
011690     END-IF
011691     IF CALC-ADL-RUN-ROW-ON-FILE
011692         REWRITE CALC-RNC-RECORD
011693     ELSE
011694         WRITE CALC-RNC-RECORD
011695     END-IF
011696     IF CALC-ADL-RUN-FILE-STATUS = '00'
011697         SET CALC-ADL-RUN-STARTED TO TRUE
011698     ELSE
011699         DISPLAY 'Blad zapisu CALC-RUNC-FILE, status: '
011700             CALC-ADL-RUN-FILE-STATUS
011701         SET CALC-ADL-INIT-FAILED TO TRUE
011702         MOVE 16 TO RETURN-CODE
011703     END-IF.
011704 1050-CLOSE.
011705     CLOSE CALC-RUNC-FILE.
011706 1050-EXIT.
011707     EXIT.
011708
011709*=================================================================*
011710* 1060-CHECK-ONE-PREREQ - the step named in CALC-ADL-RUN-WANTED   *
011711* must have ended, not merely started, with RETURN-CODE 4 or      *
011712* less.                                                           *
011713*=================================================================*
011714 1060-CHECK-ONE-PREREQ.
011715     MOVE CALC-ADL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
011716     MOVE CALC-ADL-RUN-WANTED   TO CALC-RNC-STEP
011717     READ CALC-RUNC-FILE
011718         INVALID KEY
011719             DISPLAY 'Brak kroku poprzedzajacego '
011720                 CALC-ADL-RUN-WANTED
011721                 ' dla daty ' CALC-ADL-RUN-BUS-DATE
011722             SET CALC-ADL-INIT-FAILED TO TRUE
011723             MOVE 16 TO RETURN-CODE
011724         NOT INVALID KEY
011725             IF NOT CALC-RNC-IS-ENDED
011726                 OR CALC-RNC-RC > 4
011727                 DISPLAY 'Krok poprzedzajacy ' CALC-ADL-RUN-WANTED
011728                     ' niezakonczony lub z bledem, RC: '
011729                     CALC-RNC-RC
011730                 SET CALC-ADL-INIT-FAILED TO TRUE
011731                 MOVE 16 TO RETURN-CODE
011732             END-IF
011733     END-READ.
011734 1060-EXIT.
011735     EXIT.
011736
011800*=================================================================*
011900* 2000-READ-AUDIT-RECORD                                           *
012000*=================================================================*
016400     DISPLAY 'Koniec programu.'.
016500 9000-EXIT.
016600     EXIT.
030200
030300*=================================================================*
030400* 9500-RECORD-RUN-END - closes this step's row on CALCRUNC with   *
030500* the end time, the return code and the key counts.  A run        *
030600* that failed before its files were open is recorded with         *
030700* RETURN-CODE 16 even where the step itself ends quietly, so      *
030800* nothing downstream may start off it.                            *
030900*=================================================================*
031000 9500-RECORD-RUN-END.
031100     IF CALC-ADL-RUN-NOT-STARTED
031200         GO TO 9500-EXIT
031300     END-IF
031400     OPEN I-O CALC-RUNC-FILE
031500     IF CALC-ADL-RUN-FILE-STATUS NOT = '00'
031600         DISPLAY 'Blad otwarcia CALC-RUNC-FILE, status: '
031700             CALC-ADL-RUN-FILE-STATUS
031800         GO TO 9500-EXIT
031900     END-IF
032000     MOVE CALC-ADL-RUN-BUS-DATE TO CALC-RNC-BUS-DATE
032100     MOVE CALC-ADL-RUN-STEP     TO CALC-RNC-STEP
032200     READ CALC-RUNC-FILE
032300         INVALID KEY
032400             DISPLAY 'Brak wiersza kroku ' CALC-ADL-RUN-STEP
032500                 ' w CALCRUNC.'
032600         NOT INVALID KEY
032700             SET CALC-RNC-IS-ENDED TO TRUE
032800             ACCEPT CALC-RNC-END-DATE FROM DATE YYYYMMDD
032900             ACCEPT CALC-RNC-END-TIME FROM TIME
033000             MOVE RETURN-CODE TO CALC-RNC-RC
033100             IF CALC-ADL-INIT-FAILED
033200                 IF CALC-RNC-RC < 16
033300                     MOVE 16 TO CALC-RNC-RC
033400                 END-IF
033500             END-IF
033600             MOVE CALC-ADL-READ-COUNT TO CALC-RNC-READ-COUNT
033700             MOVE CALC-ADL-LOAD-COUNT TO CALC-RNC-WRITE-COUNT
033800             MOVE CALC-ADL-DROP-COUNT TO CALC-RNC-EXCP-COUNT
033900             REWRITE CALC-RNC-RECORD
034000     END-READ
034100     CLOSE CALC-RUNC-FILE.
034200 9500-EXIT.
034300     EXIT.
