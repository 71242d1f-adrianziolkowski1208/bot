000100*=============================================================*
000200* CALCRUN.CPY                                                 *
000300* CALC-RNC-RECORD - one row of the run-control file CALCRUNC  *
000400* (VSAM KSDS keyed by business date plus step name).  Every   *
000500* step of the daily chain, and the month-end CALCCLSE, checks *
000600* here before it opens any of its own files that the steps it *
000700* depends on have ended cleanly for the same business date    *
000800* and that it has not run for that date itself; it then       *
000900* records its start and, at the end, its return code and key  *
001000* counts.  A row still 'S' is a step that never reached its   *
001100* end (an abend, or a run that failed before its files were   *
001200* open).  An 'O' row is a rerun permission granted through    *
001300* CALCRUNZ and not yet used.  CALCRUNR prints the day's rows  *
001400* as the batch-window timeline.                               *
001500*-------------------------------------------------------------*
001600* DATE-WRITTEN.  2026-10-09.
001700*=============================================================*
001800 01  CALC-RNC-RECORD.
001900     05  CALC-RNC-KEY.
002000         10  CALC-RNC-BUS-DATE    PIC 9(08).
002100         10  CALC-RNC-STEP        PIC X(10).
002200     05  CALC-RNC-STATE           PIC X(01).
002300         88  CALC-RNC-IS-STARTED      VALUE 'S'.
002400         88  CALC-RNC-IS-ENDED        VALUE 'E'.
002500         88  CALC-RNC-IS-OVERRIDE     VALUE 'O'.
002600     05  CALC-RNC-START-DATE      PIC 9(08).
002700     05  CALC-RNC-START-TIME      PIC 9(08).
002800     05  CALC-RNC-END-DATE        PIC 9(08).
002900     05  CALC-RNC-END-TIME        PIC 9(08).
003000     05  CALC-RNC-RC              PIC 9(04).
003100     05  CALC-RNC-READ-COUNT      PIC 9(08).
003200     05  CALC-RNC-WRITE-COUNT     PIC 9(08).
003300     05  CALC-RNC-EXCP-COUNT      PIC 9(08).
003400     05  CALC-RNC-ATTEMPT         PIC 9(02).
003500     05  CALC-RNC-RERUN-SW        PIC X(01).
003600         88  CALC-RNC-IS-RERUN        VALUE 'Y'.
003700         88  CALC-RNC-IS-FIRST-RUN    VALUE 'N'.
003800     05  CALC-RNC-OVERRIDE-BY     PIC X(08).
003900     05  CALC-RNC-OVERRIDE-DATE   PIC 9(08).
004000     05  FILLER                   PIC X(20).
