000100*=============================================================*
000200* CALCAPR.CPY                                                 *
000300* CALC-APR-RECORD - one entry per action waiting for a second *
000400* pair of eyes, held in the indexed approval queue CALCAPRQ   *
000500* (VSAM KSDS keyed by the request ID, issued from the shared  *
000600* CALCTIDF counter).  CALCREV queues a storno of a posted     *
000700* transaction ('S'), CALCAMNT the closure of an account       *
000800* ('Z'); neither takes effect until a different operator     *
000900* with the correction authority approves it in CALCAPRV,     *
001000* which then posts it and records the ID of the storno it    *
001100* posted.  Decided entries stay on the queue as the record    *
001200* internal audit reads through CALCAPRR.                      *
001300*-------------------------------------------------------------*
001400* DATE-WRITTEN.  2026-09-28.
001410* 2026-10-15  JK   Added action 'A': CALCREV queues the       *
001420*                  reversal of a whole cost allocation under  *
001430*                  its pool leg's ID (CALC-APR-ORIG-ID), with *
001440*                  the pool account and amount; CALCAPRV      *
001450*                  backs out every leg and records the first  *
001460*                  storno ID it posted.                       *
001500*=============================================================*
001600 01  CALC-APR-RECORD.
001700     05  CALC-APR-REQ-ID          PIC 9(08).
001800     05  CALC-APR-ACTION          PIC X(01).
001900         88  CALC-APR-IS-REVERSAL         VALUE 'S'.
002000         88  CALC-APR-IS-CLOSURE          VALUE 'Z'.
002050         88  CALC-APR-IS-ALLOCATION       VALUE 'A'.
002100     05  CALC-APR-ORIG-ID         PIC 9(08).
002200     05  CALC-APR-ACCOUNT         PIC X(08).
002300     05  CALC-APR-AMOUNT          PIC S9(09)V99.
002400     05  CALC-APR-REQ-BY          PIC X(08).
002500     05  CALC-APR-REQ-DATE        PIC 9(08).
002600     05  CALC-APR-REQ-TIME        PIC 9(08).
002700     05  CALC-APR-REASON          PIC X(40).
002800     05  CALC-APR-STATUS          PIC X(01).
002900         88  CALC-APR-PENDING             VALUE 'P'.
003000         88  CALC-APR-APPROVED            VALUE 'A'.
003100         88  CALC-APR-DECLINED            VALUE 'O'.
003200     05  CALC-APR-DEC-BY          PIC X(08).
003300     05  CALC-APR-DEC-DATE        PIC 9(08).
003400     05  CALC-APR-DEC-TIME        PIC 9(08).
003500     05  CALC-APR-POSTED-ID       PIC 9(08).
003600     05  FILLER                   PIC X(17).
