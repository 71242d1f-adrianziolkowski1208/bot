000100*=============================================================*
000200* CALCBUD.CPY                                                 *
000300* CALC-BUD-RECORD - one record per cost-centre account per    *
000400* accounting period (RRRRMM) in the indexed budget file       *
000500* (VSAM KSDS keyed by account code plus period).  Operations  *
000600* loads the budget amounts through CALCBUDL; the posting      *
000700* runs (CALCULATOR, and CALCAPRV on a storno) keep            *
000800* CALC-BUD-ACTUAL, the amount posted against the account in   *
000900* that period so far, so an overspend is seen at the moment   *
001000* of posting instead of weeks after the close.  A reload of   *
001100* an existing key replaces the budget amount only; the        *
001200* posted-to-date figure is never touched by the load.         *
001300*-------------------------------------------------------------*
001400* DATE-WRITTEN.  2026-09-14.
001410* 2026-09-28  JK   Storno back-out now done by CALCAPRV once  *
001420*                  the storno is approved.                    *
001500*=============================================================*
001600 01  CALC-BUD-RECORD.
001700     05  CALC-BUD-KEY.
001800         10  CALC-BUD-ACCT-CODE   PIC X(08).
001900         10  CALC-BUD-PERIOD      PIC 9(06).
002000     05  CALC-BUD-AMOUNT          PIC S9(11)V99.
002100     05  CALC-BUD-ACTUAL          PIC S9(11)V99.
002200     05  CALC-BUD-LOAD-DATE       PIC 9(08).
002300     05  FILLER                   PIC X(12).
