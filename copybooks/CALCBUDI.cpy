000100*=============================================================*
000200* CALCBUDI.CPY                                                *
000300* CALC-BDI-RECORD - one budget line on the sequential load    *
000400* file operations prepares for CALCBUDL: the account, the     *
000500* period (RRRRMM) and the amount the cost centre may spend    *
000600* in it.  Lines may come in any order; CALCBUDL keys them     *
000700* into the indexed budget file (see CALCBUD.CPY).             *
000800*-------------------------------------------------------------*
000900* DATE-WRITTEN.  2026-09-14.
001000*=============================================================*
001100 01  CALC-BDI-RECORD.
001200     05  CALC-BDI-ACCT-CODE       PIC X(08).
001300     05  CALC-BDI-PERIOD          PIC 9(06).
001400     05  CALC-BDI-PERIOD-R REDEFINES CALC-BDI-PERIOD.
001500         10  CALC-BDI-YEAR        PIC 9(04).
001600         10  CALC-BDI-MONTH       PIC 9(02).
001700     05  CALC-BDI-AMOUNT          PIC S9(11)V99.
001800     05  FILLER                   PIC X(13).
