000100*=============================================================*
000200* CALCKRSI.CPY                                                *
000300* CALC-KRI-RECORD - one line on the sequential rate load file *
000400* operations prepares for CALCKRSL each day: the ISO currency *
000500* code, the date the rate applies to and the rate itself in   *
000600* PLN per unit.  Lines may come in any order; CALCKRSL keys   *
000700* them into the indexed rate file (see CALCKRS.CPY).          *
000800*-------------------------------------------------------------*
000900* DATE-WRITTEN.  2026-10-05.
001000*=============================================================*
001100 01  CALC-KRI-RECORD.
001200     05  CALC-KRI-CURRENCY        PIC X(03).
001300     05  CALC-KRI-RATE-DATE       PIC 9(08).
001400     05  CALC-KRI-RATE-DATE-R REDEFINES CALC-KRI-RATE-DATE.
001500         10  CALC-KRI-YEAR        PIC 9(04).
001600         10  CALC-KRI-MONTH       PIC 9(02).
001700         10  CALC-KRI-DAY         PIC 9(02).
001800     05  CALC-KRI-RATE            PIC 9(05)V9(06).
001900     05  FILLER                   PIC X(18).
