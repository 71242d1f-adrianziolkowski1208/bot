000100*=============================================================*
000200* CALCHIE.CPY                                                 *
000300* CALC-HIE-RECORD - one node of the reporting hierarchy in    *
000400* the indexed file CALCHIER (VSAM KSDS keyed by level plus    *
000500* code).  Each cost-centre account is placed under a          *
000600* department ('K' record, parent = department code) and each  *
000700* department under a division ('D' record, parent = division  *
000800* code); a division ('P' record) is the top and has no        *
000900* parent.  The file is maintained through CALCHMNT and read   *
001000* by the CALCROLL roll-up report; an account with no 'K'      *
001100* record, or whose chain upward breaks, is not lost but is    *
001200* listed there as an exception.                               *
001300*-------------------------------------------------------------*
001400* DATE-WRITTEN.  2026-10-01.
001500*=============================================================*
001600 01  CALC-HIE-RECORD.
001700     05  CALC-HIE-KEY.
001800         10  CALC-HIE-LEVEL       PIC X(01).
001900             88  CALC-HIE-IS-ACCOUNT      VALUE 'K'.
002000             88  CALC-HIE-IS-DEPARTMENT   VALUE 'D'.
002100             88  CALC-HIE-IS-DIVISION     VALUE 'P'.
002200         10  CALC-HIE-CODE        PIC X(08).
002300     05  CALC-HIE-NAME            PIC X(30).
002400     05  CALC-HIE-PARENT          PIC X(08).
002500     05  CALC-HIE-CHANGE-DATE     PIC 9(08).
002600     05  CALC-HIE-CHANGE-BY       PIC X(08).
002700     05  FILLER                   PIC X(17).
