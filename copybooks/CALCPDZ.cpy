000100*=============================================================*
000200* CALCPDZ.CPY                                                 *
000300* CALC-PDZ-RECORD - one allocation rule in the indexed rule   *
000400* file CALCPODZ (VSAM KSDS keyed by the rule code).  A rule   *
000500* names the pool account a shared cost (rent, IT charges) is  *
000600* collected on, the cost-centre accounts it is split across   *
000700* with the percentage share of each - the shares always total *
000800* exactly 100.00 - and the account that takes the rounding    *
000900* remainder, so a split always adds back to the pool to the   *
001000* cent.  The file is maintained through CALCPMNT and read by  *
001100* CALCULATOR when an 'A' transaction is posted against the    *
001200* rule code.  Unused target slots are spaces and zeros.       *
001300*-------------------------------------------------------------*
001400* DATE-WRITTEN.  2026-10-15.
001500*=============================================================*
001600 01  CALC-PDZ-RECORD.
001700     05  CALC-PDZ-CODE            PIC X(08).
001800     05  CALC-PDZ-NAME            PIC X(30).
001900     05  CALC-PDZ-POOL-ACCT       PIC X(08).
002000     05  CALC-PDZ-REMAIN-ACCT     PIC X(08).
002100     05  CALC-PDZ-TARGET-COUNT    PIC 9(02).
002200     05  CALC-PDZ-TARGET OCCURS 20 TIMES
002300                         INDEXED BY CALC-PDZ-TGT-IDX.
002400         10  CALC-PDZ-TGT-ACCT    PIC X(08).
002500         10  CALC-PDZ-TGT-PCT     PIC 9(03)V99.
002600     05  CALC-PDZ-CHANGE-DATE     PIC 9(08).
002700     05  CALC-PDZ-CHANGE-BY       PIC X(08).
002800     05  FILLER                   PIC X(18).
