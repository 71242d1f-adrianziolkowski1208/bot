000100*=============================================================*
000200* CALCBEX.CPY                                                 *
000300* CALC-BEX-RECORD - one entry per batch posting that took its *
000400* account past the period budget on the budget file (see      *
000500* CALCBUD.CPY), written by CALCULATOR to the budget           *
000600* exception file CALCBEXC so the cost-centre owner hears      *
000700* about the overspend the same day.  Carries the posting's    *
000800* transaction ID and input sequence number, the budget, the   *
000900* posted-to-date figure before and after the posting, and     *
001000* the keying-shop source of the transaction.                  *
001100*-------------------------------------------------------------*
001200* DATE-WRITTEN.  2026-09-14.
001300*=============================================================*
001400 01  CALC-BEX-RECORD.
001500     05  CALC-BEX-TRANS-ID        PIC 9(08).
001600     05  CALC-BEX-SEQ-NO          PIC 9(06).
001700     05  CALC-BEX-ACCOUNT         PIC X(08).
001800     05  CALC-BEX-PERIOD          PIC 9(06).
001900     05  CALC-BEX-BUDGET          PIC S9(11)V99.
002000     05  CALC-BEX-ACTUAL-BEFORE   PIC S9(11)V99.
002100     05  CALC-BEX-AMOUNT          PIC S9(09)V99.
002200     05  CALC-BEX-ACTUAL-AFTER    PIC S9(11)V99.
002300     05  CALC-BEX-SOURCE          PIC X(01).
002400     05  FILLER                   PIC X(11).
