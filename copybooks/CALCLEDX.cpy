000100*=============================================================*
000200* CALCLEDX.CPY                                                *
000300* CALC-LEDX-RECORD - the keyed copy of a CALC-LEDGER-RECORD   *
000400* detail row (see CALCLEDG.CPY), held in the indexed ledger   *
000500* copy CALCLEDX (VSAM KSDS keyed by account plus transaction  *
000600* ID, alternate key on the period with duplicates).  The key  *
000700* fields lead the record, so the fields are in a different    *
000800* order from the ledger row and are moved across one by one.  *
000900* CALCLEDL rebuilds the file from CALCLEDG; trailers are not  *
001000* carried.  CALC-LEDX-PERIOD is always filled: rows written   *
001100* before the ledger carried a period get the month of their   *
001200* posting date at load time.  Any layout change to the        *
001300* ledger row must be mirrored here.                           *
001400*-------------------------------------------------------------*
001500* DATE-WRITTEN.  2026-10-12.
001600*=============================================================*
001700 01  CALC-LEDX-RECORD.
001800     05  CALC-LEDX-KEY.
001900         10  CALC-LEDX-ACCOUNT    PIC X(08).
002000         10  CALC-LEDX-TRANS-ID   PIC 9(08).
002100     05  CALC-LEDX-POST-DATE      PIC 9(08).
002200     05  CALC-LEDX-AMOUNT         PIC S9(09)V99.
002300     05  CALC-LEDX-PERIOD         PIC 9(06).
002400     05  CALC-LEDX-CURRENCY       PIC X(03).
002500     05  CALC-LEDX-ORIG-AMOUNT    PIC S9(09)V99.
002600     05  CALC-LEDX-RATE           PIC 9(05)V9(06).
002700     05  FILLER                   PIC X(04).
