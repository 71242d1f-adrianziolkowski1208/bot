000100*=============================================================*
000200* CALCKRS.CPY                                                 *
000300* CALC-KRS-RECORD - one exchange rate per currency per day in *
000400* the indexed rate file CALCKURS (VSAM KSDS keyed by the ISO  *
000500* currency code plus the date the rate applies to).  The rate *
000600* is the number of PLN, the base currency, paid for one unit  *
000700* of the currency.  Operations loads each day's rates through *
000800* CALCKRSL; CALCULATOR reads the rate for the posting date    *
000900* to convert a RESULT keyed in a foreign currency before it   *
001000* touches the balance or the ledger.  PLN itself never needs  *
001100* a record.  A rate is looked up for its own day only - there *
001200* is no falling back to an earlier day's rate.                *
001300*-------------------------------------------------------------*
001400* DATE-WRITTEN.  2026-10-05.
001500*=============================================================*
001600 01  CALC-KRS-RECORD.
001700     05  CALC-KRS-KEY.
001800         10  CALC-KRS-CURRENCY    PIC X(03).
001900         10  CALC-KRS-RATE-DATE   PIC 9(08).
002000     05  CALC-KRS-RATE            PIC 9(05)V9(06).
002100     05  CALC-KRS-LOAD-DATE       PIC 9(08).
002200     05  FILLER                   PIC X(20).
