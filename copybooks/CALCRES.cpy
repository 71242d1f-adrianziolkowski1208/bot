000860*                  the keying-shop source code carried in     *
000870*                  from CALC-TRANS-SOURCE, so a disputed      *
000880*                  result names the shop that keyed it.       *
000890* 2026-10-05  JK   Added the NORATE status: a foreign-currency *
000891*                  transaction with no exchange rate on file   *
000892*                  for the posting date, suspended unposted.   *
000900*=============================================================*
001000 01  CALC-RESULT-RECORD.
001100     05  CALC-RESULT-SEQ-NO       PIC 9(06).
001900         88  CALC-RESULT-IS-OVERFLOW      VALUE 'OVERFLOW'.
002000         88  CALC-RESULT-IS-BAD-OPER      VALUE 'BADOPER'.
002050         88  CALC-RESULT-IS-BAD-ACCT      VALUE 'BADACCT'.
002055         88  CALC-RESULT-IS-NO-RATE       VALUE 'NORATE'.
002060     05  CALC-RESULT-SOURCE       PIC X(01).
002100     05  FILLER                   PIC X(09).
002200 01  CALC-RESULT-TRAILER.
