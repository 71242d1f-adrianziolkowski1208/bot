001150*                  balance history.  Records written before    *
001160*                  this change carry a space there, which      *
001170*                  counts as active.                           *
001180* 2026-10-05  JK   Added CALC-ACCT-CURRENCY (from FILLER): the *
001181*                  currency the cost centre's transactions are *
001182*                  keyed in when CALC-TRANS-CURRENCY is left   *
001183*                  blank.  The balance itself is always held   *
001184*                  in the base currency (PLN).  Records        *
001185*                  written before this change carry spaces     *
001186*                  there, which counts as PLN.                 *
001200*=============================================================*
001300 01  CALC-ACCT-RECORD.
001400     05  CALC-ACCT-CODE           PIC X(08).
001900     05  CALC-ACCT-STATUS-SW      PIC X(01).
002000         88  CALC-ACCT-IS-CLOSED          VALUE 'Z'.
002100         88  CALC-ACCT-IS-ACTIVE          VALUE 'A' SPACE.
002150     05  CALC-ACCT-CURRENCY       PIC X(03).
002200     05  FILLER                   PIC X(05).
