001396*                  keying-shop source code of the suspended   *
001397*                  item, so the correction run knows whose    *
001398*                  work it is resubmitting.                   *
001399* 2026-10-05  JK   Added the NORATE status for foreign-       *
001400*                  currency work that found no exchange rate  *
001401*                  for the day, and CALC-SUSP-CURRENCY so the *
001402*                  resubmission converts it from the currency *
001403*                  it was keyed in.  NUM1 and NUM2 stay in    *
001404*                  that currency.  The record grows from 50   *
001405*                  to 60 bytes.                               *
001406*=============================================================*
001500 01  CALC-SUSP-RECORD.
001600     05  CALC-SUSP-TRANS-ID       PIC 9(08).
001700     05  CALC-SUSP-NUM1           PIC S9(09)V99.
002310         88  CALC-SUSP-IS-BAD-ACCT        VALUE 'BADACCT'.
002320         88  CALC-SUSP-IS-OVER-LIMIT      VALUE 'LIMIT'.
002330         88  CALC-SUSP-IS-ACK-REJECT      VALUE 'ACKREJ'.
002340         88  CALC-SUSP-IS-NO-RATE         VALUE 'NORATE'.
002350     05  CALC-SUSP-ACCOUNT        PIC X(08).
002360     05  CALC-SUSP-SOURCE         PIC X(01).
002370     05  CALC-SUSP-CURRENCY       PIC X(03).
002400     05  FILLER                   PIC X(09).
