002593*                  CALCSUSP and refuses to queue an ID already   *
002594*                  sitting there as ACKREJ, so a rerun against   *
002595*                  the same files cannot stack duplicates.      *
002596* 2026-10-05  JK   A bounced posting is queued with the currency  *
002597*                  it was keyed in, so the correction             *
002598*                  resubmission converts its NUM1 and NUM2 again  *
002599*                  instead of taking them for PLN.                *
002600*=================================================================*
002700*
002800*-----------------------------------------------------------------*
037500     MOVE CALC-AUDX-NUM2     TO CALC-SUSP-NUM2
037600     MOVE CALC-AUDX-ACCOUNT  TO CALC-SUSP-ACCOUNT
037610     MOVE CALC-AUDX-SOURCE   TO CALC-SUSP-SOURCE
037620     MOVE CALC-AUDX-CURRENCY TO CALC-SUSP-CURRENCY
037700     SET CALC-SUSP-IS-ACK-REJECT TO TRUE
037800     WRITE CALC-SUSP-RECORD
037900     ADD 1 TO CALC-ACK-QUEUED-COUNT.
