000900* DATE-WRITTEN.  2026-08-22.
000910* 2026-08-22  JK   Added the ACCT reason code for a missing   *
000920*                  account code.                              *
000930* 2026-10-05  JK   CALC-REJ-TRANS-DATA widened to the 50-byte *
000940*                  transaction record; added the CURR reason  *
000950*                  code for a malformed currency code.        *
001000*=============================================================*
001100 01  CALC-REJECT-RECORD.
001200     05  CALC-REJ-TRANS-DATA      PIC X(50).
001300     05  CALC-REJ-REASON-CODE     PIC X(04).
001400         88  CALC-REJ-SEQ-ERROR           VALUE 'SEQ '.
001500         88  CALC-REJ-NUM1-ERROR          VALUE 'NUM1'.
001600         88  CALC-REJ-NUM2-ERROR          VALUE 'NUM2'.
001700         88  CALC-REJ-OPER-ERROR          VALUE 'OPER'.
001710         88  CALC-REJ-ACCT-ERROR          VALUE 'ACCT'.
001720         88  CALC-REJ-CURR-ERROR          VALUE 'CURR'.
001800     05  FILLER                   PIC X(06).
