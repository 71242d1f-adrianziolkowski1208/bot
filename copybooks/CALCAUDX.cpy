001110* 2026-08-22  JK   Mirrored the new CALC-AUD-BAD-ACCT-SW.     *
001120* 2026-09-02  JK   Mirrored the new CALC-AUD-LIMIT-SW.        *
001130* 2026-09-02  JK   Mirrored the new CALC-AUD-SOURCE.          *
001140* 2026-10-05  JK   Mirrored the new currency fields.          *
001150* 2026-10-15  JK   Mirrored the new CALC-AUD-ALLOC-ID and     *
001160*                  CALC-AUD-ALLOC-RULE.                       *
001200*=============================================================*
001300 01  CALC-AUDX-RECORD.
001400     05  CALC-AUDX-TRANS-ID       PIC 9(08).
003150         88  CALC-AUDX-OVER-LIMIT         VALUE 'Y'.
003160         88  CALC-AUDX-NO-OVER-LIMIT      VALUE 'N'.
003170     05  CALC-AUDX-SOURCE         PIC X(01).
003180     05  CALC-AUDX-NO-RATE-SW     PIC X(01).
003190         88  CALC-AUDX-NO-RATE            VALUE 'Y'.
003191         88  CALC-AUDX-RATE-FOUND         VALUE 'N'.
003192     05  CALC-AUDX-CURRENCY       PIC X(03).
003193     05  CALC-AUDX-ORIG-RESULT    PIC S9(09)V99.
003194     05  CALC-AUDX-RATE           PIC 9(05)V9(06).
003200     05  CALC-AUDX-ALLOC-ID       PIC 9(08).
003300         88  CALC-AUDX-NO-ALLOC           VALUE ZERO.
003350     05  CALC-AUDX-ALLOC-RULE     PIC X(08).
003400     05  FILLER                   PIC X(07).
