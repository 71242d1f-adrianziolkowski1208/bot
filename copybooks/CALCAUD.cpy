001010*                  keying-shop source code carried in from    *
001020*                  CALC-TRANS-SOURCE; space for online work   *
001030*                  and records written before this change.    *
001031* 2026-10-05  JK   Added the currency fields.  CALC-AUD-      *
001032*                  RESULT stays the amount posted, in PLN;    *
001033*                  the RESULT as computed in the currency the *
001034*                  work was keyed in goes to CALC-AUD-ORIG-   *
001035*                  RESULT, with that currency and the rate    *
001036*                  applied.  A PLN posting carries rate 1.  A *
001037*                  foreign posting with no rate on file for   *
001038*                  the day is marked in CALC-AUD-NO-RATE-SW   *
001039*                  and posts nothing (CALC-AUD-RESULT zero).  *
001040*                  Master-change entries carry spaces and     *
001041*                  zeros.  The record grows to 120 bytes.     *
001042* 2026-10-15  JK   Added CALC-AUD-ALLOC-ID and                *
001043*                  CALC-AUD-ALLOC-RULE after CALC-AUD-RATE:   *
001044*                  every posting made by a cost allocation    *
001045*                  ('A' in the operator byte, one entry per   *
001046*                  leg) and every storno of one carries the   *
001047*                  allocation reference - the ID of the       *
001048*                  pool-account leg - and the CALCPODZ rule   *
001049*                  code, so the split can be traced, reversed *
001050*                  as a whole, and caught by CALCDUPC when    *
001051*                  the same rule and amount are sent again.   *
001052*                  On an allocation leg NUM1 is the pooled    *
001053*                  amount keyed and NUM2 the leg count on the *
001054*                  pool leg, the percentage on a target leg,  *
001055*                  zero on the remainder leg.  Zero and       *
001056*                  spaces on everything else; records written *
001057*                  before this change carry spaces there.     *
001058*                  The record grows to 136 bytes.             *
001059*=============================================================*
001100 01  CALC-AUDIT-RECORD.
001150     05  CALC-AUD-TRANS-ID        PIC 9(08).
001200     05  CALC-AUD-TIMESTAMP.
002193         88  CALC-AUD-OVER-LIMIT          VALUE 'Y'.
002194         88  CALC-AUD-NO-OVER-LIMIT       VALUE 'N'.
002195     05  CALC-AUD-SOURCE          PIC X(01).
002196     05  CALC-AUD-NO-RATE-SW      PIC X(01).
002197         88  CALC-AUD-NO-RATE             VALUE 'Y'.
002198         88  CALC-AUD-RATE-FOUND          VALUE 'N'.
002199     05  CALC-AUD-CURRENCY        PIC X(03).
002200     05  CALC-AUD-ORIG-RESULT     PIC S9(09)V99.
002210     05  CALC-AUD-RATE            PIC 9(05)V9(06).
002212     05  CALC-AUD-ALLOC-ID        PIC 9(08).
002214         88  CALC-AUD-NO-ALLOC            VALUE ZERO.
002216     05  CALC-AUD-ALLOC-RULE      PIC X(08).
002220     05  FILLER                   PIC X(07).
