000991*                  the CALCOUT result, so an out-of-balance   *
000992*                  batch points at one shop's file instead of *
000993*                  the whole day.                             *
000994* 2026-10-05  JK   Added CALC-TRANS-CURRENCY: the ISO code of *
000995*                  the currency NUM1 and NUM2 are keyed in.   *
000996*                  Spaces mean the account's own currency.    *
000997*                  The record grows from 40 to 50 bytes; the  *
000998*                  trailer is padded to match.                *
001000*=============================================================*
001100 01  CALC-TRANS-RECORD.
001200     05  CALC-TRANS-SEQ-NO        PIC 9(06).
001500     05  CALC-TRANS-NUM2          PIC S9(09)V99.
001550     05  CALC-TRANS-ACCOUNT       PIC X(08).
001560     05  CALC-TRANS-SOURCE        PIC X(01).
001570     05  CALC-TRANS-CURRENCY      PIC X(03).
001600     05  FILLER                   PIC X(09).
001700 01  CALC-TRANS-TRAILER.
001800     05  CALC-TRANS-TRL-MARK      PIC X(01).
001900         88  CALC-TRANS-IS-TRAILER        VALUE 'T'.
002100     05  CALC-TRANS-TRL-COUNT     PIC 9(06).
002200     05  CALC-TRANS-TRL-HASH1     PIC S9(11)V99.
002300     05  CALC-TRANS-TRL-HASH2     PIC S9(11)V99.
002400     05  FILLER                   PIC X(12).
