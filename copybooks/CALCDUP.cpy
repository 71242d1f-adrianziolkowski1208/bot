000100*=============================================================*
000200* CALCDUP.CPY                                                 *
000300* CALC-DUP-RECORD - one duplicate suspect held back from the  *
000400* posting run by CALCDUPC.  Carries the validated CALCTRNS    *
000500* record image untouched, so a release can put it through     *
000600* CALCULATOR exactly as it arrived, plus what it matched:     *
000700* an earlier record of the same day's work (type 'D', by its  *
000800* sequence number) or a clean posting already on the keyed    *
000900* audit copy CALCAUDX (type 'H', by its transaction ID).      *
001000* The decision fields stay blank on CALCHELD; CALCDUPR fills  *
001100* them in when a supervisor releases or drops the item and    *
001200* logs the decided record to CALCDUPD.                        *
001300*-------------------------------------------------------------*
001400* DATE-WRITTEN.  2026-09-21.
001410* 2026-10-05  JK   CALC-DUP-TRANS-DATA widened to the 50-byte *
001420*                  transaction record, out of FILLER.         *
001500*=============================================================*
001600 01  CALC-DUP-RECORD.
001700     05  CALC-DUP-TRANS-DATA      PIC X(50).
001800     05  CALC-DUP-MATCH-TYPE      PIC X(01).
001900         88  CALC-DUP-MATCH-DAY           VALUE 'D'.
002000         88  CALC-DUP-MATCH-HISTORY       VALUE 'H'.
002100     05  CALC-DUP-EARLIER-ID      PIC 9(08).
002200     05  CALC-DUP-EARLIER-SEQ-NO  PIC 9(06).
002300     05  CALC-DUP-EARLIER-SOURCE  PIC X(01).
002400     05  CALC-DUP-EARLIER-DATE    PIC 9(08).
002500     05  CALC-DUP-HELD-DATE       PIC 9(08).
002600     05  CALC-DUP-DECISION        PIC X(01).
002700         88  CALC-DUP-PENDING             VALUE SPACE.
002800         88  CALC-DUP-RELEASED            VALUE 'R'.
002900         88  CALC-DUP-DROPPED             VALUE 'D'.
003000     05  CALC-DUP-DECIDED-BY      PIC X(08).
003100     05  CALC-DUP-DECIDED-DATE    PIC 9(08).
003200     05  FILLER                   PIC X(01).
