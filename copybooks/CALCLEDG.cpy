000893*                  written before this change carry spaces    *
000894*                  there - readers fall back to the month of  *
000895*                  the posting date for them.                 *
000896* 2026-10-05  JK   Added CALC-LEDG-CURRENCY, CALC-LEDG-ORIG-  *
000897*                  AMOUNT and CALC-LEDG-RATE.  CALC-LEDG-     *
000898*                  AMOUNT stays the PLN amount posted; the    *
000899*                  other three say what it was converted      *
000900*                  from (rate 1 for PLN work).  The record    *
000901*                  grows from 42 to 70 bytes and the trailer  *
000902*                  is padded to match.                        *
000903*=============================================================*
001000 01  CALC-LEDGER-RECORD.
001100     05  CALC-LEDG-TRANS-ID       PIC 9(08).
001200     05  CALC-LEDG-POST-DATE      PIC 9(08).
001350     05  CALC-LEDG-ACCOUNT        PIC X(08).
001360     05  CALC-LEDG-PERIOD         PIC 9(06).
001400     05  FILLER                   PIC X(01).
001410     05  CALC-LEDG-CURRENCY       PIC X(03).
001420     05  CALC-LEDG-ORIG-AMOUNT    PIC S9(09)V99.
001430     05  CALC-LEDG-RATE           PIC 9(05)V9(06).
001440     05  FILLER                   PIC X(03).
001500 01  CALC-LEDGER-TRAILER.
001600     05  CALC-LEDG-TRL-MARK       PIC X(01).
001700         88  CALC-LEDG-IS-TRAILER         VALUE 'T'.
001800     05  FILLER                   PIC X(07).
001900     05  CALC-LEDG-TRL-COUNT      PIC 9(06).
002000     05  CALC-LEDG-TRL-AMOUNT     PIC S9(11)V99.
002100     05  FILLER                   PIC X(43).
