001920*                  other error switches.                          *
001930* 2026-09-02  JK   The keying-shop source code is displayed       *
001940*                  alongside the account.                         *
001950* 2026-10-05  JK   The entry display also shows the currency, the *
001960*                  RESULT in that currency, the rate applied and  *
001970*                  the no-rate flag.                              *
001975* 2026-10-15  JK   An entry posted as a leg of a cost allocation, *
001980*                  or of its reversal, shows the allocation's     *
001985*                  shared reference.                              *
002000*=================================================================*
002100*
002200*-----------------------------------------------------------------*
021200     DISPLAY 'Konto: ' CALC-AUDX-ACCOUNT
021210         '  zrodlo: ' CALC-AUDX-SOURCE
021300         '  wykonal: ' CALC-AUDX-OPERATOR-ID
021310     DISPLAY 'Waluta: ' CALC-AUDX-CURRENCY
021320         '  wynik w walucie: ' CALC-AUDX-ORIG-RESULT
021330         '  kurs: ' CALC-AUDX-RATE
021340         '  brak kursu: ' CALC-AUDX-NO-RATE-SW
021400     IF NOT CALC-AUDX-NO-XREF
021500         DISPLAY 'Korekta pozycji ID: ' CALC-AUDX-XREF-ID
021520     END-IF
021540     IF CALC-AUDX-ALLOC-ID NUMERIC
021560         AND NOT CALC-AUDX-NO-ALLOC
021580         DISPLAY 'Podzial kosztow ref.: ' CALC-AUDX-ALLOC-ID
021600     END-IF.
021700 5000-EXIT.
021800     EXIT.
