001900*                  plus records-kept - audit entries are our only *
002000*                  defense in a dispute, so nothing is dropped    *
002100*                  without a balanced, dated generation.          *
002110* 2026-10-05  JK   Archive and new-generation records widened to  *
002120*                  the 120-byte audit layout that now carries the *
002130*                  currency fields.                               *
002140* 2026-10-15  JK   Archive and new-generation records widened to  *
002150*                  the 136-byte audit layout that now carries the *
002160*                  allocation reference and rule code.            *
002200*=================================================================*
002300*
002400*-----------------------------------------------------------------*
005900 FD  CALC-ARCH-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  CALC-ARCH-RECORD             PIC X(136).
006300
006400 FD  CALC-AUDN-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  CALC-AUDN-RECORD             PIC X(136).
006800
006900 FD  CALC-ARCH-RPT-FILE
007000     RECORDING MODE IS F
