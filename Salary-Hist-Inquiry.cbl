000300*                       ARCHIVE LINES MARKED '(ARCHIVE)'.  A
000310*                       SEVEN-YEAR PENSION PULL NO LONGER COMES
000320*                       BACK SILENTLY PARTIAL.
000323*      10/15/2026  DRO  SALHARCH RECORD AND WORK RECORD WIDENED TO
000326*                       53 BYTES FOR SALHIST-RECORDED-DATE.
000330*================================================================
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SALHIST-INQ.

000710 FD  SALHIST-ARCH-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  SALHIST-ARCH-RECORD               PIC X(53).

000740 FD  RETENTION-CARD-FILE
000750     LABEL RECORDS ARE STANDARD.
001440     05  WS-WH-NEW-SALARY          PIC 9(06).
001450     05  WS-WH-EFFECTIVE-DATE      PIC 9(08).
001460     05  WS-WH-REASON-CODE         PIC X(04).
001465     05  WS-WH-RECORDED-DATE       PIC 9(08).
001470 77  WS-STEP-CHANGE                PIC S9(07) VALUE ZERO COMP.
001480 77  WS-PCT-CHANGE                 PIC S9(05)V99 VALUE ZERO COMP.
001490*    EDITING STAGE FOR THE PCT-CHG COLUMN, WHICH PRINTS EITHER
