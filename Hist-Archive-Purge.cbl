000290*
000300*  MODIFICATION HISTORY.
000310*      08/23/2026  DRO  ORIGINAL VERSION.
000311*      10/15/2026  DRO  AUDITLOG RECORD WIDENED TO 146 BYTES FOR
000312*                       THE APPROVAL FIELDS; AUDTNEW AND AUDTARCH
000313*                       WIDENED TO MATCH.
000314*      10/15/2026  DRO  SALHIST RECORD WIDENED TO 53 BYTES FOR THE
000315*                       RECORDED DATE; SALHNEW AND SALHARCH
000316*                       WIDENED TO MATCH.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. HIST-ARCHIVE.

000740 FD  SALHIST-NEW-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  SALHIST-NEW-RECORD                PIC X(53).

000770 FD  SALHIST-ARCH-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  SALHIST-ARCH-RECORD               PIC X(53).

000800 FD  AUDIT-LOG-FILE
000810     LABEL RECORDS ARE STANDARD.

000830 FD  AUDIT-NEW-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  AUDIT-NEW-RECORD                  PIC X(146).

000860 FD  AUDIT-ARCH-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  AUDIT-ARCH-RECORD                 PIC X(146).

000890 FD  PURGE-RPT-FILE
000900     LABEL RECORDS ARE STANDARD.
