000290*                       SALHARCH AND AUDTARCH ARCHIVES TOO AND
000300*                       MERGES THEM INTO THE SAME CHRONOLOGICAL
000310*                       STATEMENT, MARKED '(ARCHIVE)'.
000311*      10/15/2026  DRO  AUDTARCH RECORD WIDENED TO 146 BYTES TO
000312*                       MATCH THE AUDITLOG APPROVAL FIELDS.  THE
000313*                       APPROVALS AND REJECTIONS LOGGED AGAINST AN
000314*                       EMPLOYEE SHOW AS AUDIT EVENTS.
000315*      10/15/2026  DRO  SALHARCH RECORD WIDENED TO 53 BYTES TO
000316*                       MATCH THE SALHIST RECORDED DATE.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EMP-CHG-INQ.

000860 FD  SALHIST-ARCH-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  SALHIST-ARCH-RECORD               PIC X(53).

000890 FD  AUDIT-ARCH-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  AUDIT-ARCH-RECORD                 PIC X(146).

000920 FD  RETENTION-CARD-FILE
000930     LABEL RECORDS ARE STANDARD.
001700     05  WS-ASR-NEW-SALARY         PIC 9(06).
001710     05  WS-ASR-EFFECTIVE-DATE     PIC 9(08).
001720     05  WS-ASR-REASON-CODE        PIC X(04).
001725     05  WS-ASR-RECORDED-DATE      PIC 9(08).

001730 01  WS-ARCH-AUDIT-RECORD.
001740     05  WS-AAR-TIMESTAMP          PIC X(26).
001760     05  WS-AAR-KEY-VALUE          PIC X(06).
001770     05  WS-AAR-BEFORE-VALUE       PIC X(15).
001780     05  WS-AAR-AFTER-VALUE        PIC X(15).
001785     05  WS-AAR-APPROVAL-DATA      PIC X(74).

001790*----------------------------------------------------------------
001800*  THE MERGED STATEMENT.  EVERY SELECTED EVENT FROM ALL THREE
