000300*        scheduler refuses to release the next day's feed, and
000310*        ends with condition code 08.  The hold is only ever
000320*        raised here, never lowered - the daily run's own
000330*        control checks still govern a clean day;
000331*      - an extract RUN-BACKOUT withdrew (its daily run was
000332*        backed out) is listed once on the aging section and
000333*        dropped - it is neither aged nor held for.  A corrected
000334*        rerun of the same date replaces it as a fresh pending
000335*        extract.  An acknowledgment naming a withdrawn extract
000336*        means the GL shop posted it anyway: it is reported and
000337*        the GL hold is raised until the posting is reversed.
000340*
000350*  MODIFICATION HISTORY.
000360*      09/03/2026  DRO  ORIGINAL VERSION.
000361*      10/15/2026  DRO  WITHDRAWN EXTRACTS.  THE PENDING FILE
000362*                       CARRIES A STATUS BYTE (GLPENDIN/GLPENDNW
000363*                       NOW 34 BYTES); AN EXTRACT WITHDRAWN BY
000364*                       RUN-BACKOUT IS DROPPED, NOT AGED, AND IS
000365*                       REPLACED BY THE RERUN'S EXTRACT.
000370*================================================================
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. GL-ACK-RECON.

000850 FD  GLPEND-IN-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  GLPEND-IN-RECORD                  PIC X(34).

000880 FD  GLPEND-OUT-FILE
000890     LABEL RECORDS ARE STANDARD.
001260 77  WS-DETAIL-MISMATCHES          PIC 9(05) VALUE ZERO COMP.
001270 77  WS-PENDING-CARRIED            PIC 9(05) VALUE ZERO COMP.
001280 77  WS-PENDING-CLEARED            PIC 9(05) VALUE ZERO COMP.
001285 77  WS-PENDING-WITHDRAWN          PIC 9(05) VALUE ZERO COMP.
001290 77  WS-FOUND-SUB                  PIC 9(05) VALUE ZERO COMP.

001300*----------------------------------------------------------------
001740*  EVERY EXTRACT AWAITING ACKNOWLEDGMENT - THE CARRIED-FORWARD
001750*  ENTRIES FROM GLPENDIN PLUS TODAY'S EXTRACT.  A CLEARED ENTRY
001760*  WAS ACKNOWLEDGED IN BALANCE THIS CYCLE AND IS NOT CARRIED
001769*  FORWARD; NOR IS ONE RUN-BACKOUT WITHDREW.
001780*----------------------------------------------------------------
001790 77  WS-PEND-MAX                   PIC 9(05) VALUE 99999 COMP.
001800 77  WS-PEND-COUNT                 PIC 9(05) VALUE ZERO COMP.
001880         10  WS-PEND-AGE-COUNT      PIC 9(03).
001890         10  WS-PEND-CLEARED-SW     PIC X(01).
001900             88  WS-PEND-CLEARED        VALUE 'Y'.
001903         10  WS-PEND-STATUS         PIC X(01).
001906             88  WS-PEND-WITHDRAWN      VALUE 'W'.

001910 01  WS-RECON-TITLE-LINE.
001920     05  FILLER                     PIC X(36)
002250     05  FILLER                     PIC X(17)
002260         VALUE ' CYCLES WAITING: '.
002270     05  WS-ADL-AGE-COUNT           PIC ZZ9.
002280     05  FILLER                     PIC X(02) VALUE SPACES.
002285     05  WS-ADL-STATUS              PIC X(24).

002290 01  WS-AGING-NONE-LINE.
002300     05  FILLER                     PIC X(36)
004440     MOVE GLPND-HASH-TOTAL TO WS-PEND-HASH-TOTAL (WS-PEND-COUNT).
004450     MOVE GLPND-AGE-COUNT TO WS-PEND-AGE-COUNT (WS-PEND-COUNT).
004460     MOVE 'N' TO WS-PEND-CLEARED-SW (WS-PEND-COUNT).
004465     MOVE GLPND-STATUS TO WS-PEND-STATUS (WS-PEND-COUNT).

004470 1410-EXIT.
004480     EXIT.
004740*================================================================
004750*  2100-ADD-TODAYS-EXTRACT  -  TODAY'S EXTRACT GOES ON THE
004760*      PENDING LIST WITH ITS TRAILER TOTALS, UNLESS A RERUN
004770*      ALREADY PUT THE SAME EXTRACT DATE THERE.  A CORRECTED
004773*      RERUN AFTER A BACK-OUT REPLACES THE WITHDRAWN ENTRY AND
004776*      STARTS IT WAITING AFRESH.
004780*================================================================
004790 2100-ADD-TODAYS-EXTRACT.

004950             TO WS-PEND-REC-COUNT (WS-FOUND-SUB)
004960         MOVE WS-EXT-TRL-HASH-TOTAL
004970             TO WS-PEND-HASH-TOTAL (WS-FOUND-SUB)
004971         IF WS-PEND-WITHDRAWN (WS-FOUND-SUB)
004972             MOVE ZERO TO WS-PEND-AGE-COUNT (WS-FOUND-SUB)
004973             MOVE SPACE TO WS-PEND-STATUS (WS-FOUND-SUB)
004974             DISPLAY 'EXTRACT ' WS-RSTAT-RUN-DATE ' WAS '
004975                 'WITHDRAWN BY A BACK-OUT - REPLACED BY THE '
004976                 'RERUN''S EXTRACT'
004977         END-IF
004980         GO TO 2100-EXIT
004990     END-IF.

005110         TO WS-PEND-HASH-TOTAL (WS-PEND-COUNT).
005120     MOVE ZERO TO WS-PEND-AGE-COUNT (WS-PEND-COUNT).
005130     MOVE 'N' TO WS-PEND-CLEARED-SW (WS-PEND-COUNT).
005135     MOVE SPACE TO WS-PEND-STATUS (WS-PEND-COUNT).

005140 2100-EXIT.
005150     EXIT.
005900*================================================================
005910*  2300-CLEAR-ACKED-PENDING  -  THE PENDING ENTRY THE
005920*      ACKNOWLEDGMENT NAMES IS CLEARED ONLY WHEN THE COUNT AND
005930*      HASH BALANCE AND NO DEPARTMENT LINE MISMATCHED.  A
005933*      WITHDRAWN EXTRACT SHOULD NEVER HAVE BEEN POSTED - THE GL
005936*      HOLD STAYS UP UNTIL THE GL SHOP REVERSES IT.
005940*================================================================
005950 2300-CLEAR-ACKED-PENDING.

006120     MOVE WS-ACK-TRL-REC-COUNT TO WS-RBL-REC-COUNT.
006130     MOVE WS-ACK-TRL-HASH-TOTAL TO WS-RBL-HASH-TOTAL.

006131     IF WS-PEND-WITHDRAWN (WS-FOUND-SUB)
006132         DISPLAY 'WITHDRAWN EXTRACT ' WS-ACK-EXTRACT-DATE
006133             ' WAS POSTED - THE GL SHOP MUST REVERSE IT'
006134         MOVE 'Y' TO WS-HOLD-NEEDED-SW
006135         MOVE 'POSTED, WITHDRAWN' TO WS-RBL-RESULT
006136         MOVE WS-RECON-BALANCE-LINE TO RECON-PRINT-LINE
006137         WRITE RECON-PRINT-LINE
006138         GO TO 2300-EXIT
006139     END-IF.

006140     IF WS-ACK-TRL-REC-COUNT = WS-PEND-REC-COUNT (WS-FOUND-SUB)
006150             AND WS-ACK-TRL-HASH-TOTAL
006160                 = WS-PEND-HASH-TOTAL (WS-FOUND-SUB)
006590         WS-PENDING-CARRIED.
006600     DISPLAY 'DEPARTMENT LINE MISMATCHES:       '
006610         WS-DETAIL-MISMATCHES.
006613     DISPLAY 'WITHDRAWN EXTRACTS DROPPED:       '
006616         WS-PENDING-WITHDRAWN.

006620 3000-EXIT.
006630     EXIT.
006660         GO TO 3100-EXIT
006670     END-IF.

006671*    A WITHDRAWN EXTRACT IS LISTED THIS ONCE AND NOT CARRIED.
006672     IF WS-PEND-WITHDRAWN (WS-PEND-IDX)
006673         ADD 1 TO WS-PENDING-WITHDRAWN
006674         MOVE WS-PEND-EXTRACT-DATE (WS-PEND-IDX)
006675             TO WS-ADL-EXTRACT-DATE
006676         MOVE WS-PEND-REC-COUNT (WS-PEND-IDX) TO WS-ADL-REC-COUNT
006677         MOVE WS-PEND-AGE-COUNT (WS-PEND-IDX) TO WS-ADL-AGE-COUNT
006678         MOVE 'WITHDRAWN - DROPPED' TO WS-ADL-STATUS
006679         MOVE WS-AGING-DETAIL-LINE TO RECON-PRINT-LINE
006681         WRITE RECON-PRINT-LINE
006682         GO TO 3100-EXIT
006683     END-IF.

006684     ADD 1 TO WS-PEND-AGE-COUNT (WS-PEND-IDX).
006690     ADD 1 TO WS-PENDING-CARRIED.
006700     MOVE 'Y' TO WS-HOLD-NEEDED-SW.

006730     MOVE WS-PEND-REC-COUNT (WS-PEND-IDX) TO GLPND-REC-COUNT.
006740     MOVE WS-PEND-HASH-TOTAL (WS-PEND-IDX) TO GLPND-HASH-TOTAL.
006750     MOVE WS-PEND-AGE-COUNT (WS-PEND-IDX) TO GLPND-AGE-COUNT.
006755     MOVE SPACE TO GLPND-STATUS.
006760     WRITE GL-PENDING-RECORD.

006770     MOVE WS-PEND-EXTRACT-DATE (WS-PEND-IDX)
006780         TO WS-ADL-EXTRACT-DATE.
006790     MOVE WS-PEND-REC-COUNT (WS-PEND-IDX) TO WS-ADL-REC-COUNT.
006800     MOVE WS-PEND-AGE-COUNT (WS-PEND-IDX) TO WS-ADL-AGE-COUNT.
006805     MOVE SPACES TO WS-ADL-STATUS.
006810     MOVE WS-AGING-DETAIL-LINE TO RECON-PRINT-LINE.
006820     WRITE RECON-PRINT-LINE.

