000230*          'D'  -  delete a department (not found rejected) -
000240*                  prefer closing with status 'I' so late
000250*                  details still reject with a clear reason
000251*          'X'  -  cancel held or queued transactions for the
000252*                  department
000253*          'V'  -  approve queued transactions for the department
000254*      DUAL CONTROL: every add/change/delete must carry a
000255*      submitter ID and an approver ID that is not the
000256*      submitter - a new manager on DPTM-MANAGER-EMP-ID needs a
000257*      second pair of eyes.  One without a submitter, or
000258*      approved by its own submitter, is rejected; one with no
000259*      approver waits on the approval queue (DEPTAPRQ) until a
000261*      'V' record supplies it.  Every approval and rejection is
000262*      written to AUDITLOG with the submitter and approver.
000263*      A transaction effective after the current business date
000264*      (the latest business day on CALNMSTR not after today)
000265*      is held on the pending file (DEPTPEND) instead of being
000266*      applied, and is released by the first run whose
000267*      business date has reached it - a department closing at
000268*      quarter end can be keyed today.  Cancels and approvals
000269*      are taken first, then held transactions that have come
000271*      due (earliest effective date first), then queued
000272*      transactions approved this run, then the day's
000273*      transactions.
000274*      Every transaction is listed on the maintenance report
000275*      as applied, held, queued, cancelled, or rejected, with
000276*      counts at end of job.
000280*
000290*  MODIFICATION HISTORY.
000300*      09/03/2026  DRO  ORIGINAL VERSION.
000301*      10/15/2026  DRO  TRANSACTIONS NOW CARRY AN EFFECTIVE DATE.
000302*                       FUTURE-DATED ONES ARE HELD ON DEPTPEND
000303*                       UNTIL DUE; 'X' CANCELS HELD ONES.
000304*      10/15/2026  DRO  DUAL CONTROL.  TRANSACTIONS CARRY A
000305*                       SUBMITTER AND APPROVER ID.  UNAPPROVED
000306*                       ONES WAIT ON DEPTAPRQ FOR A 'V' APPROVAL;
000307*                       SELF-APPROVED ONES ARE REJECTED.
000308*                       APPROVALS AND REJECTIONS ARE LOGGED TO
000309*                       AUDITLOG.
000310*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DEPT-MSTR-UPDT.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-MAINT-RPT.

000591*    THE PROCESSING CALENDAR, READ FOR THE BUSINESS DATE.
000592     SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALNMSTR"
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS FS-CALENDAR-MASTER.

000595*    HELD FUTURE-DATED TRANSACTIONS.  MAY NOT EXIST YET (NOTHING
000596*    EVER HELD) - THAT IS NOT AN ERROR.  READ AT START, WRITTEN
000597*    BACK AT END WITH WHAT IS STILL HELD.
000598     SELECT DEPT-PENDING-FILE ASSIGN TO "DEPTPEND"
000599         ORGANIZATION IS LINE SEQUENTIAL
000601         FILE STATUS IS FS-DEPT-PENDING.

000602*    TRANSACTIONS WAITING FOR APPROVAL.  SAME TREATMENT AS THE
000603*    PENDING FILE.
000604     SELECT DEPT-APPROVAL-QUEUE-FILE ASSIGN TO "DEPTAPRQ"
000605         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS FS-DEPT-APPROVAL-QUEUE.

000607*    AUDIT-LOG-FILE IS A PERMANENT LOG - OPENED EXTEND SO IT
000608*    GROWS ACROSS RUNS.
000609     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000611         ORGANIZATION IS LINE SEQUENTIAL
000612         FILE STATUS IS FS-AUDIT-LOG.

000613 DATA DIVISION.

000614 FILE SECTION.

000620 FD  DEPT-TRANS-FILE
000630     LABEL RECORDS ARE STANDARD.
000720     LABEL RECORDS ARE STANDARD.
000730 01  MAINT-PRINT-LINE                  PIC X(80).

000731 FD  CALENDAR-MASTER-FILE
000732     LABEL RECORDS ARE STANDARD.
000733     COPY CALNMSTR.

000734 FD  DEPT-PENDING-FILE
000735     LABEL RECORDS ARE STANDARD.
000736     COPY DEPTPEND.

000737 FD  DEPT-APPROVAL-QUEUE-FILE
000738     LABEL RECORDS ARE STANDARD.
000739     COPY DEPTAPRQ.

000741 FD  AUDIT-LOG-FILE
000742     LABEL RECORDS ARE STANDARD.
000743     COPY AUDITLOG.

000744 WORKING-STORAGE SECTION.

000750 01  WS-FILE-STATUSES.
000760     05  FS-DEPT-TRANS             PIC X(02).
000770     05  FS-DEPT-MASTER            PIC X(02).
000780     05  FS-EMP-MASTER             PIC X(02).
000790     05  FS-MAINT-RPT              PIC X(02).
000792     05  FS-CALENDAR-MASTER        PIC X(02).
000794     05  FS-DEPT-PENDING           PIC X(02).
000796     05  FS-DEPT-APPROVAL-QUEUE    PIC X(02).
000798     05  FS-AUDIT-LOG              PIC X(02).

000800 01  WS-SWITCHES.
000810     05  WS-TRANS-EOF-SW           PIC X(01) VALUE 'N'.
000820         88  WS-TRANS-EOF              VALUE 'Y'.
000830     05  WS-MANAGER-OK-SW          PIC X(01) VALUE 'N'.
000840         88  WS-MANAGER-OK             VALUE 'Y'.
000841     05  WS-CALN-EOF-SW            PIC X(01) VALUE 'N'.
000842         88  WS-CALN-EOF               VALUE 'Y'.
000843     05  WS-PENDING-EOF-SW         PIC X(01) VALUE 'N'.
000844         88  WS-PENDING-EOF            VALUE 'Y'.
000845     05  WS-DATE-OK-SW             PIC X(01) VALUE 'N'.
000846         88  WS-DATE-OK                VALUE 'Y'.
000847     05  WS-APRQ-EOF-SW            PIC X(01) VALUE 'N'.
000848         88  WS-APRQ-EOF               VALUE 'Y'.
000849     05  WS-APPROVAL-SW            PIC X(01) VALUE 'N'.
000851         88  WS-IS-APPROVED            VALUE 'Y'.

000852 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000853 77  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
000854 77  WS-EFFECTIVE-DATE             PIC 9(08) VALUE ZERO.
000860 77  WS-TRANS-READ                 PIC 9(07) VALUE ZERO COMP.
000870 77  WS-TRANS-APPLIED              PIC 9(07) VALUE ZERO COMP.
000880 77  WS-TRANS-REJECTED             PIC 9(07) VALUE ZERO COMP.
000881 77  WS-TRANS-HELD                 PIC 9(07) VALUE ZERO COMP.
000882 77  WS-TRANS-RELEASED             PIC 9(07) VALUE ZERO COMP.
000883 77  WS-TRANS-CANCELLED            PIC 9(07) VALUE ZERO COMP.
000884 77  WS-CANCEL-HITS                PIC 9(07) VALUE ZERO COMP.
000885 77  WS-TRANS-QUEUED               PIC 9(07) VALUE ZERO COMP.
000886 77  WS-QUEUE-APPROVED             PIC 9(07) VALUE ZERO COMP.
000887 77  WS-AUDIT-WRITTEN              PIC 9(07) VALUE ZERO COMP.
000888 77  WS-APPROVAL-HITS              PIC 9(07) VALUE ZERO COMP.

000889*----------------------------------------------------------------
000890*  APPROVAL WORK AREAS.  A 'V' RECORD'S KEY AND APPROVER ID ARE
000891*  KEPT HERE WHILE THE QUEUED TRANSACTIONS IT APPROVES ARE
000892*  STAMPED, AND THE 'V' RECORD ITSELF IS PUT BACK AFTERWARD FOR
000893*  THE REPORT LINE.
000894*----------------------------------------------------------------
000895 77  WS-APPROVAL-DEPT-NAME         PIC X(10) VALUE SPACES.
000896 77  WS-APPROVAL-ID                PIC X(08) VALUE SPACES.
000897 77  WS-SAVED-TRANS-IMAGE          PIC X(80) VALUE SPACES.

000898*----------------------------------------------------------------
000899*  THE PENDING FILE AND THE APPROVAL QUEUE, LOADED AT STARTUP
000900*  INTO ONE TABLE.  TRANSACTIONS HELD OR QUEUED BY THIS RUN ARE
000901*  ADDED AT THE END; RELEASED, APPROVED AND CANCELLED ONES ARE
000902*  MARKED AND LEFT OUT WHEN 3100 AND 3200 WRITE THE FILES BACK.
000903*  FOR A QUEUED ENTRY WS-DPND-HELD-DATE IS THE DATE QUEUED.
000904*----------------------------------------------------------------
000905 77  WS-DPND-MAX                   PIC 9(05) VALUE 99999 COMP.
000906 77  WS-DPND-COUNT                 PIC 9(05) VALUE ZERO COMP.
000907 77  WS-DPND-NEXT-SUB              PIC 9(05) VALUE ZERO COMP.
000908 77  WS-DPND-APPR-SUB              PIC 9(05) VALUE ZERO COMP.

000909 01  WS-PENDING-TABLE.
000910     05  WS-DPND-ENTRY              OCCURS 1 TO 99999 TIMES
000911                                     DEPENDING ON WS-DPND-COUNT
000912                                     INDEXED BY WS-DPND-IDX.
000913         10  WS-DPND-HELD-DATE      PIC 9(08).
000914         10  WS-DPND-EFFECTIVE-DATE PIC 9(08).
000915         10  WS-DPND-DEPT-NAME      PIC X(10).
000916         10  WS-DPND-STATUS-SW      PIC X(01).
000917             88  WS-DPND-IS-HELD        VALUE 'H'.
000918             88  WS-DPND-IS-RELEASED    VALUE 'R'.
000919             88  WS-DPND-IS-CANCELLED   VALUE 'X'.
000920             88  WS-DPND-IS-QUEUED      VALUE 'Q'.
000921             88  WS-DPND-IS-APPROVED    VALUE 'A'.
000922         10  WS-DPND-TRANS-IMAGE    PIC X(80).

000923 01  WS-MAINT-TITLE-LINE.
000924     05  FILLER                     PIC X(36)
000925         VALUE 'DEPARTMENT MASTER MAINTENANCE REPORT'.
000926     05  FILLER                     PIC X(17)
000927         VALUE '  BUSINESS DATE: '.
000928     05  WS-MTL-BUSINESS-DATE       PIC 9(08).
000929     05  FILLER                     PIC X(19) VALUE SPACES.

000930 01  WS-MAINT-DETAIL-LINE.
000940     05  WS-MDL-ACTION              PIC X(01).
000950     05  FILLER                     PIC X(01) VALUE SPACES.
000960     05  WS-MDL-DEPT-NAME           PIC X(10).
000970     05  FILLER                     PIC X(02) VALUE SPACES.
000973     05  WS-MDL-EFFECTIVE-DATE      PIC X(08).
000976     05  FILLER                     PIC X(02) VALUE SPACES.
000980     05  WS-MDL-RESULT              PIC X(56).

000981 01  WS-CANCEL-RESULT.
000982     05  FILLER                     PIC X(10) VALUE 'CANCELLED '.
000983     05  WS-CNR-COUNT               PIC ZZZ,ZZ9.
000984     05  FILLER                     PIC X(39)
000985         VALUE ' HELD OR QUEUED TRANSACTION(S)'.

000986 01  WS-APPROVE-RESULT.
000987     05  FILLER                     PIC X(09) VALUE 'APPROVED '.
000988     05  WS-APR-COUNT               PIC ZZZ,ZZ9.
000989     05  FILLER                     PIC X(40)
000991         VALUE ' QUEUED TRANSACTION(S)'.

000992*----------------------------------------------------------------
000993*  AUDIT LOG WORK AREAS.  WS-AUDIT-TIMESTAMP-FMT IS BUILT ONE
000994*  PIECE AT A TIME FROM TODAY'S DATE AND THE TIME OF DAY AND
000995*  THEN MOVED AS A WHOLE INTO AUDIT-TIMESTAMP.
000996*----------------------------------------------------------------
000997 77  WS-AUDIT-DATE                 PIC 9(08) VALUE ZERO.
000998 77  WS-AUDIT-TIME                 PIC 9(08) VALUE ZERO.

000999 01  WS-AUDIT-TIMESTAMP-FMT.
001001     05  WS-ATF-YEAR               PIC 9(04).
001002     05  FILLER                    PIC X(01) VALUE '-'.
001003     05  WS-ATF-MONTH              PIC 9(02).
001004     05  FILLER                    PIC X(01) VALUE '-'.
001005     05  WS-ATF-DAY                PIC 9(02).
001006     05  FILLER                    PIC X(01) VALUE '-'.
001007     05  WS-ATF-HOUR               PIC 9(02).
001008     05  FILLER                    PIC X(01) VALUE '.'.
001009     05  WS-ATF-MINUTE             PIC 9(02).
001011     05  FILLER                    PIC X(01) VALUE '.'.
001012     05  WS-ATF-SECOND             PIC 9(02).
001013     05  FILLER                    PIC X(07) VALUE SPACES.

001014 01  WS-AUDIT-TRANS-TYPE.
001015     05  FILLER                    PIC X(09) VALUE 'DEPTTRNS '.
001016     05  WS-ATT-ACTION             PIC X(01).
001017     05  FILLER                    PIC X(05) VALUE SPACES.

001018 PROCEDURE DIVISION.

001019*================================================================
001021*  0000-MAINLINE  -  CANCELS AND APPROVALS FIRST, SO A HELD
001022*      TRANSACTION DUE TODAY CAN STILL BE STOPPED; THEN WHAT HAS
001023*      COME DUE; THEN WHAT WAS APPROVED OFF THE QUEUE; THEN THE
001024*      DAY'S TRANSACTIONS.  DEPTTRNS IS READ TWICE.
001030*================================================================
001040 0000-MAINLINE.

001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001051     PERFORM 1500-TAKE-CANCEL-OR-APPROVAL THRU 1500-EXIT
001052         UNTIL WS-TRANS-EOF.
001053     PERFORM 1600-REOPEN-TRANS-FILE THRU 1600-EXIT.

001054     PERFORM 1700-RELEASE-NEXT-DUE THRU 1700-EXIT
001055         UNTIL WS-DPND-NEXT-SUB = ZERO.

001056     PERFORM 1800-SCREEN-ONE-APPROVED THRU 1800-EXIT
001057         VARYING WS-DPND-APPR-SUB FROM 1 BY 1
001058         UNTIL WS-DPND-APPR-SUB > WS-DPND-COUNT.

001060     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001070         UNTIL WS-TRANS-EOF.

001090     GOBACK.

001100*================================================================
001110*  1000-INITIALIZE  -  SET THE BUSINESS DATE, LOAD THE PENDING
001115*      FILE AND THE APPROVAL QUEUE, AND OPEN THE TRANSACTION
001120*      FILE, THE DEPARTMENT MASTER (CREATING IT EMPTY ON THE
001130*      FIRST RUN EVER), THE EMPLOYEE MASTER FOR MANAGER LOOKUPS,
001135*      THE AUDIT LOG, AND THE REPORT.
001140*================================================================
001150 1000-INITIALIZE.

001160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001162     PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT.
001164     PERFORM 1200-LOAD-PENDING-FILE THRU 1200-EXIT.
001166     PERFORM 1250-LOAD-APPROVAL-QUEUE THRU 1250-EXIT.

001170     OPEN INPUT DEPT-TRANS-FILE.
001180     IF FS-DEPT-TRANS NOT = '00'
001190         DISPLAY 'UNABLE TO OPEN DEPT-TRANS-FILE, STATUS = '
001380         STOP RUN
001390     END-IF.

001391     OPEN EXTEND AUDIT-LOG-FILE.
001392     IF FS-AUDIT-LOG = '35'
001393         OPEN OUTPUT AUDIT-LOG-FILE
001394     END-IF.
001395     IF FS-AUDIT-LOG NOT = '00'
001396         DISPLAY 'UNABLE TO OPEN AUDIT-LOG-FILE, STATUS = '
001397             FS-AUDIT-LOG
001398         STOP RUN
001399     END-IF.

001400     OPEN OUTPUT MAINT-RPT-FILE.
001410     IF FS-MAINT-RPT NOT = '00'
001420         DISPLAY 'UNABLE TO OPEN MAINT-RPT-FILE, STATUS = '
001440         STOP RUN
001450     END-IF.

001455     MOVE WS-BUSINESS-DATE TO WS-MTL-BUSINESS-DATE.
001460     MOVE WS-MAINT-TITLE-LINE TO MAINT-PRINT-LINE.
001470     WRITE MAINT-PRINT-LINE.

001490     EXIT.

001500*================================================================
001501*  1100-SET-BUSINESS-DATE  -  THE LATEST BUSINESS DAY ON THE
001502*      PROCESSING CALENDAR NOT AFTER TODAY.  THE CALENDAR IS A
001503*      REQUIRED REFERENCE FILE AND MUST COVER TODAY.
001504*================================================================
001505 1100-SET-BUSINESS-DATE.

001506     OPEN INPUT CALENDAR-MASTER-FILE.
001507     IF FS-CALENDAR-MASTER NOT = '00'
001508         DISPLAY 'UNABLE TO OPEN CALENDAR-MASTER-FILE, STATUS = '
001509             FS-CALENDAR-MASTER
001510         STOP RUN
001511     END-IF.

001512     PERFORM 1110-READ-ONE-CALENDAR-DAY THRU 1110-EXIT
001513         UNTIL WS-CALN-EOF.
001514     CLOSE CALENDAR-MASTER-FILE.

001515     IF WS-BUSINESS-DATE = ZERO
001516         DISPLAY 'NO BUSINESS DAY ON CALENDAR-MASTER-FILE ON OR '
001517             'BEFORE ' WS-RUN-DATE
001518         STOP RUN
001519     END-IF.

001520 1100-EXIT.
001521     EXIT.

001522 1110-READ-ONE-CALENDAR-DAY.

001523     READ CALENDAR-MASTER-FILE
001524         AT END
001525             MOVE 'Y' TO WS-CALN-EOF-SW
001526     END-READ.

001527     IF NOT WS-CALN-EOF
001528         IF CALM-IS-BUSINESS-DAY
001529                 AND CALM-CAL-DATE NOT > WS-RUN-DATE
001530                 AND CALM-CAL-DATE > WS-BUSINESS-DATE
001531             MOVE CALM-CAL-DATE TO WS-BUSINESS-DATE
001532         END-IF
001533     END-IF.

001534 1110-EXIT.
001535     EXIT.

001536*================================================================
001537*  1200-LOAD-PENDING-FILE  -  EVERYTHING HELD BY EARLIER RUNS.
001538*================================================================
001539 1200-LOAD-PENDING-FILE.

001540     OPEN INPUT DEPT-PENDING-FILE.
001541     IF FS-DEPT-PENDING = '35'
001542         GO TO 1200-EXIT
001543     END-IF.
001544     IF FS-DEPT-PENDING NOT = '00'
001545         DISPLAY 'UNABLE TO OPEN DEPT-PENDING-FILE, STATUS = '
001546             FS-DEPT-PENDING
001547         STOP RUN
001548     END-IF.

001549     PERFORM 1210-READ-ONE-PENDING THRU 1210-EXIT
001550         UNTIL WS-PENDING-EOF.
001551     CLOSE DEPT-PENDING-FILE.

001552 1200-EXIT.
001553     EXIT.

001554 1210-READ-ONE-PENDING.

001555     READ DEPT-PENDING-FILE
001556         AT END
001557             MOVE 'Y' TO WS-PENDING-EOF-SW
001558     END-READ.

001559     IF NOT WS-PENDING-EOF
001560         MOVE DPND-TRANS-IMAGE TO DEPT-TRANS-RECORD
001561         PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT
001562         MOVE DPND-HELD-DATE
001563             TO WS-DPND-HELD-DATE (WS-DPND-IDX)
001564         MOVE DTRN-EFFECTIVE-DATE
001565             TO WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001566     END-IF.

001567 1210-EXIT.
001568     EXIT.

001569*================================================================
001570*  1220-ADD-PENDING-ENTRY  -  NEW HELD ENTRY FOR THE TRANSACTION
001571*      NOW IN DEPT-TRANS-RECORD.  LEAVES WS-DPND-IDX ON IT; THE
001572*      CALLER SETS THE DATES, AND THE STATUS IF IT IS QUEUED
001573*      RATHER THAN HELD.
001574*================================================================
001575 1220-ADD-PENDING-ENTRY.

001576     IF WS-DPND-COUNT = WS-DPND-MAX
001577         DISPLAY 'MORE THAN ' WS-DPND-MAX ' HELD AND QUEUED '
001578             'TRANSACTIONS - WS-PENDING-TABLE IS FULL'
001579         STOP RUN
001580     END-IF.
001581     ADD 1 TO WS-DPND-COUNT.
001582     SET WS-DPND-IDX TO WS-DPND-COUNT.
001583     MOVE DTRN-DEPT-NAME TO WS-DPND-DEPT-NAME (WS-DPND-IDX).
001584     MOVE 'H' TO WS-DPND-STATUS-SW (WS-DPND-IDX).
001585     MOVE DEPT-TRANS-RECORD TO WS-DPND-TRANS-IMAGE (WS-DPND-IDX).

001586 1220-EXIT.
001587     EXIT.

001588*================================================================
001589*  1250-LOAD-APPROVAL-QUEUE  -  EVERYTHING STILL WAITING FOR
001590*      APPROVAL FROM EARLIER RUNS.  THE QUEUE MAY NOT EXIST YET.
001591*      THE EFFECTIVE DATE KEPT FOR MATCHING CANCELS AND
001592*      APPROVALS IS THE ONE KEYED, OR THE DATE QUEUED.
001593*================================================================
001594 1250-LOAD-APPROVAL-QUEUE.

001595     OPEN INPUT DEPT-APPROVAL-QUEUE-FILE.
001596     IF FS-DEPT-APPROVAL-QUEUE = '35'
001597         GO TO 1250-EXIT
001598     END-IF.
001599     IF FS-DEPT-APPROVAL-QUEUE NOT = '00'
001600         DISPLAY 'UNABLE TO OPEN DEPT-APPROVAL-QUEUE-FILE, '
001601             'STATUS = ' FS-DEPT-APPROVAL-QUEUE
001602         STOP RUN
001603     END-IF.

001604     PERFORM 1260-READ-ONE-QUEUED THRU 1260-EXIT
001605         UNTIL WS-APRQ-EOF.
001606     CLOSE DEPT-APPROVAL-QUEUE-FILE.

001607 1250-EXIT.
001608     EXIT.

001609 1260-READ-ONE-QUEUED.

001610     READ DEPT-APPROVAL-QUEUE-FILE
001611         AT END
001612             MOVE 'Y' TO WS-APRQ-EOF-SW
001613     END-READ.

001614     IF NOT WS-APRQ-EOF
001615         MOVE DAPQ-TRANS-IMAGE TO DEPT-TRANS-RECORD
001616         PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT
001617         MOVE 'Q' TO WS-DPND-STATUS-SW (WS-DPND-IDX)
001618         MOVE DAPQ-QUEUED-DATE
001619             TO WS-DPND-HELD-DATE (WS-DPND-IDX)
001620         IF DTRN-EFFECTIVE-DATE NUMERIC
001621                 AND DTRN-EFFECTIVE-DATE NOT = ZERO
001622             MOVE DTRN-EFFECTIVE-DATE
001623                 TO WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001624         ELSE
001625             MOVE DAPQ-QUEUED-DATE
001626                 TO WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001627         END-IF
001628     END-IF.

001629 1260-EXIT.
001630     EXIT.

001631*================================================================
001632*  1500-TAKE-CANCEL-OR-APPROVAL  -  FIRST PASS OVER DEPTTRNS,
001633*      'X' AND 'V' RECORDS ONLY.  A CANCEL WITH AN EFFECTIVE
001634*      DATE STOPS THE HELD OR QUEUED TRANSACTIONS FOR THE
001635*      DEPARTMENT ON THAT DATE; WITHOUT ONE, EVERY HELD OR
001636*      QUEUED TRANSACTION FOR THE DEPARTMENT.  AN APPROVAL PICKS
001637*      OUT QUEUED TRANSACTIONS THE SAME WAY.
001638*================================================================
001639 1500-TAKE-CANCEL-OR-APPROVAL.

001640     READ DEPT-TRANS-FILE
001641         AT END
001642             MOVE 'Y' TO WS-TRANS-EOF-SW
001643     END-READ.
001644     IF WS-TRANS-EOF
001645         GO TO 1500-EXIT
001646     END-IF.

001647     IF NOT DTRN-IS-CANCEL AND NOT DTRN-IS-APPROVAL
001648         GO TO 1500-EXIT
001649     END-IF.

001650     ADD 1 TO WS-TRANS-READ.
001651     MOVE ZERO TO WS-EFFECTIVE-DATE.
001652     IF DTRN-EFFECTIVE-DATE-X NOT = SPACES
001653         IF DTRN-EFFECTIVE-DATE NOT NUMERIC
001654             MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
001655                 TO WS-MDL-RESULT
001656             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001657             ADD 1 TO WS-TRANS-REJECTED
001658             GO TO 1500-EXIT
001659         END-IF
001660         MOVE DTRN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
001661     END-IF.

001662     IF DTRN-IS-APPROVAL
001663         PERFORM 1550-TAKE-ONE-APPROVAL THRU 1550-EXIT
001664         GO TO 1500-EXIT
001665     END-IF.

001666     MOVE ZERO TO WS-CANCEL-HITS.
001667     PERFORM 1510-CANCEL-ONE-ENTRY THRU 1510-EXIT
001668         VARYING WS-DPND-IDX FROM 1 BY 1
001669         UNTIL WS-DPND-IDX > WS-DPND-COUNT.

001670     IF WS-CANCEL-HITS = ZERO
001671         MOVE 'REJECTED - NO HELD OR QUEUED TRANSACTION TO CANCEL'
001672             TO WS-MDL-RESULT
001673         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001674         ADD 1 TO WS-TRANS-REJECTED
001675     ELSE
001676         MOVE WS-CANCEL-HITS TO WS-CNR-COUNT
001677         MOVE WS-CANCEL-RESULT TO WS-MDL-RESULT
001678         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001679         ADD 1 TO WS-TRANS-APPLIED
001680         ADD WS-CANCEL-HITS TO WS-TRANS-CANCELLED
001681     END-IF.

001682 1500-EXIT.
001683     EXIT.

001684 1510-CANCEL-ONE-ENTRY.

001685     IF (WS-DPND-IS-HELD (WS-DPND-IDX)
001686              OR WS-DPND-IS-QUEUED (WS-DPND-IDX))
001687             AND WS-DPND-DEPT-NAME (WS-DPND-IDX) = DTRN-DEPT-NAME
001688             AND (WS-EFFECTIVE-DATE = ZERO
001689              OR WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001690                     = WS-EFFECTIVE-DATE)
001691         MOVE 'X' TO WS-DPND-STATUS-SW (WS-DPND-IDX)
001692         ADD 1 TO WS-CANCEL-HITS
001693     END-IF.

001694 1510-EXIT.
001695     EXIT.

001696*================================================================
001697*  1550-TAKE-ONE-APPROVAL  -  STAMP THE 'V' RECORD'S APPROVER ID
001698*      ONTO EVERY QUEUED TRANSACTION IT PICKS OUT AND MARK THEM
001699*      APPROVED.  THEY ARE SCREENED AGAIN, LIKE A NEW
001700*      TRANSACTION, BY 1800 - THE APPROVAL IS ONLY GOOD IF THE
001701*      APPROVER IS NOT THE SUBMITTER.
001702*================================================================
001703 1550-TAKE-ONE-APPROVAL.

001704     IF DTRN-APPROVER-ID = SPACES
001705         MOVE 'REJECTED - NO APPROVER ID ON APPROVAL'
001706             TO WS-MDL-RESULT
001707         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001708         ADD 1 TO WS-TRANS-REJECTED
001709         GO TO 1550-EXIT
001710     END-IF.

001711     MOVE DEPT-TRANS-RECORD TO WS-SAVED-TRANS-IMAGE.
001712     MOVE DTRN-DEPT-NAME TO WS-APPROVAL-DEPT-NAME.
001713     MOVE DTRN-APPROVER-ID TO WS-APPROVAL-ID.

001714     MOVE ZERO TO WS-APPROVAL-HITS.
001715     PERFORM 1560-APPROVE-ONE-ENTRY THRU 1560-EXIT
001716         VARYING WS-DPND-IDX FROM 1 BY 1
001717         UNTIL WS-DPND-IDX > WS-DPND-COUNT.

001718     MOVE WS-SAVED-TRANS-IMAGE TO DEPT-TRANS-RECORD.
001719     IF WS-APPROVAL-HITS = ZERO
001720         MOVE 'REJECTED - NO QUEUED TRANSACTION TO APPROVE'
001721             TO WS-MDL-RESULT
001722         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001723         ADD 1 TO WS-TRANS-REJECTED
001724     ELSE
001725         MOVE WS-APPROVAL-HITS TO WS-APR-COUNT
001726         MOVE WS-APPROVE-RESULT TO WS-MDL-RESULT
001727         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001728         ADD 1 TO WS-TRANS-APPLIED
001729         ADD WS-APPROVAL-HITS TO WS-QUEUE-APPROVED
001730     END-IF.

001731 1550-EXIT.
001732     EXIT.

001733 1560-APPROVE-ONE-ENTRY.

001734     IF NOT WS-DPND-IS-QUEUED (WS-DPND-IDX)
001735             OR WS-DPND-DEPT-NAME (WS-DPND-IDX)
001736                 NOT = WS-APPROVAL-DEPT-NAME
001737         GO TO 1560-EXIT
001738     END-IF.
001739     IF WS-EFFECTIVE-DATE NOT = ZERO
001740             AND WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001741                 NOT = WS-EFFECTIVE-DATE
001742         GO TO 1560-EXIT
001743     END-IF.

001744     MOVE WS-DPND-TRANS-IMAGE (WS-DPND-IDX) TO DEPT-TRANS-RECORD.
001745     MOVE WS-APPROVAL-ID TO DTRN-APPROVER-ID.
001746     MOVE DEPT-TRANS-RECORD TO WS-DPND-TRANS-IMAGE (WS-DPND-IDX).
001747     MOVE 'A' TO WS-DPND-STATUS-SW (WS-DPND-IDX).
001748     ADD 1 TO WS-APPROVAL-HITS.

001749 1560-EXIT.
001750     EXIT.

001751*================================================================
001752*  1600-REOPEN-TRANS-FILE  -  BACK TO THE TOP OF DEPTTRNS FOR
001753*      THE APPLY PASS.  ALSO PRIMES THE FIRST SEARCH FOR A HELD
001754*      TRANSACTION THAT HAS COME DUE.
001755*================================================================
001756 1600-REOPEN-TRANS-FILE.

001757     CLOSE DEPT-TRANS-FILE.
001758     OPEN INPUT DEPT-TRANS-FILE.
001759     IF FS-DEPT-TRANS NOT = '00'
001760         DISPLAY 'UNABLE TO OPEN DEPT-TRANS-FILE, STATUS = '
001761             FS-DEPT-TRANS
001762         STOP RUN
001763     END-IF.
001764     MOVE 'N' TO WS-TRANS-EOF-SW.

001765     PERFORM 1710-FIND-NEXT-DUE THRU 1710-EXIT.

001766 1600-EXIT.
001767     EXIT.

001768*================================================================
001769*  1700-RELEASE-NEXT-DUE  -  APPLY THE HELD TRANSACTION AT
001770*      WS-DPND-NEXT-SUB, THEN FIND THE NEXT ONE.
001771*================================================================
001772 1700-RELEASE-NEXT-DUE.

001773     SET WS-DPND-IDX TO WS-DPND-NEXT-SUB.
001774     MOVE 'R' TO WS-DPND-STATUS-SW (WS-DPND-IDX).
001775     MOVE WS-DPND-TRANS-IMAGE (WS-DPND-IDX) TO DEPT-TRANS-RECORD.
001776     MOVE WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001777         TO WS-EFFECTIVE-DATE.
001778     ADD 1 TO WS-TRANS-RELEASED.
001779     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.

001780     PERFORM 1710-FIND-NEXT-DUE THRU 1710-EXIT.

001781 1700-EXIT.
001782     EXIT.

001783*================================================================
001784*  1710-FIND-NEXT-DUE  -  THE STILL-HELD TRANSACTION WITH THE
001785*      EARLIEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE;
001786*      THE FIRST HELD WINS A TIE.  ZERO WHEN NONE IS LEFT.
001787*================================================================
001788 1710-FIND-NEXT-DUE.

001789     MOVE ZERO TO WS-DPND-NEXT-SUB.
001790     PERFORM 1720-CHECK-ONE-DUE THRU 1720-EXIT
001791         VARYING WS-DPND-IDX FROM 1 BY 1
001792         UNTIL WS-DPND-IDX > WS-DPND-COUNT.

001793 1710-EXIT.
001794     EXIT.

001795 1720-CHECK-ONE-DUE.

001796     IF NOT WS-DPND-IS-HELD (WS-DPND-IDX)
001797             OR WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001798                 > WS-BUSINESS-DATE
001799         GO TO 1720-EXIT
001800     END-IF.

001801     IF WS-DPND-NEXT-SUB = ZERO
001802         SET WS-DPND-NEXT-SUB TO WS-DPND-IDX
001803     ELSE
001804         IF WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX)
001805                 < WS-DPND-EFFECTIVE-DATE (WS-DPND-NEXT-SUB)
001806             SET WS-DPND-NEXT-SUB TO WS-DPND-IDX
001807         END-IF
001808     END-IF.

001809 1720-EXIT.
001810     EXIT.

001811*================================================================
001812*  1800-SCREEN-ONE-APPROVED  -  A QUEUED TRANSACTION APPROVED
001813*      THIS RUN COMES OFF THE QUEUE AND IS SCREENED LIKE A NEW
001814*      ONE: IT MAY BE APPLIED, HELD, OR REJECTED.
001815*================================================================
001816 1800-SCREEN-ONE-APPROVED.

001817     SET WS-DPND-IDX TO WS-DPND-APPR-SUB.
001818     IF NOT WS-DPND-IS-APPROVED (WS-DPND-IDX)
001819         GO TO 1800-EXIT
001820     END-IF.

001821     MOVE 'R' TO WS-DPND-STATUS-SW (WS-DPND-IDX).
001822     MOVE WS-DPND-TRANS-IMAGE (WS-DPND-IDX) TO DEPT-TRANS-RECORD.
001823     PERFORM 2010-SCREEN-TRANSACTION THRU 2010-EXIT.

001824 1800-EXIT.
001825     EXIT.

001826*================================================================
001827*  2000-APPLY-TRANSACTION  -  ONE TRANSACTION RECORD, SECOND
001828*      PASS.  CANCELS AND APPROVALS WERE TAKEN ON THE FIRST
001829*      PASS.
001830*================================================================
001831 2000-APPLY-TRANSACTION.

001832     READ DEPT-TRANS-FILE
001833         AT END
001834             MOVE 'Y' TO WS-TRANS-EOF-SW
001835     END-READ.

001836     IF WS-TRANS-EOF
001837         GO TO 2000-EXIT
001838     END-IF.

001839     IF DTRN-IS-CANCEL OR DTRN-IS-APPROVAL
001840         GO TO 2000-EXIT
001841     END-IF.

001842     ADD 1 TO WS-TRANS-READ.
001843     PERFORM 2010-SCREEN-TRANSACTION THRU 2010-EXIT.

001844 2000-EXIT.
001845     EXIT.

001846*================================================================
001847*  2010-SCREEN-TRANSACTION  -  THE TRANSACTION NOW IN
001848*      DEPT-TRANS-RECORD MUST FIRST PASS THE APPROVAL CHECK.
001849*      ONE DATED AFTER THE BUSINESS DATE IS THEN HELD; ONE
001850*      DATED ON OR BEFORE IT IS APPLIED NOW.
001851*================================================================
001852 2010-SCREEN-TRANSACTION.

001853     IF NOT DTRN-IS-ADD AND NOT DTRN-IS-CHANGE
001854             AND NOT DTRN-IS-DELETE
001855         MOVE 'REJECTED - ACTION CODE NOT A, C, D, X, OR V'
001856             TO WS-MDL-RESULT
001857         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001858         ADD 1 TO WS-TRANS-REJECTED
001859         GO TO 2010-EXIT
001860     END-IF.

001861     PERFORM 2600-SET-EFFECTIVE-DATE THRU 2600-EXIT.
001862     IF NOT WS-DATE-OK
001863         GO TO 2010-EXIT
001864     END-IF.

001865     PERFORM 2800-CHECK-APPROVAL THRU 2800-EXIT.
001866     IF NOT WS-IS-APPROVED
001867         GO TO 2010-EXIT
001868     END-IF.

001869     IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
001870         PERFORM 2700-HOLD-TRANSACTION THRU 2700-EXIT
001871         GO TO 2010-EXIT
001872     END-IF.

001873     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.

001874 2010-EXIT.
001875     EXIT.

001876*================================================================
001877*  2050-DISPATCH-TRANSACTION  -  APPLY THE TRANSACTION NOW IN
001878*      DEPT-TRANS-RECORD.  IT HAS ALREADY PASSED THE APPROVAL
001879*      CHECK.
001880*================================================================
001881 2050-DISPATCH-TRANSACTION.

001882     IF DTRN-IS-ADD
001883         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001884     ELSE
001885         IF DTRN-IS-CHANGE
001886             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
001887         ELSE
001888             IF DTRN-IS-DELETE
001889                 PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
001890             ELSE
001891                 MOVE 'REJECTED - ACTION CODE NOT VALID'
001892                     TO WS-MDL-RESULT
001893                 PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001894                 ADD 1 TO WS-TRANS-REJECTED
001895             END-IF
001896         END-IF
001897     END-IF.

001898 2050-EXIT.
001899     EXIT.

001900*================================================================
001901*  2100-APPLY-ADD  -  WRITE A NEW MASTER RECORD.  A KEY ALREADY
001902*      ON THE MASTER IS A REJECT, NOT AN OVERLAY, AND THE
001903*      MANAGER EMP-ID MUST PROVE OUT AGAINST THE EMPLOYEE
001904*      MASTER BEFORE THE DEPARTMENT GOES ON FILE.
001905*================================================================
001906 2100-APPLY-ADD.

001907     PERFORM 2500-VALIDATE-MANAGER THRU 2500-EXIT.
001908     IF NOT WS-MANAGER-OK
001909         ADD 1 TO WS-TRANS-REJECTED
001910         GO TO 2100-EXIT
001911     END-IF.

001920     MOVE DTRN-DEPT-NAME TO DPTM-DEPT-NAME.
001930     MOVE DTRN-MANAGER-EMP-ID TO DPTM-MANAGER-EMP-ID.

002920     MOVE DTRN-ACTION-CODE TO WS-MDL-ACTION.
002930     MOVE DTRN-DEPT-NAME TO WS-MDL-DEPT-NAME.
002935     MOVE DTRN-EFFECTIVE-DATE-X TO WS-MDL-EFFECTIVE-DATE.
002940     MOVE WS-MAINT-DETAIL-LINE TO MAINT-PRINT-LINE.
002950     WRITE MAINT-PRINT-LINE.

003300     EXIT.

003310*================================================================
003311*  2600-SET-EFFECTIVE-DATE  -  SPACE OR ZERO MEANS THE BUSINESS
003312*      DATE.  A DATE THAT IS NOT NUMERIC, OR NOT A PLAUSIBLE
003313*      CCYYMMDD, IS A REJECT, REPORTED BY THIS PARAGRAPH.
003314*================================================================
003315 2600-SET-EFFECTIVE-DATE.

003316     MOVE 'N' TO WS-DATE-OK-SW.
003317     MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE.

003318     IF DTRN-EFFECTIVE-DATE-X = SPACES
003319         MOVE 'Y' TO WS-DATE-OK-SW
003321         GO TO 2600-EXIT
003322     END-IF.

003323     IF DTRN-EFFECTIVE-DATE NOT NUMERIC
003324         MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
003325             TO WS-MDL-RESULT
003326         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
003327         ADD 1 TO WS-TRANS-REJECTED
003328         GO TO 2600-EXIT
003329     END-IF.

003331     IF DTRN-EFFECTIVE-DATE = ZERO
003332         MOVE 'Y' TO WS-DATE-OK-SW
003333         GO TO 2600-EXIT
003334     END-IF.

003335     IF DTRN-EFFECTIVE-DATE (5:2) < '01'
003336             OR DTRN-EFFECTIVE-DATE (5:2) > '12'
003337             OR DTRN-EFFECTIVE-DATE (7:2) < '01'
003338             OR DTRN-EFFECTIVE-DATE (7:2) > '31'
003339         MOVE 'REJECTED - EFFECTIVE DATE NOT CCYYMMDD'
003341             TO WS-MDL-RESULT
003342         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
003343         ADD 1 TO WS-TRANS-REJECTED
003344         GO TO 2600-EXIT
003345     END-IF.

003346     MOVE DTRN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
003347     MOVE 'Y' TO WS-DATE-OK-SW.

003348 2600-EXIT.
003349     EXIT.

003351*================================================================
003352*  2700-HOLD-TRANSACTION  -  A FUTURE-DATED, APPROVED
003353*      TRANSACTION GOES ON THE PENDING TABLE, AND SO BACK TO THE
003354*      PENDING FILE AT END OF RUN.  ONLY THE ACTION CODE AND
003355*      APPROVAL ARE CHECKED NOW; THE MANAGER AND STATUS ARE
003356*      EDITED WHEN IT IS RELEASED, AGAINST THE MASTERS AS THEY
003357*      STAND THAT DAY.
003358*================================================================
003359 2700-HOLD-TRANSACTION.

003361     PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT.
003362     MOVE WS-BUSINESS-DATE TO WS-DPND-HELD-DATE (WS-DPND-IDX).
003363     MOVE WS-EFFECTIVE-DATE
003364         TO WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX).

003365     MOVE 'HELD UNTIL EFFECTIVE DATE' TO WS-MDL-RESULT.
003366     PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT.
003367     ADD 1 TO WS-TRANS-HELD.

003368 2700-EXIT.
003369     EXIT.

003371*================================================================
003372*  2800-CHECK-APPROVAL  -  DUAL CONTROL.  SETS WS-IS-APPROVED
003373*      ONLY WHEN THE TRANSACTION HAS A SUBMITTER AND AN APPROVER
003374*      WHO IS NOT THE SUBMITTER.  A MISSING APPROVER QUEUES THE
003375*      TRANSACTION; ANY OTHER FAILURE REJECTS IT.  APPROVALS AND
003376*      REJECTIONS ARE LOGGED TO AUDITLOG; THE REPORT LINE FOR A
003377*      QUEUED OR REJECTED TRANSACTION IS WRITTEN HERE.
003378*================================================================
003379 2800-CHECK-APPROVAL.

003381     MOVE 'N' TO WS-APPROVAL-SW.

003382     IF DTRN-SUBMITTER-ID = SPACES
003383         MOVE 'REJECTED - NO SUBMITTER ID' TO WS-MDL-RESULT
003384         MOVE 'NO SUBMITTER ID' TO AUDIT-REASON
003385         GO TO 2800-REJECT
003386     END-IF.

003387     IF DTRN-APPROVER-ID = SPACES
003388         MOVE 'QUEUED FOR APPROVAL' TO WS-MDL-RESULT
003389         PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
003391         GO TO 2800-EXIT
003392     END-IF.

003393     IF DTRN-APPROVER-ID = DTRN-SUBMITTER-ID
003394         MOVE 'REJECTED - APPROVED BY ITS OWN SUBMITTER'
003395             TO WS-MDL-RESULT
003396         MOVE 'SELF-APPROVED' TO AUDIT-REASON
003397         GO TO 2800-REJECT
003398     END-IF.

003399     MOVE 'Y' TO WS-APPROVAL-SW.
003401     MOVE 'APPROVED' TO AUDIT-FIELD-NAME.
003402     MOVE SPACES TO AUDIT-REASON.
003403     PERFORM 2850-WRITE-APPROVAL-AUDIT THRU 2850-EXIT.
003404     GO TO 2800-EXIT.

003405 2800-REJECT.

003406     PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT.
003407     ADD 1 TO WS-TRANS-REJECTED.
003408     MOVE 'REJECTED' TO AUDIT-FIELD-NAME.
003409     PERFORM 2850-WRITE-APPROVAL-AUDIT THRU 2850-EXIT.

003411 2800-EXIT.
003412     EXIT.

003413*================================================================
003414*  2850-WRITE-APPROVAL-AUDIT  -  ONE AUDITLOG RECORD FOR AN
003415*      APPROVAL OR REJECTION, WITH WHO SUBMITTED AND WHO
003416*      APPROVED.  THE CALLER MOVES AUDIT-FIELD-NAME AND
003417*      AUDIT-REASON.  A DEPARTMENT IS NOT AN EMPLOYEE, SO
003418*      AUDIT-KEY-VALUE IS LEFT SPACE; THE DEPARTMENT NAME GOES
003419*      IN AUDIT-TRANS-KEY.
003421*================================================================
003422 2850-WRITE-APPROVAL-AUDIT.

003423     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
003424     ACCEPT WS-AUDIT-TIME FROM TIME.
003425     MOVE WS-AUDIT-DATE (1:4) TO WS-ATF-YEAR.
003426     MOVE WS-AUDIT-DATE (5:2) TO WS-ATF-MONTH.
003427     MOVE WS-AUDIT-DATE (7:2) TO WS-ATF-DAY.
003428     MOVE WS-AUDIT-TIME (1:2) TO WS-ATF-HOUR.
003429     MOVE WS-AUDIT-TIME (3:2) TO WS-ATF-MINUTE.
003431     MOVE WS-AUDIT-TIME (5:2) TO WS-ATF-SECOND.
003432     MOVE WS-AUDIT-TIMESTAMP-FMT TO AUDIT-TIMESTAMP.

003433     MOVE SPACES TO AUDIT-KEY-VALUE.
003434     MOVE DTRN-ACTION-CODE TO WS-ATT-ACTION.
003435     MOVE WS-AUDIT-TRANS-TYPE TO AUDIT-BEFORE-VALUE.
003436     MOVE WS-EFFECTIVE-DATE TO AUDIT-AFTER-VALUE.
003437     MOVE DTRN-DEPT-NAME TO AUDIT-TRANS-KEY.
003438     MOVE DTRN-SUBMITTER-ID TO AUDIT-SUBMITTER-ID.
003439     MOVE DTRN-APPROVER-ID TO AUDIT-APPROVER-ID.
003440     MOVE SPACES TO AUDIT-SECOND-APPR-ID.
003441     WRITE AUDIT-LOG-RECORD.
003442     ADD 1 TO WS-AUDIT-WRITTEN.

003443 2850-EXIT.
003444     EXIT.

003445*================================================================
003446*  2900-QUEUE-FOR-APPROVAL  -  THE TRANSACTION WAITS ON THE
003447*      APPROVAL QUEUE FOR A 'V' RECORD.  THE CALLER HAS MOVED
003448*      WS-MDL-RESULT.
003449*================================================================
003450 2900-QUEUE-FOR-APPROVAL.

003451     PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT.
003452     MOVE 'Q' TO WS-DPND-STATUS-SW (WS-DPND-IDX).
003453     MOVE WS-BUSINESS-DATE TO WS-DPND-HELD-DATE (WS-DPND-IDX).
003454     MOVE WS-EFFECTIVE-DATE
003455         TO WS-DPND-EFFECTIVE-DATE (WS-DPND-IDX).

003456     PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT.
003457     ADD 1 TO WS-TRANS-QUEUED.

003458 2900-EXIT.
003459     EXIT.

003460*================================================================
003461*  3000-FINALIZE  -  WRITE BACK THE PENDING FILE AND THE
003462*      APPROVAL QUEUE, CLOSE UP AND SHOW THE COUNTS.
003463*================================================================
003464 3000-FINALIZE.

003465     PERFORM 3100-SAVE-PENDING-FILE THRU 3100-EXIT.
003466     PERFORM 3200-SAVE-APPROVAL-QUEUE THRU 3200-EXIT.

003467     CLOSE DEPT-TRANS-FILE.
003468     CLOSE DEPT-MASTER-FILE.
003469     CLOSE EMPLOYEE-MASTER-FILE.
003470     CLOSE MAINT-RPT-FILE.
003471     CLOSE AUDIT-LOG-FILE.

003472     DISPLAY 'DEPT TRANSACTIONS READ:    ' WS-TRANS-READ.
003473     DISPLAY 'DEPT TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED.
003474     DISPLAY 'DEPT TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
003475     DISPLAY 'TRANSACTIONS HELD:         ' WS-TRANS-HELD.
003476     DISPLAY 'HELD TRANSACTIONS RELEASED:' WS-TRANS-RELEASED.
003477     DISPLAY 'HELD/QUEUED CANCELLED:     ' WS-TRANS-CANCELLED.
003478     DISPLAY 'TRANSACTIONS QUEUED:       ' WS-TRANS-QUEUED.
003479     DISPLAY 'QUEUED TRANS APPROVED:     ' WS-QUEUE-APPROVED.
003480     DISPLAY 'APPROVAL AUDIT RECORDS:    ' WS-AUDIT-WRITTEN.

003481 3000-EXIT.
003482     EXIT.

003483*================================================================
003484*  3100-SAVE-PENDING-FILE  -  EVERYTHING STILL HELD, IN THE
003485*      ORDER IT WAS HELD.  THE FILE IS WRITTEN EVEN WHEN EMPTY
003486*      SO A RELEASED OR CANCELLED TRANSACTION CANNOT COME BACK.
003487*================================================================
003488 3100-SAVE-PENDING-FILE.

003489     OPEN OUTPUT DEPT-PENDING-FILE.
003490     IF FS-DEPT-PENDING NOT = '00'
003491         DISPLAY 'UNABLE TO OPEN DEPT-PENDING-FILE, STATUS = '
003492             FS-DEPT-PENDING
003493         STOP RUN
003494     END-IF.

003495     PERFORM 3110-WRITE-ONE-PENDING THRU 3110-EXIT
003496         VARYING WS-DPND-IDX FROM 1 BY 1
003497         UNTIL WS-DPND-IDX > WS-DPND-COUNT.

003498     CLOSE DEPT-PENDING-FILE.

003499 3100-EXIT.
003500     EXIT.

003501 3110-WRITE-ONE-PENDING.

003502     IF WS-DPND-IS-HELD (WS-DPND-IDX)
003503         MOVE WS-DPND-HELD-DATE (WS-DPND-IDX) TO DPND-HELD-DATE
003504         MOVE WS-DPND-TRANS-IMAGE (WS-DPND-IDX)
003505             TO DPND-TRANS-IMAGE
003506         WRITE DEPT-PENDING-RECORD
003507     END-IF.

003508 3110-EXIT.
003509     EXIT.

003510*================================================================
003511*  3200-SAVE-APPROVAL-QUEUE  -  EVERYTHING STILL WAITING FOR
003512*      APPROVAL, WRITTEN EVEN WHEN EMPTY, THE SAME AS 3100.
003513*================================================================
003514 3200-SAVE-APPROVAL-QUEUE.

003515     OPEN OUTPUT DEPT-APPROVAL-QUEUE-FILE.
003516     IF FS-DEPT-APPROVAL-QUEUE NOT = '00'
003517         DISPLAY 'UNABLE TO OPEN DEPT-APPROVAL-QUEUE-FILE, '
003518             'STATUS = ' FS-DEPT-APPROVAL-QUEUE
003519         STOP RUN
003520     END-IF.

003521     PERFORM 3210-WRITE-ONE-QUEUED THRU 3210-EXIT
003522         VARYING WS-DPND-IDX FROM 1 BY 1
003523         UNTIL WS-DPND-IDX > WS-DPND-COUNT.

003524     CLOSE DEPT-APPROVAL-QUEUE-FILE.

003525 3200-EXIT.
003526     EXIT.

003527 3210-WRITE-ONE-QUEUED.

003528     IF WS-DPND-IS-QUEUED (WS-DPND-IDX)
003529         MOVE WS-DPND-HELD-DATE (WS-DPND-IDX) TO DAPQ-QUEUED-DATE
003530         MOVE WS-DPND-TRANS-IMAGE (WS-DPND-IDX)
003531             TO DAPQ-TRANS-IMAGE
003532         WRITE DEPT-APPROVAL-QUEUE-RECORD
003533     END-IF.

003534 3210-EXIT.
003535     EXIT.
