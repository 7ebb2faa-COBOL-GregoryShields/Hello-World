000170*          'C'  -  change an existing employee; zero salary or
000180*                  space name/department fields are unchanged
000190*          'D'  -  delete an employee (not found rejected)
000191*          'X'  -  cancel held or queued transactions for the
000192*                  employee
000193*          'V'  -  approve queued transactions for the employee
000194*      DUAL CONTROL: every add/change/delete must carry a
000195*      submitter ID and an approver ID that is not the
000196*      submitter; a salary change of more than the approval
000197*      control card (APRVCARD) percent also needs a second,
000198*      different approver.  One without a submitter, or
000199*      approved by its own submitter, is rejected; one still
000200*      short of an approver waits on the approval queue
000201*      (EMPAPRQ) until a 'V' record supplies it.  Every
000202*      approval and rejection is written to AUDITLOG with the
000203*      submitter and approvers.
000204*      A transaction effective after the current business date
000205*      (the latest business day on CALNMSTR not after today)
000206*      is held on the pending file (EMPPEND) instead of being
000207*      applied, and is released by the first run whose
000208*      business date has reached it.  Cancels and approvals
000209*      are taken first, then held transactions that have come
000210*      due (earliest effective date first), then queued
000211*      transactions approved this run, then the day's
000212*      transactions.  Every transaction is listed on the
000213*      maintenance report as applied, held, queued, cancelled,
000214*      or rejected, with counts at end of job.
000215*      A change's status code puts an active employee on a leave
000216*      of absence ('L') or ends the leave ('A').  'A' on a
000217*      terminated employee reinstates them - the termination is
000218*      reversed and a RINS record, not a new hire, goes to
000219*      SALHIST.
000220*
000230*  MODIFICATION HISTORY.
000240*      08/23/2026  DRO  ORIGINAL VERSION.
000244*                       THE EMPLOYEE'S SALARY GRADE ON THE NEW
000246*                       GRADE MASTER (SALGRADE).  APPLIED ON ADD
000248*                       AND, WHEN SUPPLIED, ON CHANGE.
000249*      10/15/2026  DRO  A CHANGE THAT MOVES THE SALARY NOW LOGS
000251*                       A RAIS/DECR RECORD TO SALHIST, SO RAISES
000252*                       KEYED HERE (AND THOSE THE MERIT-CYCLE JOB
000253*                       GENERATES) SHOW IN SALARY HISTORY.
000254*      10/15/2026  DRO  TRANSACTIONS NOW CARRY AN EFFECTIVE DATE.
000255*                       FUTURE-DATED ONES ARE HELD ON EMPPEND
000256*                       UNTIL DUE; 'X' CANCELS HELD ONES.  SALHIST
000257*                       AND THE NEW XFERHIST RECORD FOR A DEPT OR
000258*                       LOCATION MOVE CARRY THE EFFECTIVE DATE.
000259*      10/15/2026  DRO  DUAL CONTROL.  TRANSACTIONS CARRY A
000261*                       SUBMITTER AND APPROVER ID (AND A SECOND
000262*                       APPROVER FOR A SALARY CHANGE OVER THE
000263*                       APRVCARD PERCENT).  UNAPPROVED ONES WAIT
000264*                       ON EMPAPRQ FOR A 'V' APPROVAL; SELF-
000265*                       APPROVED ONES ARE REJECTED.  APPROVALS
000266*                       AND REJECTIONS ARE LOGGED TO AUDITLOG.
000267*      10/15/2026  DRO  SALHIST RECORDS CARRY THE BUSINESS DATE
000268*                       THE CHANGE WAS RECORDED, SO A BACK-DATED
000269*                       CHANGE CAN BE PAID RETROACTIVELY.
000271*      10/15/2026  DRO  XFERHIST RECORDS CARRY THE BUSINESS DATE
000272*                       THE MOVE WAS RECORDED, FOR THE OUTBOUND
000273*                       CHANGE FEED.
000274*      10/15/2026  DRO  TRANSACTIONS CARRY A STATUS CODE.  'L'
000275*                       STARTS A LEAVE OF ABSENCE, 'A' ENDS ONE
000276*                       OR REINSTATES A TERMINATED EMPLOYEE, WITH
000277*                       A RINS RECORD TO SALHIST.
000278*      10/15/2026  DRO  A CHANGE THAT LEAVES AN EMPLOYEE
000279*                       TERMINATED NO LONGER MOVES THE LAST-CHANGE
000281*                       DATE - ON A 'T' RECORD IT IS THE
000282*                       SEPARATION DATE.
000283*================================================================
000284 IDENTIFICATION DIVISION.
000285 PROGRAM-ID. EMP-MSTR-UPDT.
000286 AUTHOR. D. OKAFOR.
000290 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000300 DATE-WRITTEN. 08/23/2026.
000310 DATE-COMPILED.
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-MAINT-RPT.

000451*    SALARY-HIST-FILE IS THE DAILY RUN'S PERMANENT LOG - OPENED
000452*    EXTEND SO IT GROWS ACROSS RUNS.
000453     SELECT SALARY-HIST-FILE ASSIGN TO "SALHIST"
000454         ORGANIZATION IS LINE SEQUENTIAL
000455         FILE STATUS IS FS-SALARY-HIST.

000456*    TRANSFER HISTORY - PERMANENT LOG, SAME TREATMENT.
000457     SELECT XFER-HIST-FILE ASSIGN TO "XFERHIST"
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS FS-XFER-HIST.

000461*    THE PROCESSING CALENDAR, READ FOR THE BUSINESS DATE.
000462     SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALNMSTR"
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS FS-CALENDAR-MASTER.

000465*    HELD FUTURE-DATED TRANSACTIONS.  MAY NOT EXIST YET (NOTHING
000466*    EVER HELD) - THAT IS NOT AN ERROR.  READ AT START, WRITTEN
000467*    BACK AT END WITH WHAT IS STILL HELD.
000468     SELECT EMP-PENDING-FILE ASSIGN TO "EMPPEND"
000469         ORGANIZATION IS LINE SEQUENTIAL
000471         FILE STATUS IS FS-EMP-PENDING.

000472*    TRANSACTIONS WAITING FOR APPROVAL.  SAME TREATMENT AS THE
000473*    PENDING FILE.
000474     SELECT EMP-APPROVAL-QUEUE-FILE ASSIGN TO "EMPAPRQ"
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS FS-EMP-APPROVAL-QUEUE.

000477*    THE ONE-RECORD APPROVAL CONTROL CARD.
000478     SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APRVCARD"
000479         ORGANIZATION IS LINE SEQUENTIAL
000481         FILE STATUS IS FS-APPROVAL-CONTROL.

000482*    AUDIT-LOG-FILE IS A PERMANENT LOG - OPENED EXTEND SO IT
000483*    GROWS ACROSS RUNS.
000484     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS FS-AUDIT-LOG.

000487 DATA DIVISION.

000488 FILE SECTION.

000489 FD  EMP-TRANS-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY EMPTRANS.

000550     LABEL RECORDS ARE STANDARD.
000560 01  MAINT-PRINT-LINE                  PIC X(80).

000561 FD  SALARY-HIST-FILE
000562     LABEL RECORDS ARE STANDARD.
000563     COPY SALHIST.

000564 FD  XFER-HIST-FILE
000565     LABEL RECORDS ARE STANDARD.
000566     COPY XFERHIST.

000567 FD  CALENDAR-MASTER-FILE
000568     LABEL RECORDS ARE STANDARD.
000569     COPY CALNMSTR.

000571 FD  EMP-PENDING-FILE
000572     LABEL RECORDS ARE STANDARD.
000573     COPY EMPPEND.

000574 FD  EMP-APPROVAL-QUEUE-FILE
000575     LABEL RECORDS ARE STANDARD.
000576     COPY EMPAPRQ.

000577 FD  APPROVAL-CONTROL-FILE
000578     LABEL RECORDS ARE STANDARD.
000579     COPY APRVCTL.

000581 FD  AUDIT-LOG-FILE
000582     LABEL RECORDS ARE STANDARD.
000583     COPY AUDITLOG.

000584 WORKING-STORAGE SECTION.

000585 01  WS-FILE-STATUSES.
000590     05  FS-EMP-TRANS              PIC X(02).
000600     05  FS-EMP-MASTER             PIC X(02).
000610     05  FS-MAINT-RPT              PIC X(02).
000611     05  FS-SALARY-HIST            PIC X(02).
000612     05  FS-XFER-HIST              PIC X(02).
000613     05  FS-CALENDAR-MASTER        PIC X(02).
000614     05  FS-EMP-PENDING            PIC X(02).
000615     05  FS-EMP-APPROVAL-QUEUE     PIC X(02).
000616     05  FS-APPROVAL-CONTROL       PIC X(02).
000617     05  FS-AUDIT-LOG              PIC X(02).

000620 01  WS-SWITCHES.
000630     05  WS-TRANS-EOF-SW           PIC X(01) VALUE 'N'.
000640         88  WS-TRANS-EOF              VALUE 'Y'.
000641     05  WS-CALN-EOF-SW            PIC X(01) VALUE 'N'.
000642         88  WS-CALN-EOF               VALUE 'Y'.
000643     05  WS-PENDING-EOF-SW         PIC X(01) VALUE 'N'.
000644         88  WS-PENDING-EOF            VALUE 'Y'.
000645     05  WS-DATE-OK-SW             PIC X(01) VALUE 'N'.
000646         88  WS-DATE-OK                VALUE 'Y'.
000647     05  WS-APRQ-EOF-SW            PIC X(01) VALUE 'N'.
000648         88  WS-APRQ-EOF               VALUE 'Y'.
000649     05  WS-APPROVAL-SW            PIC X(01) VALUE 'N'.
000651         88  WS-IS-APPROVED            VALUE 'Y'.
000652     05  WS-SECOND-NEEDED-SW       PIC X(01) VALUE 'N'.
000653         88  WS-SECOND-NEEDED          VALUE 'Y'.

000654 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000655 77  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
000656 77  WS-EFFECTIVE-DATE             PIC 9(08) VALUE ZERO.
000660 77  WS-TRANS-READ                 PIC 9(07) VALUE ZERO COMP.
000670 77  WS-TRANS-APPLIED              PIC 9(07) VALUE ZERO COMP.
000680 77  WS-TRANS-REJECTED             PIC 9(07) VALUE ZERO COMP.
000681 77  WS-TRANS-HELD                 PIC 9(07) VALUE ZERO COMP.
000682 77  WS-TRANS-RELEASED             PIC 9(07) VALUE ZERO COMP.
000683 77  WS-TRANS-CANCELLED            PIC 9(07) VALUE ZERO COMP.
000684 77  WS-SALHIST-WRITTEN            PIC 9(07) VALUE ZERO COMP.
000685 77  WS-XFERHIST-WRITTEN           PIC 9(07) VALUE ZERO COMP.
000686 77  WS-CANCEL-HITS                PIC 9(07) VALUE ZERO COMP.
000687 77  WS-TRANS-QUEUED               PIC 9(07) VALUE ZERO COMP.
000688 77  WS-QUEUE-APPROVED             PIC 9(07) VALUE ZERO COMP.
000689 77  WS-AUDIT-WRITTEN              PIC 9(07) VALUE ZERO COMP.
000691 77  WS-APPROVAL-HITS              PIC 9(07) VALUE ZERO COMP.
000692 77  WS-OLD-SALARY                 PIC 9(06) VALUE ZERO.
000693 77  WS-OLD-DEPT-NAME              PIC X(10) VALUE SPACES.
000694 77  WS-OLD-DEPT-LOCATION          PIC X(10) VALUE SPACES.
000695 77  WS-OLD-STATUS-CODE            PIC X(01) VALUE SPACE.
000696 77  WS-OLD-CHANGE-DATE            PIC 9(08) VALUE ZERO.
000697 77  WS-REINSTATED                 PIC 9(07) VALUE ZERO COMP.

000698*----------------------------------------------------------------
000699*  APPROVAL WORK AREAS.  A 'V' RECORD'S KEY AND APPROVER IDS
000701*  ARE KEPT HERE WHILE THE QUEUED TRANSACTIONS IT APPROVES ARE
000702*  STAMPED, AND THE 'V' RECORD ITSELF IS PUT BACK AFTERWARD FOR
000703*  THE REPORT LINE.  A SALARY CHANGE MOVING THE SALARY BY MORE
000704*  THAN WS-THRESHOLD-AMOUNT NEEDS A SECOND APPROVER.
000705*----------------------------------------------------------------
000706 77  WS-APPROVAL-EMP-ID            PIC X(06) VALUE SPACES.
000707 77  WS-APPROVAL-ID                PIC X(08) VALUE SPACES.
000708 77  WS-APPROVAL-SECOND-ID         PIC X(08) VALUE SPACES.
000709 77  WS-SAVED-TRANS-IMAGE          PIC X(120) VALUE SPACES.
000711 77  WS-SALARY-CHANGE              PIC S9(07) VALUE ZERO.
000712 77  WS-THRESHOLD-AMOUNT           PIC 9(09)V9(04) VALUE ZERO.

000713*----------------------------------------------------------------
000714*  THE PENDING FILE AND THE APPROVAL QUEUE, LOADED AT STARTUP
000715*  INTO ONE TABLE.  TRANSACTIONS HELD OR QUEUED BY THIS RUN ARE
000716*  ADDED AT THE END; RELEASED, APPROVED AND CANCELLED ONES ARE
000717*  MARKED AND LEFT OUT WHEN 3100 AND 3200 WRITE THE FILES BACK.
000718*  FOR A QUEUED ENTRY WS-EPND-HELD-DATE IS THE DATE QUEUED.
000719*----------------------------------------------------------------
000721 77  WS-EPND-MAX                   PIC 9(05) VALUE 99999 COMP.
000722 77  WS-EPND-COUNT                 PIC 9(05) VALUE ZERO COMP.
000723 77  WS-EPND-NEXT-SUB              PIC 9(05) VALUE ZERO COMP.
000724 77  WS-EPND-APPR-SUB              PIC 9(05) VALUE ZERO COMP.

000725 01  WS-PENDING-TABLE.
000726     05  WS-EPND-ENTRY              OCCURS 1 TO 99999 TIMES
000727                                     DEPENDING ON WS-EPND-COUNT
000728                                     INDEXED BY WS-EPND-IDX.
000729         10  WS-EPND-HELD-DATE      PIC 9(08).
000731         10  WS-EPND-EFFECTIVE-DATE PIC 9(08).
000732         10  WS-EPND-EMP-ID         PIC X(06).
000733         10  WS-EPND-STATUS-SW      PIC X(01).
000734             88  WS-EPND-IS-HELD        VALUE 'H'.
000735             88  WS-EPND-IS-RELEASED    VALUE 'R'.
000736             88  WS-EPND-IS-CANCELLED   VALUE 'X'.
000737             88  WS-EPND-IS-QUEUED      VALUE 'Q'.
000738             88  WS-EPND-IS-APPROVED    VALUE 'A'.
000739         10  WS-EPND-TRANS-IMAGE    PIC X(120).

000741 01  WS-MAINT-TITLE-LINE.
000742     05  FILLER                     PIC X(34)
000743         VALUE 'EMPLOYEE MASTER MAINTENANCE REPORT'.
000744     05  FILLER                     PIC X(17)
000745         VALUE '  BUSINESS DATE: '.
000746     05  WS-MTL-BUSINESS-DATE       PIC 9(08).
000747     05  FILLER                     PIC X(21) VALUE SPACES.

000748 01  WS-MAINT-DETAIL-LINE.
000749     05  WS-MDL-ACTION              PIC X(01).
000750     05  FILLER                     PIC X(01) VALUE SPACES.
000760     05  WS-MDL-EMP-ID              PIC X(06).
000770     05  FILLER                     PIC X(02) VALUE SPACES.
000773     05  WS-MDL-EFFECTIVE-DATE      PIC X(08).
000776     05  FILLER                     PIC X(02) VALUE SPACES.
000780     05  WS-MDL-RESULT              PIC X(60).

000781 01  WS-CANCEL-RESULT.
000782     05  FILLER                     PIC X(10) VALUE 'CANCELLED '.
000783     05  WS-CNR-COUNT               PIC ZZZ,ZZ9.
000784     05  FILLER                     PIC X(43)
000785         VALUE ' HELD OR QUEUED TRANSACTION(S)'.

000786 01  WS-APPROVE-RESULT.
000787     05  FILLER                     PIC X(09) VALUE 'APPROVED '.
000788     05  WS-APR-COUNT               PIC ZZZ,ZZ9.
000789     05  FILLER                     PIC X(44)
000791         VALUE ' QUEUED TRANSACTION(S)'.

000792*----------------------------------------------------------------
000793*  AUDIT LOG WORK AREAS.  WS-AUDIT-TIMESTAMP-FMT IS BUILT ONE
000794*  PIECE AT A TIME FROM TODAY'S DATE AND THE TIME OF DAY AND
000795*  THEN MOVED AS A WHOLE INTO AUDIT-TIMESTAMP.
000796*----------------------------------------------------------------
000797 77  WS-AUDIT-DATE                 PIC 9(08) VALUE ZERO.
000798 77  WS-AUDIT-TIME                 PIC 9(08) VALUE ZERO.

000799 01  WS-AUDIT-TIMESTAMP-FMT.
000801     05  WS-ATF-YEAR               PIC 9(04).
000802     05  FILLER                    PIC X(01) VALUE '-'.
000803     05  WS-ATF-MONTH              PIC 9(02).
000804     05  FILLER                    PIC X(01) VALUE '-'.
000805     05  WS-ATF-DAY                PIC 9(02).
000806     05  FILLER                    PIC X(01) VALUE '-'.
000807     05  WS-ATF-HOUR               PIC 9(02).
000808     05  FILLER                    PIC X(01) VALUE '.'.
000809     05  WS-ATF-MINUTE             PIC 9(02).
000811     05  FILLER                    PIC X(01) VALUE '.'.
000812     05  WS-ATF-SECOND             PIC 9(02).
000813     05  FILLER                    PIC X(07) VALUE SPACES.

000814 01  WS-AUDIT-TRANS-TYPE.
000815     05  FILLER                    PIC X(09) VALUE 'EMPTRANS '.
000816     05  WS-ATT-ACTION             PIC X(01).
000817     05  FILLER                    PIC X(05) VALUE SPACES.

000818 PROCEDURE DIVISION.

000819*================================================================
000821*  0000-MAINLINE  -  CANCELS AND APPROVALS FIRST, SO A HELD
000822*      TRANSACTION DUE TODAY CAN STILL BE STOPPED; THEN WHAT HAS
000823*      COME DUE; THEN WHAT WAS APPROVED OFF THE QUEUE; THEN THE
000824*      DAY'S TRANSACTIONS.  EMPTRANS IS READ TWICE.
000830*================================================================
000840 0000-MAINLINE.

000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

000851     PERFORM 1500-TAKE-CANCEL-OR-APPROVAL THRU 1500-EXIT
000852         UNTIL WS-TRANS-EOF.
000853     PERFORM 1600-REOPEN-TRANS-FILE THRU 1600-EXIT.

000854     PERFORM 1700-RELEASE-NEXT-DUE THRU 1700-EXIT
000855         UNTIL WS-EPND-NEXT-SUB = ZERO.

000856     PERFORM 1800-SCREEN-ONE-APPROVED THRU 1800-EXIT
000857         VARYING WS-EPND-APPR-SUB FROM 1 BY 1
000858         UNTIL WS-EPND-APPR-SUB > WS-EPND-COUNT.

000860     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
000870         UNTIL WS-TRANS-EOF.

000890     GOBACK.

000900*================================================================
000903*  1000-INITIALIZE  -  SET THE BUSINESS DATE, READ THE APPROVAL
000906*      CONTROL CARD, LOAD THE PENDING FILE AND THE APPROVAL
000910*      QUEUE, AND OPEN THE TRANSACTION FILE, THE MASTER
000920*      (CREATING IT EMPTY ON THE FIRST RUN EVER), THE HISTORY
000930*      AND AUDIT LOGS, AND THE MAINTENANCE REPORT.
000940*================================================================
000950 1000-INITIALIZE.

000960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

000962     PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT.
000964     PERFORM 1300-READ-APPROVAL-CARD THRU 1300-EXIT.
000966     PERFORM 1200-LOAD-PENDING-FILE THRU 1200-EXIT.
000968     PERFORM 1250-LOAD-APPROVAL-QUEUE THRU 1250-EXIT.

000970     OPEN INPUT EMP-TRANS-FILE.
000980     IF FS-EMP-TRANS NOT = '00'
000990         DISPLAY 'UNABLE TO OPEN EMP-TRANS-FILE, STATUS = '
001130     END-IF.

001140     OPEN OUTPUT MAINT-RPT-FILE.
001141     IF FS-MAINT-RPT NOT = '00'
001142         DISPLAY 'UNABLE TO OPEN MAINT-RPT-FILE, STATUS = '
001143             FS-MAINT-RPT
001144         STOP RUN
001145     END-IF.

001146     OPEN EXTEND SALARY-HIST-FILE.
001147     IF FS-SALARY-HIST = '35'
001148         OPEN OUTPUT SALARY-HIST-FILE
001149     END-IF.
001150     IF FS-SALARY-HIST NOT = '00'
001151         DISPLAY 'UNABLE TO OPEN SALARY-HIST-FILE, STATUS = '
001152             FS-SALARY-HIST
001153         STOP RUN
001154     END-IF.

001155     OPEN EXTEND XFER-HIST-FILE.
001156     IF FS-XFER-HIST = '35'
001157         OPEN OUTPUT XFER-HIST-FILE
001158     END-IF.
001159     IF FS-XFER-HIST NOT = '00'
001160         DISPLAY 'UNABLE TO OPEN XFER-HIST-FILE, STATUS = '
001161             FS-XFER-HIST
001162         STOP RUN
001163     END-IF.

001164     OPEN EXTEND AUDIT-LOG-FILE.
001165     IF FS-AUDIT-LOG = '35'
001166         OPEN OUTPUT AUDIT-LOG-FILE
001167     END-IF.
001168     IF FS-AUDIT-LOG NOT = '00'
001169         DISPLAY 'UNABLE TO OPEN AUDIT-LOG-FILE, STATUS = '
001170             FS-AUDIT-LOG
001171         STOP RUN
001172     END-IF.

001173     MOVE WS-BUSINESS-DATE TO WS-MTL-BUSINESS-DATE.
001174     MOVE WS-MAINT-TITLE-LINE TO MAINT-PRINT-LINE.
001175     WRITE MAINT-PRINT-LINE.

001176 1000-EXIT.
001177     EXIT.

001178*================================================================
001179*  1100-SET-BUSINESS-DATE  -  THE LATEST BUSINESS DAY ON THE
001180*      PROCESSING CALENDAR NOT AFTER TODAY.  THE CALENDAR IS A
001181*      REQUIRED REFERENCE FILE AND MUST COVER TODAY.
001182*================================================================
001183 1100-SET-BUSINESS-DATE.

001184     OPEN INPUT CALENDAR-MASTER-FILE.
001185     IF FS-CALENDAR-MASTER NOT = '00'
001186         DISPLAY 'UNABLE TO OPEN CALENDAR-MASTER-FILE, STATUS = '
001187             FS-CALENDAR-MASTER
001188         STOP RUN
001189     END-IF.

001190     PERFORM 1110-READ-ONE-CALENDAR-DAY THRU 1110-EXIT
001191         UNTIL WS-CALN-EOF.
001192     CLOSE CALENDAR-MASTER-FILE.

001193     IF WS-BUSINESS-DATE = ZERO
001194         DISPLAY 'NO BUSINESS DAY ON CALENDAR-MASTER-FILE ON OR '
001195             'BEFORE ' WS-RUN-DATE
001196         STOP RUN
001197     END-IF.

001198 1100-EXIT.
001199     EXIT.

001200 1110-READ-ONE-CALENDAR-DAY.

001201     READ CALENDAR-MASTER-FILE
001202         AT END
001203             MOVE 'Y' TO WS-CALN-EOF-SW
001204     END-READ.

001205     IF NOT WS-CALN-EOF
001206         IF CALM-IS-BUSINESS-DAY
001207                 AND CALM-CAL-DATE NOT > WS-RUN-DATE
001208                 AND CALM-CAL-DATE > WS-BUSINESS-DATE
001209             MOVE CALM-CAL-DATE TO WS-BUSINESS-DATE
001210         END-IF
001211     END-IF.

001212 1110-EXIT.
001213     EXIT.

001214*================================================================
001215*  1200-LOAD-PENDING-FILE  -  EVERYTHING HELD BY EARLIER RUNS.
001216*================================================================
001217 1200-LOAD-PENDING-FILE.

001218     OPEN INPUT EMP-PENDING-FILE.
001219     IF FS-EMP-PENDING = '35'
001220         GO TO 1200-EXIT
001221     END-IF.
001222     IF FS-EMP-PENDING NOT = '00'
001223         DISPLAY 'UNABLE TO OPEN EMP-PENDING-FILE, STATUS = '
001224             FS-EMP-PENDING
001225         STOP RUN
001226     END-IF.

001227     PERFORM 1210-READ-ONE-PENDING THRU 1210-EXIT
001228         UNTIL WS-PENDING-EOF.
001229     CLOSE EMP-PENDING-FILE.

001230 1200-EXIT.
001231     EXIT.

001232 1210-READ-ONE-PENDING.

001233     READ EMP-PENDING-FILE
001234         AT END
001235             MOVE 'Y' TO WS-PENDING-EOF-SW
001236     END-READ.

001237     IF NOT WS-PENDING-EOF
001238         MOVE EPND-TRANS-IMAGE TO EMP-TRANS-RECORD
001239         PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT
001240         MOVE EPND-HELD-DATE
001241             TO WS-EPND-HELD-DATE (WS-EPND-IDX)
001242         MOVE TRAN-EFFECTIVE-DATE
001243             TO WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001244     END-IF.

001245 1210-EXIT.
001246     EXIT.

001247*================================================================
001248*  1220-ADD-PENDING-ENTRY  -  NEW HELD ENTRY FOR THE TRANSACTION
001249*      NOW IN EMP-TRANS-RECORD.  LEAVES WS-EPND-IDX ON IT; THE
001250*      CALLER SETS THE DATES, AND THE STATUS IF IT IS QUEUED
001251*      RATHER THAN HELD.
001252*================================================================
001253 1220-ADD-PENDING-ENTRY.

001254     IF WS-EPND-COUNT = WS-EPND-MAX
001255         DISPLAY 'MORE THAN ' WS-EPND-MAX ' HELD AND QUEUED '
001256             'TRANSACTIONS - WS-PENDING-TABLE IS FULL'
001257         STOP RUN
001258     END-IF.
001259     ADD 1 TO WS-EPND-COUNT.
001260     SET WS-EPND-IDX TO WS-EPND-COUNT.
001261     MOVE TRAN-EMP-ID TO WS-EPND-EMP-ID (WS-EPND-IDX).
001262     MOVE 'H' TO WS-EPND-STATUS-SW (WS-EPND-IDX).
001263     MOVE EMP-TRANS-RECORD TO WS-EPND-TRANS-IMAGE (WS-EPND-IDX).

001264 1220-EXIT.
001265     EXIT.

001266*================================================================
001267*  1250-LOAD-APPROVAL-QUEUE  -  EVERYTHING STILL WAITING FOR
001268*      APPROVAL FROM EARLIER RUNS.  THE QUEUE MAY NOT EXIST YET.
001269*      THE EFFECTIVE DATE KEPT FOR MATCHING CANCELS AND
001270*      APPROVALS IS THE ONE KEYED, OR THE DATE QUEUED.
001271*================================================================
001272 1250-LOAD-APPROVAL-QUEUE.

001273     OPEN INPUT EMP-APPROVAL-QUEUE-FILE.
001274     IF FS-EMP-APPROVAL-QUEUE = '35'
001275         GO TO 1250-EXIT
001276     END-IF.
001277     IF FS-EMP-APPROVAL-QUEUE NOT = '00'
001278         DISPLAY 'UNABLE TO OPEN EMP-APPROVAL-QUEUE-FILE, '
001279             'STATUS = ' FS-EMP-APPROVAL-QUEUE
001280         STOP RUN
001281     END-IF.

001282     PERFORM 1260-READ-ONE-QUEUED THRU 1260-EXIT
001283         UNTIL WS-APRQ-EOF.
001284     CLOSE EMP-APPROVAL-QUEUE-FILE.

001285 1250-EXIT.
001286     EXIT.

001287 1260-READ-ONE-QUEUED.

001288     READ EMP-APPROVAL-QUEUE-FILE
001289         AT END
001290             MOVE 'Y' TO WS-APRQ-EOF-SW
001291     END-READ.

001292     IF NOT WS-APRQ-EOF
001293         MOVE EAPQ-TRANS-IMAGE TO EMP-TRANS-RECORD
001294         PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT
001295         MOVE 'Q' TO WS-EPND-STATUS-SW (WS-EPND-IDX)
001296         MOVE EAPQ-QUEUED-DATE
001297             TO WS-EPND-HELD-DATE (WS-EPND-IDX)
001298         IF TRAN-EFFECTIVE-DATE NUMERIC
001299                 AND TRAN-EFFECTIVE-DATE NOT = ZERO
001300             MOVE TRAN-EFFECTIVE-DATE
001301                 TO WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001302         ELSE
001303             MOVE EAPQ-QUEUED-DATE
001304                 TO WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001305         END-IF
001306     END-IF.

001307 1260-EXIT.
001308     EXIT.

001309*================================================================
001310*  1300-READ-APPROVAL-CARD  -  THE APPROVAL CONTROL CARD IS
001311*      REQUIRED; IT SETS THE SALARY CHANGE PERCENT ABOVE WHICH A
001312*      SECOND APPROVER IS NEEDED.
001313*================================================================
001314 1300-READ-APPROVAL-CARD.

001315     OPEN INPUT APPROVAL-CONTROL-FILE.
001316     IF FS-APPROVAL-CONTROL NOT = '00'
001317         DISPLAY 'UNABLE TO OPEN APPROVAL-CONTROL-FILE, STATUS = '
001318             FS-APPROVAL-CONTROL
001319         STOP RUN
001320     END-IF.

001321     READ APPROVAL-CONTROL-FILE
001322         AT END
001323             DISPLAY 'APPROVAL-CONTROL-FILE IS EMPTY'
001324             STOP RUN
001325     END-READ.
001326     CLOSE APPROVAL-CONTROL-FILE.

001327     IF APRV-SECOND-APPR-PCT NOT NUMERIC
001328         DISPLAY 'APPROVAL CONTROL CARD PERCENT NOT NUMERIC'
001329         STOP RUN
001330     END-IF.

001331 1300-EXIT.
001332     EXIT.

001333*================================================================
001334*  1500-TAKE-CANCEL-OR-APPROVAL  -  FIRST PASS OVER EMPTRANS,
001335*      'X' AND 'V' RECORDS ONLY.  A CANCEL WITH AN EFFECTIVE
001336*      DATE STOPS THE HELD OR QUEUED TRANSACTIONS FOR THE
001337*      EMPLOYEE ON THAT DATE; WITHOUT ONE, EVERY HELD OR QUEUED
001338*      TRANSACTION FOR THE EMPLOYEE.  AN APPROVAL PICKS OUT
001339*      QUEUED TRANSACTIONS THE SAME WAY.
001340*================================================================
001341 1500-TAKE-CANCEL-OR-APPROVAL.

001342     READ EMP-TRANS-FILE
001343         AT END
001344             MOVE 'Y' TO WS-TRANS-EOF-SW
001345     END-READ.
001346     IF WS-TRANS-EOF
001347         GO TO 1500-EXIT
001348     END-IF.

001349     IF NOT TRAN-IS-CANCEL AND NOT TRAN-IS-APPROVAL
001350         GO TO 1500-EXIT
001351     END-IF.

001352     ADD 1 TO WS-TRANS-READ.
001353     MOVE ZERO TO WS-EFFECTIVE-DATE.
001354     IF TRAN-EFFECTIVE-DATE-X NOT = SPACES
001355         IF TRAN-EFFECTIVE-DATE NOT NUMERIC
001356             MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
001357                 TO WS-MDL-RESULT
001358             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001359             ADD 1 TO WS-TRANS-REJECTED
001360             GO TO 1500-EXIT
001361         END-IF
001362         MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
001363     END-IF.

001364     IF TRAN-IS-APPROVAL
001365         PERFORM 1550-TAKE-ONE-APPROVAL THRU 1550-EXIT
001366         GO TO 1500-EXIT
001367     END-IF.

001368     MOVE ZERO TO WS-CANCEL-HITS.
001369     PERFORM 1510-CANCEL-ONE-ENTRY THRU 1510-EXIT
001370         VARYING WS-EPND-IDX FROM 1 BY 1
001371         UNTIL WS-EPND-IDX > WS-EPND-COUNT.

001372     IF WS-CANCEL-HITS = ZERO
001373         MOVE 'REJECTED - NO HELD OR QUEUED TRANSACTION TO CANCEL'
001374             TO WS-MDL-RESULT
001375         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001376         ADD 1 TO WS-TRANS-REJECTED
001377     ELSE
001378         MOVE WS-CANCEL-HITS TO WS-CNR-COUNT
001379         MOVE WS-CANCEL-RESULT TO WS-MDL-RESULT
001380         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001381         ADD 1 TO WS-TRANS-APPLIED
001382         ADD WS-CANCEL-HITS TO WS-TRANS-CANCELLED
001383     END-IF.

001384 1500-EXIT.
001385     EXIT.

001386 1510-CANCEL-ONE-ENTRY.

001387     IF (WS-EPND-IS-HELD (WS-EPND-IDX)
001388              OR WS-EPND-IS-QUEUED (WS-EPND-IDX))
001389             AND WS-EPND-EMP-ID (WS-EPND-IDX) = TRAN-EMP-ID
001390             AND (WS-EFFECTIVE-DATE = ZERO
001391              OR WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001392                     = WS-EFFECTIVE-DATE)
001393         MOVE 'X' TO WS-EPND-STATUS-SW (WS-EPND-IDX)
001394         ADD 1 TO WS-CANCEL-HITS
001395     END-IF.

001396 1510-EXIT.
001397     EXIT.

001398*================================================================
001399*  1550-TAKE-ONE-APPROVAL  -  STAMP THE 'V' RECORD'S APPROVER
001400*      IDS ONTO EVERY QUEUED TRANSACTION IT PICKS OUT AND MARK
001401*      THEM APPROVED.  THEY ARE SCREENED AGAIN, LIKE A NEW
001402*      TRANSACTION, BY 1800 - THE APPROVAL IS ONLY GOOD IF THE
001403*      APPROVERS ARE INDEPENDENT OF THE SUBMITTER.
001404*================================================================
001405 1550-TAKE-ONE-APPROVAL.

001406     IF TRAN-APPROVER-ID = SPACES
001407         MOVE 'REJECTED - NO APPROVER ID ON APPROVAL'
001408             TO WS-MDL-RESULT
001409         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001410         ADD 1 TO WS-TRANS-REJECTED
001411         GO TO 1550-EXIT
001412     END-IF.

001413     MOVE EMP-TRANS-RECORD TO WS-SAVED-TRANS-IMAGE.
001414     MOVE TRAN-EMP-ID TO WS-APPROVAL-EMP-ID.
001415     MOVE TRAN-APPROVER-ID TO WS-APPROVAL-ID.
001416     MOVE TRAN-SECOND-APPROVER-ID TO WS-APPROVAL-SECOND-ID.

001417     MOVE ZERO TO WS-APPROVAL-HITS.
001418     PERFORM 1560-APPROVE-ONE-ENTRY THRU 1560-EXIT
001419         VARYING WS-EPND-IDX FROM 1 BY 1
001420         UNTIL WS-EPND-IDX > WS-EPND-COUNT.

001421     MOVE WS-SAVED-TRANS-IMAGE TO EMP-TRANS-RECORD.
001422     IF WS-APPROVAL-HITS = ZERO
001423         MOVE 'REJECTED - NO QUEUED TRANSACTION TO APPROVE'
001424             TO WS-MDL-RESULT
001425         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001426         ADD 1 TO WS-TRANS-REJECTED
001427     ELSE
001428         MOVE WS-APPROVAL-HITS TO WS-APR-COUNT
001429         MOVE WS-APPROVE-RESULT TO WS-MDL-RESULT
001430         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001431         ADD 1 TO WS-TRANS-APPLIED
001432         ADD WS-APPROVAL-HITS TO WS-QUEUE-APPROVED
001433     END-IF.

001434 1550-EXIT.
001435     EXIT.

001436*================================================================
001437*  1560-APPROVE-ONE-ENTRY  -  A QUEUED TRANSACTION WITH NO
001438*      APPROVER YET TAKES THE 'V' RECORD'S APPROVER (AND SECOND
001439*      APPROVER, IF GIVEN); ONE ALREADY APPROVED ONCE AND
001440*      WAITING FOR ITS SECOND TAKES THE 'V' APPROVER AS THE
001441*      SECOND.
001442*================================================================
001443 1560-APPROVE-ONE-ENTRY.

001444     IF NOT WS-EPND-IS-QUEUED (WS-EPND-IDX)
001445             OR WS-EPND-EMP-ID (WS-EPND-IDX)
001446                 NOT = WS-APPROVAL-EMP-ID
001447         GO TO 1560-EXIT
001448     END-IF.
001449     IF WS-EFFECTIVE-DATE NOT = ZERO
001450             AND WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001451                 NOT = WS-EFFECTIVE-DATE
001452         GO TO 1560-EXIT
001453     END-IF.

001454     MOVE WS-EPND-TRANS-IMAGE (WS-EPND-IDX) TO EMP-TRANS-RECORD.
001455     IF TRAN-APPROVER-ID = SPACES
001456         MOVE WS-APPROVAL-ID TO TRAN-APPROVER-ID
001457         IF WS-APPROVAL-SECOND-ID NOT = SPACES
001458             MOVE WS-APPROVAL-SECOND-ID TO TRAN-SECOND-APPROVER-ID
001459         END-IF
001460     ELSE
001461         MOVE WS-APPROVAL-ID TO TRAN-SECOND-APPROVER-ID
001462     END-IF.
001463     MOVE EMP-TRANS-RECORD TO WS-EPND-TRANS-IMAGE (WS-EPND-IDX).
001464     MOVE 'A' TO WS-EPND-STATUS-SW (WS-EPND-IDX).
001465     ADD 1 TO WS-APPROVAL-HITS.

001466 1560-EXIT.
001467     EXIT.

001468*================================================================
001469*  1600-REOPEN-TRANS-FILE  -  BACK TO THE TOP OF EMPTRANS FOR
001470*      THE APPLY PASS.  ALSO PRIMES THE FIRST SEARCH FOR A HELD
001471*      TRANSACTION THAT HAS COME DUE.
001472*================================================================
001473 1600-REOPEN-TRANS-FILE.

001474     CLOSE EMP-TRANS-FILE.
001475     OPEN INPUT EMP-TRANS-FILE.
001476     IF FS-EMP-TRANS NOT = '00'
001477         DISPLAY 'UNABLE TO OPEN EMP-TRANS-FILE, STATUS = '
001478             FS-EMP-TRANS
001479         STOP RUN
001480     END-IF.
001481     MOVE 'N' TO WS-TRANS-EOF-SW.

001482     PERFORM 1710-FIND-NEXT-DUE THRU 1710-EXIT.

001483 1600-EXIT.
001484     EXIT.

001485*================================================================
001486*  1700-RELEASE-NEXT-DUE  -  APPLY THE HELD TRANSACTION AT
001487*      WS-EPND-NEXT-SUB, EFFECTIVE ITS OWN DATE, THEN FIND THE
001488*      NEXT ONE.
001489*================================================================
001490 1700-RELEASE-NEXT-DUE.

001491     SET WS-EPND-IDX TO WS-EPND-NEXT-SUB.
001492     MOVE 'R' TO WS-EPND-STATUS-SW (WS-EPND-IDX).
001493     MOVE WS-EPND-TRANS-IMAGE (WS-EPND-IDX) TO EMP-TRANS-RECORD.
001494     MOVE WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001495         TO WS-EFFECTIVE-DATE.
001496     ADD 1 TO WS-TRANS-RELEASED.
001497     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.

001498     PERFORM 1710-FIND-NEXT-DUE THRU 1710-EXIT.

001499 1700-EXIT.
001500     EXIT.

001501*================================================================
001502*  1710-FIND-NEXT-DUE  -  THE STILL-HELD TRANSACTION WITH THE
001503*      EARLIEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE;
001504*      THE FIRST HELD WINS A TIE.  ZERO WHEN NONE IS LEFT.
001505*================================================================
001506 1710-FIND-NEXT-DUE.

001507     MOVE ZERO TO WS-EPND-NEXT-SUB.
001508     PERFORM 1720-CHECK-ONE-DUE THRU 1720-EXIT
001509         VARYING WS-EPND-IDX FROM 1 BY 1
001510         UNTIL WS-EPND-IDX > WS-EPND-COUNT.

001511 1710-EXIT.
001512     EXIT.

001513 1720-CHECK-ONE-DUE.

001514     IF NOT WS-EPND-IS-HELD (WS-EPND-IDX)
001515             OR WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001516                 > WS-BUSINESS-DATE
001517         GO TO 1720-EXIT
001518     END-IF.

001519     IF WS-EPND-NEXT-SUB = ZERO
001520         SET WS-EPND-NEXT-SUB TO WS-EPND-IDX
001521     ELSE
001522         IF WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX)
001523                 < WS-EPND-EFFECTIVE-DATE (WS-EPND-NEXT-SUB)
001524             SET WS-EPND-NEXT-SUB TO WS-EPND-IDX
001525         END-IF
001526     END-IF.

001527 1720-EXIT.
001528     EXIT.

001529*================================================================
001530*  1800-SCREEN-ONE-APPROVED  -  A QUEUED TRANSACTION APPROVED
001531*      THIS RUN COMES OFF THE QUEUE AND IS SCREENED LIKE A NEW
001532*      ONE: IT MAY BE APPLIED, HELD, QUEUED AGAIN FOR A SECOND
001533*      APPROVER, OR REJECTED.
001534*================================================================
001535 1800-SCREEN-ONE-APPROVED.

001536     SET WS-EPND-IDX TO WS-EPND-APPR-SUB.
001537     IF NOT WS-EPND-IS-APPROVED (WS-EPND-IDX)
001538         GO TO 1800-EXIT
001539     END-IF.

001540     MOVE 'R' TO WS-EPND-STATUS-SW (WS-EPND-IDX).
001541     MOVE WS-EPND-TRANS-IMAGE (WS-EPND-IDX) TO EMP-TRANS-RECORD.
001542     PERFORM 2010-SCREEN-TRANSACTION THRU 2010-EXIT.

001543 1800-EXIT.
001544     EXIT.

001545*================================================================
001546*  2000-APPLY-TRANSACTION  -  ONE TRANSACTION RECORD, SECOND
001547*      PASS.  CANCELS AND APPROVALS WERE TAKEN ON THE FIRST
001548*      PASS.
001549*================================================================
001550 2000-APPLY-TRANSACTION.

001551     READ EMP-TRANS-FILE
001552         AT END
001553             MOVE 'Y' TO WS-TRANS-EOF-SW
001554     END-READ.

001555     IF WS-TRANS-EOF
001556         GO TO 2000-EXIT
001557     END-IF.

001558     IF TRAN-IS-CANCEL OR TRAN-IS-APPROVAL
001559         GO TO 2000-EXIT
001560     END-IF.

001561     ADD 1 TO WS-TRANS-READ.
001562     PERFORM 2010-SCREEN-TRANSACTION THRU 2010-EXIT.

001563 2000-EXIT.
001564     EXIT.

001565*================================================================
001566*  2010-SCREEN-TRANSACTION  -  THE TRANSACTION NOW IN
001567*      EMP-TRANS-RECORD MUST FIRST PASS THE APPROVAL CHECK.  ONE
001568*      DATED AFTER THE BUSINESS DATE IS THEN HELD; ONE DATED ON
001569*      OR BEFORE IT IS APPLIED NOW, EFFECTIVE ITS OWN DATE.
001570*================================================================
001571 2010-SCREEN-TRANSACTION.

001572     IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
001573             AND NOT TRAN-IS-DELETE
001574         MOVE 'REJECTED - ACTION CODE NOT A, C, D, X, OR V'
001575             TO WS-MDL-RESULT
001576         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001577         ADD 1 TO WS-TRANS-REJECTED
001578         GO TO 2010-EXIT
001579     END-IF.

001580     IF NOT TRAN-STATUS-UNCHANGED AND NOT TRAN-STATUS-ACTIVE
001581             AND NOT TRAN-STATUS-ON-LEAVE
001582         MOVE 'REJECTED - STATUS CODE NOT SPACE, A, OR L'
001583             TO WS-MDL-RESULT
001584         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001585         ADD 1 TO WS-TRANS-REJECTED
001586         GO TO 2010-EXIT
001587     END-IF.

001588     PERFORM 2600-SET-EFFECTIVE-DATE THRU 2600-EXIT.
001589     IF NOT WS-DATE-OK
001590         GO TO 2010-EXIT
001591     END-IF.

001592     PERFORM 2800-CHECK-APPROVAL THRU 2800-EXIT.
001593     IF NOT WS-IS-APPROVED
001594         GO TO 2010-EXIT
001595     END-IF.

001596     IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
001597         PERFORM 2700-HOLD-TRANSACTION THRU 2700-EXIT
001598         GO TO 2010-EXIT
001599     END-IF.

001600     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.

001601 2010-EXIT.
001602     EXIT.

001603*================================================================
001604*  2050-DISPATCH-TRANSACTION  -  APPLY THE TRANSACTION NOW IN
001605*      EMP-TRANS-RECORD, EFFECTIVE WS-EFFECTIVE-DATE.  IT HAS
001606*      ALREADY PASSED THE APPROVAL CHECK.
001607*================================================================
001608 2050-DISPATCH-TRANSACTION.

001609     IF TRAN-IS-ADD
001610         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001611     ELSE
001612         IF TRAN-IS-CHANGE
001613             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
001614         ELSE
001615             IF TRAN-IS-DELETE
001616                 PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
001617             ELSE
001618                 MOVE 'REJECTED - ACTION CODE NOT VALID'
001619                     TO WS-MDL-RESULT
001620                 PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001621                 ADD 1 TO WS-TRANS-REJECTED
001622             END-IF
001623         END-IF
001624     END-IF.

001625 2050-EXIT.
001626     EXIT.

001627*================================================================
001628*  2100-APPLY-ADD  -  WRITE A NEW MASTER RECORD.  A KEY ALREADY
001629*      ON THE MASTER IS A REJECT, NOT AN OVERLAY.
001630*================================================================
001631 2100-APPLY-ADD.

001632     MOVE TRAN-EMP-ID TO EMPM-EMP-ID.
001633     MOVE TRAN-EMP-NAME TO EMPM-EMP-NAME.
001634     MOVE TRAN-EMP-SALARY TO EMPM-EMP-SALARY.
001635     MOVE TRAN-DEPT-NAME TO EMPM-DEPT-NAME.
001636     MOVE TRAN-DEPT-MANAGER TO EMPM-DEPT-MANAGER.
001640     MOVE TRAN-DEPT-LOCATION TO EMPM-DEPT-LOCATION.
001645     MOVE TRAN-GRADE-CODE TO EMPM-GRADE-CODE.
001646     IF TRAN-STATUS-ON-LEAVE
001647         MOVE 'L' TO EMPM-STATUS-CODE
001648     ELSE
001650         MOVE 'A' TO EMPM-STATUS-CODE
001655     END-IF.
001660     MOVE WS-RUN-DATE TO EMPM-LAST-CHANGE-DATE.

001670     WRITE EMP-MASTER-RECORD

001800*================================================================
001810*  2200-APPLY-CHANGE  -  READ THE RECORD, OVERLAY ONLY THE
001820*      FIELDS THE TRANSACTION SUPPLIES, AND REWRITE IT.  A
001821*      SALARY THAT ACTUALLY MOVES IS LOGGED TO SALHIST, AND A
001822*      DEPARTMENT OR LOCATION THAT ACTUALLY MOVES TO XFERHIST,
001823*      ONCE THE REWRITE HAS GONE THROUGH.  A STATUS CODE STARTS
001824*      OR ENDS A LEAVE, OR REINSTATES A TERMINATED EMPLOYEE -
001825*      LOGGED AS A RINS RECORD IN PLACE OF THE RAISE/DECREASE.
001830*================================================================
001840 2200-APPLY-CHANGE.

001920             GO TO 2200-EXIT
001930     END-READ.

001931     MOVE EMPM-EMP-SALARY TO WS-OLD-SALARY.
001932     MOVE EMPM-DEPT-NAME TO WS-OLD-DEPT-NAME.
001933     MOVE EMPM-DEPT-LOCATION TO WS-OLD-DEPT-LOCATION.
001934     MOVE EMPM-STATUS-CODE TO WS-OLD-STATUS-CODE.
001935     MOVE EMPM-LAST-CHANGE-DATE TO WS-OLD-CHANGE-DATE.

001936     IF TRAN-STATUS-ON-LEAVE AND NOT EMPM-IS-ACTIVE
001937         MOVE 'REJECTED - ONLY AN ACTIVE EMPLOYEE CAN GO ON LEAVE'
001938             TO WS-MDL-RESULT
001939         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001941         ADD 1 TO WS-TRANS-REJECTED
001942         GO TO 2200-EXIT
001943     END-IF.
001944     IF TRAN-STATUS-ACTIVE AND EMPM-IS-ACTIVE
001945         MOVE 'REJECTED - EMPLOYEE IS ALREADY ACTIVE'
001946             TO WS-MDL-RESULT
001947         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001948         ADD 1 TO WS-TRANS-REJECTED
001949         GO TO 2200-EXIT
001951     END-IF.
001952     IF NOT TRAN-STATUS-UNCHANGED
001953         MOVE TRAN-STATUS-CODE TO EMPM-STATUS-CODE
001954     END-IF.

001955     IF TRAN-EMP-NAME NOT = SPACES
001956         MOVE TRAN-EMP-NAME TO EMPM-EMP-NAME
001960     END-IF.
001970     IF TRAN-EMP-SALARY NOT = ZERO
001980         MOVE TRAN-EMP-SALARY TO EMPM-EMP-SALARY
002082     IF TRAN-GRADE-CODE NOT = SPACES
002084         MOVE TRAN-GRADE-CODE TO EMPM-GRADE-CODE
002086     END-IF.
002087*    ON A RECORD THAT STAYS TERMINATED THE DATE IS THE SEPARATION
002088*    DATE - A CORRECTION MUST NOT MOVE IT.
002089     IF NOT EMPM-IS-TERMINATED OR WS-OLD-STATUS-CODE NOT = 'T'
002090         MOVE WS-RUN-DATE TO EMPM-LAST-CHANGE-DATE
002095     END-IF.

002100     REWRITE EMP-MASTER-RECORD
002110         INVALID KEY
002140             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002150             ADD 1 TO WS-TRANS-REJECTED
002160         NOT INVALID KEY
002169             PERFORM 2210-SET-CHANGE-RESULT THRU 2210-EXIT
002180             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002190             ADD 1 TO WS-TRANS-APPLIED
002191             IF WS-OLD-STATUS-CODE = 'T' AND EMPM-IS-ACTIVE
002192                 PERFORM 2270-WRITE-REINSTATEMENT
002193                     THRU 2270-EXIT
002194             ELSE
002195                 IF EMPM-EMP-SALARY NOT = WS-OLD-SALARY
002196                     PERFORM 2250-WRITE-SALARY-HISTORY
002197                         THRU 2250-EXIT
002198                 END-IF
002199             END-IF
002201             IF EMPM-DEPT-NAME NOT = WS-OLD-DEPT-NAME
002202                     OR EMPM-DEPT-LOCATION
002203                         NOT = WS-OLD-DEPT-LOCATION
002204                 PERFORM 2260-WRITE-XFER-HISTORY
002205                     THRU 2260-EXIT
002206             END-IF
002207     END-REWRITE.

002210 2200-EXIT.
002220     EXIT.

002230*================================================================
002231*  2210-SET-CHANGE-RESULT  -  REPORT TEXT FOR A CHANGE THAT WENT
002232*      THROUGH, NAMING ANY STATUS CHANGE IT MADE.
002233*================================================================
002234 2210-SET-CHANGE-RESULT.

002235     MOVE 'CHANGED' TO WS-MDL-RESULT.
002236     IF EMPM-STATUS-CODE = WS-OLD-STATUS-CODE
002237         GO TO 2210-EXIT
002238     END-IF.

002239     IF EMPM-IS-ON-LEAVE
002240         MOVE 'CHANGED - LEAVE OF ABSENCE STARTED'
002241             TO WS-MDL-RESULT
002242     ELSE
002243         IF WS-OLD-STATUS-CODE = 'T'
002244             MOVE 'CHANGED - REINSTATED' TO WS-MDL-RESULT
002245         ELSE
002246             MOVE 'CHANGED - LEAVE OF ABSENCE ENDED'
002247                 TO WS-MDL-RESULT
002248         END-IF
002249     END-IF.

002250 2210-EXIT.
002251     EXIT.

002252*================================================================
002253*  2250-WRITE-SALARY-HISTORY  -  RAISE OR DECREASE RECORD FOR A
002254*      CHANGE THAT MOVED THE SALARY, EFFECTIVE THE TRANSACTION'S
002255*      EFFECTIVE DATE, RECORDED ON THE BUSINESS DATE.
002256*================================================================
002257 2250-WRITE-SALARY-HISTORY.

002258     MOVE EMPM-EMP-ID TO SALHIST-EMP-ID.
002259     MOVE EMPM-EMP-NAME TO SALHIST-EMP-NAME.
002260     MOVE WS-OLD-SALARY TO SALHIST-OLD-SALARY.
002261     MOVE EMPM-EMP-SALARY TO SALHIST-NEW-SALARY.
002262     MOVE WS-EFFECTIVE-DATE TO SALHIST-EFFECTIVE-DATE.
002263     MOVE WS-BUSINESS-DATE TO SALHIST-RECORDED-DATE.
002264     IF EMPM-EMP-SALARY > WS-OLD-SALARY
002265         MOVE 'RAIS' TO SALHIST-REASON-CODE
002266     ELSE
002267         MOVE 'DECR' TO SALHIST-REASON-CODE
002268     END-IF.
002269     WRITE SALARY-HIST-RECORD.
002270     ADD 1 TO WS-SALHIST-WRITTEN.

002271 2250-EXIT.
002272     EXIT.

002273*================================================================
002274*  2260-WRITE-XFER-HISTORY  -  TRANSFER RECORD FOR A CHANGE THAT
002275*      MOVED THE DEPARTMENT OR LOCATION, EFFECTIVE THE
002276*      TRANSACTION'S EFFECTIVE DATE.
002277*================================================================
002278 2260-WRITE-XFER-HISTORY.

002279     MOVE EMPM-EMP-ID TO XFER-EMP-ID.
002280     MOVE EMPM-EMP-NAME TO XFER-EMP-NAME.
002281     MOVE WS-OLD-DEPT-NAME TO XFER-FROM-DEPT.
002282     MOVE EMPM-DEPT-NAME TO XFER-TO-DEPT.
002283     MOVE WS-OLD-DEPT-LOCATION TO XFER-FROM-LOCATION.
002284     MOVE EMPM-DEPT-LOCATION TO XFER-TO-LOCATION.
002285     MOVE WS-EFFECTIVE-DATE TO XFER-EFFECTIVE-DATE.
002286     MOVE WS-BUSINESS-DATE TO XFER-RECORDED-DATE.
002287     WRITE XFER-HIST-RECORD.
002288     ADD 1 TO WS-XFERHIST-WRITTEN.

002289 2260-EXIT.
002290     EXIT.

002291*================================================================
002292*  2270-WRITE-REINSTATEMENT  -  A TERMINATED EMPLOYEE PUT BACK TO
002293*      ACTIVE.  THE TERMINATION WAS A MISTAKE, SO THIS IS LOGGED
002294*      AS A REINSTATEMENT (RINS) RATHER THAN A NEW HIRE, AT THE
002295*      SALARY NOW ON THE MASTER, EFFECTIVE THE TRANSACTION'S
002296*      EFFECTIVE DATE, RECORDED ON THE BUSINESS DATE.  IT IS NEVER
002297*      DATED BEFORE THE SEPARATION (THE 'T' RECORD'S LAST-CHANGE
002298*      DATE), SO IT STANDS AFTER THE TERM IT REVERSES.
002299*================================================================
002300 2270-WRITE-REINSTATEMENT.

002301     MOVE EMPM-EMP-ID TO SALHIST-EMP-ID.
002302     MOVE EMPM-EMP-NAME TO SALHIST-EMP-NAME.
002303     MOVE ZERO TO SALHIST-OLD-SALARY.
002304     MOVE EMPM-EMP-SALARY TO SALHIST-NEW-SALARY.
002305     MOVE WS-EFFECTIVE-DATE TO SALHIST-EFFECTIVE-DATE.
002306     IF WS-OLD-CHANGE-DATE NUMERIC
002307             AND WS-OLD-CHANGE-DATE > WS-EFFECTIVE-DATE
002308         MOVE WS-OLD-CHANGE-DATE TO SALHIST-EFFECTIVE-DATE
002309     END-IF.
002310     MOVE WS-BUSINESS-DATE TO SALHIST-RECORDED-DATE.
002311     MOVE 'RINS' TO SALHIST-REASON-CODE.
002312     WRITE SALARY-HIST-RECORD.
002313     ADD 1 TO WS-SALHIST-WRITTEN.
002314     ADD 1 TO WS-REINSTATED.

002315 2270-EXIT.
002316     EXIT.

002317*================================================================
002318*  2300-APPLY-DELETE  -  REMOVE THE RECORD FROM THE MASTER.
002319*================================================================
002320 2300-APPLY-DELETE.

002321     MOVE TRAN-EMP-ID TO EMPM-EMP-ID.
002322     DELETE EMPLOYEE-MASTER-FILE
002323         INVALID KEY
002324             MOVE 'REJECTED - EMP-ID NOT ON MASTER'
002325                 TO WS-MDL-RESULT
002326             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002330             ADD 1 TO WS-TRANS-REJECTED
002340         NOT INVALID KEY
002350             MOVE 'DELETED' TO WS-MDL-RESULT

002460     MOVE TRAN-ACTION-CODE TO WS-MDL-ACTION.
002470     MOVE TRAN-EMP-ID TO WS-MDL-EMP-ID.
002475     MOVE TRAN-EFFECTIVE-DATE-X TO WS-MDL-EFFECTIVE-DATE.
002480     MOVE WS-MAINT-DETAIL-LINE TO MAINT-PRINT-LINE.
002490     WRITE MAINT-PRINT-LINE.

002510     EXIT.

002520*================================================================
002521*  2600-SET-EFFECTIVE-DATE  -  SPACE OR ZERO MEANS THE BUSINESS
002522*      DATE.  A DATE THAT IS NOT NUMERIC, OR NOT A PLAUSIBLE
002523*      CCYYMMDD, IS A REJECT, REPORTED BY THIS PARAGRAPH.
002524*================================================================
002525 2600-SET-EFFECTIVE-DATE.

002526     MOVE 'N' TO WS-DATE-OK-SW.
002527     MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE.

002528     IF TRAN-EFFECTIVE-DATE-X = SPACES
002529         MOVE 'Y' TO WS-DATE-OK-SW
002531         GO TO 2600-EXIT
002532     END-IF.

002533     IF TRAN-EFFECTIVE-DATE NOT NUMERIC
002534         MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
002535             TO WS-MDL-RESULT
002536         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002537         ADD 1 TO WS-TRANS-REJECTED
002538         GO TO 2600-EXIT
002539     END-IF.

002541     IF TRAN-EFFECTIVE-DATE = ZERO
002542         MOVE 'Y' TO WS-DATE-OK-SW
002543         GO TO 2600-EXIT
002544     END-IF.

002545     IF TRAN-EFFECTIVE-DATE (5:2) < '01'
002546             OR TRAN-EFFECTIVE-DATE (5:2) > '12'
002547             OR TRAN-EFFECTIVE-DATE (7:2) < '01'
002548             OR TRAN-EFFECTIVE-DATE (7:2) > '31'
002549         MOVE 'REJECTED - EFFECTIVE DATE NOT CCYYMMDD'
002551             TO WS-MDL-RESULT
002552         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002553         ADD 1 TO WS-TRANS-REJECTED
002554         GO TO 2600-EXIT
002555     END-IF.

002556     MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
002557     MOVE 'Y' TO WS-DATE-OK-SW.

002558 2600-EXIT.
002559     EXIT.

002561*================================================================
002562*  2700-HOLD-TRANSACTION  -  A FUTURE-DATED, APPROVED
002563*      TRANSACTION GOES ON THE PENDING TABLE, AND SO BACK TO THE
002564*      PENDING FILE AT END OF RUN.  ONLY THE ACTION CODE AND
002565*      APPROVALS ARE CHECKED NOW; EVERYTHING ELSE IS EDITED WHEN
002566*      IT IS RELEASED.
002567*================================================================
002568 2700-HOLD-TRANSACTION.

002569     PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT.
002571     MOVE WS-BUSINESS-DATE TO WS-EPND-HELD-DATE (WS-EPND-IDX).
002572     MOVE WS-EFFECTIVE-DATE
002573         TO WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX).

002574     MOVE 'HELD UNTIL EFFECTIVE DATE' TO WS-MDL-RESULT.
002575     PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT.
002576     ADD 1 TO WS-TRANS-HELD.

002577 2700-EXIT.
002578     EXIT.

002579*================================================================
002581*  2800-CHECK-APPROVAL  -  DUAL CONTROL.  SETS WS-IS-APPROVED
002582*      ONLY WHEN THE TRANSACTION HAS A SUBMITTER, AN APPROVER
002583*      WHO IS NOT THE SUBMITTER, AND - FOR A SALARY CHANGE OVER
002584*      THE CONTROL CARD PERCENT - A SECOND APPROVER WHO IS
002585*      NEITHER.  A MISSING APPROVER QUEUES THE TRANSACTION; ANY
002586*      OTHER FAILURE REJECTS IT.  APPROVALS AND REJECTIONS ARE
002587*      LOGGED TO AUDITLOG; THE REPORT LINE FOR A QUEUED OR
002588*      REJECTED TRANSACTION IS WRITTEN HERE.
002589*================================================================
002591 2800-CHECK-APPROVAL.

002592     MOVE 'N' TO WS-APPROVAL-SW.

002593     IF TRAN-SUBMITTER-ID = SPACES
002594         MOVE 'REJECTED - NO SUBMITTER ID' TO WS-MDL-RESULT
002595         MOVE 'NO SUBMITTER ID' TO AUDIT-REASON
002596         GO TO 2800-REJECT
002597     END-IF.

002598     IF TRAN-APPROVER-ID = SPACES
002599         MOVE 'QUEUED FOR APPROVAL' TO WS-MDL-RESULT
002601         PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
002602         GO TO 2800-EXIT
002603     END-IF.

002604     IF TRAN-APPROVER-ID = TRAN-SUBMITTER-ID
002605         MOVE 'REJECTED - APPROVED BY ITS OWN SUBMITTER'
002606             TO WS-MDL-RESULT
002607         MOVE 'SELF-APPROVED' TO AUDIT-REASON
002608         GO TO 2800-REJECT
002609     END-IF.

002611     IF TRAN-SECOND-APPROVER-ID NOT = SPACES
002612             AND (TRAN-SECOND-APPROVER-ID = TRAN-SUBMITTER-ID
002613              OR TRAN-SECOND-APPROVER-ID = TRAN-APPROVER-ID)
002614         MOVE 'REJECTED - SECOND APPROVER NOT INDEPENDENT'
002615             TO WS-MDL-RESULT
002616         MOVE 'SECOND APPROVER NOT INDEPENDENT' TO AUDIT-REASON
002617         GO TO 2800-REJECT
002618     END-IF.

002619     PERFORM 2810-CHECK-SALARY-THRESHOLD THRU 2810-EXIT.
002621     IF WS-SECOND-NEEDED AND TRAN-SECOND-APPROVER-ID = SPACES
002622         MOVE 'QUEUED FOR SECOND APPROVAL - SALARY OVER THRESHOLD'
002623             TO WS-MDL-RESULT
002624         PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
002625         GO TO 2800-EXIT
002626     END-IF.

002627     MOVE 'Y' TO WS-APPROVAL-SW.
002628     MOVE 'APPROVED' TO AUDIT-FIELD-NAME.
002629     IF WS-SECOND-NEEDED
002631         MOVE 'TWO APPROVALS - OVER THRESHOLD' TO AUDIT-REASON
002632     ELSE
002633         MOVE SPACES TO AUDIT-REASON
002634     END-IF.
002635     PERFORM 2850-WRITE-APPROVAL-AUDIT THRU 2850-EXIT.
002636     GO TO 2800-EXIT.

002637 2800-REJECT.

002638     PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT.
002639     ADD 1 TO WS-TRANS-REJECTED.
002640     MOVE 'REJECTED' TO AUDIT-FIELD-NAME.
002641     PERFORM 2850-WRITE-APPROVAL-AUDIT THRU 2850-EXIT.

002642 2800-EXIT.
002643     EXIT.

002644*================================================================
002645*  2810-CHECK-SALARY-THRESHOLD  -  A CHANGE THAT MOVES THE
002646*      SALARY, UP OR DOWN, BY MORE THAN THE CONTROL CARD
002647*      PERCENT OF THE SALARY NOW ON THE MASTER NEEDS A SECOND
002648*      APPROVER.  SO DOES ONE FOR AN EMPLOYEE WITH NO SALARY
002649*      YET.  AN EMPLOYEE NOT ON THE MASTER IS LEFT FOR THE
002650*      CHANGE EDITS TO REJECT.
002651*================================================================
002652 2810-CHECK-SALARY-THRESHOLD.

002653     MOVE 'N' TO WS-SECOND-NEEDED-SW.

002654     IF NOT TRAN-IS-CHANGE
002655             OR TRAN-EMP-SALARY NOT NUMERIC
002656             OR TRAN-EMP-SALARY = ZERO
002657         GO TO 2810-EXIT
002658     END-IF.

002659     MOVE TRAN-EMP-ID TO EMPM-EMP-ID.
002660     READ EMPLOYEE-MASTER-FILE
002661         INVALID KEY
002662             GO TO 2810-EXIT
002663     END-READ.

002664     COMPUTE WS-SALARY-CHANGE = TRAN-EMP-SALARY - EMPM-EMP-SALARY.
002665     IF WS-SALARY-CHANGE < ZERO
002666         COMPUTE WS-SALARY-CHANGE = ZERO - WS-SALARY-CHANGE
002667     END-IF.
002668     COMPUTE WS-THRESHOLD-AMOUNT =
002669         EMPM-EMP-SALARY * APRV-SECOND-APPR-PCT / 100.

002670     IF EMPM-EMP-SALARY = ZERO
002671             OR WS-SALARY-CHANGE > WS-THRESHOLD-AMOUNT
002672         MOVE 'Y' TO WS-SECOND-NEEDED-SW
002673     END-IF.

002674 2810-EXIT.
002675     EXIT.

002676*================================================================
002677*  2850-WRITE-APPROVAL-AUDIT  -  ONE AUDITLOG RECORD FOR AN
002678*      APPROVAL OR REJECTION, WITH WHO SUBMITTED AND WHO
002679*      APPROVED.  THE CALLER MOVES AUDIT-FIELD-NAME AND
002680*      AUDIT-REASON.
002681*================================================================
002682 2850-WRITE-APPROVAL-AUDIT.

002683     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
002684     ACCEPT WS-AUDIT-TIME FROM TIME.
002685     MOVE WS-AUDIT-DATE (1:4) TO WS-ATF-YEAR.
002686     MOVE WS-AUDIT-DATE (5:2) TO WS-ATF-MONTH.
002687     MOVE WS-AUDIT-DATE (7:2) TO WS-ATF-DAY.
002688     MOVE WS-AUDIT-TIME (1:2) TO WS-ATF-HOUR.
002689     MOVE WS-AUDIT-TIME (3:2) TO WS-ATF-MINUTE.
002690     MOVE WS-AUDIT-TIME (5:2) TO WS-ATF-SECOND.
002691     MOVE WS-AUDIT-TIMESTAMP-FMT TO AUDIT-TIMESTAMP.

002692     MOVE TRAN-EMP-ID TO AUDIT-KEY-VALUE.
002693     MOVE TRAN-ACTION-CODE TO WS-ATT-ACTION.
002694     MOVE WS-AUDIT-TRANS-TYPE TO AUDIT-BEFORE-VALUE.
002695     MOVE WS-EFFECTIVE-DATE TO AUDIT-AFTER-VALUE.
002696     MOVE TRAN-EMP-ID TO AUDIT-TRANS-KEY.
002697     MOVE TRAN-SUBMITTER-ID TO AUDIT-SUBMITTER-ID.
002698     MOVE TRAN-APPROVER-ID TO AUDIT-APPROVER-ID.
002699     MOVE TRAN-SECOND-APPROVER-ID TO AUDIT-SECOND-APPR-ID.
002700     WRITE AUDIT-LOG-RECORD.
002701     ADD 1 TO WS-AUDIT-WRITTEN.

002702 2850-EXIT.
002703     EXIT.

002704*================================================================
002705*  2900-QUEUE-FOR-APPROVAL  -  THE TRANSACTION WAITS ON THE
002706*      APPROVAL QUEUE FOR A 'V' RECORD.  THE CALLER HAS MOVED
002707*      WS-MDL-RESULT.
002708*================================================================
002709 2900-QUEUE-FOR-APPROVAL.

002710     PERFORM 1220-ADD-PENDING-ENTRY THRU 1220-EXIT.
002711     MOVE 'Q' TO WS-EPND-STATUS-SW (WS-EPND-IDX).
002712     MOVE WS-BUSINESS-DATE TO WS-EPND-HELD-DATE (WS-EPND-IDX).
002713     MOVE WS-EFFECTIVE-DATE
002714         TO WS-EPND-EFFECTIVE-DATE (WS-EPND-IDX).

002715     PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT.
002716     ADD 1 TO WS-TRANS-QUEUED.

002717 2900-EXIT.
002718     EXIT.

002719*================================================================
002720*  3000-FINALIZE  -  WRITE BACK THE PENDING FILE AND THE
002721*      APPROVAL QUEUE, CLOSE UP AND SHOW THE COUNTS.
002722*================================================================
002723 3000-FINALIZE.

002724     PERFORM 3100-SAVE-PENDING-FILE THRU 3100-EXIT.
002725     PERFORM 3200-SAVE-APPROVAL-QUEUE THRU 3200-EXIT.

002726     CLOSE EMP-TRANS-FILE.
002727     CLOSE EMPLOYEE-MASTER-FILE.
002728     CLOSE MAINT-RPT-FILE.
002729     CLOSE SALARY-HIST-FILE.
002730     CLOSE XFER-HIST-FILE.
002731     CLOSE AUDIT-LOG-FILE.

002732     DISPLAY 'MASTER TRANSACTIONS READ:    ' WS-TRANS-READ.
002733     DISPLAY 'MASTER TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED.
002734     DISPLAY 'MASTER TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
002735     DISPLAY 'TRANSACTIONS HELD:           ' WS-TRANS-HELD.
002736     DISPLAY 'HELD TRANSACTIONS RELEASED:  ' WS-TRANS-RELEASED.
002737     DISPLAY 'HELD/QUEUED TRANS CANCELLED: ' WS-TRANS-CANCELLED.
002738     DISPLAY 'TRANSACTIONS QUEUED:         ' WS-TRANS-QUEUED.
002739     DISPLAY 'QUEUED TRANSACTIONS APPROVED:' WS-QUEUE-APPROVED.
002740     DISPLAY 'APPROVAL AUDIT RECORDS:      ' WS-AUDIT-WRITTEN.
002741     DISPLAY 'SALARY HISTORY RECORDS:      ' WS-SALHIST-WRITTEN.
002742     DISPLAY 'TRANSFER HISTORY RECORDS:    ' WS-XFERHIST-WRITTEN.
002743     DISPLAY 'EMPLOYEES REINSTATED:        ' WS-REINSTATED.

002744 3000-EXIT.
002745     EXIT.

002746*================================================================
002747*  3100-SAVE-PENDING-FILE  -  EVERYTHING STILL HELD, IN THE
002748*      ORDER IT WAS HELD.  THE FILE IS WRITTEN EVEN WHEN EMPTY
002749*      SO A RELEASED OR CANCELLED TRANSACTION CANNOT COME BACK.
002750*================================================================
002751 3100-SAVE-PENDING-FILE.

002752     OPEN OUTPUT EMP-PENDING-FILE.
002753     IF FS-EMP-PENDING NOT = '00'
002754         DISPLAY 'UNABLE TO OPEN EMP-PENDING-FILE, STATUS = '
002755             FS-EMP-PENDING
002756         STOP RUN
002757     END-IF.

002758     PERFORM 3110-WRITE-ONE-PENDING THRU 3110-EXIT
002759         VARYING WS-EPND-IDX FROM 1 BY 1
002760         UNTIL WS-EPND-IDX > WS-EPND-COUNT.

002761     CLOSE EMP-PENDING-FILE.

002762 3100-EXIT.
002763     EXIT.

002764 3110-WRITE-ONE-PENDING.

002765     IF WS-EPND-IS-HELD (WS-EPND-IDX)
002766         MOVE WS-EPND-HELD-DATE (WS-EPND-IDX) TO EPND-HELD-DATE
002767         MOVE WS-EPND-TRANS-IMAGE (WS-EPND-IDX)
002768             TO EPND-TRANS-IMAGE
002769         WRITE EMP-PENDING-RECORD
002770     END-IF.

002771 3110-EXIT.
002772     EXIT.

002773*================================================================
002774*  3200-SAVE-APPROVAL-QUEUE  -  EVERYTHING STILL WAITING FOR
002775*      APPROVAL, WRITTEN EVEN WHEN EMPTY, THE SAME AS 3100.
002776*================================================================
002777 3200-SAVE-APPROVAL-QUEUE.

002778     OPEN OUTPUT EMP-APPROVAL-QUEUE-FILE.
002779     IF FS-EMP-APPROVAL-QUEUE NOT = '00'
002780         DISPLAY 'UNABLE TO OPEN EMP-APPROVAL-QUEUE-FILE, '
002781             'STATUS = ' FS-EMP-APPROVAL-QUEUE
002782         STOP RUN
002783     END-IF.

002784     PERFORM 3210-WRITE-ONE-QUEUED THRU 3210-EXIT
002785         VARYING WS-EPND-IDX FROM 1 BY 1
002786         UNTIL WS-EPND-IDX > WS-EPND-COUNT.

002787     CLOSE EMP-APPROVAL-QUEUE-FILE.

002788 3200-EXIT.
002789     EXIT.

002790 3210-WRITE-ONE-QUEUED.

002791     IF WS-EPND-IS-QUEUED (WS-EPND-IDX)
002792         MOVE WS-EPND-HELD-DATE (WS-EPND-IDX) TO EAPQ-QUEUED-DATE
002793         MOVE WS-EPND-TRANS-IMAGE (WS-EPND-IDX)
002794             TO EAPQ-TRANS-IMAGE
002795         WRITE EMP-APPROVAL-QUEUE-RECORD
002796     END-IF.

002797 3210-EXIT.
002798     EXIT.
