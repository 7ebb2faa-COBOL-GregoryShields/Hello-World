000340*        that department is still posting on the current GL
000350*        extract file.
000360*
000361*      DUAL CONTROL: every add/change/delete must carry a
000362*      submitter ID and an approver ID that is not the
000363*      submitter, or it is rejected; one with no approver waits
000364*      on the approval queue (REFAPRQ) until a 'V' record with
000365*      the same key approves it or an 'X' record cancels it.  A
000366*      first pass over REFTRANS takes cancels and approvals,
000367*      queued ones approved are applied next, then the day's on
000368*      a second pass.  Approvals and rejections go to AUDITLOG.
000369*
000370*  MODIFICATION HISTORY.
000380*      09/03/2026  DRO  ORIGINAL VERSION.
000381*      10/15/2026  DRO  DUAL CONTROL.  TRANSACTIONS CARRY A
000382*                       SUBMITTER AND APPROVER ID.  UNAPPROVED
000383*                       ONES WAIT ON REFAPRQ; SELF-APPROVED ONES
000384*                       ARE REJECTED.  DECISIONS GO TO AUDITLOG.
000385*      10/15/2026  DRO  MAPPING RECORDS CARRY A RETRO PAY ACCOUNT.
000386*                       GLAMNEW WIDENED TO 34 BYTES, QUEUED IMAGES
000387*                       TO 100 BYTES WITH REFAPRQ.
000388*      10/15/2026  DRO  A FLOOR HELD BY AN EMPLOYEE ON LEAVE IS
000389*                       STILL IN USE AND CANNOT BE DELETED.
000390*================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. REF-MSTR-UPDT.
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-MAINT-RPT.

000831*    TRANSACTIONS WAITING FOR APPROVAL.  LOADED AT STARTUP AND
000832*    REWRITTEN WHOLE AT END OF JOB.  MAY NOT EXIST YET.
000833     SELECT REF-APPROVAL-QUEUE-FILE ASSIGN TO "REFAPRQ"
000834         ORGANIZATION IS LINE SEQUENTIAL
000835         FILE STATUS IS FS-REF-APPROVAL-QUEUE.

000836*    AUDIT-LOG-FILE IS A PERMANENT LOG - OPENED EXTEND SO IT
000837*    GROWS ACROSS RUNS.
000838     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000839         ORGANIZATION IS LINE SEQUENTIAL
000841         FILE STATUS IS FS-AUDIT-LOG.

000842 DATA DIVISION.

000850 FILE SECTION.


000980 FD  GLAM-NEW-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  GLAM-NEW-RECORD                   PIC X(34).

001010 FD  EMPLOYEE-MASTER-FILE
001020     LABEL RECORDS ARE STANDARD.
001080     LABEL RECORDS ARE STANDARD.
001090 01  MAINT-PRINT-LINE                  PIC X(80).

001091 FD  REF-APPROVAL-QUEUE-FILE
001092     LABEL RECORDS ARE STANDARD.
001093     COPY REFAPRQ.

001094 FD  AUDIT-LOG-FILE
001095     LABEL RECORDS ARE STANDARD.
001096     COPY AUDITLOG.

001100 WORKING-STORAGE SECTION.

001110 01  WS-FILE-STATUSES.
001170     05  FS-EMP-MASTER             PIC X(02).
001180     05  FS-GL-EXTRACT             PIC X(02).
001190     05  FS-MAINT-RPT              PIC X(02).
001193     05  FS-REF-APPROVAL-QUEUE     PIC X(02).
001196     05  FS-AUDIT-LOG              PIC X(02).

001200 01  WS-SWITCHES.
001210     05  WS-TRANS-EOF-SW           PIC X(01) VALUE 'N'.
001340         88  WS-GL-EXTRACT-OPENED      VALUE 'Y'.
001350     05  WS-IN-USE-SW              PIC X(01) VALUE 'N'.
001360         88  WS-IN-USE                 VALUE 'Y'.
001362     05  WS-APRQ-EOF-SW            PIC X(01) VALUE 'N'.
001364         88  WS-APRQ-EOF               VALUE 'Y'.
001366     05  WS-APPROVAL-SW            PIC X(01) VALUE 'N'.
001368         88  WS-IS-APPROVED            VALUE 'Y'.

001370 77  WS-TRANS-READ                 PIC 9(07) VALUE ZERO COMP.
001380 77  WS-TRANS-APPLIED              PIC 9(07) VALUE ZERO COMP.
001390 77  WS-TRANS-REJECTED             PIC 9(07) VALUE ZERO COMP.
001391 77  WS-TRANS-QUEUED               PIC 9(07) VALUE ZERO COMP.
001392 77  WS-TRANS-CANCELLED            PIC 9(07) VALUE ZERO COMP.
001393 77  WS-QUEUE-APPROVED             PIC 9(07) VALUE ZERO COMP.
001394 77  WS-AUDIT-WRITTEN              PIC 9(07) VALUE ZERO COMP.
001395 77  WS-QUEUE-HITS                 PIC 9(07) VALUE ZERO COMP.
001400 77  WS-FOUND-SUB                  PIC 9(05) VALUE ZERO COMP.
001401 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.

001402*----------------------------------------------------------------
001403*  CANCEL/APPROVAL WORK AREAS.  THE KEY OF AN 'X' OR 'V' RECORD
001404*  AND THE APPROVER ID ARE KEPT HERE WHILE THE QUEUE IS
001405*  SEARCHED, AND THE RECORD ITSELF IS PUT BACK AFTERWARD FOR
001406*  THE REPORT LINE.  A ZERO EFFECTIVE DATE ON A MAPPING CANCEL
001407*  OR APPROVAL MEANS EVERY EFFECTIVE DATE FOR THE DEPARTMENT.
001408*----------------------------------------------------------------
001409 77  WS-MATCH-MASTER-ID            PIC X(01) VALUE SPACES.
001411 77  WS-MATCH-FLOOR-CODE           PIC X(10) VALUE SPACES.
001412 77  WS-MATCH-DEPT-NAME            PIC X(10) VALUE SPACES.
001413 77  WS-MATCH-EFF-DATE             PIC 9(08) VALUE ZERO.
001414 77  WS-APPROVAL-ID                PIC X(08) VALUE SPACES.
001415 77  WS-SAVED-TRANS-IMAGE          PIC X(100) VALUE SPACES.

001416*----------------------------------------------------------------
001417*  THE APPROVAL QUEUE, LOADED AT STARTUP.  TRANSACTIONS QUEUED
001418*  BY THIS RUN ARE ADDED AT THE END; APPROVED AND CANCELLED
001419*  ONES ARE MARKED AND LEFT OUT WHEN 3300 WRITES THE FILE BACK.
001421*----------------------------------------------------------------
001422 77  WS-RAPQ-MAX                   PIC 9(05) VALUE 99999 COMP.
001423 77  WS-RAPQ-COUNT                 PIC 9(05) VALUE ZERO COMP.
001424 77  WS-RAPQ-APPR-SUB              PIC 9(05) VALUE ZERO COMP.

001425 01  WS-APPROVAL-QUEUE-TABLE.
001426     05  WS-RAPQ-ENTRY              OCCURS 1 TO 99999 TIMES
001427                                     DEPENDING ON WS-RAPQ-COUNT
001428                                     INDEXED BY WS-RAPQ-IDX.
001429         10  WS-RAPQ-QUEUED-DATE    PIC 9(08).
001431         10  WS-RAPQ-STATUS-SW      PIC X(01).
001432             88  WS-RAPQ-IS-QUEUED      VALUE 'Q'.
001433             88  WS-RAPQ-IS-APPROVED    VALUE 'A'.
001434             88  WS-RAPQ-IS-RELEASED    VALUE 'R'.
001435             88  WS-RAPQ-IS-CANCELLED   VALUE 'X'.
001436         10  WS-RAPQ-TRANS-IMAGE    PIC X(100).

001437*----------------------------------------------------------------
001438*  THE FLOOR/LOCATION MASTER, LOADED AT STARTUP AND REWRITTEN
001439*  FROM HERE AT END OF JOB.  WS-LOCT-DELETED-SW MARKS AN ENTRY
001440*  A DELETE TRANSACTION REMOVED - IT IS SIMPLY NOT WRITTEN TO
001450*  THE NEW MASTER.  SIZED LIKE THE DAILY RUN'S LOOKUP TABLES;
001460*  1110-READ-LOCATION-MASTER REFUSES TO OVERRUN IT.
001700         10  WS-GLMT-DEPT-NAME      PIC X(10).
001710         10  WS-GLMT-EXPENSE-ACCT   PIC X(08).
001720         10  WS-GLMT-EFF-DATE       PIC 9(08).
001725         10  WS-GLMT-RETRO-ACCT     PIC X(08).
001730         10  WS-GLMT-DELETED-SW     PIC X(01).
001740             88  WS-GLMT-DELETED        VALUE 'Y'.

001750*----------------------------------------------------------------
001760*  IN-USE PROTECTION TABLES.  EVERY FLOOR CODE AN ACTIVE OR
001770*  ON-LEAVE EMPLOYEE OCCUPIES ON THE EMPLOYEE MASTER, AND EVERY
001780*  DEPARTMENT STILL POSTING ON THE CURRENT GL EXTRACT.
001790*----------------------------------------------------------------
001800 77  WS-OCCL-MAX                   PIC 9(05) VALUE 99999 COMP.
002020     05  WS-GOUT-DEPT-NAME         PIC X(10).
002030     05  WS-GOUT-EXPENSE-ACCT      PIC X(08).
002040     05  WS-GOUT-EFF-DATE          PIC 9(08).
002045     05  WS-GOUT-RETRO-ACCT        PIC X(08).

002050 01  WS-MAINT-TITLE-LINE.
002060     05  FILLER                     PIC X(35)
002160     05  WS-MDL-RESULT              PIC X(54).
002170     05  FILLER                     PIC X(10) VALUE SPACES.

002171 01  WS-CANCEL-RESULT.
002172     05  FILLER                     PIC X(10) VALUE 'CANCELLED '.
002173     05  WS-CNR-COUNT               PIC ZZZ,ZZ9.
002174     05  FILLER                     PIC X(37)
002175         VALUE ' QUEUED TRANSACTION(S)'.

002176 01  WS-APPROVE-RESULT.
002177     05  FILLER                     PIC X(09) VALUE 'APPROVED '.
002178     05  WS-APR-COUNT               PIC ZZZ,ZZ9.
002179     05  FILLER                     PIC X(38)
002180         VALUE ' QUEUED TRANSACTION(S)'.

002181*----------------------------------------------------------------
002182*  AUDIT LOG WORK AREAS.  WS-AUDIT-TIMESTAMP-FMT IS BUILT ONE
002183*  PIECE AT A TIME FROM TODAY'S DATE AND THE TIME OF DAY AND
002184*  THEN MOVED AS A WHOLE INTO AUDIT-TIMESTAMP.  A REFERENCE
002185*  MASTER KEY IS NOT AN EMPLOYEE, SO AUDIT-KEY-VALUE IS LEFT
002186*  SPACE AND THE KEY GOES IN AUDIT-TRANS-KEY.
002187*----------------------------------------------------------------
002188 77  WS-AUDIT-DATE                 PIC 9(08) VALUE ZERO.
002189 77  WS-AUDIT-TIME                 PIC 9(08) VALUE ZERO.

002190 01  WS-AUDIT-TIMESTAMP-FMT.
002191     05  WS-ATF-YEAR               PIC 9(04).
002192     05  FILLER                    PIC X(01) VALUE '-'.
002193     05  WS-ATF-MONTH              PIC 9(02).
002194     05  FILLER                    PIC X(01) VALUE '-'.
002195     05  WS-ATF-DAY                PIC 9(02).
002196     05  FILLER                    PIC X(01) VALUE '-'.
002197     05  WS-ATF-HOUR               PIC 9(02).
002198     05  FILLER                    PIC X(01) VALUE '.'.
002199     05  WS-ATF-MINUTE             PIC 9(02).
002200     05  FILLER                    PIC X(01) VALUE '.'.
002201     05  WS-ATF-SECOND             PIC 9(02).
002202     05  FILLER                    PIC X(07) VALUE SPACES.

002203 01  WS-AUDIT-TRANS-TYPE.
002204     05  FILLER                    PIC X(09) VALUE 'REFTRANS '.
002205     05  WS-ATT-MASTER             PIC X(01).
002206     05  WS-ATT-ACTION             PIC X(01).
002207     05  FILLER                    PIC X(04) VALUE SPACES.

002208 01  WS-AUDIT-REF-KEY.
002209     05  WS-ARK-KEY                PIC X(10).
002210     05  FILLER                    PIC X(01) VALUE SPACES.
002211     05  WS-ARK-EFF-DATE           PIC X(08).
002212     05  FILLER                    PIC X(01) VALUE SPACES.

002213 PROCEDURE DIVISION.

002214*================================================================
002215*  0000-MAINLINE  -  CANCELS AND APPROVALS FIRST, THEN WHAT WAS
002216*      APPROVED OFF THE QUEUE, THEN THE DAY'S TRANSACTIONS.
002217*      REFTRANS IS READ TWICE.
002218*================================================================
002220 0000-MAINLINE.

002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002231     PERFORM 1500-TAKE-CANCEL-OR-APPROVAL THRU 1500-EXIT
002232         UNTIL WS-TRANS-EOF.
002233     PERFORM 1600-REOPEN-TRANS-FILE THRU 1600-EXIT.

002234     PERFORM 1700-SCREEN-ONE-APPROVED THRU 1700-EXIT
002235         VARYING WS-RAPQ-APPR-SUB FROM 1 BY 1
002236         UNTIL WS-RAPQ-APPR-SUB > WS-RAPQ-COUNT.

002240     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002250         UNTIL WS-TRANS-EOF.

002270     GOBACK.

002280*================================================================
002290*  1000-INITIALIZE  -  LOAD BOTH MASTERS, THE IN-USE
002300*      PROTECTION TABLES AND THE APPROVAL QUEUE, AND OPEN THE
002305*      TRANSACTIONS, THE AUDIT LOG AND THE REPORT.
002310*================================================================
002320 1000-INITIALIZE.

002325     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

002330     PERFORM 1100-LOAD-LOCATION-MASTER THRU 1100-EXIT.
002340     PERFORM 1200-LOAD-GL-ACCT-MAP THRU 1200-EXIT.
002345     PERFORM 1250-LOAD-APPROVAL-QUEUE THRU 1250-EXIT.
002350     PERFORM 1300-LOAD-OCCUPIED-LOCATIONS THRU 1300-EXIT.
002360     PERFORM 1400-LOAD-POSTING-DEPTS THRU 1400-EXIT.

002410         STOP RUN
002420     END-IF.

002421     OPEN EXTEND AUDIT-LOG-FILE.
002422     IF FS-AUDIT-LOG = '35'
002423         OPEN OUTPUT AUDIT-LOG-FILE
002424     END-IF.
002425     IF FS-AUDIT-LOG NOT = '00'
002426         DISPLAY 'UNABLE TO OPEN AUDIT-LOG-FILE, STATUS = '
002427             FS-AUDIT-LOG
002428         STOP RUN
002429     END-IF.

002430     OPEN OUTPUT MAINT-RPT-FILE.
002440     IF FS-MAINT-RPT NOT = '00'
002450         DISPLAY 'UNABLE TO OPEN MAINT-RPT-FILE, STATUS = '
003230             TO WS-GLMT-EXPENSE-ACCT (WS-GLMT-COUNT)
003240         MOVE GLAM-EFFECTIVE-DATE
003250             TO WS-GLMT-EFF-DATE (WS-GLMT-COUNT)
003253         MOVE GLAM-RETRO-ACCT
003256             TO WS-GLMT-RETRO-ACCT (WS-GLMT-COUNT)
003260         MOVE 'N' TO WS-GLMT-DELETED-SW (WS-GLMT-COUNT)
003270     END-IF.

003290     EXIT.

003300*================================================================
003301*  1250-LOAD-APPROVAL-QUEUE  -  EVERYTHING STILL WAITING FOR
003302*      APPROVAL FROM EARLIER RUNS.  THE QUEUE MAY NOT EXIST YET.
003303*================================================================
003304 1250-LOAD-APPROVAL-QUEUE.

003305     OPEN INPUT REF-APPROVAL-QUEUE-FILE.
003306     IF FS-REF-APPROVAL-QUEUE = '35'
003307         GO TO 1250-EXIT
003308     END-IF.
003309     IF FS-REF-APPROVAL-QUEUE NOT = '00'
003311         DISPLAY 'UNABLE TO OPEN REF-APPROVAL-QUEUE-FILE, '
003312             'STATUS = ' FS-REF-APPROVAL-QUEUE
003313         STOP RUN
003314     END-IF.

003315     PERFORM 1260-READ-ONE-QUEUED THRU 1260-EXIT
003316         UNTIL WS-APRQ-EOF.
003317     CLOSE REF-APPROVAL-QUEUE-FILE.

003318 1250-EXIT.
003319     EXIT.

003321 1260-READ-ONE-QUEUED.

003322     READ REF-APPROVAL-QUEUE-FILE
003323         AT END
003324             MOVE 'Y' TO WS-APRQ-EOF-SW
003325     END-READ.

003326     IF NOT WS-APRQ-EOF
003327         IF WS-RAPQ-COUNT = WS-RAPQ-MAX
003328             DISPLAY 'MORE THAN ' WS-RAPQ-MAX ' QUEUED '
003329                 'TRANSACTIONS - WS-APPROVAL-QUEUE-TABLE IS FULL'
003331             STOP RUN
003332         END-IF
003333         ADD 1 TO WS-RAPQ-COUNT
003334         MOVE RAPQ-QUEUED-DATE
003335             TO WS-RAPQ-QUEUED-DATE (WS-RAPQ-COUNT)
003336         MOVE 'Q' TO WS-RAPQ-STATUS-SW (WS-RAPQ-COUNT)
003337         MOVE RAPQ-TRANS-IMAGE
003338             TO WS-RAPQ-TRANS-IMAGE (WS-RAPQ-COUNT)
003339     END-IF.

003341 1260-EXIT.
003342     EXIT.

003343*================================================================
003344*  1300-LOAD-OCCUPIED-LOCATIONS  -  WALK THE EMPLOYEE MASTER
003345*      AND CAPTURE EVERY FLOOR CODE AN EMPLOYEE STILL HOLDS -
003346*      ON LEAVE AS WELL AS ACTIVE, SINCE A LEAVE KEEPS THE
003347*      EMPLOYEE ON THE FLOOR.  THE MASTER MAY NOT EXIST YET ON
003348*      A BRAND NEW INSTALLATION - THEN NOTHING IS IN USE.
003350*================================================================
003360 1300-LOAD-OCCUPIED-LOCATIONS.

003670         GO TO 1310-EXIT
003680     END-IF.

003690     IF NOT EMPM-IS-EMPLOYED
003700         GO TO 1310-EXIT
003710     END-IF.

004470     EXIT.

004480*================================================================
004481*  1500-TAKE-CANCEL-OR-APPROVAL  -  FIRST PASS OVER REFTRANS,
004482*      'X' AND 'V' RECORDS ONLY.  A CANCEL STOPS THE QUEUED
004483*      TRANSACTIONS WITH THE SAME KEY; AN APPROVAL STAMPS ITS
004484*      APPROVER ID ONTO THEM AND MARKS THEM APPROVED.  THEY ARE
004485*      SCREENED AGAIN, LIKE A NEW TRANSACTION, BY 1700 - THE
004486*      APPROVAL IS ONLY GOOD IF THE APPROVER IS NOT THE
004487*      SUBMITTER.
004488*================================================================
004489 1500-TAKE-CANCEL-OR-APPROVAL.

004491     READ REF-TRANS-FILE
004492         AT END
004493             MOVE 'Y' TO WS-TRANS-EOF-SW
004494     END-READ.
004495     IF WS-TRANS-EOF
004496         GO TO 1500-EXIT
004497     END-IF.

004498     IF NOT RTRN-IS-CANCEL AND NOT RTRN-IS-APPROVAL
004499         GO TO 1500-EXIT
004501     END-IF.

004502     ADD 1 TO WS-TRANS-READ.
004503     PERFORM 2020-SET-REPORT-KEY THRU 2020-EXIT.

004504     IF NOT RTRN-IS-LOCATION AND NOT RTRN-IS-GL-MAP
004505         MOVE 'REJECTED - MASTER ID NOT L OR G' TO WS-MDL-RESULT
004506         PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT
004507         ADD 1 TO WS-TRANS-REJECTED
004508         GO TO 1500-EXIT
004509     END-IF.

004511     IF RTRN-IS-APPROVAL AND RTRN-APPROVER-ID = SPACES
004512         MOVE 'REJECTED - NO APPROVER ID ON APPROVAL'
004513             TO WS-MDL-RESULT
004514         PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT
004515         ADD 1 TO WS-TRANS-REJECTED
004516         GO TO 1500-EXIT
004517     END-IF.

004518     MOVE REF-TRANS-RECORD TO WS-SAVED-TRANS-IMAGE.
004519     MOVE RTRN-MASTER-ID TO WS-MATCH-MASTER-ID.
004521     MOVE RTRN-FLOOR-CODE TO WS-MATCH-FLOOR-CODE.
004522     MOVE RTRN-DEPT-NAME TO WS-MATCH-DEPT-NAME.
004523     MOVE ZERO TO WS-MATCH-EFF-DATE.
004524     IF RTRN-EFFECTIVE-DATE NUMERIC
004525         MOVE RTRN-EFFECTIVE-DATE TO WS-MATCH-EFF-DATE
004526     END-IF.
004527     MOVE SPACES TO WS-APPROVAL-ID.
004528     IF RTRN-IS-APPROVAL
004529         MOVE RTRN-APPROVER-ID TO WS-APPROVAL-ID
004531     END-IF.

004532     MOVE ZERO TO WS-QUEUE-HITS.
004533     PERFORM 1510-MATCH-ONE-QUEUED THRU 1510-EXIT
004534         VARYING WS-RAPQ-IDX FROM 1 BY 1
004535         UNTIL WS-RAPQ-IDX > WS-RAPQ-COUNT.
004536     MOVE WS-SAVED-TRANS-IMAGE TO REF-TRANS-RECORD.

004537     IF WS-QUEUE-HITS = ZERO
004538         IF RTRN-IS-CANCEL
004539             MOVE 'REJECTED - NO QUEUED TRANSACTION TO CANCEL'
004541                 TO WS-MDL-RESULT
004542         ELSE
004543             MOVE 'REJECTED - NO QUEUED TRANSACTION TO APPROVE'
004544                 TO WS-MDL-RESULT
004545         END-IF
004546         PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT
004547         ADD 1 TO WS-TRANS-REJECTED
004548         GO TO 1500-EXIT
004549     END-IF.

004551     IF RTRN-IS-CANCEL
004552         MOVE WS-QUEUE-HITS TO WS-CNR-COUNT
004553         MOVE WS-CANCEL-RESULT TO WS-MDL-RESULT
004554         ADD WS-QUEUE-HITS TO WS-TRANS-CANCELLED
004555     ELSE
004556         MOVE WS-QUEUE-HITS TO WS-APR-COUNT
004557         MOVE WS-APPROVE-RESULT TO WS-MDL-RESULT
004558         ADD WS-QUEUE-HITS TO WS-QUEUE-APPROVED
004559     END-IF.
004561     PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT.
004562     ADD 1 TO WS-TRANS-APPLIED.

004563 1500-EXIT.
004564     EXIT.

004565*================================================================
004566*  1510-MATCH-ONE-QUEUED  -  ONE QUEUE ENTRY AGAINST THE KEY OF
004567*      THE 'X' OR 'V' RECORD: FLOOR CODE FOR THE LOCATION
004568*      MASTER, DEPARTMENT (AND EFFECTIVE DATE, IF GIVEN) FOR THE
004569*      MAPPING MASTER.  A CANCEL LEAVES WS-APPROVAL-ID SPACE.
004571*================================================================
004572 1510-MATCH-ONE-QUEUED.

004573     IF NOT WS-RAPQ-IS-QUEUED (WS-RAPQ-IDX)
004574         GO TO 1510-EXIT
004575     END-IF.

004576     MOVE WS-RAPQ-TRANS-IMAGE (WS-RAPQ-IDX) TO REF-TRANS-RECORD.
004577     IF RTRN-MASTER-ID NOT = WS-MATCH-MASTER-ID
004578         GO TO 1510-EXIT
004579     END-IF.
004581     IF RTRN-IS-LOCATION
004582             AND RTRN-FLOOR-CODE NOT = WS-MATCH-FLOOR-CODE
004583         GO TO 1510-EXIT
004584     END-IF.
004585     IF RTRN-IS-GL-MAP
004586         IF RTRN-DEPT-NAME NOT = WS-MATCH-DEPT-NAME
004587             GO TO 1510-EXIT
004588         END-IF
004589         IF WS-MATCH-EFF-DATE NOT = ZERO
004591                 AND RTRN-EFFECTIVE-DATE NOT = WS-MATCH-EFF-DATE
004592             GO TO 1510-EXIT
004593         END-IF
004594     END-IF.

004595     IF WS-APPROVAL-ID = SPACES
004596         MOVE 'X' TO WS-RAPQ-STATUS-SW (WS-RAPQ-IDX)
004597     ELSE
004598         MOVE WS-APPROVAL-ID TO RTRN-APPROVER-ID
004599         MOVE REF-TRANS-RECORD
004601             TO WS-RAPQ-TRANS-IMAGE (WS-RAPQ-IDX)
004602         MOVE 'A' TO WS-RAPQ-STATUS-SW (WS-RAPQ-IDX)
004603     END-IF.
004604     ADD 1 TO WS-QUEUE-HITS.

004605 1510-EXIT.
004606     EXIT.

004607*================================================================
004608*  1600-REOPEN-TRANS-FILE  -  BACK TO THE TOP OF REFTRANS FOR
004609*      THE SECOND PASS.
004611*================================================================
004612 1600-REOPEN-TRANS-FILE.

004613     CLOSE REF-TRANS-FILE.
004614     OPEN INPUT REF-TRANS-FILE.
004615     IF FS-REF-TRANS NOT = '00'
004616         DISPLAY 'UNABLE TO REOPEN REF-TRANS-FILE, STATUS = '
004617             FS-REF-TRANS
004618         STOP RUN
004619     END-IF.
004621     MOVE 'N' TO WS-TRANS-EOF-SW.

004622 1600-EXIT.
004623     EXIT.

004624*================================================================
004625*  1700-SCREEN-ONE-APPROVED  -  A QUEUED TRANSACTION APPROVED
004626*      THIS RUN COMES OFF THE QUEUE AND IS SCREENED LIKE A NEW
004627*      ONE.
004628*================================================================
004629 1700-SCREEN-ONE-APPROVED.

004631     SET WS-RAPQ-IDX TO WS-RAPQ-APPR-SUB.
004632     IF NOT WS-RAPQ-IS-APPROVED (WS-RAPQ-IDX)
004633         GO TO 1700-EXIT
004634     END-IF.

004635     MOVE 'R' TO WS-RAPQ-STATUS-SW (WS-RAPQ-IDX).
004636     MOVE WS-RAPQ-TRANS-IMAGE (WS-RAPQ-IDX) TO REF-TRANS-RECORD.
004637     PERFORM 2010-SCREEN-TRANSACTION THRU 2010-EXIT.

004638 1700-EXIT.
004639     EXIT.

004641*================================================================
004642*  2000-APPLY-TRANSACTION  -  ONE TRANSACTION RECORD, SECOND
004643*      PASS.  CANCELS AND APPROVALS WERE TAKEN ON THE FIRST
004644*      PASS.
004645*================================================================
004646 2000-APPLY-TRANSACTION.

004647     READ REF-TRANS-FILE
004648         AT END
004649             MOVE 'Y' TO WS-TRANS-EOF-SW
004651     END-READ.

004652     IF WS-TRANS-EOF
004653         GO TO 2000-EXIT
004654     END-IF.

004655     IF RTRN-IS-CANCEL OR RTRN-IS-APPROVAL
004656         GO TO 2000-EXIT
004657     END-IF.

004658     ADD 1 TO WS-TRANS-READ.
004659     PERFORM 2010-SCREEN-TRANSACTION THRU 2010-EXIT.

004661 2000-EXIT.
004662     EXIT.

004663*================================================================
004664*  2010-SCREEN-TRANSACTION  -  THE TRANSACTION NOW IN
004665*      REF-TRANS-RECORD MUST NAME A MASTER AND AN ACTION AND
004666*      PASS THE APPROVAL CHECK BEFORE IT IS ROUTED TO THE
004667*      MASTER IT NAMES.
004668*================================================================
004669 2010-SCREEN-TRANSACTION.

004671     PERFORM 2020-SET-REPORT-KEY THRU 2020-EXIT.

004672     IF NOT RTRN-IS-LOCATION AND NOT RTRN-IS-GL-MAP
004673         MOVE 'REJECTED - MASTER ID NOT L OR G' TO WS-MDL-RESULT
004674         PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT
004675         ADD 1 TO WS-TRANS-REJECTED
004676         GO TO 2010-EXIT
004677     END-IF.

004678     IF NOT RTRN-IS-ADD AND NOT RTRN-IS-CHANGE
004679             AND NOT RTRN-IS-DELETE
004681         MOVE 'REJECTED - ACTION CODE NOT A, C, D, X, OR V'
004682             TO WS-MDL-RESULT
004683         PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT
004684         ADD 1 TO WS-TRANS-REJECTED
004685         GO TO 2010-EXIT
004686     END-IF.

004687     PERFORM 2950-CHECK-APPROVAL THRU 2950-EXIT.
004688     IF NOT WS-IS-APPROVED
004689         GO TO 2010-EXIT
004691     END-IF.

004692     IF RTRN-IS-LOCATION
004693         PERFORM 2100-APPLY-LOCATION-TRANS THRU 2100-EXIT
004694     ELSE
004695         PERFORM 2500-APPLY-GL-MAP-TRANS THRU 2500-EXIT
004696     END-IF.

004697 2010-EXIT.
004698     EXIT.

004699*================================================================
004701*  2020-SET-REPORT-KEY  -  THE KEY PRINTED ON THE MAINTENANCE
004702*      REPORT: THE DEPARTMENT FOR THE MAPPING MASTER, OTHERWISE
004703*      THE FLOOR CODE.
004704*================================================================
004705 2020-SET-REPORT-KEY.

004706     IF RTRN-IS-GL-MAP
004707         MOVE RTRN-DEPT-NAME TO WS-MDL-KEY
004708     ELSE
004709         MOVE RTRN-FLOOR-CODE TO WS-MDL-KEY
004711     END-IF.

004712 2020-EXIT.
004713     EXIT.

004714*================================================================
004770*  2100-APPLY-LOCATION-TRANS  -  ONE TRANSACTION AGAINST THE
004780*      FLOOR/LOCATION MASTER, KEYED BY RTRN-FLOOR-CODE.
004790*================================================================
006470     MOVE RTRN-EXPENSE-ACCT
006480         TO WS-GLMT-EXPENSE-ACCT (WS-GLMT-COUNT).
006490     MOVE RTRN-EFFECTIVE-DATE TO WS-GLMT-EFF-DATE (WS-GLMT-COUNT).
006495     MOVE RTRN-RETRO-ACCT TO WS-GLMT-RETRO-ACCT (WS-GLMT-COUNT).
006500     MOVE 'N' TO WS-GLMT-DELETED-SW (WS-GLMT-COUNT).

006510     MOVE 'ADDED' TO WS-MDL-RESULT.
006660             TO WS-GLMT-EXPENSE-ACCT (WS-FOUND-SUB)
006670     END-IF.

006672     IF RTRN-RETRO-ACCT NOT = SPACES
006674         MOVE RTRN-RETRO-ACCT
006676             TO WS-GLMT-RETRO-ACCT (WS-FOUND-SUB)
006678     END-IF.

006680     MOVE 'CHANGED' TO WS-MDL-RESULT.
006690     PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT.
006700     ADD 1 TO WS-TRANS-APPLIED.
007200     EXIT.

007210*================================================================
007211*  2950-CHECK-APPROVAL  -  DUAL CONTROL.  SETS WS-IS-APPROVED
007212*      ONLY WHEN THE TRANSACTION HAS A SUBMITTER AND AN APPROVER
007213*      WHO IS NOT THE SUBMITTER.  A MISSING APPROVER QUEUES THE
007214*      TRANSACTION; ANY OTHER FAILURE REJECTS IT.  APPROVALS AND
007215*      REJECTIONS ARE LOGGED TO AUDITLOG; THE REPORT LINE FOR A
007216*      QUEUED OR REJECTED TRANSACTION IS WRITTEN HERE.
007217*================================================================
007218 2950-CHECK-APPROVAL.

007219     MOVE 'N' TO WS-APPROVAL-SW.

007220     IF RTRN-SUBMITTER-ID = SPACES
007221         MOVE 'REJECTED - NO SUBMITTER ID' TO WS-MDL-RESULT
007222         MOVE 'NO SUBMITTER ID' TO AUDIT-REASON
007223         GO TO 2950-REJECT
007224     END-IF.

007225     IF RTRN-APPROVER-ID = SPACES
007226         PERFORM 2970-QUEUE-FOR-APPROVAL THRU 2970-EXIT
007227         GO TO 2950-EXIT
007228     END-IF.

007229     IF RTRN-APPROVER-ID = RTRN-SUBMITTER-ID
007230         MOVE 'REJECTED - APPROVED BY ITS OWN SUBMITTER'
007231             TO WS-MDL-RESULT
007232         MOVE 'SELF-APPROVED' TO AUDIT-REASON
007233         GO TO 2950-REJECT
007234     END-IF.

007235     MOVE 'Y' TO WS-APPROVAL-SW.
007236     MOVE 'APPROVED' TO AUDIT-FIELD-NAME.
007237     MOVE SPACES TO AUDIT-REASON.
007238     PERFORM 2960-WRITE-APPROVAL-AUDIT THRU 2960-EXIT.
007239     GO TO 2950-EXIT.

007240 2950-REJECT.

007241     PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT.
007242     ADD 1 TO WS-TRANS-REJECTED.
007243     MOVE 'REJECTED' TO AUDIT-FIELD-NAME.
007244     PERFORM 2960-WRITE-APPROVAL-AUDIT THRU 2960-EXIT.

007245 2950-EXIT.
007246     EXIT.

007247*================================================================
007248*  2960-WRITE-APPROVAL-AUDIT  -  ONE AUDITLOG RECORD FOR AN
007249*      APPROVAL OR REJECTION, WITH WHO SUBMITTED AND WHO
007250*      APPROVED.  THE CALLER MOVES AUDIT-FIELD-NAME AND
007251*      AUDIT-REASON.  THE TRANSACTION KEY IS THE FLOOR CODE, OR
007252*      THE DEPARTMENT AND EFFECTIVE DATE; THE AFTER VALUE IS THE
007253*      RUN DATE.
007254*================================================================
007255 2960-WRITE-APPROVAL-AUDIT.

007256     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
007257     ACCEPT WS-AUDIT-TIME FROM TIME.
007258     MOVE WS-AUDIT-DATE (1:4) TO WS-ATF-YEAR.
007259     MOVE WS-AUDIT-DATE (5:2) TO WS-ATF-MONTH.
007260     MOVE WS-AUDIT-DATE (7:2) TO WS-ATF-DAY.
007261     MOVE WS-AUDIT-TIME (1:2) TO WS-ATF-HOUR.
007262     MOVE WS-AUDIT-TIME (3:2) TO WS-ATF-MINUTE.
007263     MOVE WS-AUDIT-TIME (5:2) TO WS-ATF-SECOND.
007264     MOVE WS-AUDIT-TIMESTAMP-FMT TO AUDIT-TIMESTAMP.

007265     IF RTRN-IS-GL-MAP
007266         MOVE RTRN-DEPT-NAME TO WS-ARK-KEY
007267         MOVE RTRN-EFFECTIVE-DATE TO WS-ARK-EFF-DATE
007268     ELSE
007269         MOVE RTRN-FLOOR-CODE TO WS-ARK-KEY
007270         MOVE SPACES TO WS-ARK-EFF-DATE
007271     END-IF.

007272     MOVE SPACES TO AUDIT-KEY-VALUE.
007273     MOVE RTRN-MASTER-ID TO WS-ATT-MASTER.
007274     MOVE RTRN-ACTION-CODE TO WS-ATT-ACTION.
007275     MOVE WS-AUDIT-TRANS-TYPE TO AUDIT-BEFORE-VALUE.
007276     MOVE WS-RUN-DATE TO AUDIT-AFTER-VALUE.
007277     MOVE WS-AUDIT-REF-KEY TO AUDIT-TRANS-KEY.
007278     MOVE RTRN-SUBMITTER-ID TO AUDIT-SUBMITTER-ID.
007279     MOVE RTRN-APPROVER-ID TO AUDIT-APPROVER-ID.
007280     MOVE SPACES TO AUDIT-SECOND-APPR-ID.
007281     WRITE AUDIT-LOG-RECORD.
007282     ADD 1 TO WS-AUDIT-WRITTEN.

007283 2960-EXIT.
007284     EXIT.

007285*================================================================
007286*  2970-QUEUE-FOR-APPROVAL  -  THE TRANSACTION WAITS ON THE
007287*      APPROVAL QUEUE FOR A 'V' RECORD.
007288*================================================================
007289 2970-QUEUE-FOR-APPROVAL.

007290     IF WS-RAPQ-COUNT = WS-RAPQ-MAX
007291         DISPLAY 'MORE THAN ' WS-RAPQ-MAX ' QUEUED '
007292             'TRANSACTIONS - WS-APPROVAL-QUEUE-TABLE IS FULL'
007293         STOP RUN
007294     END-IF.
007295     ADD 1 TO WS-RAPQ-COUNT.
007296     MOVE WS-RUN-DATE TO WS-RAPQ-QUEUED-DATE (WS-RAPQ-COUNT).
007297     MOVE 'Q' TO WS-RAPQ-STATUS-SW (WS-RAPQ-COUNT).
007298     MOVE REF-TRANS-RECORD TO WS-RAPQ-TRANS-IMAGE (WS-RAPQ-COUNT).

007299     MOVE 'QUEUED FOR APPROVAL' TO WS-MDL-RESULT.
007300     PERFORM 2900-WRITE-MAINT-LINE THRU 2900-EXIT.
007301     ADD 1 TO WS-TRANS-QUEUED.

007302 2970-EXIT.
007303     EXIT.

007304*================================================================
007305*  3000-FINALIZE  -  WRITE THE UPDATED MASTERS TO THE NEW
007306*      FILES AND THE APPROVAL QUEUE BACK, CLOSE UP, AND SHOW THE
007307*      COUNTS.  DELETED ENTRIES ARE SIMPLY NOT WRITTEN.
007308*================================================================
007309 3000-FINALIZE.

007310     OPEN OUTPUT LOCN-NEW-FILE.
007311     IF FS-LOCN-NEW NOT = '00'
007312         DISPLAY 'UNABLE TO OPEN LOCN-NEW-FILE, STATUS = '
007313             FS-LOCN-NEW
007314         STOP RUN
007320     END-IF.

007330     PERFORM 3100-WRITE-ONE-LOCATION THRU 3100-EXIT
007450         UNTIL WS-GLMT-IDX > WS-GLMT-COUNT.
007460     CLOSE GLAM-NEW-FILE.

007465     PERFORM 3300-SAVE-APPROVAL-QUEUE THRU 3300-EXIT.

007470     CLOSE REF-TRANS-FILE.
007480     CLOSE MAINT-RPT-FILE.
007485     CLOSE AUDIT-LOG-FILE.

007490     DISPLAY 'REF TRANSACTIONS READ:    ' WS-TRANS-READ.
007500     DISPLAY 'REF TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED.
007510     DISPLAY 'REF TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
007512     DISPLAY 'REF TRANSACTIONS QUEUED:  ' WS-TRANS-QUEUED.
007514     DISPLAY 'QUEUED TRANS APPROVED:    ' WS-QUEUE-APPROVED.
007516     DISPLAY 'QUEUED TRANS CANCELLED:   ' WS-TRANS-CANCELLED.
007518     DISPLAY 'APPROVAL AUDIT RECORDS:   ' WS-AUDIT-WRITTEN.

007520 3000-EXIT.
007530     EXIT.
007700     MOVE WS-GLMT-EXPENSE-ACCT (WS-GLMT-IDX)
007710         TO WS-GOUT-EXPENSE-ACCT.
007720     MOVE WS-GLMT-EFF-DATE (WS-GLMT-IDX) TO WS-GOUT-EFF-DATE.
007725     MOVE WS-GLMT-RETRO-ACCT (WS-GLMT-IDX) TO WS-GOUT-RETRO-ACCT.
007730     WRITE GLAM-NEW-RECORD FROM WS-GLAM-OUT-RECORD.

007740 3200-EXIT.
007750     EXIT.

007760*================================================================
007770*  3300-SAVE-APPROVAL-QUEUE  -  EVERYTHING STILL WAITING FOR
007780*      APPROVAL, WRITTEN EVEN WHEN EMPTY.
007790*================================================================
007800 3300-SAVE-APPROVAL-QUEUE.

007810     OPEN OUTPUT REF-APPROVAL-QUEUE-FILE.
007820     IF FS-REF-APPROVAL-QUEUE NOT = '00'
007830         DISPLAY 'UNABLE TO OPEN REF-APPROVAL-QUEUE-FILE, '
007840             'STATUS = ' FS-REF-APPROVAL-QUEUE
007850         STOP RUN
007860     END-IF.

007870     PERFORM 3310-WRITE-ONE-QUEUED THRU 3310-EXIT
007880         VARYING WS-RAPQ-IDX FROM 1 BY 1
007890         UNTIL WS-RAPQ-IDX > WS-RAPQ-COUNT.

007900     CLOSE REF-APPROVAL-QUEUE-FILE.

007910 3300-EXIT.
007920     EXIT.

007930 3310-WRITE-ONE-QUEUED.

007940     IF WS-RAPQ-IS-QUEUED (WS-RAPQ-IDX)
007950         MOVE WS-RAPQ-QUEUED-DATE (WS-RAPQ-IDX)
007960             TO RAPQ-QUEUED-DATE
007970         MOVE WS-RAPQ-TRANS-IMAGE (WS-RAPQ-IDX)
007980             TO RAPQ-TRANS-IMAGE
007990         WRITE REF-APPROVAL-QUEUE-RECORD
008000     END-IF.

008010 3310-EXIT.
008020     EXIT.
