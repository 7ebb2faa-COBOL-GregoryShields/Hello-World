000010*================================================================
000020*  PROGRAM:     BUDG-MSTR-UPDT
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Maintains the indexed department budget master
000100*      (DEPTBUDG, keyed on department name plus fiscal period)
000110*      from the add/change/delete transaction file BUDGTRNS,
000120*      the same shape of job as DEPT-MSTR-UPDT.  Each record
000130*      carries the department's authorized headcount and its
000140*      annual salary budget for the fiscal period, which
000150*      BUDGET-REVIEW holds the actuals against.
000160*          'A'  -  add a budget (duplicate key rejected; the
000170*                  department must be an active department on
000180*                  the department master)
000190*          'C'  -  change an existing budget; zero fields are
000200*                  unchanged
000210*          'D'  -  delete a budget (not found rejected)
000220*      The fiscal period is YYYYMM and must be a real month.
000230*      Every transaction is listed on the maintenance report
000240*      as applied or rejected, with counts at end of job.
000250*
000260*  MODIFICATION HISTORY.
000270*      10/15/2026  DRO  ORIGINAL VERSION.
000273*      10/15/2026  DRO  A FAILED OPEN ENDS THE JOB WITH CONDITION
000276*                       CODE 16.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BUDG-MSTR-UPDT.
000310 AUTHOR. D. OKAFOR.
000320 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.

000380     SELECT BUDGET-TRANS-FILE ASSIGN TO "BUDGTRNS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-BUDGET-TRANS.

000410     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DBUD-KEY
000450         FILE STATUS IS FS-DEPT-BUDGET.

000460*    THE DEPARTMENT MASTER IS READ BY KEY TO PROVE A NEW
000470*    BUDGET IS FOR A REAL, OPEN DEPARTMENT.
000480     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS DPTM-DEPT-NAME
000520         FILE STATUS IS FS-DEPT-MASTER.

000530     SELECT MAINT-RPT-FILE ASSIGN TO "BUDGMRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-MAINT-RPT.

000560 DATA DIVISION.

000570 FILE SECTION.

000580 FD  BUDGET-TRANS-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY BUDGTRNS.

000610 FD  DEPT-BUDGET-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY DEPTBUDG.

000640 FD  DEPT-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DEPTMSTR.

000670 FD  MAINT-RPT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  MAINT-PRINT-LINE                  PIC X(80).

000700 WORKING-STORAGE SECTION.

000710 01  WS-FILE-STATUSES.
000720     05  FS-BUDGET-TRANS           PIC X(02).
000730     05  FS-DEPT-BUDGET            PIC X(02).
000740     05  FS-DEPT-MASTER            PIC X(02).
000750     05  FS-MAINT-RPT              PIC X(02).

000760 01  WS-SWITCHES.
000770     05  WS-TRANS-EOF-SW           PIC X(01) VALUE 'N'.
000780         88  WS-TRANS-EOF              VALUE 'Y'.
000790     05  WS-TRANS-OK-SW            PIC X(01) VALUE 'N'.
000800         88  WS-TRANS-OK               VALUE 'Y'.

000810 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000820 77  WS-TRANS-READ                 PIC 9(07) VALUE ZERO COMP.
000830 77  WS-TRANS-APPLIED              PIC 9(07) VALUE ZERO COMP.
000840 77  WS-TRANS-REJECTED             PIC 9(07) VALUE ZERO COMP.

000850 01  WS-MAINT-TITLE-LINE.
000860     05  FILLER                     PIC X(40)
000870         VALUE 'DEPARTMENT BUDGET MASTER MAINTENANCE RPT'.
000880     05  FILLER                     PIC X(40) VALUE SPACES.

000890 01  WS-MAINT-DETAIL-LINE.
000900     05  WS-MDL-ACTION              PIC X(01).
000910     05  FILLER                     PIC X(01) VALUE SPACES.
000920     05  WS-MDL-DEPT-NAME           PIC X(10).
000930     05  FILLER                     PIC X(01) VALUE SPACES.
000940     05  WS-MDL-FISCAL-PERIOD       PIC X(06).
000950     05  FILLER                     PIC X(02) VALUE SPACES.
000960     05  WS-MDL-RESULT              PIC X(56).
000970     05  FILLER                     PIC X(03) VALUE SPACES.

000980 PROCEDURE DIVISION.

000990*================================================================
001000*  0000-MAINLINE
001010*================================================================
001020 0000-MAINLINE.

001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001040     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001050         UNTIL WS-TRANS-EOF.

001060     PERFORM 3000-FINALIZE THRU 3000-EXIT.

001070     GOBACK.

001080*================================================================
001090*  1000-INITIALIZE  -  OPEN THE TRANSACTION FILE, THE BUDGET
001100*      MASTER (CREATING IT EMPTY ON THE FIRST RUN EVER), THE
001110*      DEPARTMENT MASTER FOR LOOKUPS, AND THE REPORT.
001120*================================================================
001130 1000-INITIALIZE.

001140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001150     OPEN INPUT BUDGET-TRANS-FILE.
001160     IF FS-BUDGET-TRANS NOT = '00'
001170         DISPLAY 'UNABLE TO OPEN BUDGET-TRANS-FILE, STATUS = '
001180             FS-BUDGET-TRANS
001185         MOVE 16 TO RETURN-CODE
001190         STOP RUN
001200     END-IF.

001210     OPEN I-O DEPT-BUDGET-FILE.
001220     IF FS-DEPT-BUDGET = '35'
001230         OPEN OUTPUT DEPT-BUDGET-FILE
001240         CLOSE DEPT-BUDGET-FILE
001250         OPEN I-O DEPT-BUDGET-FILE
001260     END-IF.
001270     IF FS-DEPT-BUDGET NOT = '00'
001280         DISPLAY 'UNABLE TO OPEN DEPT-BUDGET-FILE, STATUS = '
001290             FS-DEPT-BUDGET
001295         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.

001320     OPEN INPUT DEPT-MASTER-FILE.
001330     IF FS-DEPT-MASTER NOT = '00'
001340         DISPLAY 'UNABLE TO OPEN DEPT-MASTER-FILE, STATUS = '
001350             FS-DEPT-MASTER
001355         MOVE 16 TO RETURN-CODE
001360         STOP RUN
001370     END-IF.

001380     OPEN OUTPUT MAINT-RPT-FILE.
001390     IF FS-MAINT-RPT NOT = '00'
001400         DISPLAY 'UNABLE TO OPEN MAINT-RPT-FILE, STATUS = '
001410             FS-MAINT-RPT
001415         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.

001440     MOVE WS-MAINT-TITLE-LINE TO MAINT-PRINT-LINE.
001450     WRITE MAINT-PRINT-LINE.

001460 1000-EXIT.
001470     EXIT.

001480*================================================================
001490*  2000-APPLY-TRANSACTION  -  ONE TRANSACTION RECORD.  THE
001500*      FISCAL PERIOD IS PROVED BEFORE ANY ACTION IS TRIED.
001510*================================================================
001520 2000-APPLY-TRANSACTION.

001530     READ BUDGET-TRANS-FILE
001540         AT END
001550             MOVE 'Y' TO WS-TRANS-EOF-SW
001560     END-READ.

001570     IF WS-TRANS-EOF
001580         GO TO 2000-EXIT
001590     END-IF.

001600     ADD 1 TO WS-TRANS-READ.

001610     PERFORM 2500-VALIDATE-TRANSACTION THRU 2500-EXIT.
001620     IF NOT WS-TRANS-OK
001630         ADD 1 TO WS-TRANS-REJECTED
001640         GO TO 2000-EXIT
001650     END-IF.

001660     IF BTRN-IS-ADD
001670         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001680     ELSE
001690         IF BTRN-IS-CHANGE
001700             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
001710         ELSE
001720             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
001730         END-IF
001740     END-IF.

001750 2000-EXIT.
001760     EXIT.

001770*================================================================
001780*  2100-APPLY-ADD  -  WRITE A NEW BUDGET RECORD.  A KEY ALREADY
001790*      ON THE MASTER IS A REJECT, NOT AN OVERLAY, AND THE
001800*      DEPARTMENT MUST BE OPEN ON THE DEPARTMENT MASTER.  A
001810*      ZERO AUTHORIZED HEADCOUNT IS A LEGITIMATE BUDGET - A
001820*      DEPARTMENT BEING WOUND DOWN.
001830*================================================================
001840 2100-APPLY-ADD.

001850     MOVE BTRN-DEPT-NAME TO DPTM-DEPT-NAME.
001860     READ DEPT-MASTER-FILE
001870         INVALID KEY
001880             MOVE 'REJECTED - DEPT-NAME NOT ON DEPARTMENT MASTER'
001890                 TO WS-MDL-RESULT
001900             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001910             ADD 1 TO WS-TRANS-REJECTED
001920             GO TO 2100-EXIT
001930     END-READ.

001940     IF NOT DPTM-IS-ACTIVE
001950         MOVE 'REJECTED - DEPARTMENT IS CLOSED'
001960             TO WS-MDL-RESULT
001970         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
001980         ADD 1 TO WS-TRANS-REJECTED
001990         GO TO 2100-EXIT
002000     END-IF.

002010     MOVE BTRN-DEPT-NAME TO DBUD-DEPT-NAME.
002020     MOVE BTRN-FISCAL-PERIOD TO DBUD-FISCAL-PERIOD.
002030     MOVE BTRN-AUTH-HEADCOUNT TO DBUD-AUTH-HEADCOUNT.
002040     MOVE BTRN-SALARY-BUDGET TO DBUD-SALARY-BUDGET.
002050     MOVE WS-RUN-DATE TO DBUD-LAST-CHANGE-DATE.

002060     WRITE DEPT-BUDGET-RECORD
002070         INVALID KEY
002080             MOVE 'REJECTED - BUDGET ALREADY ON MASTER'
002090                 TO WS-MDL-RESULT
002100             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002110             ADD 1 TO WS-TRANS-REJECTED
002120         NOT INVALID KEY
002130             MOVE 'ADDED' TO WS-MDL-RESULT
002140             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002150             ADD 1 TO WS-TRANS-APPLIED
002160     END-WRITE.

002170 2100-EXIT.
002180     EXIT.

002190*================================================================
002200*  2200-APPLY-CHANGE  -  READ THE RECORD, OVERLAY ONLY THE
002210*      FIELDS THE TRANSACTION SUPPLIES, AND REWRITE IT.
002220*================================================================
002230 2200-APPLY-CHANGE.

002240     MOVE BTRN-DEPT-NAME TO DBUD-DEPT-NAME.
002250     MOVE BTRN-FISCAL-PERIOD TO DBUD-FISCAL-PERIOD.
002260     READ DEPT-BUDGET-FILE
002270         INVALID KEY
002280             MOVE 'REJECTED - BUDGET NOT ON MASTER'
002290                 TO WS-MDL-RESULT
002300             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002310             ADD 1 TO WS-TRANS-REJECTED
002320             GO TO 2200-EXIT
002330     END-READ.

002340     IF BTRN-AUTH-HEADCOUNT NOT = ZERO
002350         MOVE BTRN-AUTH-HEADCOUNT TO DBUD-AUTH-HEADCOUNT
002360     END-IF.
002370     IF BTRN-SALARY-BUDGET NOT = ZERO
002380         MOVE BTRN-SALARY-BUDGET TO DBUD-SALARY-BUDGET
002390     END-IF.
002400     MOVE WS-RUN-DATE TO DBUD-LAST-CHANGE-DATE.

002410     REWRITE DEPT-BUDGET-RECORD
002420         INVALID KEY
002430             MOVE 'REJECTED - REWRITE FAILED'
002440                 TO WS-MDL-RESULT
002450             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002460             ADD 1 TO WS-TRANS-REJECTED
002470         NOT INVALID KEY
002480             MOVE 'CHANGED' TO WS-MDL-RESULT
002490             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002500             ADD 1 TO WS-TRANS-APPLIED
002510     END-REWRITE.

002520 2200-EXIT.
002530     EXIT.

002540*================================================================
002550*  2300-APPLY-DELETE  -  REMOVE THE RECORD FROM THE MASTER.
002560*================================================================
002570 2300-APPLY-DELETE.

002580     MOVE BTRN-DEPT-NAME TO DBUD-DEPT-NAME.
002590     MOVE BTRN-FISCAL-PERIOD TO DBUD-FISCAL-PERIOD.
002600     DELETE DEPT-BUDGET-FILE
002610         INVALID KEY
002620             MOVE 'REJECTED - BUDGET NOT ON MASTER'
002630                 TO WS-MDL-RESULT
002640             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002650             ADD 1 TO WS-TRANS-REJECTED
002660         NOT INVALID KEY
002670             MOVE 'DELETED' TO WS-MDL-RESULT
002680             PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002690             ADD 1 TO WS-TRANS-APPLIED
002700     END-DELETE.

002710 2300-EXIT.
002720     EXIT.

002730*================================================================
002740*  2400-WRITE-MAINT-LINE  -  ONE REPORT LINE PER TRANSACTION.
002750*      THE CALLER HAS ALREADY MOVED WS-MDL-RESULT.
002760*================================================================
002770 2400-WRITE-MAINT-LINE.

002780     MOVE BTRN-ACTION-CODE TO WS-MDL-ACTION.
002790     MOVE BTRN-DEPT-NAME TO WS-MDL-DEPT-NAME.
002800     MOVE BTRN-FISCAL-PERIOD-X TO WS-MDL-FISCAL-PERIOD.
002810     MOVE WS-MAINT-DETAIL-LINE TO MAINT-PRINT-LINE.
002820     WRITE MAINT-PRINT-LINE.

002830 2400-EXIT.
002840     EXIT.

002850*================================================================
002860*  2500-VALIDATE-TRANSACTION  -  THE ACTION CODE, THE FISCAL
002870*      PERIOD, AND ON AN ADD OR CHANGE THE AMOUNT FIELDS MUST
002880*      ALL BE USABLE.  A REJECT IS REPORTED BY THIS PARAGRAPH.
002890*================================================================
002900 2500-VALIDATE-TRANSACTION.

002910     MOVE 'N' TO WS-TRANS-OK-SW.

002920     IF NOT BTRN-IS-ADD AND NOT BTRN-IS-CHANGE
002930             AND NOT BTRN-IS-DELETE
002940         MOVE 'REJECTED - ACTION CODE NOT A, C, OR D'
002950             TO WS-MDL-RESULT
002960         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
002970         GO TO 2500-EXIT
002980     END-IF.

002990     IF BTRN-DEPT-NAME = SPACES
003000         MOVE 'REJECTED - DEPT-NAME IS REQUIRED'
003010             TO WS-MDL-RESULT
003020         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
003030         GO TO 2500-EXIT
003040     END-IF.

003050     IF BTRN-FISCAL-PERIOD NOT NUMERIC
003060             OR BTRN-FISCAL-MONTH < 1
003070             OR BTRN-FISCAL-MONTH > 12
003080         MOVE 'REJECTED - FISCAL PERIOD NOT A VALID YYYYMM'
003090             TO WS-MDL-RESULT
003100         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
003110         GO TO 2500-EXIT
003120     END-IF.

003130     IF BTRN-IS-DELETE
003140         MOVE 'Y' TO WS-TRANS-OK-SW
003150         GO TO 2500-EXIT
003160     END-IF.

003170     IF BTRN-AUTH-HEADCOUNT NOT NUMERIC
003180             OR BTRN-SALARY-BUDGET NOT NUMERIC
003190         MOVE 'REJECTED - HEADCOUNT OR SALARY BUDGET NOT NUMERIC'
003200             TO WS-MDL-RESULT
003210         PERFORM 2400-WRITE-MAINT-LINE THRU 2400-EXIT
003220         GO TO 2500-EXIT
003230     END-IF.

003240     MOVE 'Y' TO WS-TRANS-OK-SW.

003250 2500-EXIT.
003260     EXIT.

003270*================================================================
003280*  3000-FINALIZE  -  CLOSE UP AND SHOW THE COUNTS.
003290*================================================================
003300 3000-FINALIZE.

003310     CLOSE BUDGET-TRANS-FILE.
003320     CLOSE DEPT-BUDGET-FILE.
003330     CLOSE DEPT-MASTER-FILE.
003340     CLOSE MAINT-RPT-FILE.

003350     DISPLAY 'BUDGET TRANSACTIONS READ:    ' WS-TRANS-READ.
003360     DISPLAY 'BUDGET TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED.
003370     DISPLAY 'BUDGET TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.

003380 3000-EXIT.
003390     EXIT.
