000010*================================================================
000020*  PROGRAM:     BUDGET-REVIEW
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Budget-versus-actual headcount and salary report.  Each
000100*      department's governing budget on the department budget
000110*      master (DEPTBUDG - the record with the latest fiscal
000120*      period not after the current month) is set against:
000130*        - ACTUAL:   the employees on EMPMSTR, active or on
000135*                    leave, counted and their annual
000140*                    EMP-SALARY summed;
000150*        - LAST RUN: the headcount and salary subtotal the
000160*                    last daily EMPL-DEPT run saw (DEPTTOTS).
000170*      For each department and for the company the report
000180*      shows the variance (budget less actual - negative is
000190*      over budget) and the percent of budget used, and flags
000200*      any line that is over budget.  Departments with actual
000210*      staff but no budget are listed and flagged as well.
000220*      ENDS WITH CONDITION CODE 04 WHEN ANY DEPARTMENT CARRIES
000230*      MORE EMPLOYEES (ACTIVE OR ON LEAVE) THAN ITS AUTHORIZED
000240*      HEADCOUNT - ONE WITH STAFF BUT NO BUDGET COUNTS AS OVER -
000243*      SO A HIRING FREEZE CAN BE ENFORCED FROM THE JOB STREAM.
000250*
000260*  MODIFICATION HISTORY.
000270*      10/15/2026  DRO  ORIGINAL VERSION.
000271*      10/15/2026  DRO  EMPLOYEES ON LEAVE COUNT IN ACTUAL, AS
000272*                       THEY DO ON THE LAST RUN.  A FAILED OPEN OR
000273*                       A FULL TABLE ENDS THE JOB WITH CONDITION
000274*                       CODE 16.
000275*      10/15/2026  DRO  A DEPARTMENT WITH STAFF BUT NO BUDGET
000276*                       COUNTS AS OVER HEADCOUNT.  PERCENT USED
000277*                       CAPS AT 9999.9 AS THE REPORT SHOWS IT.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BUDGET-REVIEW.
000310 AUTHOR. D. OKAFOR.
000320 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.

000380     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS DBUD-KEY
000420         FILE STATUS IS FS-DEPT-BUDGET.

000430     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EMPM-EMP-ID
000470         FILE STATUS IS FS-EMP-MASTER.

000480*    THE DAILY RUN'S DEPARTMENT TOTALS SNAPSHOT.  MISSING
000490*    BEFORE THE FIRST DAILY RUN - NOT AN ERROR.
000500     SELECT DEPT-TOTALS-FILE ASSIGN TO "DEPTTOTS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-DEPT-TOTALS.

000530     SELECT BUDGET-RPT-FILE ASSIGN TO "BUDGRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-BUDGET-RPT.

000560 DATA DIVISION.

000570 FILE SECTION.

000580 FD  DEPT-BUDGET-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY DEPTBUDG.

000610 FD  EMPLOYEE-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY EMPMSTR.

000640 FD  DEPT-TOTALS-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DEPTTOTS.

000670 FD  BUDGET-RPT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  BUDGET-PRINT-LINE                 PIC X(80).

000700 WORKING-STORAGE SECTION.

000710 01  WS-FILE-STATUSES.
000720     05  FS-DEPT-BUDGET            PIC X(02).
000730     05  FS-EMP-MASTER             PIC X(02).
000740     05  FS-DEPT-TOTALS            PIC X(02).
000750     05  FS-BUDGET-RPT             PIC X(02).

000760 01  WS-SWITCHES.
000770     05  WS-BUDGET-EOF-SW          PIC X(01) VALUE 'N'.
000780         88  WS-BUDGET-EOF             VALUE 'Y'.
000790     05  WS-EMP-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
000800         88  WS-EMP-MASTER-EOF         VALUE 'Y'.
000810     05  WS-DTOT-EOF-SW            PIC X(01) VALUE 'N'.
000820         88  WS-DTOT-EOF               VALUE 'Y'.

000830 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000840 77  WS-CURRENT-PERIOD             PIC 9(06) VALUE ZERO.
000850 77  WS-FIND-DEPT-NAME             PIC X(10) VALUE SPACES.
000860 77  WS-DEPTS-REPORTED             PIC 9(05) VALUE ZERO COMP.
000870 77  WS-DEPTS-OVER-HEADS           PIC 9(05) VALUE ZERO COMP.
000880 77  WS-DEPTS-OVER-SALARY          PIC 9(05) VALUE ZERO COMP.
000890 77  WS-DEPTS-UNBUDGETED           PIC 9(05) VALUE ZERO COMP.
000900 77  WS-PCT-USED                   PIC 9(04)V9 VALUE ZERO COMP.

000910*----------------------------------------------------------------
000920*  ONE ENTRY PER DEPARTMENT WITH A BUDGET, STAFF, OR A
000930*  LAST-RUN SNAPSHOT.  THE BUDGET MASTER IS READ IN KEY ORDER,
000940*  SO A DEPARTMENT'S PERIODS ARRIVE OLDEST FIRST AND THE LAST
000950*  ONE NOT AFTER THE CURRENT MONTH IS LEFT IN THE ENTRY.
000960*  WS-BUDT-BUDGETED-SW IS 'N' FOR A DEPARTMENT THAT TURNED UP
000970*  ONLY IN THE ACTUALS.  SIZED LIKE THE DAILY RUN'S LOOKUP
000980*  TABLES; 1900-ADD-DEPT-ENTRY REFUSES TO OVERRUN IT.
000990*----------------------------------------------------------------
001000 77  WS-BUDT-MAX                   PIC 9(05) VALUE 99999 COMP.
001010 77  WS-BUDT-COUNT                 PIC 9(05) VALUE ZERO COMP.

001020 01  WS-BUDGET-TABLE.
001030     05  WS-BUDT-ENTRY              OCCURS 1 TO 99999 TIMES
001040                                     DEPENDING ON WS-BUDT-COUNT
001050                                     INDEXED BY WS-BUDT-IDX.
001060         10  WS-BUDT-DEPT-NAME      PIC X(10).
001070         10  WS-BUDT-BUDGETED-SW    PIC X(01).
001080             88  WS-BUDT-BUDGETED       VALUE 'Y'.
001090         10  WS-BUDT-FISCAL-PERIOD  PIC 9(06).
001100         10  WS-BUDT-AUTH-HEADS     PIC 9(05).
001110         10  WS-BUDT-SALARY-BUDGET  PIC 9(09).
001120         10  WS-BUDT-ACTUAL-HEADS   PIC 9(05).
001130         10  WS-BUDT-ACTUAL-SALARY  PIC 9(11).
001140         10  WS-BUDT-LAST-HEADS     PIC 9(05).
001150         10  WS-BUDT-LAST-SALARY    PIC 9(11).

001160 77  WS-CO-AUTH-HEADS              PIC 9(07) VALUE ZERO COMP.
001170 77  WS-CO-SALARY-BUDGET           PIC 9(11) VALUE ZERO COMP.
001180 77  WS-CO-ACTUAL-HEADS            PIC 9(07) VALUE ZERO COMP.
001190 77  WS-CO-ACTUAL-SALARY           PIC 9(11) VALUE ZERO COMP.
001200 77  WS-CO-LAST-HEADS              PIC 9(07) VALUE ZERO COMP.
001210 77  WS-CO-LAST-SALARY             PIC 9(11) VALUE ZERO COMP.

001220*----------------------------------------------------------------
001230*  ONE REPORT LINE IS STAGED HERE FROM THESE FIGURES BY
001240*  2100-FORMAT-BUDGET-LINE, FOR A DEPARTMENT OR THE COMPANY.
001250*----------------------------------------------------------------
001260 77  WS-LINE-BUDGET                PIC 9(11) VALUE ZERO COMP.
001270 77  WS-LINE-ACTUAL                PIC 9(11) VALUE ZERO COMP.
001280 77  WS-LINE-LAST-RUN              PIC 9(11) VALUE ZERO COMP.
001290 77  WS-LINE-BUDGETED-SW           PIC X(01) VALUE 'N'.
001300     88  WS-LINE-BUDGETED              VALUE 'Y'.
001310 77  WS-LINE-OVER-SW               PIC X(01) VALUE 'N'.
001320     88  WS-LINE-OVER                  VALUE 'Y'.

001330 01  WS-BUDGET-TITLE-LINE.
001340     05  FILLER                     PIC X(36)
001350         VALUE 'BUDGET VERSUS ACTUAL REPORT - MONTH '.
001360     05  WS-BTL-PERIOD              PIC 9(06).
001370     05  FILLER                     PIC X(38) VALUE SPACES.

001380 01  WS-BUDGET-HDR-LINE.
001390     05  FILLER                     PIC X(11) VALUE 'DEPT'.
001400     05  FILLER                     PIC X(07) VALUE 'ITEM'.
001410     05  FILLER                     PIC X(12) VALUE '     BUDGET'.
001420     05  FILLER                     PIC X(12) VALUE '     ACTUAL'.
001430     05  FILLER                     PIC X(12) VALUE '   LAST RUN'.
001440     05  FILLER                     PIC X(13)
001450         VALUE '    VARIANCE'.
001460     05  FILLER                     PIC X(07) VALUE ' %USED'.
001470     05  FILLER                     PIC X(06) VALUE 'FLAG'.

001480 01  WS-BUDGET-DETAIL-LINE.
001490     05  WS-BDL-DEPT-NAME           PIC X(10).
001500     05  FILLER                     PIC X(01) VALUE SPACES.
001510     05  WS-BDL-ITEM                PIC X(06).
001520     05  FILLER                     PIC X(01) VALUE SPACES.
001530     05  WS-BDL-BUDGET              PIC ZZZ,ZZZ,ZZ9.
001540     05  FILLER                     PIC X(01) VALUE SPACES.
001550     05  WS-BDL-ACTUAL              PIC ZZZ,ZZZ,ZZ9.
001560     05  FILLER                     PIC X(01) VALUE SPACES.
001570     05  WS-BDL-LAST-RUN            PIC ZZZ,ZZZ,ZZ9.
001580     05  FILLER                     PIC X(01) VALUE SPACES.
001590     05  WS-BDL-VARIANCE            PIC -ZZZ,ZZZ,ZZ9.
001600     05  FILLER                     PIC X(01) VALUE SPACES.
001610     05  WS-BDL-PCT-USED            PIC X(06).
001620     05  FILLER                     PIC X(01) VALUE SPACES.
001630     05  WS-BDL-FLAG                PIC X(06).

001640*    EDITING STAGE FOR THE %USED COLUMN, WHICH PRINTS EITHER A
001650*    NUMBER OR 'N/A' AND SO IS ALPHANUMERIC ON THE LINE.
001660 77  WS-PCT-EDITED                 PIC ZZZ9.9.

001670 01  WS-BUDGET-BLANK-LINE           PIC X(80) VALUE SPACES.

001680 PROCEDURE DIVISION.

001690*================================================================
001700*  0000-MAINLINE
001710*================================================================
001720 0000-MAINLINE.

001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001740     PERFORM 2000-REPORT-ONE-DEPT THRU 2000-EXIT
001750         VARYING WS-BUDT-IDX FROM 1 BY 1
001760         UNTIL WS-BUDT-IDX > WS-BUDT-COUNT.

001770     PERFORM 3000-FINALIZE THRU 3000-EXIT.

001780     IF WS-DEPTS-OVER-HEADS > ZERO
001790         MOVE 4 TO RETURN-CODE
001800     END-IF.

001810     GOBACK.

001820*================================================================
001830*  1000-INITIALIZE  -  LOAD THE GOVERNING BUDGETS, THEN THE
001840*      ACTUALS FROM THE EMPLOYEE MASTER AND THE LAST RUN'S
001850*      DEPARTMENT TOTALS, AND OPEN THE REPORT.
001860*================================================================
001870 1000-INITIALIZE.

001880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001890     MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD.

001900     PERFORM 1100-LOAD-BUDGETS THRU 1100-EXIT.
001910     PERFORM 1200-LOAD-ACTUALS THRU 1200-EXIT.
001920     PERFORM 1300-LOAD-LAST-RUN-TOTALS THRU 1300-EXIT.

001930     OPEN OUTPUT BUDGET-RPT-FILE.
001940     IF FS-BUDGET-RPT NOT = '00'
001950         DISPLAY 'UNABLE TO OPEN BUDGET-RPT-FILE, STATUS = '
001960             FS-BUDGET-RPT
001965         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.

001990     MOVE WS-CURRENT-PERIOD TO WS-BTL-PERIOD.
002000     MOVE WS-BUDGET-TITLE-LINE TO BUDGET-PRINT-LINE.
002010     WRITE BUDGET-PRINT-LINE.
002020     MOVE WS-BUDGET-BLANK-LINE TO BUDGET-PRINT-LINE.
002030     WRITE BUDGET-PRINT-LINE.
002040     MOVE WS-BUDGET-HDR-LINE TO BUDGET-PRINT-LINE.
002050     WRITE BUDGET-PRINT-LINE.

002060 1000-EXIT.
002070     EXIT.

002080*================================================================
002090*  1100-LOAD-BUDGETS  -  THE BUDGET MASTER IS A REQUIRED FILE;
002100*      BUDG-MSTR-UPDT CREATES IT.  WALKED IN KEY ORDER.
002110*================================================================
002120 1100-LOAD-BUDGETS.

002130     OPEN INPUT DEPT-BUDGET-FILE.
002140     IF FS-DEPT-BUDGET NOT = '00'
002150         DISPLAY 'UNABLE TO OPEN DEPT-BUDGET-FILE, STATUS = '
002160             FS-DEPT-BUDGET
002165         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.

002190     MOVE LOW-VALUES TO DBUD-KEY.
002200     START DEPT-BUDGET-FILE
002210         KEY IS NOT LESS THAN DBUD-KEY
002220         INVALID KEY
002230             MOVE 'Y' TO WS-BUDGET-EOF-SW
002240     END-START.

002250     PERFORM 1110-READ-ONE-BUDGET THRU 1110-EXIT
002260         UNTIL WS-BUDGET-EOF.
002270     CLOSE DEPT-BUDGET-FILE.

002280 1100-EXIT.
002290     EXIT.

002300 1110-READ-ONE-BUDGET.

002310     READ DEPT-BUDGET-FILE NEXT RECORD
002320         AT END
002330             MOVE 'Y' TO WS-BUDGET-EOF-SW
002340     END-READ.
002350     IF WS-BUDGET-EOF
002360         GO TO 1110-EXIT
002370     END-IF.

002380*    A BUDGET FOR A LATER PERIOD IS NOT IN FORCE YET.
002390     IF DBUD-FISCAL-PERIOD > WS-CURRENT-PERIOD
002400         GO TO 1110-EXIT
002410     END-IF.

002420     MOVE DBUD-DEPT-NAME TO WS-FIND-DEPT-NAME.
002430     PERFORM 1800-FIND-DEPT-ENTRY THRU 1800-EXIT.

002440     MOVE 'Y' TO WS-BUDT-BUDGETED-SW (WS-BUDT-IDX).
002450     MOVE DBUD-FISCAL-PERIOD
002460         TO WS-BUDT-FISCAL-PERIOD (WS-BUDT-IDX).
002470     MOVE DBUD-AUTH-HEADCOUNT TO WS-BUDT-AUTH-HEADS (WS-BUDT-IDX).
002480     MOVE DBUD-SALARY-BUDGET
002490         TO WS-BUDT-SALARY-BUDGET (WS-BUDT-IDX).

002500 1110-EXIT.
002510     EXIT.

002520*================================================================
002530*  1200-LOAD-ACTUALS  -  EVERY EMPLOYEE ON THE EMPLOYEE MASTER
002540*      WHO IS ACTIVE OR ON LEAVE COUNTS AGAINST THE DEPARTMENT
002545*      THEY ARE IN - A LEAVE STILL HOLDS ITS POSITION.
002550*================================================================
002560 1200-LOAD-ACTUALS.

002570     OPEN INPUT EMPLOYEE-MASTER-FILE.
002580     IF FS-EMP-MASTER NOT = '00'
002590         DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS = '
002600             FS-EMP-MASTER
002605         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.

002630     MOVE LOW-VALUES TO EMPM-EMP-ID.
002640     START EMPLOYEE-MASTER-FILE
002650         KEY IS NOT LESS THAN EMPM-EMP-ID
002660         INVALID KEY
002670             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
002680     END-START.

002690     PERFORM 1210-READ-ONE-EMPLOYEE THRU 1210-EXIT
002700         UNTIL WS-EMP-MASTER-EOF.
002710     CLOSE EMPLOYEE-MASTER-FILE.

002720 1200-EXIT.
002730     EXIT.

002740 1210-READ-ONE-EMPLOYEE.

002750     READ EMPLOYEE-MASTER-FILE NEXT RECORD
002760         AT END
002770             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
002780     END-READ.
002790     IF WS-EMP-MASTER-EOF
002800         GO TO 1210-EXIT
002810     END-IF.

002820     IF NOT EMPM-IS-EMPLOYED
002830         GO TO 1210-EXIT
002840     END-IF.

002850     MOVE EMPM-DEPT-NAME TO WS-FIND-DEPT-NAME.
002860     PERFORM 1800-FIND-DEPT-ENTRY THRU 1800-EXIT.

002870     ADD 1 TO WS-BUDT-ACTUAL-HEADS (WS-BUDT-IDX).
002880     ADD EMPM-EMP-SALARY TO WS-BUDT-ACTUAL-SALARY (WS-BUDT-IDX).

002890 1210-EXIT.
002900     EXIT.

002910*================================================================
002920*  1300-LOAD-LAST-RUN-TOTALS  -  THE DAILY RUN'S SNAPSHOT.
002930*      MISSING BEFORE THE FIRST DAILY RUN - NOT AN ERROR.
002940*================================================================
002950 1300-LOAD-LAST-RUN-TOTALS.

002960     OPEN INPUT DEPT-TOTALS-FILE.
002970     IF FS-DEPT-TOTALS = '35'
002980         GO TO 1300-EXIT
002990     END-IF.
003000     IF FS-DEPT-TOTALS NOT = '00'
003010         DISPLAY 'UNABLE TO OPEN DEPT-TOTALS-FILE, STATUS = '
003020             FS-DEPT-TOTALS
003025         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.

003050     PERFORM 1310-READ-ONE-DEPT-TOTAL THRU 1310-EXIT
003060         UNTIL WS-DTOT-EOF.
003070     CLOSE DEPT-TOTALS-FILE.

003080 1300-EXIT.
003090     EXIT.

003100 1310-READ-ONE-DEPT-TOTAL.

003110     READ DEPT-TOTALS-FILE
003120         AT END
003130             MOVE 'Y' TO WS-DTOT-EOF-SW
003140     END-READ.
003150     IF WS-DTOT-EOF
003160         GO TO 1310-EXIT
003170     END-IF.

003180     MOVE DTOT-DEPT-NAME TO WS-FIND-DEPT-NAME.
003190     PERFORM 1800-FIND-DEPT-ENTRY THRU 1800-EXIT.

003200     MOVE DTOT-EMP-COUNT TO WS-BUDT-LAST-HEADS (WS-BUDT-IDX).
003210     MOVE DTOT-SALARY-TOTAL TO WS-BUDT-LAST-SALARY (WS-BUDT-IDX).

003220 1310-EXIT.
003230     EXIT.

003240*================================================================
003250*  1800-FIND-DEPT-ENTRY  -  POINT WS-BUDT-IDX AT WS-FIND-DEPT-
003260*      NAME'S ENTRY, CREATING IT THE FIRST TIME THE DEPARTMENT
003270*      IS SEEN.
003280*================================================================
003290 1800-FIND-DEPT-ENTRY.

003300     SET WS-BUDT-IDX TO 1.
003310     IF WS-BUDT-COUNT > ZERO
003320         SEARCH WS-BUDT-ENTRY
003330             AT END
003340                 PERFORM 1900-ADD-DEPT-ENTRY THRU 1900-EXIT
003350             WHEN WS-BUDT-DEPT-NAME (WS-BUDT-IDX)
003360                     = WS-FIND-DEPT-NAME
003370                 CONTINUE
003380         END-SEARCH
003390     ELSE
003400         PERFORM 1900-ADD-DEPT-ENTRY THRU 1900-EXIT
003410     END-IF.

003420 1800-EXIT.
003430     EXIT.

003440 1900-ADD-DEPT-ENTRY.

003450     IF WS-BUDT-COUNT = WS-BUDT-MAX
003460         DISPLAY 'MORE THAN ' WS-BUDT-MAX ' DEPARTMENTS - '
003470             'WS-BUDGET-TABLE IS FULL'
003475         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     ADD 1 TO WS-BUDT-COUNT.
003510     SET WS-BUDT-IDX TO WS-BUDT-COUNT.
003520     MOVE WS-FIND-DEPT-NAME TO WS-BUDT-DEPT-NAME (WS-BUDT-IDX).
003530     MOVE 'N' TO WS-BUDT-BUDGETED-SW (WS-BUDT-IDX).
003540     MOVE ZERO TO WS-BUDT-FISCAL-PERIOD (WS-BUDT-IDX).
003550     MOVE ZERO TO WS-BUDT-AUTH-HEADS (WS-BUDT-IDX).
003560     MOVE ZERO TO WS-BUDT-SALARY-BUDGET (WS-BUDT-IDX).
003570     MOVE ZERO TO WS-BUDT-ACTUAL-HEADS (WS-BUDT-IDX).
003580     MOVE ZERO TO WS-BUDT-ACTUAL-SALARY (WS-BUDT-IDX).
003590     MOVE ZERO TO WS-BUDT-LAST-HEADS (WS-BUDT-IDX).
003600     MOVE ZERO TO WS-BUDT-LAST-SALARY (WS-BUDT-IDX).

003610 1900-EXIT.
003620     EXIT.

003630*================================================================
003640*  2000-REPORT-ONE-DEPT  -  A HEADCOUNT LINE AND A SALARY LINE
003650*      FOR ONE DEPARTMENT, ROLLED INTO THE COMPANY TOTALS.  A
003660*      DEPARTMENT WITH NO BUDGET, NO STAFF, AND NOTHING
003670*      ON THE LAST RUN IS NOT PRINTED.  ONE WITH STAFF BUT NO
003673*      BUDGET HAS AN AUTHORIZED HEADCOUNT OF ZERO, SO IT IS
003676*      COUNTED AS OVER HEADCOUNT AS WELL AS UNBUDGETED.
003680*================================================================
003690 2000-REPORT-ONE-DEPT.

003700     IF NOT WS-BUDT-BUDGETED (WS-BUDT-IDX)
003710             AND WS-BUDT-ACTUAL-HEADS (WS-BUDT-IDX) = ZERO
003720             AND WS-BUDT-LAST-HEADS (WS-BUDT-IDX) = ZERO
003730         GO TO 2000-EXIT
003740     END-IF.

003750     ADD 1 TO WS-DEPTS-REPORTED.
003760     IF NOT WS-BUDT-BUDGETED (WS-BUDT-IDX)
003770         ADD 1 TO WS-DEPTS-UNBUDGETED
003772         IF WS-BUDT-ACTUAL-HEADS (WS-BUDT-IDX) > ZERO
003774             ADD 1 TO WS-DEPTS-OVER-HEADS
003776         END-IF
003780     END-IF.

003790     MOVE WS-BUDT-BUDGETED-SW (WS-BUDT-IDX)
003800         TO WS-LINE-BUDGETED-SW.

003810     MOVE WS-BUDT-DEPT-NAME (WS-BUDT-IDX) TO WS-BDL-DEPT-NAME.
003820     MOVE 'HEADS ' TO WS-BDL-ITEM.
003830     MOVE WS-BUDT-AUTH-HEADS (WS-BUDT-IDX) TO WS-LINE-BUDGET.
003840     MOVE WS-BUDT-ACTUAL-HEADS (WS-BUDT-IDX) TO WS-LINE-ACTUAL.
003850     MOVE WS-BUDT-LAST-HEADS (WS-BUDT-IDX) TO WS-LINE-LAST-RUN.
003860     PERFORM 2100-FORMAT-BUDGET-LINE THRU 2100-EXIT.
003870     IF WS-LINE-OVER
003880         ADD 1 TO WS-DEPTS-OVER-HEADS
003890     END-IF.

003900     MOVE SPACES TO WS-BDL-DEPT-NAME.
003910     MOVE 'SALARY' TO WS-BDL-ITEM.
003920     MOVE WS-BUDT-SALARY-BUDGET (WS-BUDT-IDX) TO WS-LINE-BUDGET.
003930     MOVE WS-BUDT-ACTUAL-SALARY (WS-BUDT-IDX) TO WS-LINE-ACTUAL.
003940     MOVE WS-BUDT-LAST-SALARY (WS-BUDT-IDX) TO WS-LINE-LAST-RUN.
003950     PERFORM 2100-FORMAT-BUDGET-LINE THRU 2100-EXIT.
003960     IF WS-LINE-OVER
003970         ADD 1 TO WS-DEPTS-OVER-SALARY
003980     END-IF.

003990     ADD WS-BUDT-AUTH-HEADS (WS-BUDT-IDX) TO WS-CO-AUTH-HEADS.
004000     ADD WS-BUDT-SALARY-BUDGET (WS-BUDT-IDX)
004010         TO WS-CO-SALARY-BUDGET.
004020     ADD WS-BUDT-ACTUAL-HEADS (WS-BUDT-IDX) TO WS-CO-ACTUAL-HEADS.
004030     ADD WS-BUDT-ACTUAL-SALARY (WS-BUDT-IDX)
004040         TO WS-CO-ACTUAL-SALARY.
004050     ADD WS-BUDT-LAST-HEADS (WS-BUDT-IDX) TO WS-CO-LAST-HEADS.
004060     ADD WS-BUDT-LAST-SALARY (WS-BUDT-IDX) TO WS-CO-LAST-SALARY.

004070 2000-EXIT.
004080     EXIT.

004090*================================================================
004100*  2100-FORMAT-BUDGET-LINE  -  ONE REPORT LINE FROM WS-LINE-
004110*      BUDGET/ACTUAL/LAST-RUN.  VARIANCE IS BUDGET LESS ACTUAL;
004120*      PERCENT USED IS ACTUAL OVER BUDGET.  WS-LINE-OVER-SW IS
004130*      SET WHEN ACTUAL EXCEEDS A BUDGET.  AN UNBUDGETED LINE
004140*      HAS NO VARIANCE OR PERCENT TO SHOW.
004150*================================================================
004160 2100-FORMAT-BUDGET-LINE.

004170     MOVE 'N' TO WS-LINE-OVER-SW.
004180     MOVE WS-LINE-BUDGET TO WS-BDL-BUDGET.
004190     MOVE WS-LINE-ACTUAL TO WS-BDL-ACTUAL.
004200     MOVE WS-LINE-LAST-RUN TO WS-BDL-LAST-RUN.
004210     MOVE SPACES TO WS-BDL-FLAG.

004220     IF NOT WS-LINE-BUDGETED
004230         MOVE ZERO TO WS-BDL-VARIANCE
004240         MOVE '   N/A' TO WS-BDL-PCT-USED
004250         MOVE 'NO BUD' TO WS-BDL-FLAG
004260         PERFORM 2110-WRITE-BUDGET-LINE THRU 2110-EXIT
004270         GO TO 2100-EXIT
004280     END-IF.

004290     COMPUTE WS-BDL-VARIANCE = WS-LINE-BUDGET - WS-LINE-ACTUAL.

004300     IF WS-LINE-BUDGET > ZERO
004310         COMPUTE WS-PCT-USED ROUNDED =
004320             (WS-LINE-ACTUAL * 100) / WS-LINE-BUDGET
004330             ON SIZE ERROR
004340                 MOVE 9999.9 TO WS-PCT-USED
004350         END-COMPUTE
004360         MOVE WS-PCT-USED TO WS-PCT-EDITED
004370         MOVE WS-PCT-EDITED TO WS-BDL-PCT-USED
004380     ELSE
004390         MOVE '   N/A' TO WS-BDL-PCT-USED
004400     END-IF.

004410     IF WS-LINE-ACTUAL > WS-LINE-BUDGET
004420         MOVE 'Y' TO WS-LINE-OVER-SW
004430         MOVE '*OVER*' TO WS-BDL-FLAG
004440     END-IF.

004450     PERFORM 2110-WRITE-BUDGET-LINE THRU 2110-EXIT.

004460 2100-EXIT.
004470     EXIT.

004480 2110-WRITE-BUDGET-LINE.

004490     MOVE WS-BUDGET-DETAIL-LINE TO BUDGET-PRINT-LINE.
004500     WRITE BUDGET-PRINT-LINE.

004510 2110-EXIT.
004520     EXIT.

004530*================================================================
004540*  3000-FINALIZE  -  COMPANY TOTALS, CLOSE UP, AND SHOW THE
004550*      COUNTS.  THE COMPANY ACTUAL INCLUDES UNBUDGETED
004560*      DEPARTMENTS - EVERY ACTIVE OR ON-LEAVE EMPLOYEE COUNTS
004570*      AGAINST THE COMPANY BUDGET.
004580*================================================================
004590 3000-FINALIZE.

004600     MOVE WS-BUDGET-BLANK-LINE TO BUDGET-PRINT-LINE.
004610     WRITE BUDGET-PRINT-LINE.

004620     MOVE 'Y' TO WS-LINE-BUDGETED-SW.
004630     MOVE 'COMPANY' TO WS-BDL-DEPT-NAME.
004640     MOVE 'HEADS ' TO WS-BDL-ITEM.
004650     MOVE WS-CO-AUTH-HEADS TO WS-LINE-BUDGET.
004660     MOVE WS-CO-ACTUAL-HEADS TO WS-LINE-ACTUAL.
004670     MOVE WS-CO-LAST-HEADS TO WS-LINE-LAST-RUN.
004680     PERFORM 2100-FORMAT-BUDGET-LINE THRU 2100-EXIT.

004690     MOVE SPACES TO WS-BDL-DEPT-NAME.
004700     MOVE 'SALARY' TO WS-BDL-ITEM.
004710     MOVE WS-CO-SALARY-BUDGET TO WS-LINE-BUDGET.
004720     MOVE WS-CO-ACTUAL-SALARY TO WS-LINE-ACTUAL.
004730     MOVE WS-CO-LAST-SALARY TO WS-LINE-LAST-RUN.
004740     PERFORM 2100-FORMAT-BUDGET-LINE THRU 2100-EXIT.

004750     CLOSE BUDGET-RPT-FILE.

004760     DISPLAY 'DEPARTMENTS REPORTED:         ' WS-DEPTS-REPORTED.
004770     DISPLAY 'DEPARTMENTS OVER HEADCOUNT:   ' WS-DEPTS-OVER-HEADS.
004780     DISPLAY 'DEPARTMENTS OVER SALARY BUDGET:'
004790         WS-DEPTS-OVER-SALARY.
004800     DISPLAY 'DEPARTMENTS WITH NO BUDGET:   ' WS-DEPTS-UNBUDGETED.

004810 3000-EXIT.
004820     EXIT.
