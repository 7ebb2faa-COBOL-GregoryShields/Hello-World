000010*================================================================
000020*  PROGRAM:     MERIT-CYCLE
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Annual merit increase cycle.  Every active employee on
000100*      EMPMSTR is rated against the salary grade master
000110*      (SALGRADE) the same way COMP-REVIEW rates them - the
000120*      compa-ratio is salary as a percent of the grade
000130*      midpoint - and the merit matrix (MERITMTX) turns the
000140*      employee's performance rating (PERFRATE) and compa-
000150*      ratio band into an increase percent.  Then:
000160*        - a raise that would carry the salary past the grade
000170*          maximum is cut back to the maximum, and the capped
000180*          raises are listed for HR;
000190*        - each department's merit pool is a control-card
000200*          percent of its active salary; a department whose
000210*          raises exceed the pool has every raise scaled down
000220*          in proportion until they fit.
000230*      The control card (MERITCRD) picks the pass:
000240*        'P'  -  proof: the report only, nothing is changed;
000250*        'G'  -  generate: the same report, plus one EMPTRANS
000260*                change record (employee and new salary only,
000265*                dated the control card's effective date) per
000270*                raise.  EMP-MSTR-UPDT holds them until that
000275*                date, then applies them and logs each one
000280*                to SALHIST as a raise.  The records carry
000290*                the new salary, not the raise amount, so
000300*                applying them twice does no harm.
000310*      Employees with no usable grade, no rating, or no
000320*      matrix band are listed as not proposed.
000330*      ENDS WITH CONDITION CODE 04 WHEN ANY ACTIVE EMPLOYEE
000340*      WAS NOT PROPOSED, SO HR CAN FINISH THE RATINGS BEFORE
000350*      THE GENERATE PASS.
000360*
000370*  MODIFICATION HISTORY.
000380*      10/15/2026  DRO  ORIGINAL VERSION.
000383*      10/15/2026  DRO  GENERATED CHANGES CARRY THE SUBMITTER AND
000386*                       APPROVER IDS FROM THE CONTROL CARD.
000390*================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. MERIT-CYCLE.
000420 AUTHOR. D. OKAFOR.
000430 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000440 DATE-WRITTEN. 10/15/2026.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.

000490     SELECT MERIT-CONTROL-FILE ASSIGN TO "MERITCRD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-MERIT-CONTROL.

000520     SELECT SALARY-GRADE-FILE ASSIGN TO "SALGRADE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-SALARY-GRADE.

000550     SELECT MERIT-MATRIX-FILE ASSIGN TO "MERITMTX"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-MERIT-MATRIX.

000580     SELECT PERF-RATING-FILE ASSIGN TO "PERFRATE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-PERF-RATING.

000610     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EMPM-EMP-ID
000650         FILE STATUS IS FS-EMP-MASTER.

000660*    GENERATE PASS ONLY.  OPENED EXTEND SO CHANGES ALREADY
000670*    KEYED FOR THE NEXT EMP-MSTR-UPDT RUN ARE KEPT.
000680     SELECT EMP-TRANS-FILE ASSIGN TO "EMPTRANS"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-EMP-TRANS.

000710     SELECT MERIT-RPT-FILE ASSIGN TO "MERITRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-MERIT-RPT.

000740 DATA DIVISION.

000750 FILE SECTION.

000760 FD  MERIT-CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY MERITCTL.

000790 FD  SALARY-GRADE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY SALGRADE.

000820 FD  MERIT-MATRIX-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY MERITMTX.

000850 FD  PERF-RATING-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY PERFRATE.

000880 FD  EMPLOYEE-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY EMPMSTR.

000910 FD  EMP-TRANS-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY EMPTRANS.

000940 FD  MERIT-RPT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  MERIT-PRINT-LINE                  PIC X(80).

000970 WORKING-STORAGE SECTION.

000980 01  WS-FILE-STATUSES.
000990     05  FS-MERIT-CONTROL          PIC X(02).
001000     05  FS-SALARY-GRADE           PIC X(02).
001010     05  FS-MERIT-MATRIX           PIC X(02).
001020     05  FS-PERF-RATING            PIC X(02).
001030     05  FS-EMP-MASTER             PIC X(02).
001040     05  FS-EMP-TRANS              PIC X(02).
001050     05  FS-MERIT-RPT              PIC X(02).

001060 01  WS-SWITCHES.
001070     05  WS-GRADE-EOF-SW           PIC X(01) VALUE 'N'.
001080         88  WS-GRADE-EOF              VALUE 'Y'.
001090     05  WS-MATRIX-EOF-SW          PIC X(01) VALUE 'N'.
001100         88  WS-MATRIX-EOF             VALUE 'Y'.
001110     05  WS-RATING-EOF-SW          PIC X(01) VALUE 'N'.
001120         88  WS-RATING-EOF             VALUE 'Y'.
001130     05  WS-EMP-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
001140         88  WS-EMP-MASTER-EOF         VALUE 'Y'.

001150 77  WS-EMPS-REVIEWED              PIC 9(07) VALUE ZERO COMP.
001160 77  WS-EMPS-PROPOSED              PIC 9(07) VALUE ZERO COMP.
001170 77  WS-EMPS-NOT-PROPOSED          PIC 9(07) VALUE ZERO COMP.
001180 77  WS-EMPS-CAPPED                PIC 9(07) VALUE ZERO COMP.
001190 77  WS-TRANS-WRITTEN              PIC 9(07) VALUE ZERO COMP.
001200 77  WS-FOUND-SUB                  PIC 9(05) VALUE ZERO COMP.
001210 77  WS-COMPA-RATIO                PIC 9(05)V9 VALUE ZERO COMP.

001220*----------------------------------------------------------------
001230*  THE SALARY GRADE MASTER, LOADED AT STARTUP.
001240*----------------------------------------------------------------
001250 77  WS-GRDT-MAX                   PIC 9(05) VALUE 99999 COMP.
001260 77  WS-GRDT-COUNT                 PIC 9(05) VALUE ZERO COMP.

001270 01  WS-GRADE-TABLE.
001280     05  WS-GRDT-ENTRY              OCCURS 1 TO 99999 TIMES
001290                                     DEPENDING ON WS-GRDT-COUNT
001300                                     INDEXED BY WS-GRDT-IDX.
001310         10  WS-GRDT-GRADE-CODE     PIC X(02).
001320         10  WS-GRDT-MINIMUM        PIC 9(06).
001330         10  WS-GRDT-MIDPOINT       PIC 9(06).
001340         10  WS-GRDT-MAXIMUM        PIC 9(06).

001350*----------------------------------------------------------------
001360*  THE MERIT MATRIX, LOADED AT STARTUP IN FILE ORDER.  THE
001370*  FIRST BAND FOR THE RATING THAT HOLDS THE COMPA-RATIO WINS.
001380*----------------------------------------------------------------
001390 77  WS-MTXT-MAX                   PIC 9(05) VALUE 999 COMP.
001400 77  WS-MTXT-COUNT                 PIC 9(05) VALUE ZERO COMP.

001410 01  WS-MATRIX-TABLE.
001420     05  WS-MTXT-ENTRY              OCCURS 1 TO 999 TIMES
001430                                     DEPENDING ON WS-MTXT-COUNT
001440                                     INDEXED BY WS-MTXT-IDX.
001450         10  WS-MTXT-PERF-RATING    PIC X(01).
001460         10  WS-MTXT-COMPA-LOW      PIC 9(03)V9.
001470         10  WS-MTXT-COMPA-HIGH     PIC 9(03)V9.
001480         10  WS-MTXT-INCREASE-PCT   PIC 9(02)V99.

001490*----------------------------------------------------------------
001500*  THE CYCLE'S PERFORMANCE RATINGS, ONE PER EMPLOYEE RATED.
001510*----------------------------------------------------------------
001520 77  WS-RTGT-MAX                   PIC 9(05) VALUE 99999 COMP.
001530 77  WS-RTGT-COUNT                 PIC 9(05) VALUE ZERO COMP.

001540 01  WS-RATING-TABLE.
001550     05  WS-RTGT-ENTRY              OCCURS 1 TO 99999 TIMES
001560                                     DEPENDING ON WS-RTGT-COUNT
001570                                     INDEXED BY WS-RTGT-IDX.
001580         10  WS-RTGT-EMP-ID         PIC X(06).
001590         10  WS-RTGT-PERF-RATING    PIC X(01).

001600*----------------------------------------------------------------
001610*  ONE ENTRY PER ACTIVE EMPLOYEE REVIEWED.  A DEPARTMENT'S POOL
001620*  CANNOT BE CHECKED UNTIL THE WHOLE MASTER HAS BEEN WALKED, SO
001630*  THE RAISES ARE HELD HERE AND PRINTED (AND, ON THE GENERATE
001640*  PASS, WRITTEN) AT END OF RUN.  WS-PROP-RAISE IS THE RAISE
001650*  AFTER THE GRADE-MAXIMUM CAP; 3200 SCALES IT TO THE POOL.
001660*----------------------------------------------------------------
001670 77  WS-PROP-MAX                   PIC 9(05) VALUE 99999 COMP.
001680 77  WS-PROP-COUNT                 PIC 9(05) VALUE ZERO COMP.

001690 01  WS-PROPOSAL-TABLE.
001700     05  WS-PROP-ENTRY              OCCURS 1 TO 99999 TIMES
001710                                     DEPENDING ON WS-PROP-COUNT
001720                                     INDEXED BY WS-PROP-IDX.
001730         10  WS-PROP-EMP-ID         PIC X(06).
001740         10  WS-PROP-EMP-NAME       PIC X(15).
001750         10  WS-PROP-DEPT-NAME      PIC X(10).
001760         10  WS-PROP-GRADE-CODE     PIC X(02).
001770         10  WS-PROP-PERF-RATING    PIC X(01).
001780         10  WS-PROP-SALARY         PIC 9(06).
001790         10  WS-PROP-COMPA-RATIO    PIC 9(05)V9.
001800         10  WS-PROP-INCREASE-PCT   PIC 9(02)V99.
001810         10  WS-PROP-MATRIX-SALARY  PIC 9(07).
001820         10  WS-PROP-GRADE-MAXIMUM  PIC 9(06).
001830         10  WS-PROP-RAISE          PIC 9(06).
001840         10  WS-PROP-DEPT-SUB       PIC 9(05) COMP.
001850         10  WS-PROP-STATUS-SW      PIC X(01).
001860             88  WS-PROP-IS-PROPOSED    VALUE 'P'.
001870             88  WS-PROP-NOT-PROPOSED   VALUE 'N'.
001880         10  WS-PROP-CAPPED-SW      PIC X(01).
001890             88  WS-PROP-IS-CAPPED      VALUE 'Y'.
001900         10  WS-PROP-REASON         PIC X(30).

001910*----------------------------------------------------------------
001920*  DEPARTMENT MERIT POOLS.  SALARY IS EVERY ACTIVE EMPLOYEE'S,
001930*  PROPOSED IS THE CAPPED RAISES BEFORE POOL SCALING, FINAL IS
001940*  WHAT WAS ACTUALLY GRANTED.
001950*----------------------------------------------------------------
001960 77  WS-DEPT-MAX                   PIC 9(05) VALUE 99999 COMP.
001970 77  WS-DEPT-COUNT                 PIC 9(05) VALUE ZERO COMP.

001980 01  WS-DEPT-POOL-TABLE.
001990     05  WS-DPOL-ENTRY              OCCURS 1 TO 99999 TIMES
002000                                     DEPENDING ON WS-DEPT-COUNT
002010                                     INDEXED BY WS-DPOL-IDX.
002020         10  WS-DPOL-DEPT-NAME      PIC X(10).
002030         10  WS-DPOL-HEADCOUNT      PIC 9(05).
002040         10  WS-DPOL-SALARY-TOTAL   PIC 9(11).
002050         10  WS-DPOL-POOL-AMOUNT    PIC 9(09).
002060         10  WS-DPOL-PROPOSED       PIC 9(09).
002070         10  WS-DPOL-FINAL          PIC 9(09).
002080         10  WS-DPOL-SCALED-SW      PIC X(01).
002090             88  WS-DPOL-IS-SCALED      VALUE 'Y'.

002100 77  WS-CO-HEADCOUNT               PIC 9(07) VALUE ZERO COMP.
002110 77  WS-CO-SALARY-TOTAL            PIC 9(11) VALUE ZERO COMP.
002120 77  WS-CO-POOL-AMOUNT             PIC 9(09) VALUE ZERO COMP.
002130 77  WS-CO-PROPOSED                PIC 9(09) VALUE ZERO COMP.
002140 77  WS-CO-FINAL                   PIC 9(09) VALUE ZERO COMP.

002150 01  WS-MERIT-TITLE-LINE.
002160     05  FILLER                     PIC X(32)
002170         VALUE 'MERIT INCREASE CYCLE REPORT  -  '.
002180     05  WS-MTL-PASS                PIC X(13).
002190     05  FILLER                     PIC X(35) VALUE SPACES.

002200 01  WS-MERIT-POOL-PCT-LINE.
002210     05  FILLER                     PIC X(37)
002220         VALUE 'DEPARTMENT POOL, PERCENT OF SALARY:  '.
002230     05  WS-MPL-POOL-PCT            PIC X(06).
002240     05  FILLER                     PIC X(37) VALUE SPACES.

002250*    EDITING STAGE FOR THE POOL PERCENT, WHICH PRINTS EITHER A
002260*    NUMBER OR 'NO CAP' AND SO IS ALPHANUMERIC ON THE LINE.
002270 77  WS-POOL-PCT-EDITED            PIC ZZ9.99.

002280 01  WS-MERIT-SECTION-LINE.
002290     05  WS-MSL-TITLE               PIC X(40).
002300     05  FILLER                     PIC X(40) VALUE SPACES.

002310 01  WS-MERIT-HDR-LINE.
002320     05  FILLER                     PIC X(07) VALUE 'EMP-ID'.
002330     05  FILLER                     PIC X(16) VALUE 'NAME'.
002340     05  FILLER                     PIC X(11) VALUE 'DEPT'.
002350     05  FILLER                     PIC X(03) VALUE 'GR'.
002360     05  FILLER                     PIC X(02) VALUE 'R'.
002370     05  FILLER                     PIC X(08) VALUE ' SALARY'.
002380     05  FILLER                     PIC X(07) VALUE ' COMPA'.
002390     05  FILLER                     PIC X(06) VALUE '  PCT'.
002400     05  FILLER                     PIC X(08) VALUE '  RAISE'.
002410     05  FILLER                     PIC X(08) VALUE 'NEW SAL'.
002420     05  FILLER                     PIC X(04) VALUE 'FLAG'.

002430 01  WS-MERIT-DETAIL-LINE.
002440     05  WS-MDL-EMP-ID              PIC X(06).
002450     05  FILLER                     PIC X(01) VALUE SPACES.
002460     05  WS-MDL-EMP-NAME            PIC X(15).
002470     05  FILLER                     PIC X(01) VALUE SPACES.
002480     05  WS-MDL-DEPT-NAME           PIC X(10).
002490     05  FILLER                     PIC X(01) VALUE SPACES.
002500     05  WS-MDL-GRADE               PIC X(02).
002510     05  FILLER                     PIC X(01) VALUE SPACES.
002520     05  WS-MDL-RATING              PIC X(01).
002530     05  FILLER                     PIC X(01) VALUE SPACES.
002540     05  WS-MDL-SALARY              PIC ZZZ,ZZ9.
002550     05  FILLER                     PIC X(01) VALUE SPACES.
002560     05  WS-MDL-COMPA               PIC ZZZ9.9.
002570     05  FILLER                     PIC X(01) VALUE SPACES.
002580     05  WS-MDL-PCT                 PIC Z9.99.
002590     05  FILLER                     PIC X(01) VALUE SPACES.
002600     05  WS-MDL-RAISE               PIC ZZZ,ZZ9.
002610     05  FILLER                     PIC X(01) VALUE SPACES.
002620     05  WS-MDL-NEW-SALARY          PIC ZZZ,ZZ9.
002630     05  FILLER                     PIC X(01) VALUE SPACES.
002640     05  WS-MDL-FLAG                PIC X(04).

002650 01  WS-MERIT-LEGEND-LINE.
002660     05  FILLER                     PIC X(40)
002670         VALUE 'FLAG:  CAP - CUT BACK TO GRADE MAXIMUM  '.
002680     05  FILLER                     PIC X(40)
002690         VALUE 'POOL - SCALED TO DEPT POOL   C+P - BOTH '.

002700 01  WS-CAPPED-HDR-LINE.
002710     05  FILLER                     PIC X(07) VALUE 'EMP-ID'.
002720     05  FILLER                     PIC X(16) VALUE 'NAME'.
002730     05  FILLER                     PIC X(11) VALUE 'DEPT'.
002740     05  FILLER                     PIC X(03) VALUE 'GR'.
002750     05  FILLER                     PIC X(07) VALUE ' SALARY'.
002760     05  FILLER                     PIC X(11) VALUE ' MATRIX NEW'.
002770     05  FILLER                     PIC X(09) VALUE 'GRADE MAX'.
002780     05  FILLER                     PIC X(09) VALUE '  NEW SAL'.
002790     05  FILLER                     PIC X(07) VALUE SPACES.

002800 01  WS-CAPPED-DETAIL-LINE.
002810     05  WS-CPL-EMP-ID              PIC X(06).
002820     05  FILLER                     PIC X(01) VALUE SPACES.
002830     05  WS-CPL-EMP-NAME            PIC X(15).
002840     05  FILLER                     PIC X(01) VALUE SPACES.
002850     05  WS-CPL-DEPT-NAME           PIC X(10).
002860     05  FILLER                     PIC X(01) VALUE SPACES.
002870     05  WS-CPL-GRADE               PIC X(02).
002880     05  FILLER                     PIC X(01) VALUE SPACES.
002890     05  WS-CPL-SALARY              PIC ZZZ,ZZ9.
002900     05  FILLER                     PIC X(02) VALUE SPACES.
002910     05  WS-CPL-MATRIX-SALARY       PIC Z,ZZZ,ZZ9.
002920     05  FILLER                     PIC X(02) VALUE SPACES.
002930     05  WS-CPL-GRADE-MAXIMUM       PIC ZZZ,ZZ9.
002940     05  FILLER                     PIC X(02) VALUE SPACES.
002950     05  WS-CPL-NEW-SALARY          PIC ZZZ,ZZ9.
002960     05  FILLER                     PIC X(07) VALUE SPACES.

002970 01  WS-NOT-PROPOSED-LINE.
002980     05  WS-NPL-EMP-ID              PIC X(06).
002990     05  FILLER                     PIC X(01) VALUE SPACES.
003000     05  WS-NPL-EMP-NAME            PIC X(15).
003010     05  FILLER                     PIC X(01) VALUE SPACES.
003020     05  WS-NPL-DEPT-NAME           PIC X(10).
003030     05  FILLER                     PIC X(01) VALUE SPACES.
003040     05  WS-NPL-GRADE               PIC X(02).
003050     05  FILLER                     PIC X(01) VALUE SPACES.
003060     05  WS-NPL-REASON              PIC X(30).
003070     05  FILLER                     PIC X(13) VALUE SPACES.

003080 01  WS-POOL-HDR-LINE.
003090     05  FILLER                     PIC X(11) VALUE 'DEPT'.
003100     05  FILLER                     PIC X(07) VALUE ' HEADS'.
003110     05  FILLER                     PIC X(12) VALUE '     SALARY'.
003120     05  FILLER                     PIC X(11) VALUE '      POOL'.
003130     05  FILLER                     PIC X(11) VALUE '  PROPOSED'.
003140     05  FILLER                     PIC X(11) VALUE '     FINAL'.
003150     05  FILLER                     PIC X(17) VALUE 'FLAG'.

003160 01  WS-POOL-DETAIL-LINE.
003170     05  WS-PDL-DEPT-NAME           PIC X(10).
003180     05  FILLER                     PIC X(01) VALUE SPACES.
003190     05  WS-PDL-HEADCOUNT           PIC ZZ,ZZ9.
003200     05  FILLER                     PIC X(01) VALUE SPACES.
003210     05  WS-PDL-SALARY-TOTAL        PIC ZZZ,ZZZ,ZZ9.
003220     05  FILLER                     PIC X(01) VALUE SPACES.
003230     05  WS-PDL-POOL-AMOUNT         PIC ZZ,ZZZ,ZZ9.
003240     05  FILLER                     PIC X(01) VALUE SPACES.
003250     05  WS-PDL-PROPOSED            PIC ZZ,ZZZ,ZZ9.
003260     05  FILLER                     PIC X(01) VALUE SPACES.
003270     05  WS-PDL-FINAL               PIC ZZ,ZZZ,ZZ9.
003280     05  FILLER                     PIC X(01) VALUE SPACES.
003290     05  WS-PDL-FLAG                PIC X(06).
003300     05  FILLER                     PIC X(11) VALUE SPACES.

003310 01  WS-MERIT-BLANK-LINE            PIC X(80) VALUE SPACES.

003320 PROCEDURE DIVISION.

003330*================================================================
003340*  0000-MAINLINE
003350*================================================================
003360 0000-MAINLINE.

003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003380     PERFORM 2000-PROPOSE-ONE-EMPLOYEE THRU 2000-EXIT
003390         UNTIL WS-EMP-MASTER-EOF.

003400     PERFORM 3000-FINALIZE THRU 3000-EXIT.

003410     IF WS-EMPS-NOT-PROPOSED > ZERO
003420         MOVE 4 TO RETURN-CODE
003430     END-IF.

003440     GOBACK.

003450*================================================================
003460*  1000-INITIALIZE  -  READ THE CONTROL CARD, LOAD THE GRADE
003470*      MASTER, MERIT MATRIX AND RATINGS, POSITION THE EMPLOYEE
003480*      MASTER AT ITS FIRST RECORD, AND OPEN THE OUTPUTS.
003490*================================================================
003500 1000-INITIALIZE.

003510     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003520     PERFORM 1200-LOAD-GRADE-MASTER THRU 1200-EXIT.
003530     PERFORM 1300-LOAD-MERIT-MATRIX THRU 1300-EXIT.
003540     PERFORM 1400-LOAD-PERF-RATINGS THRU 1400-EXIT.

003550     OPEN INPUT EMPLOYEE-MASTER-FILE.
003560     IF FS-EMP-MASTER NOT = '00'
003570         DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS = '
003580             FS-EMP-MASTER
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.

003620     MOVE LOW-VALUES TO EMPM-EMP-ID.
003630     START EMPLOYEE-MASTER-FILE
003640         KEY IS NOT LESS THAN EMPM-EMP-ID
003650         INVALID KEY
003660             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
003670     END-START.

003680     IF MCTL-IS-GENERATE
003690         OPEN EXTEND EMP-TRANS-FILE
003700         IF FS-EMP-TRANS = '35'
003710             OPEN OUTPUT EMP-TRANS-FILE
003720         END-IF
003730         IF FS-EMP-TRANS NOT = '00'
003740             DISPLAY 'UNABLE TO OPEN EMP-TRANS-FILE, STATUS = '
003750                 FS-EMP-TRANS
003760             MOVE 16 TO RETURN-CODE
003770             STOP RUN
003780         END-IF
003790     END-IF.

003800     OPEN OUTPUT MERIT-RPT-FILE.
003810     IF FS-MERIT-RPT NOT = '00'
003820         DISPLAY 'UNABLE TO OPEN MERIT-RPT-FILE, STATUS = '
003830             FS-MERIT-RPT
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.

003870     IF MCTL-IS-GENERATE
003880         MOVE 'GENERATE PASS' TO WS-MTL-PASS
003890     ELSE
003900         MOVE 'PROOF PASS' TO WS-MTL-PASS
003910     END-IF.
003920     IF MCTL-POOL-PCT = ZERO
003930         MOVE 'NO CAP' TO WS-MPL-POOL-PCT
003940     ELSE
003950         MOVE MCTL-POOL-PCT TO WS-POOL-PCT-EDITED
003960         MOVE WS-POOL-PCT-EDITED TO WS-MPL-POOL-PCT
003970     END-IF.

003980     MOVE WS-MERIT-TITLE-LINE TO MERIT-PRINT-LINE.
003990     WRITE MERIT-PRINT-LINE.
004000     MOVE WS-MERIT-POOL-PCT-LINE TO MERIT-PRINT-LINE.
004010     WRITE MERIT-PRINT-LINE.

004020 1000-EXIT.
004030     EXIT.

004040*================================================================
004050*  1100-READ-CONTROL-CARD  -  THE CARD IS REQUIRED; A MISSING
004060*      OR UNREADABLE CARD STOPS THE JOB BEFORE ANYTHING IS
004070*      WRITTEN.
004080*================================================================
004090 1100-READ-CONTROL-CARD.

004100     OPEN INPUT MERIT-CONTROL-FILE.
004110     IF FS-MERIT-CONTROL NOT = '00'
004120         DISPLAY 'UNABLE TO OPEN MERIT-CONTROL-FILE, STATUS = '
004130             FS-MERIT-CONTROL
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.

004170     READ MERIT-CONTROL-FILE
004180         AT END
004190             DISPLAY 'MERIT-CONTROL-FILE IS EMPTY'
004200             MOVE 16 TO RETURN-CODE
004210             STOP RUN
004220     END-READ.
004230     CLOSE MERIT-CONTROL-FILE.

004240     IF NOT MCTL-IS-PROOF AND NOT MCTL-IS-GENERATE
004250         DISPLAY 'MERIT CONTROL CARD PASS CODE NOT P OR G: '
004260             MCTL-PASS-CODE
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.

004300     IF MCTL-POOL-PCT NOT NUMERIC
004310         DISPLAY 'MERIT CONTROL CARD POOL PERCENT NOT NUMERIC'
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.

004341     IF MCTL-EFFECTIVE-DATE-X = SPACES
004342         MOVE ZERO TO MCTL-EFFECTIVE-DATE
004343     END-IF.
004344     IF MCTL-EFFECTIVE-DATE NOT NUMERIC
004345         DISPLAY 'MERIT CONTROL CARD EFFECTIVE DATE NOT NUMERIC'
004346         MOVE 16 TO RETURN-CODE
004347         STOP RUN
004348     END-IF.

004349     IF MCTL-IS-GENERATE AND MCTL-SUBMITTER-ID = SPACES
004351         DISPLAY 'MERIT CONTROL CARD SUBMITTER ID IS REQUIRED '
004352             'ON A GENERATE PASS'
004353         MOVE 16 TO RETURN-CODE
004354         STOP RUN
004355     END-IF.

004356 1100-EXIT.
004360     EXIT.

004370*================================================================
004380*  1200-LOAD-GRADE-MASTER  -  THE SALARY GRADE MASTER IS A
004390*      REQUIRED REFERENCE FILE; IT MUST ALREADY EXIST.
004400*================================================================
004410 1200-LOAD-GRADE-MASTER.

004420     OPEN INPUT SALARY-GRADE-FILE.
004430     IF FS-SALARY-GRADE NOT = '00'
004440         DISPLAY 'UNABLE TO OPEN SALARY-GRADE-FILE, STATUS = '
004450             FS-SALARY-GRADE
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.

004490     PERFORM 1210-READ-ONE-GRADE THRU 1210-EXIT
004500         UNTIL WS-GRADE-EOF.
004510     CLOSE SALARY-GRADE-FILE.

004520 1200-EXIT.
004530     EXIT.

004540 1210-READ-ONE-GRADE.

004550     READ SALARY-GRADE-FILE
004560         AT END
004570             MOVE 'Y' TO WS-GRADE-EOF-SW
004580     END-READ.

004590     IF NOT WS-GRADE-EOF
004600         IF WS-GRDT-COUNT = WS-GRDT-MAX
004610             DISPLAY 'SALARY-GRADE-FILE HAS MORE THAN '
004620                 WS-GRDT-MAX ' RECORDS - WS-GRADE-TABLE IS FULL'
004630             MOVE 16 TO RETURN-CODE
004640             STOP RUN
004650         END-IF
004660         ADD 1 TO WS-GRDT-COUNT
004670         MOVE GRDM-GRADE-CODE
004680             TO WS-GRDT-GRADE-CODE (WS-GRDT-COUNT)
004690         MOVE GRDM-MINIMUM TO WS-GRDT-MINIMUM (WS-GRDT-COUNT)
004700         MOVE GRDM-MIDPOINT TO WS-GRDT-MIDPOINT (WS-GRDT-COUNT)
004710         MOVE GRDM-MAXIMUM TO WS-GRDT-MAXIMUM (WS-GRDT-COUNT)
004720     END-IF.

004730 1210-EXIT.
004740     EXIT.

004750*================================================================
004760*  1300-LOAD-MERIT-MATRIX  -  REQUIRED; A BAND WITH A BAD
004770*      NUMERIC FIELD IS SKIPPED WITH A MESSAGE RATHER THAN
004780*      MATCHED.
004790*================================================================
004800 1300-LOAD-MERIT-MATRIX.

004810     OPEN INPUT MERIT-MATRIX-FILE.
004820     IF FS-MERIT-MATRIX NOT = '00'
004830         DISPLAY 'UNABLE TO OPEN MERIT-MATRIX-FILE, STATUS = '
004840             FS-MERIT-MATRIX
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.

004880     PERFORM 1310-READ-ONE-BAND THRU 1310-EXIT
004890         UNTIL WS-MATRIX-EOF.
004900     CLOSE MERIT-MATRIX-FILE.

004910 1300-EXIT.
004920     EXIT.

004930 1310-READ-ONE-BAND.

004940     READ MERIT-MATRIX-FILE
004950         AT END
004960             MOVE 'Y' TO WS-MATRIX-EOF-SW
004970     END-READ.
004980     IF WS-MATRIX-EOF
004990         GO TO 1310-EXIT
005000     END-IF.

005010     IF MMTX-COMPA-LOW NOT NUMERIC
005020             OR MMTX-COMPA-HIGH NOT NUMERIC
005030             OR MMTX-INCREASE-PCT NOT NUMERIC
005040         DISPLAY 'MERIT MATRIX BAND SKIPPED, NOT NUMERIC: '
005050             MERIT-MATRIX-RECORD
005060         GO TO 1310-EXIT
005070     END-IF.

005080     IF WS-MTXT-COUNT = WS-MTXT-MAX
005090         DISPLAY 'MERIT-MATRIX-FILE HAS MORE THAN '
005100             WS-MTXT-MAX ' RECORDS - WS-MATRIX-TABLE IS FULL'
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140     ADD 1 TO WS-MTXT-COUNT.
005150     MOVE MMTX-PERF-RATING TO WS-MTXT-PERF-RATING (WS-MTXT-COUNT).
005160     MOVE MMTX-COMPA-LOW TO WS-MTXT-COMPA-LOW (WS-MTXT-COUNT).
005170     MOVE MMTX-COMPA-HIGH TO WS-MTXT-COMPA-HIGH (WS-MTXT-COUNT).
005180     MOVE MMTX-INCREASE-PCT
005190         TO WS-MTXT-INCREASE-PCT (WS-MTXT-COUNT).

005200 1310-EXIT.
005210     EXIT.

005220*================================================================
005230*  1400-LOAD-PERF-RATINGS  -  REQUIRED FOR THE CYCLE.  A LATER
005240*      RATING FOR THE SAME EMPLOYEE IS NOT EXPECTED; THE FIRST
005250*      ONE ON THE FILE IS THE ONE USED.
005260*================================================================
005270 1400-LOAD-PERF-RATINGS.

005280     OPEN INPUT PERF-RATING-FILE.
005290     IF FS-PERF-RATING NOT = '00'
005300         DISPLAY 'UNABLE TO OPEN PERF-RATING-FILE, STATUS = '
005310             FS-PERF-RATING
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.

005350     PERFORM 1410-READ-ONE-RATING THRU 1410-EXIT
005360         UNTIL WS-RATING-EOF.
005370     CLOSE PERF-RATING-FILE.

005380 1400-EXIT.
005390     EXIT.

005400 1410-READ-ONE-RATING.

005410     READ PERF-RATING-FILE
005420         AT END
005430             MOVE 'Y' TO WS-RATING-EOF-SW
005440     END-READ.

005450     IF NOT WS-RATING-EOF
005460         IF WS-RTGT-COUNT = WS-RTGT-MAX
005470             DISPLAY 'PERF-RATING-FILE HAS MORE THAN '
005480                 WS-RTGT-MAX ' RECORDS - WS-RATING-TABLE IS FULL'
005490             MOVE 16 TO RETURN-CODE
005500             STOP RUN
005510         END-IF
005520         ADD 1 TO WS-RTGT-COUNT
005530         MOVE PRTG-EMP-ID TO WS-RTGT-EMP-ID (WS-RTGT-COUNT)
005540         MOVE PRTG-PERF-RATING
005550             TO WS-RTGT-PERF-RATING (WS-RTGT-COUNT)
005560     END-IF.

005570 1410-EXIT.
005580     EXIT.

005590*================================================================
005600*  2000-PROPOSE-ONE-EMPLOYEE  -  ONE EMPLOYEE MASTER RECORD.
005610*      TERMINATED EMPLOYEES ARE NOT IN THE CYCLE.  EVERY ACTIVE
005620*      EMPLOYEE COUNTS TOWARD THE DEPARTMENT'S POOL WHETHER A
005630*      RAISE IS PROPOSED OR NOT.
005640*================================================================
005650 2000-PROPOSE-ONE-EMPLOYEE.

005660     READ EMPLOYEE-MASTER-FILE NEXT RECORD
005670         AT END
005680             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
005690     END-READ.
005700     IF WS-EMP-MASTER-EOF
005710         GO TO 2000-EXIT
005720     END-IF.

005730     IF NOT EMPM-IS-ACTIVE
005740         GO TO 2000-EXIT
005750     END-IF.

005760     ADD 1 TO WS-EMPS-REVIEWED.
005770     PERFORM 2100-NEW-PROPOSAL THRU 2100-EXIT.
005780     PERFORM 2200-ADD-TO-DEPT-POOL THRU 2200-EXIT.

005790     PERFORM 2300-FIND-GRADE THRU 2300-EXIT.
005800     IF WS-FOUND-SUB = ZERO
005810         IF EMPM-GRADE-CODE = SPACES
005820             MOVE 'NO GRADE ASSIGNED'
005830                 TO WS-PROP-REASON (WS-PROP-IDX)
005840         ELSE
005850             MOVE 'GRADE NOT ON MASTER'
005860                 TO WS-PROP-REASON (WS-PROP-IDX)
005870         END-IF
005880         GO TO 2000-NOT-PROPOSED
005890     END-IF.

005900     IF WS-GRDT-MIDPOINT (WS-FOUND-SUB) = ZERO
005910         MOVE 'GRADE MIDPOINT IS ZERO'
005920             TO WS-PROP-REASON (WS-PROP-IDX)
005930         GO TO 2000-NOT-PROPOSED
005940     END-IF.

005950     COMPUTE WS-COMPA-RATIO ROUNDED =
005960         (EMPM-EMP-SALARY * 100)
005970             / WS-GRDT-MIDPOINT (WS-FOUND-SUB)
005980         ON SIZE ERROR
005990             MOVE ZERO TO WS-COMPA-RATIO
006000     END-COMPUTE.
006010     MOVE WS-COMPA-RATIO TO WS-PROP-COMPA-RATIO (WS-PROP-IDX).
006020     MOVE WS-GRDT-MAXIMUM (WS-FOUND-SUB)
006030         TO WS-PROP-GRADE-MAXIMUM (WS-PROP-IDX).

006040     PERFORM 2400-FIND-RATING THRU 2400-EXIT.
006050     IF WS-FOUND-SUB = ZERO
006060         MOVE 'NO PERFORMANCE RATING'
006070             TO WS-PROP-REASON (WS-PROP-IDX)
006080         GO TO 2000-NOT-PROPOSED
006090     END-IF.

006100     PERFORM 2500-FIND-MATRIX-BAND THRU 2500-EXIT.
006110     IF WS-FOUND-SUB = ZERO
006120         MOVE 'NO MATRIX BAND FOR RATING'
006130             TO WS-PROP-REASON (WS-PROP-IDX)
006140         GO TO 2000-NOT-PROPOSED
006150     END-IF.

006160     PERFORM 2600-PRICE-RAISE THRU 2600-EXIT.
006170     GO TO 2000-EXIT.

006180 2000-NOT-PROPOSED.

006190     MOVE 'N' TO WS-PROP-STATUS-SW (WS-PROP-IDX).
006200     ADD 1 TO WS-EMPS-NOT-PROPOSED.

006210 2000-EXIT.
006220     EXIT.

006230*================================================================
006240*  2100-NEW-PROPOSAL  -  START THE EMPLOYEE'S PROPOSAL ENTRY.
006250*      LEAVES WS-PROP-IDX POINTING AT IT.
006260*================================================================
006270 2100-NEW-PROPOSAL.

006280     IF WS-PROP-COUNT = WS-PROP-MAX
006290         DISPLAY 'MORE THAN ' WS-PROP-MAX ' ACTIVE EMPLOYEES - '
006300             'WS-PROPOSAL-TABLE IS FULL'
006310         MOVE 16 TO RETURN-CODE
006320         STOP RUN
006330     END-IF.
006340     ADD 1 TO WS-PROP-COUNT.
006350     SET WS-PROP-IDX TO WS-PROP-COUNT.
006360     MOVE EMPM-EMP-ID TO WS-PROP-EMP-ID (WS-PROP-IDX).
006370     MOVE EMPM-EMP-NAME TO WS-PROP-EMP-NAME (WS-PROP-IDX).
006380     MOVE EMPM-DEPT-NAME TO WS-PROP-DEPT-NAME (WS-PROP-IDX).
006390     MOVE EMPM-GRADE-CODE TO WS-PROP-GRADE-CODE (WS-PROP-IDX).
006400     MOVE SPACES TO WS-PROP-PERF-RATING (WS-PROP-IDX).
006410     MOVE EMPM-EMP-SALARY TO WS-PROP-SALARY (WS-PROP-IDX).
006420     MOVE ZERO TO WS-PROP-COMPA-RATIO (WS-PROP-IDX).
006430     MOVE ZERO TO WS-PROP-INCREASE-PCT (WS-PROP-IDX).
006440     MOVE ZERO TO WS-PROP-MATRIX-SALARY (WS-PROP-IDX).
006450     MOVE ZERO TO WS-PROP-GRADE-MAXIMUM (WS-PROP-IDX).
006460     MOVE ZERO TO WS-PROP-RAISE (WS-PROP-IDX).
006470     MOVE 'P' TO WS-PROP-STATUS-SW (WS-PROP-IDX).
006480     MOVE 'N' TO WS-PROP-CAPPED-SW (WS-PROP-IDX).
006490     MOVE SPACES TO WS-PROP-REASON (WS-PROP-IDX).

006500 2100-EXIT.
006510     EXIT.

006520*================================================================
006530*  2200-ADD-TO-DEPT-POOL  -  ACCUMULATE THE EMPLOYEE'S SALARY
006540*      INTO THE DEPARTMENT POOL, CREATING THE ENTRY THE FIRST
006550*      TIME THE DEPARTMENT IS SEEN.
006560*================================================================
006570 2200-ADD-TO-DEPT-POOL.

006580     SET WS-DPOL-IDX TO 1.
006590     IF WS-DEPT-COUNT > ZERO
006600         SEARCH WS-DPOL-ENTRY
006610             AT END
006620                 PERFORM 2210-NEW-DEPT-POOL THRU 2210-EXIT
006630             WHEN WS-DPOL-DEPT-NAME (WS-DPOL-IDX)
006640                     = EMPM-DEPT-NAME
006650                 CONTINUE
006660         END-SEARCH
006670     ELSE
006680         PERFORM 2210-NEW-DEPT-POOL THRU 2210-EXIT
006690     END-IF.

006700     ADD 1 TO WS-DPOL-HEADCOUNT (WS-DPOL-IDX).
006710     ADD EMPM-EMP-SALARY TO WS-DPOL-SALARY-TOTAL (WS-DPOL-IDX).
006720     ADD 1 TO WS-CO-HEADCOUNT.
006730     ADD EMPM-EMP-SALARY TO WS-CO-SALARY-TOTAL.
006740     SET WS-PROP-DEPT-SUB (WS-PROP-IDX) TO WS-DPOL-IDX.

006750 2200-EXIT.
006760     EXIT.

006770 2210-NEW-DEPT-POOL.

006780     IF WS-DEPT-COUNT = WS-DEPT-MAX
006790         DISPLAY 'MORE THAN ' WS-DEPT-MAX ' DEPARTMENTS - '
006800             'WS-DEPT-POOL-TABLE IS FULL'
006810         MOVE 16 TO RETURN-CODE
006820         STOP RUN
006830     END-IF.
006840     ADD 1 TO WS-DEPT-COUNT.
006850     SET WS-DPOL-IDX TO WS-DEPT-COUNT.
006860     MOVE EMPM-DEPT-NAME TO WS-DPOL-DEPT-NAME (WS-DPOL-IDX).
006870     MOVE ZERO TO WS-DPOL-HEADCOUNT (WS-DPOL-IDX).
006880     MOVE ZERO TO WS-DPOL-SALARY-TOTAL (WS-DPOL-IDX).
006890     MOVE ZERO TO WS-DPOL-POOL-AMOUNT (WS-DPOL-IDX).
006900     MOVE ZERO TO WS-DPOL-PROPOSED (WS-DPOL-IDX).
006910     MOVE ZERO TO WS-DPOL-FINAL (WS-DPOL-IDX).
006920     MOVE 'N' TO WS-DPOL-SCALED-SW (WS-DPOL-IDX).

006930 2210-EXIT.
006940     EXIT.

006950*================================================================
006960*  2300-FIND-GRADE  -  LOOK THE EMPLOYEE'S GRADE UP ON THE
006970*      GRADE TABLE.  LEAVES WS-FOUND-SUB ZERO ON A MISS.
006980*================================================================
006990 2300-FIND-GRADE.

007000     MOVE ZERO TO WS-FOUND-SUB.
007010     IF EMPM-GRADE-CODE = SPACES OR WS-GRDT-COUNT = ZERO
007020         GO TO 2300-EXIT
007030     END-IF.

007040     SET WS-GRDT-IDX TO 1.
007050     SEARCH WS-GRDT-ENTRY
007060         WHEN WS-GRDT-GRADE-CODE (WS-GRDT-IDX) = EMPM-GRADE-CODE
007070             SET WS-FOUND-SUB TO WS-GRDT-IDX
007080     END-SEARCH.

007090 2300-EXIT.
007100     EXIT.

007110*================================================================
007120*  2400-FIND-RATING  -  THE EMPLOYEE'S RATING FOR THE CYCLE.
007130*      LEAVES WS-FOUND-SUB ZERO ON A MISS.
007140*================================================================
007150 2400-FIND-RATING.

007160     MOVE ZERO TO WS-FOUND-SUB.
007170     IF WS-RTGT-COUNT = ZERO
007180         GO TO 2400-EXIT
007190     END-IF.

007200     SET WS-RTGT-IDX TO 1.
007210     SEARCH WS-RTGT-ENTRY
007220         WHEN WS-RTGT-EMP-ID (WS-RTGT-IDX) = EMPM-EMP-ID
007230             SET WS-FOUND-SUB TO WS-RTGT-IDX
007240             MOVE WS-RTGT-PERF-RATING (WS-RTGT-IDX)
007250                 TO WS-PROP-PERF-RATING (WS-PROP-IDX)
007260     END-SEARCH.

007270 2400-EXIT.
007280     EXIT.

007290*================================================================
007300*  2500-FIND-MATRIX-BAND  -  THE FIRST BAND FOR THE RATING
007310*      WHOSE LOW/HIGH COMPA-RATIO HOLDS THE EMPLOYEE'S.  LEAVES
007320*      WS-FOUND-SUB ZERO ON A MISS.
007330*================================================================
007340 2500-FIND-MATRIX-BAND.

007350     MOVE ZERO TO WS-FOUND-SUB.
007360     IF WS-MTXT-COUNT = ZERO
007370         GO TO 2500-EXIT
007380     END-IF.

007390     SET WS-MTXT-IDX TO 1.
007400     SEARCH WS-MTXT-ENTRY
007410         WHEN WS-MTXT-PERF-RATING (WS-MTXT-IDX)
007420                 = WS-PROP-PERF-RATING (WS-PROP-IDX)
007430             AND WS-MTXT-COMPA-LOW (WS-MTXT-IDX)
007440                 NOT > WS-COMPA-RATIO
007450             AND WS-MTXT-COMPA-HIGH (WS-MTXT-IDX)
007460                 NOT < WS-COMPA-RATIO
007470             SET WS-FOUND-SUB TO WS-MTXT-IDX
007480     END-SEARCH.

007490 2500-EXIT.
007500     EXIT.

007510*================================================================
007520*  2600-PRICE-RAISE  -  THE MATRIX PERCENT OF SALARY, ROUNDED
007530*      TO THE DOLLAR, THEN CUT BACK SO THE NEW SALARY DOES NOT
007540*      PASS THE GRADE MAXIMUM.  AN EMPLOYEE ALREADY AT OR OVER
007550*      THE MAXIMUM GETS NO RAISE.  WS-FOUND-SUB POINTS AT THE
007560*      MATRIX BAND.
007570*================================================================
007580 2600-PRICE-RAISE.

007590     ADD 1 TO WS-EMPS-PROPOSED.
007600     MOVE WS-MTXT-INCREASE-PCT (WS-FOUND-SUB)
007610         TO WS-PROP-INCREASE-PCT (WS-PROP-IDX).
007620     COMPUTE WS-PROP-RAISE (WS-PROP-IDX) ROUNDED =
007630         WS-PROP-SALARY (WS-PROP-IDX)
007640             * WS-PROP-INCREASE-PCT (WS-PROP-IDX) / 100.
007650     COMPUTE WS-PROP-MATRIX-SALARY (WS-PROP-IDX) =
007660         WS-PROP-SALARY (WS-PROP-IDX)
007670             + WS-PROP-RAISE (WS-PROP-IDX).

007680     IF WS-PROP-MATRIX-SALARY (WS-PROP-IDX)
007690             > WS-PROP-GRADE-MAXIMUM (WS-PROP-IDX)
007700         MOVE 'Y' TO WS-PROP-CAPPED-SW (WS-PROP-IDX)
007710         ADD 1 TO WS-EMPS-CAPPED
007720         IF WS-PROP-SALARY (WS-PROP-IDX)
007730                 < WS-PROP-GRADE-MAXIMUM (WS-PROP-IDX)
007740             COMPUTE WS-PROP-RAISE (WS-PROP-IDX) =
007750                 WS-PROP-GRADE-MAXIMUM (WS-PROP-IDX)
007760                     - WS-PROP-SALARY (WS-PROP-IDX)
007770         ELSE
007780             MOVE ZERO TO WS-PROP-RAISE (WS-PROP-IDX)
007790         END-IF
007800     END-IF.

007810     ADD WS-PROP-RAISE (WS-PROP-IDX)
007820         TO WS-DPOL-PROPOSED (WS-DPOL-IDX).
007830     ADD WS-PROP-RAISE (WS-PROP-IDX) TO WS-CO-PROPOSED.

007840 2600-EXIT.
007850     EXIT.

007860*================================================================
007870*  3000-FINALIZE  -  SIZE EACH DEPARTMENT'S POOL, THEN PRINT
007880*      THE PROPOSALS (WRITING THE CHANGE TRANSACTIONS ON THE
007890*      GENERATE PASS), THE CAPPED RAISES, THE EMPLOYEES NOT
007900*      PROPOSED, AND THE POOLS.  CLOSE UP AND SHOW THE COUNTS.
007910*================================================================
007920 3000-FINALIZE.

007930     PERFORM 3100-SIZE-DEPT-POOL THRU 3100-EXIT
007940         VARYING WS-DPOL-IDX FROM 1 BY 1
007950         UNTIL WS-DPOL-IDX > WS-DEPT-COUNT.

007960     MOVE 'PROPOSED INCREASES' TO WS-MSL-TITLE.
007970     PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT.
007980     MOVE WS-MERIT-HDR-LINE TO MERIT-PRINT-LINE.
007990     WRITE MERIT-PRINT-LINE.
008000     PERFORM 3200-WRITE-ONE-PROPOSAL THRU 3200-EXIT
008010         VARYING WS-PROP-IDX FROM 1 BY 1
008020         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
008030     MOVE WS-MERIT-BLANK-LINE TO MERIT-PRINT-LINE.
008040     WRITE MERIT-PRINT-LINE.
008050     MOVE WS-MERIT-LEGEND-LINE TO MERIT-PRINT-LINE.
008060     WRITE MERIT-PRINT-LINE.

008070     MOVE 'RAISES CAPPED AT GRADE MAXIMUM' TO WS-MSL-TITLE.
008080     PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT.
008090     MOVE WS-CAPPED-HDR-LINE TO MERIT-PRINT-LINE.
008100     WRITE MERIT-PRINT-LINE.
008110     PERFORM 3300-WRITE-ONE-CAPPED THRU 3300-EXIT
008120         VARYING WS-PROP-IDX FROM 1 BY 1
008130         UNTIL WS-PROP-IDX > WS-PROP-COUNT.

008140     MOVE 'EMPLOYEES NOT PROPOSED' TO WS-MSL-TITLE.
008150     PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT.
008160     PERFORM 3400-WRITE-ONE-NOT-PROPOSED THRU 3400-EXIT
008170         VARYING WS-PROP-IDX FROM 1 BY 1
008180         UNTIL WS-PROP-IDX > WS-PROP-COUNT.

008190     MOVE 'DEPARTMENT MERIT POOLS' TO WS-MSL-TITLE.
008200     PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT.
008210     MOVE WS-POOL-HDR-LINE TO MERIT-PRINT-LINE.
008220     WRITE MERIT-PRINT-LINE.
008230     PERFORM 3500-WRITE-ONE-POOL THRU 3500-EXIT
008240         VARYING WS-DPOL-IDX FROM 1 BY 1
008250         UNTIL WS-DPOL-IDX > WS-DEPT-COUNT.

008260     MOVE 'COMPANY' TO WS-PDL-DEPT-NAME.
008270     MOVE WS-CO-HEADCOUNT TO WS-PDL-HEADCOUNT.
008280     MOVE WS-CO-SALARY-TOTAL TO WS-PDL-SALARY-TOTAL.
008290     MOVE WS-CO-POOL-AMOUNT TO WS-PDL-POOL-AMOUNT.
008300     MOVE WS-CO-PROPOSED TO WS-PDL-PROPOSED.
008310     MOVE WS-CO-FINAL TO WS-PDL-FINAL.
008320     MOVE SPACES TO WS-PDL-FLAG.
008330     MOVE WS-POOL-DETAIL-LINE TO MERIT-PRINT-LINE.
008340     WRITE MERIT-PRINT-LINE.

008350     CLOSE EMPLOYEE-MASTER-FILE.
008360     CLOSE MERIT-RPT-FILE.
008370     IF MCTL-IS-GENERATE
008380         CLOSE EMP-TRANS-FILE
008390     END-IF.

008400     DISPLAY 'EMPLOYEES REVIEWED:     ' WS-EMPS-REVIEWED.
008410     DISPLAY 'RAISES PROPOSED:        ' WS-EMPS-PROPOSED.
008420     DISPLAY 'RAISES CAPPED:          ' WS-EMPS-CAPPED.
008430     DISPLAY 'EMPLOYEES NOT PROPOSED: ' WS-EMPS-NOT-PROPOSED.
008440     DISPLAY 'CHANGE RECORDS WRITTEN: ' WS-TRANS-WRITTEN.

008450 3000-EXIT.
008460     EXIT.

008470*================================================================
008480*  3100-SIZE-DEPT-POOL  -  THE POOL IS THE CONTROL-CARD PERCENT
008490*      OF THE DEPARTMENT'S ACTIVE SALARY, TRUNCATED TO THE
008500*      DOLLAR.  A DEPARTMENT PROPOSING MORE THAN ITS POOL IS
008510*      MARKED FOR SCALING.  A ZERO PERCENT CAPS NOTHING.
008520*================================================================
008530 3100-SIZE-DEPT-POOL.

008540     IF MCTL-POOL-PCT = ZERO
008550         GO TO 3100-EXIT
008560     END-IF.

008570     COMPUTE WS-DPOL-POOL-AMOUNT (WS-DPOL-IDX) =
008580         WS-DPOL-SALARY-TOTAL (WS-DPOL-IDX)
008590             * MCTL-POOL-PCT / 100.
008600     ADD WS-DPOL-POOL-AMOUNT (WS-DPOL-IDX) TO WS-CO-POOL-AMOUNT.

008610     IF WS-DPOL-PROPOSED (WS-DPOL-IDX)
008620             > WS-DPOL-POOL-AMOUNT (WS-DPOL-IDX)
008630         MOVE 'Y' TO WS-DPOL-SCALED-SW (WS-DPOL-IDX)
008640     END-IF.

008650 3100-EXIT.
008660     EXIT.

008670*================================================================
008680*  3200-WRITE-ONE-PROPOSAL  -  A PROPOSED EMPLOYEE'S LINE.  IN
008690*      A SCALED DEPARTMENT THE RAISE IS CUT BY POOL OVER
008700*      PROPOSED, TRUNCATED, SO THE DEPARTMENT'S RAISES CAN NOT
008710*      ADD UP PAST THE POOL.  ON THE GENERATE PASS A NONZERO
008720*      RAISE BECOMES A CHANGE TRANSACTION.
008730*================================================================
008740 3200-WRITE-ONE-PROPOSAL.

008750     IF NOT WS-PROP-IS-PROPOSED (WS-PROP-IDX)
008760         GO TO 3200-EXIT
008770     END-IF.

008780     SET WS-DPOL-IDX TO WS-PROP-DEPT-SUB (WS-PROP-IDX).
008790     MOVE SPACES TO WS-MDL-FLAG.
008800     IF WS-PROP-IS-CAPPED (WS-PROP-IDX)
008810         MOVE 'CAP' TO WS-MDL-FLAG
008820     END-IF.

008830     IF WS-DPOL-IS-SCALED (WS-DPOL-IDX)
008840             AND WS-PROP-RAISE (WS-PROP-IDX) > ZERO
008850         COMPUTE WS-PROP-RAISE (WS-PROP-IDX) =
008860             WS-PROP-RAISE (WS-PROP-IDX)
008870                 * WS-DPOL-POOL-AMOUNT (WS-DPOL-IDX)
008880                 / WS-DPOL-PROPOSED (WS-DPOL-IDX)
008890         IF WS-PROP-IS-CAPPED (WS-PROP-IDX)
008900             MOVE 'C+P' TO WS-MDL-FLAG
008910         ELSE
008920             MOVE 'POOL' TO WS-MDL-FLAG
008930         END-IF
008940     END-IF.

008950     ADD WS-PROP-RAISE (WS-PROP-IDX)
008960         TO WS-DPOL-FINAL (WS-DPOL-IDX).
008970     ADD WS-PROP-RAISE (WS-PROP-IDX) TO WS-CO-FINAL.

008980     MOVE WS-PROP-EMP-ID (WS-PROP-IDX) TO WS-MDL-EMP-ID.
008990     MOVE WS-PROP-EMP-NAME (WS-PROP-IDX) TO WS-MDL-EMP-NAME.
009000     MOVE WS-PROP-DEPT-NAME (WS-PROP-IDX) TO WS-MDL-DEPT-NAME.
009010     MOVE WS-PROP-GRADE-CODE (WS-PROP-IDX) TO WS-MDL-GRADE.
009020     MOVE WS-PROP-PERF-RATING (WS-PROP-IDX) TO WS-MDL-RATING.
009030     MOVE WS-PROP-SALARY (WS-PROP-IDX) TO WS-MDL-SALARY.
009040     MOVE WS-PROP-COMPA-RATIO (WS-PROP-IDX) TO WS-MDL-COMPA.
009050     MOVE WS-PROP-INCREASE-PCT (WS-PROP-IDX) TO WS-MDL-PCT.
009060     MOVE WS-PROP-RAISE (WS-PROP-IDX) TO WS-MDL-RAISE.
009070     COMPUTE WS-MDL-NEW-SALARY =
009080         WS-PROP-SALARY (WS-PROP-IDX)
009090             + WS-PROP-RAISE (WS-PROP-IDX).
009100     MOVE WS-MERIT-DETAIL-LINE TO MERIT-PRINT-LINE.
009110     WRITE MERIT-PRINT-LINE.

009120     IF MCTL-IS-GENERATE
009130             AND WS-PROP-RAISE (WS-PROP-IDX) > ZERO
009140         PERFORM 3250-WRITE-CHANGE-TRANS THRU 3250-EXIT
009150     END-IF.

009160 3200-EXIT.
009170     EXIT.

009180*================================================================
009190*  3250-WRITE-CHANGE-TRANS  -  A CHANGE CARRYING ONLY THE NEW
009199*      SALARY AND THE CYCLE'S EFFECTIVE DATE; EVERY OTHER FIELD
009210*      IS LEFT BLANK SO EMP-MSTR-UPDT LEAVES IT AS IT IS.
009220*================================================================
009230 3250-WRITE-CHANGE-TRANS.

009240     MOVE SPACES TO EMP-TRANS-RECORD.
009250     MOVE 'C' TO TRAN-ACTION-CODE.
009260     MOVE WS-PROP-EMP-ID (WS-PROP-IDX) TO TRAN-EMP-ID.
009270     COMPUTE TRAN-EMP-SALARY =
009280         WS-PROP-SALARY (WS-PROP-IDX)
009290             + WS-PROP-RAISE (WS-PROP-IDX).
009291     IF MCTL-EFFECTIVE-DATE > ZERO
009292         MOVE MCTL-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE
009293     END-IF.
009294     MOVE MCTL-SUBMITTER-ID TO TRAN-SUBMITTER-ID.
009295     MOVE MCTL-APPROVER-ID TO TRAN-APPROVER-ID.
009296     MOVE MCTL-SECOND-APPROVER-ID TO TRAN-SECOND-APPROVER-ID.
009300     WRITE EMP-TRANS-RECORD.
009310     ADD 1 TO WS-TRANS-WRITTEN.

009320 3250-EXIT.
009330     EXIT.

009340 3300-WRITE-ONE-CAPPED.

009350     IF NOT WS-PROP-IS-PROPOSED (WS-PROP-IDX)
009360             OR NOT WS-PROP-IS-CAPPED (WS-PROP-IDX)
009370         GO TO 3300-EXIT
009380     END-IF.

009390     MOVE WS-PROP-EMP-ID (WS-PROP-IDX) TO WS-CPL-EMP-ID.
009400     MOVE WS-PROP-EMP-NAME (WS-PROP-IDX) TO WS-CPL-EMP-NAME.
009410     MOVE WS-PROP-DEPT-NAME (WS-PROP-IDX) TO WS-CPL-DEPT-NAME.
009420     MOVE WS-PROP-GRADE-CODE (WS-PROP-IDX) TO WS-CPL-GRADE.
009430     MOVE WS-PROP-SALARY (WS-PROP-IDX) TO WS-CPL-SALARY.
009440     MOVE WS-PROP-MATRIX-SALARY (WS-PROP-IDX)
009450         TO WS-CPL-MATRIX-SALARY.
009460     MOVE WS-PROP-GRADE-MAXIMUM (WS-PROP-IDX)
009470         TO WS-CPL-GRADE-MAXIMUM.
009480     COMPUTE WS-CPL-NEW-SALARY =
009490         WS-PROP-SALARY (WS-PROP-IDX)
009500             + WS-PROP-RAISE (WS-PROP-IDX).
009510     MOVE WS-CAPPED-DETAIL-LINE TO MERIT-PRINT-LINE.
009520     WRITE MERIT-PRINT-LINE.

009530 3300-EXIT.
009540     EXIT.

009550 3400-WRITE-ONE-NOT-PROPOSED.

009560     IF NOT WS-PROP-NOT-PROPOSED (WS-PROP-IDX)
009570         GO TO 3400-EXIT
009580     END-IF.

009590     MOVE WS-PROP-EMP-ID (WS-PROP-IDX) TO WS-NPL-EMP-ID.
009600     MOVE WS-PROP-EMP-NAME (WS-PROP-IDX) TO WS-NPL-EMP-NAME.
009610     MOVE WS-PROP-DEPT-NAME (WS-PROP-IDX) TO WS-NPL-DEPT-NAME.
009620     MOVE WS-PROP-GRADE-CODE (WS-PROP-IDX) TO WS-NPL-GRADE.
009630     MOVE WS-PROP-REASON (WS-PROP-IDX) TO WS-NPL-REASON.
009640     MOVE WS-NOT-PROPOSED-LINE TO MERIT-PRINT-LINE.
009650     WRITE MERIT-PRINT-LINE.

009660 3400-EXIT.
009670     EXIT.

009680 3500-WRITE-ONE-POOL.

009690     MOVE WS-DPOL-DEPT-NAME (WS-DPOL-IDX) TO WS-PDL-DEPT-NAME.
009700     MOVE WS-DPOL-HEADCOUNT (WS-DPOL-IDX) TO WS-PDL-HEADCOUNT.
009710     MOVE WS-DPOL-SALARY-TOTAL (WS-DPOL-IDX)
009720         TO WS-PDL-SALARY-TOTAL.
009730     MOVE WS-DPOL-POOL-AMOUNT (WS-DPOL-IDX)
009740         TO WS-PDL-POOL-AMOUNT.
009750     MOVE WS-DPOL-PROPOSED (WS-DPOL-IDX) TO WS-PDL-PROPOSED.
009760     MOVE WS-DPOL-FINAL (WS-DPOL-IDX) TO WS-PDL-FINAL.
009770     IF WS-DPOL-IS-SCALED (WS-DPOL-IDX)
009780         MOVE 'SCALED' TO WS-PDL-FLAG
009790     ELSE
009800         MOVE SPACES TO WS-PDL-FLAG
009810     END-IF.
009820     MOVE WS-POOL-DETAIL-LINE TO MERIT-PRINT-LINE.
009830     WRITE MERIT-PRINT-LINE.

009840 3500-EXIT.
009850     EXIT.

009860 3900-WRITE-SECTION-HEADING.

009870     MOVE WS-MERIT-BLANK-LINE TO MERIT-PRINT-LINE.
009880     WRITE MERIT-PRINT-LINE.
009890     MOVE WS-MERIT-SECTION-LINE TO MERIT-PRINT-LINE.
009900     WRITE MERIT-PRINT-LINE.

009910 3900-EXIT.
009920     EXIT.
