001890*                       RAISES THE GL HOLD SO A CONSISTENT-BUT-
001900*                       WRONG FILE WAITS FOR A HUMAN INSTEAD OF
001910*                       POSTING A 40-HEADS-LIGHT GL DAY.
001911*      10/15/2026  DRO  THE GL EXTRACT POSTS THE PERIOD'S
001912*                       SALARY COST INSTEAD OF THE ANNUAL
001913*                       SALARY SUBTOTAL.  THE RUN THAT REACHES
001914*                       A CALNMSTR PAY DATE POSTS EACH
001915*                       DEPARTMENT'S SALARY AND BURDEN FOR THE
001916*                       BUSINESS DAYS SINCE THE LAST PAY DATE,
001917*                       AT ANNUAL / 12 PER MONTH SPREAD OVER
001918*                       THE MONTH'S BUSINESS DAYS.  NEW HIRES
001919*                       AND SEPARATIONS FROM SALHIST ARE
001921*                       PRORATED TO THE DAYS THEY WERE ACTIVE.
001922*                       THE RUN THAT REACHES THE LAST BUSINESS
001923*                       DAY OF A MONTH ACCRUES THE DAYS NOT
001924*                       YET PAID; THE ACCRUAL IS KEPT ON
001925*                       GLACCRUE AND REVERSED BY THE FIRST RUN
001926*                       OF THE NEXT GL PERIOD.
001927*      10/15/2026  DRO  THE AUDITLOG RECORD NOW CARRIES APPROVAL
001928*                       FIELDS FOR THE MASTER MAINTENANCE JOBS;
001929*                       THEY ARE LEFT SPACE ON THE BEFORE/AFTER
001931*                       RECORDS WRITTEN HERE.
001932*      10/15/2026  DRO  RETROACTIVE PAY.  A RAISE OR DECREASE
001933*                       RECORDED ON SALHIST SINCE THE PRIOR RUN
001934*                       BUT EFFECTIVE ON OR BEFORE THE LAST PAY
001935*                       DATE ALREADY POSTED IS PAID THE DIFFERENCE
001936*                       FOR THE BUSINESS DAYS FROM ITS EFFECTIVE
001937*                       DATE THROUGH THAT PAY DATE - LISTED ON THE
001938*                       NEW RETRO PAY REPORT (RETRORPT) BY
001939*                       DEPARTMENT AND POSTED ONE LINE PER
001941*                       DEPARTMENT TO THE GLACCTMP RETRO ACCOUNT,
001942*                       INSIDE THE BALANCING TRAILER.  A
001943*                       DEPARTMENT WITH NO RETRO ACCOUNT IS
001944*                       REJECTED WITH GLA2.  SALHIST RECORDS
001945*                       WRITTEN HERE CARRY THE RUN DATE AS THEIR
001946*                       RECORDED DATE.
001947*      10/15/2026  DRO  XFERHIST RECORDS WRITTEN HERE CARRY THE
001948*                       RUN DATE AS THEIR RECORDED DATE, FOR THE
001949*                       OUTBOUND CHANGE FEED.
001951*      10/15/2026  DRO  EMPLOYEE STATUS LIFECYCLE.  AN EMPLOYEE ON
001952*                       A LEAVE OF ABSENCE ('L') STAYS ON THE
001953*                       MASTER BUT IS LEFT OUT OF THE OCCUPANCY
001954*                       TALLIES AND THE GL SALARY COST, AND A
001955*                       MANAGER ON LEAVE IS NOT AN ORPHAN.  A
001956*                       TERMINATED EMPLOYEE BACK ON THE EXTRACT IS
001957*                       NO LONGER QUIETLY REACTIVATED: INSIDE THE
001958*                       CONTROL CARD'S MINIMUM BREAK IN SERVICE IT
001959*                       IS A REINSTATEMENT (RINS) REVERSING THE
001961*                       TERMINATION, OTHERWISE A REHIRE (REHR).
001962*                       BOTH ARE LOGGED TO SALHIST AND LISTED ON
001963*                       THE NEW REHIRES REPORT (REHRRPT).
001964*      10/15/2026  DRO  BACK-OUT JOURNAL.  EVERY RUN NOW WRITES
001965*                       RUNJRNL FOR RUN-BACKOUT: THE BEFORE-IMAGE
001966*                       OF EACH MASTER RECORD IT REWRITES (OR A
001967*                       NOTE OF EACH ONE IT ADDS), A COPY OF EACH
001968*                       SALHIST, XFERHIST AND AUDITLOG RECORD IT
001969*                       APPENDS, AND THE PRIOR DEPTTOTS SNAPSHOT
001971*                       AND RUNSTAT RECORD IT REPLACES.
001972*================================================================
001973 IDENTIFICATION DIVISION.
001974 PROGRAM-ID. USE-RENAMES.
001975 AUTHOR. D. OKAFOR.
001976 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
001977 DATE-WRITTEN. 03/14/1998.
001980 DATE-COMPILED.

001990 ENVIRONMENT DIVISION.
002970         ORGANIZATION IS LINE SEQUENTIAL
002980         FILE STATUS IS FS-SEPARATION-RPT.

002981*    REHIRE-RPT-FILE LISTS EVERY TERMINATED EMPLOYEE WHO CAME
002982*    BACK ON TODAY'S EXTRACT, AS A REHIRE OR A REINSTATEMENT,
002983*    SO HR CAN TELL A RETURN FROM A DATA ERROR.
002984     SELECT REHIRE-RPT-FILE ASSIGN TO "REHRRPT"
002985         ORGANIZATION IS LINE SEQUENTIAL
002986         FILE STATUS IS FS-REHIRE-RPT.

002990*    LOCATION-MASTER-FILE IS THE FLOOR/LOCATION MASTER - EVERY
003000*    VALID DEPT-LOCATION VALUE, THE BUILDING IT IS IN, AND HOW
003010*    MANY DESKS IT HOLDS.
003360         ORGANIZATION IS LINE SEQUENTIAL
003370         FILE STATUS IS FS-VARIANCE-RPT.

003371*    GL-ACCRUAL-FILE HOLDS THE MONTH-END SALARY ACCRUAL LINES
003372*    UNTIL THE FIRST RUN OF THE NEXT GL PERIOD REVERSES THEM.
003373*    IT DOES NOT EXIST UNTIL THE FIRST MONTH END - NOT AN
003374*    ERROR.
003375     SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCRUE"
003376         ORGANIZATION IS LINE SEQUENTIAL
003377         FILE STATUS IS FS-GL-ACCRUAL.

003378*    RETRO-RPT-FILE LISTS EVERY RETROACTIVE PAY DIFFERENTIAL
003379*    THIS RUN PAID, BY DEPARTMENT, FOR PAYROLL.  WRITTEN WHOLE
003381*    AT END OF RUN.
003382     SELECT RETRO-RPT-FILE ASSIGN TO "RETRORPT"
003383         ORGANIZATION IS LINE SEQUENTIAL
003384         FILE STATUS IS FS-RETRO-RPT.

003385*    RUN-JOURNAL-FILE IS THE BACK-OUT JOURNAL - EVERYTHING
003386*    RUN-BACKOUT NEEDS TO PUT THE MASTER, THE THREE PERMANENT
003387*    LOGS, DEPTTOTS AND RUNSTAT BACK THE WAY THIS RUN FOUND
003388*    THEM.  STARTED FRESH EACH RUN, EXTENDED ON A RESTART.
003389     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
003391         ORGANIZATION IS LINE SEQUENTIAL
003392         FILE STATUS IS FS-RUN-JOURNAL.

003393 DATA DIVISION.

003394 FILE SECTION.

003400 FD  EMPL-DEPT-FILE
003410     LABEL RECORDS ARE STANDARD.
003920     LABEL RECORDS ARE STANDARD.
003930 01  SEPARATION-PRINT-LINE             PIC X(80).

003932 FD  REHIRE-RPT-FILE
003934     LABEL RECORDS ARE STANDARD.
003936 01  REHIRE-PRINT-LINE                 PIC X(80).

003940 FD  LOCATION-MASTER-FILE
003950     LABEL RECORDS ARE STANDARD.
003960     COPY LOCNMSTR.
004100     LABEL RECORDS ARE STANDARD.
004110 01  VARIANCE-PRINT-LINE               PIC X(80).

004111 FD  GL-ACCRUAL-FILE
004112     LABEL RECORDS ARE STANDARD.
004113     COPY GLACCRUE.

004114 FD  RETRO-RPT-FILE
004115     LABEL RECORDS ARE STANDARD.
004116 01  RETRO-PRINT-LINE                  PIC X(80).

004117 FD  RUN-JOURNAL-FILE
004118     LABEL RECORDS ARE STANDARD.
004119     COPY RUNJRNL.

004120 WORKING-STORAGE SECTION.

004130 01  WS-DESCRIPTION.
004560     05  FS-BURDEN-MASTER          PIC X(02).
004570     05  FS-DEPT-TOTALS            PIC X(02).
004580     05  FS-VARIANCE-RPT           PIC X(02).
004582     05  FS-GL-ACCRUAL             PIC X(02).
004584     05  FS-RETRO-RPT              PIC X(02).
004586     05  FS-REHIRE-RPT             PIC X(02).
004588     05  FS-RUN-JOURNAL            PIC X(02).

004590 01  WS-SWITCHES.
004600     05  WS-EMPL-DEPT-EOF-SW       PIC X(01) VALUE 'N'.
005030         88  WS-VARIANCE-HOLD          VALUE 'Y'.
005040     05  WS-VAR-RPT-OPEN-SW        PIC X(01) VALUE 'N'.
005050         88  WS-VAR-RPT-OPEN           VALUE 'Y'.
005051     05  WS-CHST-EOF-SW            PIC X(01) VALUE 'N'.
005052         88  WS-CHST-EOF               VALUE 'Y'.
005053     05  WS-GACR-EOF-SW            PIC X(01) VALUE 'N'.
005054         88  WS-GACR-EOF               VALUE 'Y'.
005055     05  WS-GACR-REVERSED-SW       PIC X(01) VALUE 'N'.
005056         88  WS-GACR-REVERSED          VALUE 'Y'.
005057     05  WS-GACR-OPEN-SW           PIC X(01) VALUE 'N'.
005058         88  WS-GACR-OPEN              VALUE 'Y'.
005059     05  WS-COST-ACCRUAL-SW        PIC X(01) VALUE 'N'.
005060         88  WS-COST-IS-ACCRUAL        VALUE 'Y'.
005061     05  WS-RETR-EOF-SW            PIC X(01) VALUE 'N'.
005062         88  WS-RETR-EOF               VALUE 'Y'.
005063     05  WS-EMP-ON-LEAVE-SW        PIC X(01) VALUE 'N'.
005064         88  EMP-ON-LEAVE              VALUE 'Y'.
005065     05  WS-EMP-RETURNING-SW       PIC X(01) VALUE 'N'.
005066         88  EMP-RETURNING             VALUE 'Y'.
005067     05  WS-COST-REINSTATED-SW     PIC X(01) VALUE 'N'.
005068         88  WS-COST-REINSTATED        VALUE 'Y'.

005069 77  WS-DETAIL-RECS-READ           PIC 9(07) VALUE ZERO COMP.
005070 77  WS-RECYCLED-RECS-READ         PIC 9(07) VALUE ZERO COMP.
005080 77  WS-DETAIL-RECS-REJECTED       PIC 9(07) VALUE ZERO COMP.
005090 77  WS-DETAIL-SALARY-TOTAL        PIC 9(11) VALUE ZERO COMP.
005110 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
005120 77  WS-HDR-RUN-DATE               PIC 9(08) VALUE ZERO.
005130 77  WS-PRIOR-RUN-DATE             PIC 9(08) VALUE ZERO.
005132*    THE PRIOR RUN'S WHOLE RUNSTAT RECORD, FOR THE BACK-OUT
005134*    JOURNAL.  47 BYTES - SEE RUNSTAT.CPY.
005136 77  WS-PRIOR-RSTAT-IMAGE          PIC X(47) VALUE SPACES.

005140*----------------------------------------------------------------
005150*  PROCESSING CALENDAR, LOADED FROM CALENDAR-MASTER-FILE AT
005170*  UP HERE AND SWEEPS IT FOR BUSINESS DAYS SKIPPED SINCE THE
005180*  PRIOR RUN.  SIZED LIKE THE OTHER LOOKUP TABLES;
005190*  1175-READ-CALENDAR-MASTER REFUSES TO OVERRUN IT.
005192*  1176-SET-DAY-SHARES STAMPS EACH BUSINESS DAY WITH ITS SHARE
005194*  OF A MONTH (1 / BUSINESS DAYS IN THAT MONTH) AND FLAGS THE
005196*  LAST BUSINESS DAY OF EACH MONTH, FOR THE PERIOD SALARY COST.
005200*----------------------------------------------------------------
005210 77  WS-CALN-MAX                   PIC 9(05) VALUE 99999 COMP.
005220 77  WS-CALN-COUNT                 PIC 9(05) VALUE ZERO COMP.
005280                                     INDEXED BY WS-CALN-IDX.
005290         10  WS-CALN-DATE           PIC 9(08).
005300         10  WS-CALN-DAY-TYPE       PIC X(01).
005302         10  WS-CALN-PAY-DATE-SW    PIC X(01).
005304         10  WS-CALN-MONTH-END-SW   PIC X(01).
005306         10  WS-CALN-DAY-SHARE      PIC 9(01)V9(08).

005310*----------------------------------------------------------------
005320*  RUN-OVER-RUN VARIANCE WORK AREAS.  THE PRIOR RUN'S COMPANY
008820     05  FILLER                     PIC X(51) VALUE SPACES.

008830*----------------------------------------------------------------
008831*  REHIRES REPORT WORK AREAS.  A TERMINATED EMPLOYEE BACK ON THE
008832*  EXTRACT BEFORE WS-BREAK-CUTOFF-DATE (THE SEPARATION DATE PLUS
008833*  THE CONTROL CARD'S MINIMUM BREAK IN SERVICE, IN MONTHS) IS A
008834*  REINSTATEMENT; ON OR AFTER IT, A REHIRE.
008835*----------------------------------------------------------------
008836 77  WS-MIN-BREAK-MONTHS           PIC 9(03) VALUE ZERO.
008837 77  WS-REHIRE-COUNT               PIC 9(05) VALUE ZERO COMP.
008838 77  WS-REINSTATE-COUNT            PIC 9(05) VALUE ZERO COMP.
008839 77  WS-BRK-MONTHS                 PIC 9(05) VALUE ZERO COMP.
008840 77  WS-BRK-YEARS                  PIC 9(05) VALUE ZERO COMP.
008841 77  WS-BRK-MONTH-REM              PIC 9(05) VALUE ZERO COMP.

008842 01  WS-BREAK-CUTOFF-DATE.
008843     05  WS-BRK-YYYY                PIC 9(04).
008844     05  WS-BRK-MM                  PIC 9(02).
008845     05  WS-BRK-DD                  PIC 9(02).
008846 01  WS-BREAK-CUTOFF-YMD            REDEFINES WS-BREAK-CUTOFF-DATE
008847                                    PIC 9(08).

008848 01  WS-REHIRE-TITLE-LINE.
008849     05  FILLER                     PIC X(34)
008850         VALUE 'REHIRES AND REINSTATEMENTS REPORT'.
008851     05  FILLER                     PIC X(46) VALUE SPACES.

008852 01  WS-REHIRE-DETAIL-LINE.
008853     05  FILLER                     PIC X(09) VALUE 'EMP-ID:  '.
008854     05  WS-RHR-EMP-ID              PIC X(06).
008855     05  FILLER                     PIC X(02) VALUE SPACES.
008856     05  WS-RHR-EMP-NAME            PIC X(15).
008857     05  FILLER                     PIC X(02) VALUE SPACES.
008858     05  WS-RHR-DEPT-NAME           PIC X(10).
008859     05  FILLER                     PIC X(02) VALUE SPACES.
008860     05  FILLER                     PIC X(11)
008861         VALUE 'SEPARATED: '.
008862     05  WS-RHR-SEP-DATE            PIC 9(08).
008863     05  FILLER                     PIC X(02) VALUE SPACES.
008864     05  WS-RHR-ACTION              PIC X(10).
008865     05  FILLER                     PIC X(03) VALUE SPACES.

008866 01  WS-REHIRE-NONE-LINE.
008867     05  FILLER                     PIC X(35)
008868         VALUE 'NO REHIRES OR REINSTATEMENTS TODAY.'.
008869     05  FILLER                     PIC X(45) VALUE SPACES.

008870 01  WS-RETRO-TITLE-LINE.
008871     05  FILLER                     PIC X(35)
008872         VALUE 'RETROACTIVE PAY DIFFERENTIAL REPORT'.
008873     05  FILLER                     PIC X(16)
008874         VALUE ' - PAID THROUGH '.
008875     05  WS-RTL-PAID-THRU           PIC 9(08).
008876     05  FILLER                     PIC X(21) VALUE SPACES.

008877 01  WS-RETRO-COLUMN-LINE.
008878     05  FILLER                     PIC X(33)
008879         VALUE 'EMP-ID NAME            EFF DATE  '.
008880     05  FILLER                     PIC X(39)
008881         VALUE 'OLD SAL  NEW SAL  DAYS     DIFFERENTIAL'.
008882     05  FILLER                     PIC X(08) VALUE SPACES.

008883 01  WS-RETRO-DEPT-LINE.
008884     05  FILLER                     PIC X(12)
008885         VALUE 'DEPARTMENT: '.
008886     05  WS-RHL-DEPT-NAME           PIC X(10).
008887     05  FILLER                     PIC X(17)
008888         VALUE '  RETRO ACCOUNT: '.
008889     05  WS-RHL-RETRO-ACCT          PIC X(08).
008890     05  FILLER                     PIC X(33) VALUE SPACES.

008891 01  WS-RETRO-DETAIL-LINE.
008892     05  WS-RDL-EMP-ID              PIC X(06).
008893     05  FILLER                     PIC X(01) VALUE SPACES.
008894     05  WS-RDL-EMP-NAME            PIC X(15).
008895     05  FILLER                     PIC X(01) VALUE SPACES.
008896     05  WS-RDL-EFF-DATE            PIC 9(08).
008897     05  FILLER                     PIC X(02) VALUE SPACES.
008898     05  WS-RDL-OLD-SALARY          PIC ZZZ,ZZ9.
008899     05  FILLER                     PIC X(02) VALUE SPACES.
008900     05  WS-RDL-NEW-SALARY          PIC ZZZ,ZZ9.
008901     05  FILLER                     PIC X(02) VALUE SPACES.
008902     05  WS-RDL-DAYS                PIC ZZZ9.
008903     05  FILLER                     PIC X(02) VALUE SPACES.
008904     05  WS-RDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
008905     05  FILLER                     PIC X(08) VALUE SPACES.

008906 01  WS-RETRO-DEPT-TOTAL-LINE.
008907     05  FILLER                     PIC X(17)
008908         VALUE 'DEPARTMENT TOTAL '.
008909     05  WS-RDT-DEPT-NAME           PIC X(10).
008910     05  FILLER                     PIC X(07) VALUE SPACES.
008911     05  WS-RDT-STATUS              PIC X(23).
008912     05  WS-RDT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
008913     05  FILLER                     PIC X(08) VALUE SPACES.

008914 01  WS-RETRO-TOTAL-LINE.
008915     05  FILLER                     PIC X(35)
008916         VALUE 'TOTAL RETROACTIVE PAY DIFFERENTIALS'.
008917     05  FILLER                     PIC X(22) VALUE SPACES.
008918     05  WS-RTT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
008919     05  FILLER                     PIC X(08) VALUE SPACES.

008920 01  WS-RETRO-NONE-LINE.
008921     05  FILLER                     PIC X(42)
008922         VALUE 'NO RETROACTIVE PAY DIFFERENTIALS THIS RUN.'.
008923     05  FILLER                     PIC X(38) VALUE SPACES.

008924*----------------------------------------------------------------
008925*  DEPARTMENT ROSTER REPORT - CONTROL BREAK WORK AREAS.
008926*----------------------------------------------------------------
008927 77  WS-PREV-DEPT-NAME              PIC X(10) VALUE SPACES.
008928 77  WS-DEPT-SALARY-SUBTOTAL        PIC 9(09) VALUE ZERO COMP.
008929 77  WS-GRAND-SALARY-TOTAL          PIC 9(11) VALUE ZERO COMP.

008930*----------------------------------------------------------------
008931*  PAYROLL GL INTERFACE WORK AREAS.  THE CHART-OF-ACCOUNTS
008932*  MAPPING MASTER IS LOADED INTO WS-GL-ACCT-MAP-TABLE AT
008933*  STARTUP; 2680-WRITE-GL-EXTRACT PICKS THE ENTRY FOR THE
008934*  DEPARTMENT WITH THE LATEST EFFECTIVE DATE NOT AFTER THE RUN
008940*  DATE.  WS-GL-TRL-REC-COUNT AND WS-GL-HASH-TOTAL ACCUMULATE
008950*  THE BALANCING TRAILER THE GL LOAD PROVES THE FILE AGAINST.
008960*----------------------------------------------------------------
008990 77  WS-GLAM-COUNT                 PIC 9(05) VALUE ZERO COMP.
009000 77  WS-GLAM-BEST-DATE             PIC 9(08) VALUE ZERO.
009010 77  WS-GLAM-BEST-ACCT             PIC X(08) VALUE SPACES.
009015 77  WS-GLAM-BEST-RETRO            PIC X(08) VALUE SPACES.
009020 77  WS-GL-TRL-REC-COUNT           PIC 9(07) VALUE ZERO COMP.
009030 77  WS-GL-HASH-TOTAL              PIC S9(13)V99 VALUE ZERO COMP.

009080         10  WS-GLAM-DEPT-NAME      PIC X(10).
009090         10  WS-GLAM-ACCT           PIC X(08).
009100         10  WS-GLAM-EFF-DATE       PIC 9(08).
009105         10  WS-GLAM-RETRO-ACCT     PIC X(08).

009110*----------------------------------------------------------------
009120*  BURDEN/FRINGE RATE WORK AREAS.  THE RAW BURDEN RATE MASTER
009420         10  WS-BEFF-EFF-DATE       PIC 9(08).

009430*----------------------------------------------------------------
009431*  PERIOD SALARY COST WORK AREAS.  THE GL EXTRACT POSTS WHAT
009432*  THE PERIOD ACTUALLY COST, NOT THE ANNUAL SALARY.  AN
009433*  EMPLOYEE COSTS EMP-SALARY / 12 A MONTH, SPREAD EVENLY OVER
009434*  THAT MONTH'S BUSINESS DAYS ON THE PROCESSING CALENDAR.
009435*  1185-SET-COST-SPANS WORKS OUT WHAT THIS RUN POSTS FROM THE
009436*  CALENDAR DAYS SINCE THE PRIOR RUN (THE COST WINDOW):
009437*    - PAY SPAN - A PAY DATE IN THE WINDOW POSTS THE BUSINESS
009438*      DAYS AFTER THE LAST PAY DATE BEFORE THE WINDOW, UP TO
009439*      AND INCLUDING THE LATEST PAY DATE IN IT.
009440*    - ACCRUAL SPAN - THE LAST BUSINESS DAY OF A MONTH IN THE
009441*      WINDOW ACCRUES THE BUSINESS DAYS AFTER THE LAST PAY DATE
009442*      UP TO THAT MONTH END, IN THAT MONTH'S GL PERIOD.
009443*  A SPAN END OF ZERO MEANS NOTHING TO POST FOR THAT SPAN.  THE
009444*  START DATE IS EXCLUSIVE, THE END DATE INCLUSIVE; THE FIRST/
009445*  LAST SUBSCRIPTS BOUND THE SPAN IN WS-CALENDAR-TABLE AND THE
009446*  SHARE IS THE SUM OF ITS BUSINESS DAYS' WS-CALN-DAY-SHARE.
009447*  AN EMPLOYEE ACTIVE THE WHOLE SPAN COSTS EMP-SALARY * SHARE /
009448*  12; ONE HIRED OR SEPARATED INSIDE IT ONLY COUNTS THE DAYS ON
009449*  OR AFTER WS-COST-HIRE-DATE AND BEFORE WS-COST-TERM-DATE.
009450*----------------------------------------------------------------
009451 77  WS-COST-WINDOW-START          PIC 9(08) VALUE ZERO.
009452 77  WS-COST-LAST-PAY-DATE         PIC 9(08) VALUE ZERO.
009453 77  WS-COST-HIST-FROM             PIC 9(08) VALUE ZERO.
009454 77  WS-COST-MONTH                 PIC 9(06) VALUE ZERO.
009455 77  WS-COST-CURR-MONTH            PIC 9(06) VALUE ZERO.
009456 77  WS-COST-MONTH-DAYS            PIC 9(03) VALUE ZERO COMP.
009457 77  WS-COST-MONTH-FIRST-SUB       PIC 9(05) VALUE ZERO COMP.
009458 77  WS-COST-MONTH-END-SUB         PIC 9(05) VALUE ZERO COMP.
009459 77  WS-COST-MONTH-LAST-BUS-SUB    PIC 9(05) VALUE ZERO COMP.
009460 77  WS-COST-SUB                   PIC 9(05) VALUE ZERO COMP.
009461 77  WS-COST-DAY-RATE              PIC 9(01)V9(08)
009462                                   VALUE ZERO COMP.
009463 77  WS-PAY-SPAN-START             PIC 9(08) VALUE ZERO.
009464 77  WS-PAY-SPAN-END               PIC 9(08) VALUE ZERO.
009465 77  WS-PAY-FIRST-SUB              PIC 9(05) VALUE ZERO COMP.
009466 77  WS-PAY-LAST-SUB               PIC 9(05) VALUE ZERO COMP.
009467 77  WS-PAY-SPAN-SHARE             PIC 9(03)V9(08)
009468                                   VALUE ZERO COMP.
009469 77  WS-ACCR-SPAN-START            PIC 9(08) VALUE ZERO.
009470 77  WS-ACCR-SPAN-END              PIC 9(08) VALUE ZERO.
009471 77  WS-ACCR-FIRST-SUB             PIC 9(05) VALUE ZERO COMP.
009472 77  WS-ACCR-LAST-SUB              PIC 9(05) VALUE ZERO COMP.
009473 77  WS-ACCR-SPAN-SHARE            PIC 9(03)V9(08)
009474                                   VALUE ZERO COMP.
009475 77  WS-ACCR-PERIOD                PIC 9(06) VALUE ZERO.
009476*    ONE EMPLOYEE'S COSTING - THE CALLER LOADS THE EMP-ID,
009477*    SALARY, AND HIRE/SEPARATION DATES (ZERO = NONE IN THE SPAN)
009478*    BEFORE 2395-COMPUTE-EMP-COST.
009479 77  WS-COST-EMP-ID                PIC X(06) VALUE SPACES.
009480 77  WS-COST-SALARY                PIC 9(06) VALUE ZERO.
009481 77  WS-COST-HIRE-DATE             PIC 9(08) VALUE ZERO.
009482 77  WS-COST-TERM-DATE             PIC 9(08) VALUE ZERO.
009483 77  WS-COST-DAY-SHARE             PIC 9(03)V9(08)
009484                                   VALUE ZERO COMP.
009485 77  WS-EMP-PAY-COST               PIC S9(09)V99 VALUE ZERO COMP.
009486 77  WS-EMP-ACCR-COST              PIC S9(09)V99 VALUE ZERO COMP.
009487 77  WS-DEPT-PAY-COST              PIC S9(09)V99 VALUE ZERO COMP.
009488 77  WS-DEPT-ACCR-COST             PIC S9(09)V99 VALUE ZERO COMP.
009489*    ONE GL POSTING - THE DEPARTMENT, GL PERIOD, AND THE SALARY
009490*    COST THE SALARY LINE AND ITS BURDEN LINES ARE FIGURED ON,
009491*    THEN THE ACCOUNT AND AMOUNT OF EACH LINE AS IT IS WRITTEN.
009492 77  WS-COST-DEPT-NAME             PIC X(10) VALUE SPACES.
009493 77  WS-COST-GL-PERIOD             PIC 9(06) VALUE ZERO.
009494 77  WS-COST-BASE-AMOUNT           PIC S9(09)V99 VALUE ZERO COMP.
009495 77  WS-GL-LINE-ACCT               PIC X(08) VALUE SPACES.
009496 77  WS-GL-LINE-AMOUNT             PIC S9(09)V99 VALUE ZERO COMP.

009497*----------------------------------------------------------------
009498*  RECENT HIRES AND SEPARATIONS, LOADED FROM SALARY-HIST-FILE
009499*  BY 1165-LOAD-COST-HISTORY BEFORE THE LOG IS REOPENED FOR
009500*  THIS RUN'S RECORDS - EVERY NEWH AND TERM RECORD EFFECTIVE
009501*  AFTER THE EARLIEST SPAN START, ONE ENTRY PER EMPLOYEE AND
009502*  REASON (THE LATEST ONE WINS).  A NEW HIRE DATE PRORATES
009503*  THE FIRST SPAN; A SEPARATION FROM AN EARLIER RUN IS COSTED
009504*  TO ITS DEPARTMENT AT END OF RUN UP TO THE SEPARATION DATE.
009505*----------------------------------------------------------------
009506 77  WS-CHST-MAX                   PIC 9(05) VALUE 99999 COMP.
009507 77  WS-CHST-COUNT                 PIC 9(05) VALUE ZERO COMP.
009508 77  WS-CHST-FOUND-SUB             PIC 9(05) VALUE ZERO COMP.
009509 77  WS-CHST-SUB                   PIC 9(05) VALUE ZERO COMP.

009510 01  WS-COST-HISTORY-TABLE.
009511     05  WS-CHST-ENTRY              OCCURS 1 TO 99999 TIMES
009512                                     DEPENDING ON WS-CHST-COUNT
009513                                     INDEXED BY WS-CHST-IDX.
009514         10  WS-CHST-EMP-ID         PIC X(06).
009515         10  WS-CHST-REASON         PIC X(04).
009516         10  WS-CHST-EFF-DATE       PIC 9(08).
009517         10  WS-CHST-SALARY         PIC 9(06).

009518*----------------------------------------------------------------
009519*  SEPARATION COST BY DEPARTMENT.  AN EMPLOYEE WHO LEFT INSIDE
009520*  THE SPAN IS NOT ON TODAY'S EXTRACT, SO THOSE DAYS ARE COSTED
009521*  HERE INSTEAD (3165/3215) AND POSTED AS THEIR OWN LINES BY
009522*  3160-POST-SEPARATION-COST JUST BEFORE THE GL TRAILER.
009523*----------------------------------------------------------------
009524 77  WS-SEPC-MAX                   PIC 9(05) VALUE 99999 COMP.
009525 77  WS-SEPC-COUNT                 PIC 9(05) VALUE ZERO COMP.
009526 77  WS-SEPC-FOUND-SUB             PIC 9(05) VALUE ZERO COMP.

009527 01  WS-SEPARATION-COST-TABLE.
009528     05  WS-SEPC-ENTRY              OCCURS 1 TO 99999 TIMES
009529                                     DEPENDING ON WS-SEPC-COUNT
009530                                     INDEXED BY WS-SEPC-IDX.
009531         10  WS-SEPC-DEPT-NAME      PIC X(10).
009532         10  WS-SEPC-PAY-COST       PIC S9(09)V99.
009533         10  WS-SEPC-ACCR-COST      PIC S9(09)V99.

009534*----------------------------------------------------------------
009535*  RETROACTIVE PAY DIFFERENTIALS.  WS-RETRO-PAID-THRU IS THE LAST
009536*  PAY DATE AT OR BEFORE THE COST WINDOW - THE DAYS THROUGH IT
009537*  WERE POSTED BY EARLIER RUNS AT THE SALARY THEN ON FILE.  A
009538*  RAISE OR DECREASE RECORDED ON SALHIST INSIDE THE COST WINDOW
009539*  BUT EFFECTIVE ON OR BEFORE THAT DATE IS LOADED HERE BY
009540*  1167-LOAD-RETRO-CHANGES, WITH THE DEPARTMENT THE EMPLOYEE IS
009541*  IN ON THE MASTER AT START OF RUN, AND COSTED AT
009542*  (NEW - OLD) * SHARE / 12 OVER THE BUSINESS DAYS FROM THE
009543*  EFFECTIVE DATE THROUGH WS-RETRO-PAID-THRU.  3190-POST-RETRO-
009544*  PAY LISTS THEM BY DEPARTMENT AND POSTS EACH DEPARTMENT'S
009545*  TOTAL TO ITS RETRO ACCOUNT JUST BEFORE THE GL TRAILER.  THE
009546*  DAYS AFTER WS-RETRO-PAID-THRU ARE IN THIS RUN'S PAY SPAN AT
009547*  THE NEW SALARY ALREADY.
009548*----------------------------------------------------------------
009549 77  WS-RETRO-PAID-THRU            PIC 9(08) VALUE ZERO.
009550 77  WS-RETR-MAX                   PIC 9(05) VALUE 99999 COMP.
009551 77  WS-RETR-COUNT                 PIC 9(05) VALUE ZERO COMP.
009552 77  WS-RETR-SUB                   PIC 9(05) VALUE ZERO COMP.
009553 77  WS-RETRO-DAYS                 PIC 9(05) VALUE ZERO COMP.
009554 77  WS-RETRO-DAY-SHARE            PIC 9(03)V9(08)
009555                                   VALUE ZERO COMP.
009556 77  WS-RETRO-DEPT-AMOUNT          PIC S9(09)V99 VALUE ZERO COMP.
009557 77  WS-RETRO-TOTAL-AMOUNT         PIC S9(09)V99 VALUE ZERO COMP.
009558 77  WS-RETRO-DEPTS-POSTED         PIC 9(05) VALUE ZERO COMP.
009559 77  WS-RETRO-DEPTS-REJECTED       PIC 9(05) VALUE ZERO COMP.

009560 01  WS-RETRO-TABLE.
009561     05  WS-RETR-ENTRY              OCCURS 1 TO 99999 TIMES
009562                                     DEPENDING ON WS-RETR-COUNT
009563                                     INDEXED BY WS-RETR-IDX.
009564         10  WS-RETR-EMP-ID         PIC X(06).
009565         10  WS-RETR-EMP-NAME       PIC X(15).
009566         10  WS-RETR-DEPT-NAME      PIC X(10).
009567         10  WS-RETR-EFF-DATE       PIC 9(08).
009568         10  WS-RETR-OLD-SALARY     PIC 9(06).
009569         10  WS-RETR-NEW-SALARY     PIC 9(06).
009570         10  WS-RETR-DAYS           PIC 9(05).
009571         10  WS-RETR-AMOUNT         PIC S9(09)V99.
009572         10  WS-RETR-LISTED-SW      PIC X(01).
009573             88  WS-RETR-LISTED         VALUE 'Y'.

009574*----------------------------------------------------------------
009575*  MONTH-END ACCRUAL LINES READ BACK FROM GL-ACCRUAL-FILE BY
009576*  1420-REVERSE-PRIOR-ACCRUALS.  A LINE FROM AN EARLIER GL
009577*  PERIOD NOT YET REVERSED IS POSTED BACK WITH THE SIGN TURNED
009578*  OVER AND STAMPED WITH THIS RUN DATE; 3180-SAVE-ACCRUAL-FILE
009579*  WRITES THE STAMPS BACK UNLESS THIS RUN ACCRUED A NEW MONTH.
009580*----------------------------------------------------------------
009581 77  WS-GACR-MAX                   PIC 9(05) VALUE 99999 COMP.
009582 77  WS-GACR-COUNT                 PIC 9(05) VALUE ZERO COMP.
009583 77  WS-GACR-REVERSAL-COUNT        PIC 9(05) VALUE ZERO COMP.

009584 01  WS-GL-ACCRUAL-TABLE.
009585     05  WS-GACR-ENTRY              OCCURS 1 TO 99999 TIMES
009586                                     DEPENDING ON WS-GACR-COUNT
009587                                     INDEXED BY WS-GACR-IDX.
009588         10  WS-GACR-DEPT-CODE      PIC X(10).
009589         10  WS-GACR-EXPENSE-ACCT   PIC X(08).
009590         10  WS-GACR-PERIOD         PIC 9(06).
009591         10  WS-GACR-AMOUNT         PIC S9(09)V99.
009592         10  WS-GACR-REVERSED-DATE  PIC 9(08).

009593*----------------------------------------------------------------
009594*  AUDIT LOG WORK AREAS.  WS-AUDIT-TIMESTAMP-FMT IS BUILT ONE
009595*  PIECE AT A TIME FROM TODAY'S DATE AND THE TIME OF DAY AND
009596*  THEN MOVED AS A WHOLE INTO AUDIT-TIMESTAMP.
009597*----------------------------------------------------------------
009598 77  WS-AUDIT-DATE                 PIC 9(08) VALUE ZERO.
009599 77  WS-AUDIT-TIME                 PIC 9(08) VALUE ZERO.

009600 01  WS-AUDIT-TIMESTAMP-FMT.
009601     05  WS-ATF-YEAR               PIC 9(04).
009602     05  FILLER                    PIC X(01) VALUE '-'.
009603     05  WS-ATF-MONTH              PIC 9(02).
009604     05  FILLER                    PIC X(01) VALUE '-'.
009605     05  WS-ATF-DAY                PIC 9(02).
009606     05  FILLER                    PIC X(01) VALUE '-'.
009607     05  WS-ATF-HOUR               PIC 9(02).
009608     05  FILLER                    PIC X(01) VALUE '.'.
009609     05  WS-ATF-MINUTE             PIC 9(02).
009610     05  FILLER                    PIC X(01) VALUE '.'.
009611     05  WS-ATF-SECOND             PIC 9(02).
009620     05  FILLER                    PIC X(07) VALUE SPACES.

009630 01  WS-ROSTER-TITLE-LINE.
010190     PERFORM 8000-RENAMES-DEMO THRU 8000-EXIT.

010200     CLOSE AUDIT-LOG-FILE.
010205     CLOSE RUN-JOURNAL-FILE.

010210*    THE SCHEDULER RELEASES OR HOLDS THE DOWNSTREAM GL LOAD ON
010220*    THIS CONDITION CODE: 00 CLEAN, 04 WARNINGS, 08 CONTROL-
010420     PERFORM 1180-READ-PRIOR-RUN-STATUS THRU 1180-EXIT.
010430     PERFORM 1190-LOAD-PRIOR-DEPT-TOTALS THRU 1190-EXIT.
010440     PERFORM 1500-VALIDATE-RUN-DATE THRU 1500-EXIT.
010443     PERFORM 1176-SET-DAY-SHARES THRU 1176-EXIT.
010446     PERFORM 1185-SET-COST-SPANS THRU 1185-EXIT.

010450     IF WS-IS-RESTART
010460         OPEN EXTEND ROSTER-RPT-FILE

010750     PERFORM 1050-OPEN-EMPLOYEE-MASTER THRU 1050-EXIT.

010753     PERFORM 1165-LOAD-COST-HISTORY THRU 1165-EXIT.
010756     PERFORM 1167-LOAD-RETRO-CHANGES THRU 1167-EXIT.
010760     PERFORM 1150-OPEN-SALARY-HIST-FILE THRU 1150-EXIT.
010770     PERFORM 1155-OPEN-XFER-HIST-FILE THRU 1155-EXIT.

011340         STOP RUN
011350     END-IF.

011351     IF WS-IS-RESTART
011352         OPEN EXTEND REHIRE-RPT-FILE
011353     ELSE
011354         OPEN OUTPUT REHIRE-RPT-FILE
011355     END-IF.
011356     IF FS-REHIRE-RPT NOT = '00'
011357         DISPLAY 'UNABLE TO OPEN REHIRE-RPT-FILE, STATUS = '
011358             FS-REHIRE-RPT
011359         MOVE 16 TO RETURN-CODE
011361         STOP RUN
011362     END-IF.

011363     IF WS-IS-RESTART
011370         OPEN EXTEND SEQ-ERR-RPT-FILE
011380     ELSE
011390         OPEN OUTPUT SEQ-ERR-RPT-FILE
011560         STOP RUN
011570     END-IF.

011573     PERFORM 1420-REVERSE-PRIOR-ACCRUALS THRU 1420-EXIT.
011576     PERFORM 1430-OPEN-ACCRUAL-FILE THRU 1430-EXIT.

011580     PERFORM 1160-OPEN-AUDIT-LOG-FILE THRU 1160-EXIT.
011585     PERFORM 1162-OPEN-RUN-JOURNAL THRU 1162-EXIT.

011590     IF NOT WS-IS-RESTART
011600         MOVE WS-ROSTER-TITLE-LINE TO ROSTER-PRINT-LINE
011630         WRITE ROSTER-PRINT-LINE
011640         MOVE WS-XFER-TITLE-LINE TO XFER-PRINT-LINE
011650         WRITE XFER-PRINT-LINE
011653         MOVE WS-REHIRE-TITLE-LINE TO REHIRE-PRINT-LINE
011656         WRITE REHIRE-PRINT-LINE
011660     END-IF.

011670 1000-EXIT.
012740         MOVE GLAM-EXPENSE-ACCT TO WS-GLAM-ACCT (WS-GLAM-COUNT)
012750         MOVE GLAM-EFFECTIVE-DATE
012760             TO WS-GLAM-EFF-DATE (WS-GLAM-COUNT)
012763         MOVE GLAM-RETRO-ACCT
012766             TO WS-GLAM-RETRO-ACCT (WS-GLAM-COUNT)
012770     END-IF.

012780 1095-EXIT.
014620     EXIT.

014630*================================================================
014631*  1162-OPEN-RUN-JOURNAL  -  THE BACK-OUT JOURNAL ONLY EVER
014632*      HOLDS THE LATEST RUN: OUTPUT ON A NORMAL RUN, EXTEND ON A
014633*      RESTART SO THE IMAGES JOURNALED BEFORE THE PRIOR RUN WENT
014634*      DOWN ARE KEPT.
014635*================================================================
014636 1162-OPEN-RUN-JOURNAL.

014637     IF WS-IS-RESTART
014638         OPEN EXTEND RUN-JOURNAL-FILE
014639         IF FS-RUN-JOURNAL = '35'
014640             OPEN OUTPUT RUN-JOURNAL-FILE
014641         END-IF
014642     ELSE
014643         OPEN OUTPUT RUN-JOURNAL-FILE
014644     END-IF.
014645     IF FS-RUN-JOURNAL NOT = '00'
014646         DISPLAY 'UNABLE TO OPEN RUN-JOURNAL-FILE, STATUS = '
014647             FS-RUN-JOURNAL
014648         MOVE 16 TO RETURN-CODE
014649         STOP RUN
014650     END-IF.

014651 1162-EXIT.
014652     EXIT.

014653*================================================================
014654*  1165-LOAD-COST-HISTORY  -  BEFORE THE SALARY HISTORY LOG IS
014655*      REOPENED FOR THIS RUN'S RECORDS, PICK UP EVERY HIRE AND
014656*      SEPARATION EFFECTIVE INSIDE THE SPANS BEING COSTED.  NOT
014657*      NEEDED ON A RUN THAT POSTS NO SALARY COST, AND THE LOG
014658*      DOES NOT EXIST YET ON A BRAND NEW INSTALLATION.
014659*================================================================
014660 1165-LOAD-COST-HISTORY.

014661     IF WS-PAY-SPAN-END = ZERO AND WS-ACCR-SPAN-END = ZERO
014662         GO TO 1165-EXIT
014663     END-IF.

014664     OPEN INPUT SALARY-HIST-FILE.
014665     IF FS-SALARY-HIST = '35'
014666         GO TO 1165-EXIT
014667     END-IF.
014668     IF FS-SALARY-HIST NOT = '00'
014669         DISPLAY 'UNABLE TO OPEN SALARY-HIST-FILE, STATUS = '
014670             FS-SALARY-HIST
014671         MOVE 16 TO RETURN-CODE
014672         STOP RUN
014673     END-IF.

014674     PERFORM 1166-READ-COST-HISTORY THRU 1166-EXIT
014675         UNTIL WS-CHST-EOF.
014676     CLOSE SALARY-HIST-FILE.

014677 1165-EXIT.
014678     EXIT.

014679 1166-READ-COST-HISTORY.

014680     READ SALARY-HIST-FILE
014681         AT END
014682             MOVE 'Y' TO WS-CHST-EOF-SW
014683     END-READ.
014684     IF WS-CHST-EOF
014685         GO TO 1166-EXIT
014686     END-IF.

014687     IF SALHIST-EFFECTIVE-DATE NOT > WS-COST-HIST-FROM
014688         GO TO 1166-EXIT
014689     END-IF.
014690     IF NOT SALHIST-IS-NEW-HIRE AND NOT SALHIST-IS-TERMINATION
014691             AND NOT SALHIST-IS-REHIRE
014692             AND NOT SALHIST-IS-REINSTATEMENT
014693         GO TO 1166-EXIT
014694     END-IF.

014695     MOVE ZERO TO WS-CHST-FOUND-SUB.
014696     IF WS-CHST-COUNT > ZERO
014697         SET WS-CHST-IDX TO 1
014698         SEARCH WS-CHST-ENTRY
014699             WHEN WS-CHST-EMP-ID (WS-CHST-IDX) = SALHIST-EMP-ID
014700                 AND WS-CHST-REASON (WS-CHST-IDX)
014701                     = SALHIST-REASON-CODE
014702                 SET WS-CHST-FOUND-SUB TO WS-CHST-IDX
014703         END-SEARCH
014704     END-IF.

014705     IF WS-CHST-FOUND-SUB = ZERO
014706         IF WS-CHST-COUNT = WS-CHST-MAX
014707             DISPLAY 'MORE THAN ' WS-CHST-MAX ' HIRES AND '
014708                 'SEPARATIONS IN THE COST SPAN - '
014709                 'WS-COST-HISTORY-TABLE IS FULL'
014710             MOVE 16 TO RETURN-CODE
014711             STOP RUN
014712         END-IF
014713         ADD 1 TO WS-CHST-COUNT
014714         MOVE WS-CHST-COUNT TO WS-CHST-FOUND-SUB
014715         MOVE SALHIST-EMP-ID TO WS-CHST-EMP-ID (WS-CHST-FOUND-SUB)
014716         MOVE SALHIST-REASON-CODE
014717             TO WS-CHST-REASON (WS-CHST-FOUND-SUB)
014718     END-IF.

014719     MOVE SALHIST-EFFECTIVE-DATE
014720         TO WS-CHST-EFF-DATE (WS-CHST-FOUND-SUB).
014721     MOVE SALHIST-OLD-SALARY
014722         TO WS-CHST-SALARY (WS-CHST-FOUND-SUB).

014723 1166-EXIT.
014724     EXIT.

014725*================================================================
014726*  1167-LOAD-RETRO-CHANGES  -  ALSO BEFORE THE SALARY HISTORY LOG
014727*      IS REOPENED, PICK UP EVERY RAISE AND DECREASE RECORDED
014728*      INSIDE THE COST WINDOW BUT EFFECTIVE ON OR BEFORE THE LAST
014729*      PAY DATE ALREADY POSTED, AND COST ITS DIFFERENCE.  NOTHING
014730*      TO DO BEFORE THE FIRST PAY DATE ON THE CALENDAR.
014731*================================================================
014732 1167-LOAD-RETRO-CHANGES.

014733     IF WS-RETRO-PAID-THRU = ZERO
014734         GO TO 1167-EXIT
014735     END-IF.

014736     OPEN INPUT SALARY-HIST-FILE.
014737     IF FS-SALARY-HIST = '35'
014738         GO TO 1167-EXIT
014739     END-IF.
014740     IF FS-SALARY-HIST NOT = '00'
014741         DISPLAY 'UNABLE TO OPEN SALARY-HIST-FILE, STATUS = '
014742             FS-SALARY-HIST
014743         MOVE 16 TO RETURN-CODE
014744         STOP RUN
014745     END-IF.

014746     PERFORM 1168-READ-RETRO-CHANGE THRU 1168-EXIT
014747         UNTIL WS-RETR-EOF.
014748     CLOSE SALARY-HIST-FILE.

014749 1167-EXIT.
014750     EXIT.

014751 1168-READ-RETRO-CHANGE.

014752     READ SALARY-HIST-FILE
014753         AT END
014754             MOVE 'Y' TO WS-RETR-EOF-SW
014755     END-READ.
014756     IF WS-RETR-EOF
014757         GO TO 1168-EXIT
014758     END-IF.

014759     IF NOT SALHIST-IS-RAISE AND NOT SALHIST-IS-DECREASE
014760         GO TO 1168-EXIT
014761     END-IF.
014762*    A RECORD WRITTEN BEFORE THE RECORDED DATE WAS CARRIED HAS
014763*    SPACES THERE AND IS NEVER PICKED UP.  THE WINDOW TEST KEEPS
014764*    A CHANGE FROM BEING PAID TWICE - A RERUN RECOSTS ONLY ITS
014765*    OWN DAY, SAME AS THE SALARY COST.
014766     IF SALHIST-RECORDED-DATE NOT NUMERIC
014767         GO TO 1168-EXIT
014768     END-IF.
014769     IF SALHIST-RECORDED-DATE NOT > WS-COST-WINDOW-START
014770             OR SALHIST-RECORDED-DATE > WS-RUN-DATE
014771         GO TO 1168-EXIT
014772     END-IF.
014773     IF SALHIST-EFFECTIVE-DATE > WS-RETRO-PAID-THRU
014774         GO TO 1168-EXIT
014775     END-IF.

014776     IF WS-RETR-COUNT = WS-RETR-MAX
014777         DISPLAY 'MORE THAN ' WS-RETR-MAX ' RETROACTIVE SALARY '
014778             'CHANGES - WS-RETRO-TABLE IS FULL'
014779         MOVE 16 TO RETURN-CODE
014780         STOP RUN
014781     END-IF.
014782     ADD 1 TO WS-RETR-COUNT.
014783     SET WS-RETR-IDX TO WS-RETR-COUNT.
014784     MOVE SALHIST-EMP-ID TO WS-RETR-EMP-ID (WS-RETR-IDX).
014785     MOVE SALHIST-EMP-NAME TO WS-RETR-EMP-NAME (WS-RETR-IDX).
014786     MOVE SALHIST-EFFECTIVE-DATE
014787         TO WS-RETR-EFF-DATE (WS-RETR-IDX).
014788     MOVE SALHIST-OLD-SALARY TO WS-RETR-OLD-SALARY (WS-RETR-IDX).
014789     MOVE SALHIST-NEW-SALARY TO WS-RETR-NEW-SALARY (WS-RETR-IDX).
014790     MOVE 'N' TO WS-RETR-LISTED-SW (WS-RETR-IDX).

014791*    NOT ON THE MASTER LEAVES THE DEPARTMENT BLANK - IT HAS NO
014792*    RETRO ACCOUNT AND IS REJECTED WHEN POSTED.
014793     MOVE SALHIST-EMP-ID TO EMPM-EMP-ID.
014794     READ EMPLOYEE-MASTER-FILE
014795         INVALID KEY
014796             MOVE SPACES TO EMPM-DEPT-NAME
014797     END-READ.
014798     MOVE EMPM-DEPT-NAME TO WS-RETR-DEPT-NAME (WS-RETR-IDX).

014799     MOVE ZERO TO WS-RETRO-DAYS.
014800     MOVE ZERO TO WS-RETRO-DAY-SHARE.
014801     PERFORM 1169-ADD-RETRO-DAY THRU 1169-EXIT
014802         VARYING WS-CALN-IDX FROM 1 BY 1
014803         UNTIL WS-CALN-IDX > WS-CALN-COUNT.
014804     MOVE WS-RETRO-DAYS TO WS-RETR-DAYS (WS-RETR-IDX).
014805     COMPUTE WS-RETR-AMOUNT (WS-RETR-IDX) ROUNDED =
014806         ((SALHIST-NEW-SALARY - SALHIST-OLD-SALARY)
014807             * WS-RETRO-DAY-SHARE) / 12.

014808 1168-EXIT.
014809     EXIT.

014810*================================================================
014811*  1169-ADD-RETRO-DAY  -  A BUSINESS DAY ON OR AFTER THE CHANGE'S
014812*      EFFECTIVE DATE AND NOT AFTER THE LAST PAY DATE POSTED WAS
014813*      PAID AT THE OLD SALARY.
014814*================================================================
014815 1169-ADD-RETRO-DAY.

014816     IF WS-CALN-DAY-TYPE (WS-CALN-IDX) = 'B'
014817             AND WS-CALN-DATE (WS-CALN-IDX)
014818                 NOT < SALHIST-EFFECTIVE-DATE
014819             AND WS-CALN-DATE (WS-CALN-IDX)
014820                 NOT > WS-RETRO-PAID-THRU
014821         ADD 1 TO WS-RETRO-DAYS
014822         ADD WS-CALN-DAY-SHARE (WS-CALN-IDX) TO WS-RETRO-DAY-SHARE
014823     END-IF.

014824 1169-EXIT.
014825     EXIT.

014826*================================================================
014827*  1200-LOAD-RESTART-CHECKPOINT  -  ON A RESTART, READ THE
014828*      CHECKPOINT FILE FROM THE PRIOR (ABENDED) RUN TO FIND THE
014829*      RECORD COUNT AND KEY TO SKIP FORWARD TO.  THE LAST
014830*      CHECKPOINT RECORD IN THE FILE IS THE MOST RECENT ONE.
014831*================================================================
014832 1200-LOAD-RESTART-CHECKPOINT.

014833     OPEN INPUT CHECKPOINT-FILE.
014834     IF FS-CHECKPOINT NOT = '00'
014835         DISPLAY 'UNABLE TO OPEN CHECKPOINT-FILE FOR RESTART, '
014836             'STATUS = ' FS-CHECKPOINT
014837         MOVE 16 TO RETURN-CODE
014838         STOP RUN
014839     END-IF.

014840     PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT
014841         UNTIL WS-CKPT-EOF.

014842     CLOSE CHECKPOINT-FILE.

014843 1200-EXIT.
014844     EXIT.

014845 1210-READ-CHECKPOINT.

014846     READ CHECKPOINT-FILE
014847         AT END
014850             MOVE 'Y' TO WS-CKPT-EOF-SW
014860     END-READ.

014910         MOVE CKPT-SALARY-TOTAL TO WS-DETAIL-SALARY-TOTAL
014920         MOVE CKPT-PREV-DEPT-NAME TO WS-PREV-DEPT-NAME
014930         MOVE CKPT-DEPT-SALARY-SUBTOTAL TO WS-DEPT-SALARY-SUBTOTAL
014933         MOVE CKPT-DEPT-PAY-COST TO WS-DEPT-PAY-COST
014936         MOVE CKPT-DEPT-ACCR-COST TO WS-DEPT-ACCR-COST
014940         MOVE CKPT-GRAND-SALARY-TOTAL TO WS-GRAND-SALARY-TOTAL
014950         MOVE CKPT-EXCP-COUNT TO WS-CKPT-EXCP-COUNT
014960         MOVE CKPT-GL-COUNT TO WS-CKPT-GL-COUNT
015270     MOVE CTL-RECS-TOL-PCT TO WS-RECS-TOL-PCT.
015280     MOVE CTL-SALARY-TOL-PCT TO WS-SALARY-TOL-PCT.
015290     MOVE CTL-REJECT-TOL-PCT TO WS-REJECT-TOL-PCT.
015291     IF CTL-MIN-BREAK-MONTHS NUMERIC
015292         MOVE CTL-MIN-BREAK-MONTHS TO WS-MIN-BREAK-MONTHS
015293     ELSE
015294         MOVE ZERO TO WS-MIN-BREAK-MONTHS
015295     END-IF.

015300     CLOSE CONTROL-CARD-FILE.

015550     EXIT.

015560*================================================================
015561*  1420-REVERSE-PRIOR-ACCRUALS  -  THE FIRST RUN OF A NEW GL
015562*      PERIOD POSTS LAST MONTH END'S ACCRUAL BACK OUT, LINE FOR
015563*      LINE WITH THE SIGN TURNED OVER, IN THIS RUN'S PERIOD.  THE
015564*      REVERSAL LINES GO THROUGH THE SAME RESTART DUPLICATE-WRITE
015565*      GUARD AND BALANCING TRAILER AS EVERY OTHER EXTRACT LINE.
015566*      NO ACCRUAL FILE YET IS NOT AN ERROR.
015567*================================================================
015568 1420-REVERSE-PRIOR-ACCRUALS.

015569     OPEN INPUT GL-ACCRUAL-FILE.
015570     IF FS-GL-ACCRUAL = '35'
015571         GO TO 1420-EXIT
015572     END-IF.
015573     IF FS-GL-ACCRUAL NOT = '00'
015574         DISPLAY 'UNABLE TO OPEN GL-ACCRUAL-FILE, STATUS = '
015575             FS-GL-ACCRUAL
015576         MOVE 16 TO RETURN-CODE
015577         STOP RUN
015578     END-IF.

015579     PERFORM 1425-REVERSE-ONE-ACCRUAL THRU 1425-EXIT
015580         UNTIL WS-GACR-EOF.
015581     CLOSE GL-ACCRUAL-FILE.

015582     IF WS-GACR-REVERSED
015583         DISPLAY 'PRIOR MONTH-END ACCRUAL LINES REVERSED: '
015584             WS-GACR-REVERSAL-COUNT
015585     END-IF.

015586 1420-EXIT.
015587     EXIT.

015588 1425-REVERSE-ONE-ACCRUAL.

015589     READ GL-ACCRUAL-FILE
015590         AT END
015591             MOVE 'Y' TO WS-GACR-EOF-SW
015592     END-READ.
015593     IF WS-GACR-EOF
015594         GO TO 1425-EXIT
015595     END-IF.

015596     IF WS-GACR-COUNT = WS-GACR-MAX
015597         DISPLAY 'GL-ACCRUAL-FILE HAS MORE THAN ' WS-GACR-MAX
015598             ' RECORDS - WS-GL-ACCRUAL-TABLE IS FULL'
015599         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015601     END-IF.
015602     ADD 1 TO WS-GACR-COUNT.
015603     SET WS-GACR-IDX TO WS-GACR-COUNT.
015604     MOVE GLACR-DEPT-CODE TO WS-GACR-DEPT-CODE (WS-GACR-IDX).
015605     MOVE GLACR-EXPENSE-ACCT
015606         TO WS-GACR-EXPENSE-ACCT (WS-GACR-IDX).
015607     MOVE GLACR-PERIOD TO WS-GACR-PERIOD (WS-GACR-IDX).
015608     MOVE GLACR-AMOUNT TO WS-GACR-AMOUNT (WS-GACR-IDX).
015609     MOVE GLACR-REVERSED-DATE
015610         TO WS-GACR-REVERSED-DATE (WS-GACR-IDX).

015611*    ONLY AN EARLIER PERIOD'S ACCRUAL, AND ONLY ONCE - UNLESS
015612*    THIS IS A RERUN OF THE DAY THAT REVERSED IT.
015613     IF GLACR-PERIOD NOT < WS-GL-PERIOD
015614         GO TO 1425-EXIT
015615     END-IF.
015616     IF GLACR-REVERSED-DATE NOT = ZERO
015617             AND GLACR-REVERSED-DATE NOT = WS-RUN-DATE
015618         GO TO 1425-EXIT
015619     END-IF.

015620     MOVE 'N' TO WS-COST-ACCRUAL-SW.
015621     MOVE GLACR-DEPT-CODE TO WS-COST-DEPT-NAME.
015622     MOVE WS-GL-PERIOD TO WS-COST-GL-PERIOD.
015623     MOVE GLACR-EXPENSE-ACCT TO WS-GL-LINE-ACCT.
015624     COMPUTE WS-GL-LINE-AMOUNT = ZERO - GLACR-AMOUNT.
015625     PERFORM 2682-WRITE-GL-LINE THRU 2682-EXIT.

015626     MOVE WS-RUN-DATE TO WS-GACR-REVERSED-DATE (WS-GACR-IDX).
015627     MOVE 'Y' TO WS-GACR-REVERSED-SW.
015628     ADD 1 TO WS-GACR-REVERSAL-COUNT.

015629 1425-EXIT.
015630     EXIT.

015631*================================================================
015632*  1430-OPEN-ACCRUAL-FILE  -  A RUN THAT REACHES A MONTH END
015633*      REPLACES THE ACCRUAL FILE WITH THE NEW MONTH'S LINES
015634*      (EXTEND ON A RESTART, SO THE LINES ALREADY WRITTEN BEFORE
015635*      THE PRIOR RUN WENT DOWN ARE KEPT).
015636*================================================================
015637 1430-OPEN-ACCRUAL-FILE.

015638     IF WS-ACCR-SPAN-END = ZERO
015639         GO TO 1430-EXIT
015640     END-IF.

015641     IF WS-IS-RESTART
015642         OPEN EXTEND GL-ACCRUAL-FILE
015643         IF FS-GL-ACCRUAL = '35'
015644             OPEN OUTPUT GL-ACCRUAL-FILE
015645         END-IF
015646     ELSE
015647         OPEN OUTPUT GL-ACCRUAL-FILE
015648     END-IF.
015649     IF FS-GL-ACCRUAL NOT = '00'
015650         DISPLAY 'UNABLE TO OPEN GL-ACCRUAL-FILE, STATUS = '
015651             FS-GL-ACCRUAL
015652         MOVE 16 TO RETURN-CODE
015653         STOP RUN
015654     END-IF.
015655     MOVE 'Y' TO WS-GACR-OPEN-SW.

015656 1430-EXIT.
015657     EXIT.

015658*================================================================
015659*  1170-LOAD-CALENDAR-MASTER  -  THE PROCESSING CALENDAR IS A
015660*      REQUIRED REFERENCE FILE, SAME TREATMENT AS THE FLOOR/
015661*      LOCATION MASTER; IT MUST ALREADY EXIST.
015662*================================================================
015663 1170-LOAD-CALENDAR-MASTER.

015664     OPEN INPUT CALENDAR-MASTER-FILE.
015665     IF FS-CALENDAR-MASTER NOT = '00'
015666         DISPLAY 'UNABLE TO OPEN CALENDAR-MASTER-FILE, STATUS = '
015667             FS-CALENDAR-MASTER
015668         MOVE 16 TO RETURN-CODE
015670         STOP RUN
015680     END-IF.

015870         ADD 1 TO WS-CALN-COUNT
015880         MOVE CALM-CAL-DATE TO WS-CALN-DATE (WS-CALN-COUNT)
015890         MOVE CALM-DAY-TYPE TO WS-CALN-DAY-TYPE (WS-CALN-COUNT)
015893         MOVE CALM-PAY-DATE-SW
015896             TO WS-CALN-PAY-DATE-SW (WS-CALN-COUNT)
015900     END-IF.

015910 1175-EXIT.
015920     EXIT.

015930*================================================================
015931*  1176-SET-DAY-SHARES  -  ONE PASS OVER THE CALENDAR, BREAKING
015932*      ON THE MONTH.  AS EACH MONTH CLOSES, EVERY BUSINESS DAY
015933*      IN IT IS STAMPED WITH 1 / THE MONTH'S BUSINESS-DAY COUNT
015934*      AND ITS LAST BUSINESS DAY IS FLAGGED AS THE MONTH END.
015935*      THE CALENDAR IS MAINTAINED IN DATE ORDER AND THROUGH THE
015936*      END OF EVERY MONTH IT STARTS.
015937*================================================================
015938 1176-SET-DAY-SHARES.

015939     MOVE ZERO TO WS-COST-MONTH.
015940     PERFORM 1177-SHARE-ONE-DAY THRU 1177-EXIT
015941         VARYING WS-CALN-IDX FROM 1 BY 1
015942         UNTIL WS-CALN-IDX > WS-CALN-COUNT.

015943     IF WS-COST-MONTH NOT = ZERO
015944         MOVE WS-CALN-COUNT TO WS-COST-MONTH-END-SUB
015945         PERFORM 1178-CLOSE-COST-MONTH THRU 1178-EXIT
015946     END-IF.

015947 1176-EXIT.
015948     EXIT.

015949 1177-SHARE-ONE-DAY.

015950     MOVE ZERO TO WS-CALN-DAY-SHARE (WS-CALN-IDX).
015951     MOVE 'N' TO WS-CALN-MONTH-END-SW (WS-CALN-IDX).
015952     MOVE WS-CALN-DATE (WS-CALN-IDX) (1:6) TO WS-COST-CURR-MONTH.

015953     IF WS-COST-CURR-MONTH NOT = WS-COST-MONTH
015954         IF WS-COST-MONTH NOT = ZERO
015955             SET WS-COST-MONTH-END-SUB TO WS-CALN-IDX
015956             SUBTRACT 1 FROM WS-COST-MONTH-END-SUB
015957             PERFORM 1178-CLOSE-COST-MONTH THRU 1178-EXIT
015958         END-IF
015959         MOVE WS-COST-CURR-MONTH TO WS-COST-MONTH
015960         SET WS-COST-MONTH-FIRST-SUB TO WS-CALN-IDX
015961         MOVE ZERO TO WS-COST-MONTH-DAYS
015962         MOVE ZERO TO WS-COST-MONTH-LAST-BUS-SUB
015963     END-IF.

015964     IF WS-CALN-DAY-TYPE (WS-CALN-IDX) = 'B'
015965         ADD 1 TO WS-COST-MONTH-DAYS
015966         SET WS-COST-MONTH-LAST-BUS-SUB TO WS-CALN-IDX
015967     END-IF.

015968 1177-EXIT.
015969     EXIT.

015970*================================================================
015971*  1178-CLOSE-COST-MONTH  -  THE MONTH FROM WS-COST-MONTH-FIRST-
015972*      SUB THROUGH WS-COST-MONTH-END-SUB IS COMPLETE.  A MONTH
015973*      WITH NO BUSINESS DAYS ON THE CALENDAR COSTS NOTHING.
015974*================================================================
015975 1178-CLOSE-COST-MONTH.

015976     IF WS-COST-MONTH-DAYS = ZERO
015977         GO TO 1178-EXIT
015978     END-IF.

015979     MOVE 'Y'
015980         TO WS-CALN-MONTH-END-SW (WS-COST-MONTH-LAST-BUS-SUB).
015981     COMPUTE WS-COST-DAY-RATE ROUNDED = 1 / WS-COST-MONTH-DAYS.
015982     PERFORM 1179-SET-ONE-SHARE THRU 1179-EXIT
015983         VARYING WS-COST-SUB FROM WS-COST-MONTH-FIRST-SUB BY 1
015984         UNTIL WS-COST-SUB > WS-COST-MONTH-END-SUB.

015985 1178-EXIT.
015986     EXIT.

015987 1179-SET-ONE-SHARE.

015988     IF WS-CALN-DAY-TYPE (WS-COST-SUB) = 'B'
015989         MOVE WS-COST-DAY-RATE TO WS-CALN-DAY-SHARE (WS-COST-SUB)
015990     END-IF.

015991 1179-EXIT.
015992     EXIT.

015993*================================================================
015994*  1180-READ-PRIOR-RUN-STATUS  -  THE PRIOR RUN'S STATUS RECORD
015995*      GIVES THE LAST RUN DATE ACTUALLY PROCESSED.  MISSING ON
015996*      A BRAND NEW INSTALLATION - THEN THERE IS NO PRIOR RUN TO
015997*      CHECK AGAINST.
015998*================================================================
015999 1180-READ-PRIOR-RUN-STATUS.

016000     OPEN INPUT RUN-STATUS-FILE.
016010     IF FS-RUN-STATUS = '35'
016130             GO TO 1180-EXIT
016140     END-READ.

016145     MOVE RUN-STATUS-RECORD TO WS-PRIOR-RSTAT-IMAGE.
016150     MOVE RSTAT-RUN-DATE TO WS-PRIOR-RUN-DATE.
016160     MOVE RSTAT-RECS-READ TO WS-PRIOR-RECS-READ.
016170     MOVE RSTAT-SALARY-TOTAL TO WS-PRIOR-SALARY-TOTAL.
016220     EXIT.

016230*================================================================
016231*  1185-SET-COST-SPANS  -  WORK OUT WHICH SALARY COST THIS RUN
016232*      POSTS.  THE COST WINDOW IS EVERY CALENDAR DAY AFTER THE
016233*      PRIOR RUN UP TO TODAY - JUST TODAY ON A RERUN OR ON A
016234*      BRAND NEW INSTALLATION - SO A PAY DATE OR A MONTH END
016235*      FALLING ON A SKIPPED DAY IS STILL PICKED UP ONCE.
016236*================================================================
016237 1185-SET-COST-SPANS.

016238     IF WS-PRIOR-STAT-FOUND AND WS-PRIOR-RUN-DATE < WS-RUN-DATE
016239         MOVE WS-PRIOR-RUN-DATE TO WS-COST-WINDOW-START
016240     ELSE
016241         COMPUTE WS-COST-WINDOW-START = WS-RUN-DATE - 1
016242     END-IF.

016243     PERFORM 1186-SPAN-ONE-DAY THRU 1186-EXIT
016244         VARYING WS-CALN-IDX FROM 1 BY 1
016245         UNTIL WS-CALN-IDX > WS-CALN-COUNT.

016246*    NO PAY DATE ON THE CALENDAR BEFORE THE SPAN - START IT AT
016247*    THE TOP OF THE MONTH IT ENDS IN.
016248     IF WS-PAY-SPAN-END > ZERO AND WS-PAY-SPAN-START = ZERO
016249         MOVE WS-PAY-SPAN-END TO WS-PAY-SPAN-START
016250         MOVE '00' TO WS-PAY-SPAN-START (7:2)
016251     END-IF.

016252*    A MONTH THAT ENDS ON A PAY DATE HAS NOTHING LEFT UNPAID.
016253     IF WS-ACCR-SPAN-END > ZERO
016254         IF WS-ACCR-SPAN-START = WS-ACCR-SPAN-END
016255             MOVE ZERO TO WS-ACCR-SPAN-END
016256         ELSE
016257             IF WS-ACCR-SPAN-START = ZERO
016258                 MOVE WS-ACCR-SPAN-END TO WS-ACCR-SPAN-START
016259                 MOVE '00' TO WS-ACCR-SPAN-START (7:2)
016260             END-IF
016261             MOVE WS-ACCR-SPAN-END (1:6) TO WS-ACCR-PERIOD
016262         END-IF
016263     END-IF.

016264     PERFORM 1187-MEASURE-ONE-DAY THRU 1187-EXIT
016265         VARYING WS-CALN-IDX FROM 1 BY 1
016266         UNTIL WS-CALN-IDX > WS-CALN-COUNT.

016267*    HIRES AND SEPARATIONS ARE ONLY NEEDED BACK TO THE EARLIER
016268*    OF THE TWO SPAN STARTS.
016269     MOVE ZERO TO WS-COST-HIST-FROM.
016270     IF WS-PAY-SPAN-END > ZERO
016271         MOVE WS-PAY-SPAN-START TO WS-COST-HIST-FROM
016272     END-IF.
016273     IF WS-ACCR-SPAN-END > ZERO
016274         IF WS-COST-HIST-FROM = ZERO
016275                 OR WS-ACCR-SPAN-START < WS-COST-HIST-FROM
016276             MOVE WS-ACCR-SPAN-START TO WS-COST-HIST-FROM
016277         END-IF
016278     END-IF.

016279     IF WS-PAY-SPAN-END > ZERO
016280         DISPLAY 'PAY DATE ' WS-PAY-SPAN-END ' REACHED - SALARY '
016281             'COST POSTED FOR BUSINESS DAYS AFTER '
016282             WS-PAY-SPAN-START
016283     END-IF.
016284     IF WS-ACCR-SPAN-END > ZERO
016285         DISPLAY 'MONTH END ' WS-ACCR-SPAN-END ' REACHED - '
016286             'UNPAID DAYS AFTER ' WS-ACCR-SPAN-START
016287             ' ACCRUED TO GL PERIOD ' WS-ACCR-PERIOD
016288     END-IF.
016289     IF WS-PAY-SPAN-END = ZERO AND WS-ACCR-SPAN-END = ZERO
016290         DISPLAY 'NO PAY DATE OR MONTH END SINCE THE PRIOR RUN - '
016291             'NO SALARY COST POSTED THIS RUN'
016292     END-IF.

016293 1185-EXIT.
016294     EXIT.

016295*================================================================
016296*  1186-SPAN-ONE-DAY  -  PAY DATES AND MONTH ENDS ARE BUSINESS
016297*      DAYS.  THE LAST PAY DATE AT OR BEFORE THE WINDOW STARTS
016298*      THE PAY SPAN AND THE LATEST ONE INSIDE IT ENDS IT; THE
016299*      LATEST MONTH END INSIDE THE WINDOW IS ACCRUED FROM THE
016300*      LAST PAY DATE AT OR BEFORE IT.  THE PAY DATE THAT STARTS
016301*      THE PAY SPAN IS ALSO THE LAST ONE RETRO PAY RUNS THROUGH.
016302*================================================================
016303 1186-SPAN-ONE-DAY.

016304     IF WS-CALN-DAY-TYPE (WS-CALN-IDX) NOT = 'B'
016305             OR WS-CALN-DATE (WS-CALN-IDX) > WS-RUN-DATE
016306         GO TO 1186-EXIT
016307     END-IF.

016308     IF WS-CALN-PAY-DATE-SW (WS-CALN-IDX) = 'Y'
016309         MOVE WS-CALN-DATE (WS-CALN-IDX) TO WS-COST-LAST-PAY-DATE
016310         IF WS-CALN-DATE (WS-CALN-IDX) > WS-COST-WINDOW-START
016311             MOVE WS-CALN-DATE (WS-CALN-IDX) TO WS-PAY-SPAN-END
016312         ELSE
016313             MOVE WS-CALN-DATE (WS-CALN-IDX) TO WS-PAY-SPAN-START
016314             MOVE WS-CALN-DATE (WS-CALN-IDX) TO WS-RETRO-PAID-THRU
016315         END-IF
016316     END-IF.

016317     IF WS-CALN-MONTH-END-SW (WS-CALN-IDX) = 'Y'
016318             AND WS-CALN-DATE (WS-CALN-IDX) > WS-COST-WINDOW-START
016319         MOVE WS-CALN-DATE (WS-CALN-IDX) TO WS-ACCR-SPAN-END
016320         MOVE WS-COST-LAST-PAY-DATE TO WS-ACCR-SPAN-START
016321     END-IF.

016322 1186-EXIT.
016323     EXIT.

016324*================================================================
016325*  1187-MEASURE-ONE-DAY  -  ADD ONE BUSINESS DAY INTO THE SHARE
016326*      AND SUBSCRIPT BOUNDS OF WHICHEVER SPAN IT FALLS IN.
016327*================================================================
016328 1187-MEASURE-ONE-DAY.

016329     IF WS-CALN-DAY-TYPE (WS-CALN-IDX) NOT = 'B'
016330         GO TO 1187-EXIT
016331     END-IF.

016332     IF WS-PAY-SPAN-END > ZERO
016333             AND WS-CALN-DATE (WS-CALN-IDX) > WS-PAY-SPAN-START
016334             AND WS-CALN-DATE (WS-CALN-IDX) NOT > WS-PAY-SPAN-END
016335         ADD WS-CALN-DAY-SHARE (WS-CALN-IDX) TO WS-PAY-SPAN-SHARE
016336         IF WS-PAY-FIRST-SUB = ZERO
016337             SET WS-PAY-FIRST-SUB TO WS-CALN-IDX
016338         END-IF
016339         SET WS-PAY-LAST-SUB TO WS-CALN-IDX
016340     END-IF.

016341     IF WS-ACCR-SPAN-END > ZERO
016342             AND WS-CALN-DATE (WS-CALN-IDX) > WS-ACCR-SPAN-START
016343             AND WS-CALN-DATE (WS-CALN-IDX) NOT > WS-ACCR-SPAN-END
016344         ADD WS-CALN-DAY-SHARE (WS-CALN-IDX) TO WS-ACCR-SPAN-SHARE
016345         IF WS-ACCR-FIRST-SUB = ZERO
016346             SET WS-ACCR-FIRST-SUB TO WS-CALN-IDX
016347         END-IF
016348         SET WS-ACCR-LAST-SUB TO WS-CALN-IDX
016349     END-IF.

016350 1187-EXIT.
016351     EXIT.

016352*================================================================
016353*  1190-LOAD-PRIOR-DEPT-TOTALS  -  THE PRIOR RUN'S PER-
016354*      DEPARTMENT SNAPSHOT, FOR NAMING THE DEPARTMENTS THAT
016355*      MOVED WHEN A RUN-OVER-RUN CHECK TRIPS.  MISSING ON A
016356*      BRAND NEW INSTALLATION - NOT AN ERROR.
016357*================================================================
016358 1190-LOAD-PRIOR-DEPT-TOTALS.

016359     OPEN INPUT DEPT-TOTALS-FILE.
016360     IF FS-DEPT-TOTALS = '00'
016361         MOVE 'Y' TO WS-DTOT-OPENED-SW
016362     ELSE
016363         IF FS-DEPT-TOTALS NOT = '35'
016364             DISPLAY 'UNABLE TO OPEN DEPT-TOTALS-FILE, '
016365                 'STATUS = ' FS-DEPT-TOTALS
016370             MOVE 16 TO RETURN-CODE
016380             STOP RUN
016390         END-IF
019750     MOVE WS-DETAIL-SALARY-TOTAL TO CKPT-SALARY-TOTAL.
019760     MOVE WS-PREV-DEPT-NAME TO CKPT-PREV-DEPT-NAME.
019770     MOVE WS-DEPT-SALARY-SUBTOTAL TO CKPT-DEPT-SALARY-SUBTOTAL.
019773     MOVE WS-DEPT-PAY-COST TO CKPT-DEPT-PAY-COST.
019776     MOVE WS-DEPT-ACCR-COST TO CKPT-DEPT-ACCR-COST.
019780     MOVE WS-GRAND-SALARY-TOTAL TO CKPT-GRAND-SALARY-TOTAL.
019790     MOVE WS-EXCP-WRITE-COUNT TO CKPT-EXCP-COUNT.
019800     MOVE WS-GL-WRITE-COUNT TO CKPT-GL-COUNT.
019950 2100-VALIDATE-DETAIL-RECORD.

019960     MOVE 'Y' TO WS-DETAIL-VALID-SW.
019965     PERFORM 2140-CHECK-LEAVE-STATUS THRU 2140-EXIT.

019970     IF EMP-SALARY OF EMPL-DEPT-RECORD = ZERO
019980         MOVE 'N' TO WS-DETAIL-VALID-SW
020080     EXIT.

020090*================================================================
020091*  2140-CHECK-LEAVE-STATUS  -  AN EMPLOYEE ON A LEAVE OF ABSENCE
020092*      STILL COMES THROUGH ON THE EXTRACT, BUT DOES NOT COUNT
020093*      TOWARD A FLOOR'S OCCUPANCY OR SALARY COST.  THE MASTER IS
020094*      READ BY KEY HERE, AHEAD OF THE LOCATION EDIT THAT TALLIES
020095*      THEM.
020096*================================================================
020097 2140-CHECK-LEAVE-STATUS.

020098     MOVE 'N' TO WS-EMP-ON-LEAVE-SW.
020099     MOVE EMP-ID OF EMPL-DEPT-RECORD TO EMPM-EMP-ID.
020101     READ EMPLOYEE-MASTER-FILE
020102         INVALID KEY
020103             GO TO 2140-EXIT
020104     END-READ.

020105     IF EMPM-IS-ON-LEAVE
020106         MOVE 'Y' TO WS-EMP-ON-LEAVE-SW
020107     END-IF.

020108 2140-EXIT.
020109     EXIT.

020111*================================================================
020112*  2150-VALIDATE-LOCATION  -  DEPT-LOCATION MUST MATCH A FLOOR
020113*      CODE ON THE FLOOR/LOCATION MASTER.  A MATCH'S OCCUPANCY
020120*      COUNT IS BUMPED SO 3120-CHECK-FLOOR-CAPACITY CAN FLAG AN
020130*      OVER-CAPACITY FLOOR AT END OF RUN - UNLESS THE EMPLOYEE
020135*      IS ON A LEAVE OF ABSENCE.
020140*================================================================
020150 2150-VALIDATE-LOCATION.

020200             MOVE 'N' TO WS-LOCATION-FOUND-SW
020210         WHEN WS-LOCM-FLOOR-CODE (WS-LOCM-IDX) = DEPT-LOCATION
020220             MOVE 'Y' TO WS-LOCATION-FOUND-SW
020225             IF NOT EMP-ON-LEAVE
020230                 ADD 1 TO WS-LOCM-OCCUPANCY (WS-LOCM-IDX)
020240                 ADD EMP-SALARY OF EMPL-DEPT-RECORD
020250                     TO WS-LOCM-SALARY-COST (WS-LOCM-IDX)
020255             END-IF
020260     END-SEARCH.

020270     IF NOT EMPL-LOCATION-FOUND
020820*  2300-CHECK-SALARY-CHANGE  -  COMPARE THE CURRENT EMP-SALARY
020830*      AGAINST THE INDEXED EMPLOYEE MASTER, READ DIRECTLY BY
020840*      EMP-ID.  A CHANGE (OR AN EMPLOYEE NOT ON THE MASTER AT
020850*      ALL, OR PREVIOUSLY TERMINATED AND NOW BACK - SEE 2370)
020860*      IS APPENDED TO SALARY-HIST-FILE.  AN EMPLOYEE ON A LEAVE
020863*      OF ABSENCE IS COMPARED THE SAME AS AN ACTIVE ONE.  EVERY
020866*      VALID EMPLOYEE IS THEN
020870*      WRITTEN BACK TO THE MASTER WITH TODAY'S VALUES, WHICH IS
020880*      WHAT THE OLD CURRSAL SNAPSHOT USED TO CARRY FORWARD.
020890*================================================================
020950         NOT INVALID KEY
020960             MOVE 'Y' TO WS-EMP-MASTER-FOUND-SW
020970     END-READ.
020975     MOVE 'N' TO WS-EMP-RETURNING-SW.

020980     IF EMP-MASTER-FOUND AND EMPM-IS-EMPLOYED
020990         MOVE EMPM-EMP-SALARY TO WS-OLD-SALARY
021000         IF EMP-SALARY OF EMPL-DEPT-RECORD > WS-OLD-SALARY
021010             MOVE 'RAIS' TO WS-SALARY-CHANGE-REASON
021100             PERFORM 2360-WRITE-TRANSFER-HISTORY THRU 2360-EXIT
021110         END-IF
021120     ELSE
021122         IF EMP-MASTER-FOUND AND EMPM-IS-TERMINATED
021124             PERFORM 2370-RETURN-FROM-SEPARATION THRU 2370-EXIT
021126         ELSE
021130             MOVE ZERO TO WS-OLD-SALARY
021140             MOVE 'NEWH' TO WS-SALARY-CHANGE-REASON
021150             PERFORM 2350-WRITE-SALARY-HISTORY THRU 2350-EXIT
021155         END-IF
021160     END-IF.

021165     PERFORM 2390-ACCUMULATE-PERIOD-COST THRU 2390-EXIT.

021170     PERFORM 2380-UPDATE-EMPLOYEE-MASTER THRU 2380-EXIT.

021180 2300-EXIT.
021340         MOVE EMP-SALARY OF EMPL-DEPT-RECORD TO SALHIST-NEW-SALARY
021350         MOVE WS-RUN-DATE TO SALHIST-EFFECTIVE-DATE
021360         MOVE WS-SALARY-CHANGE-REASON TO SALHIST-REASON-CODE
021365         MOVE WS-RUN-DATE TO SALHIST-RECORDED-DATE
021370         WRITE SALARY-HIST-RECORD
021372         MOVE 'SALH' TO RJRNL-REC-TYPE
021374         MOVE SALARY-HIST-RECORD TO RJRNL-IMAGE
021376         PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT

021380         MOVE 'EMP-SALARY' TO AUDIT-FIELD-NAME
021390         MOVE EMP-ID OF EMPL-DEPT-RECORD TO AUDIT-KEY-VALUE
021660     MOVE EMPM-DEPT-LOCATION TO XFER-FROM-LOCATION.
021670     MOVE DEPT-LOCATION TO XFER-TO-LOCATION.
021680     MOVE WS-RUN-DATE TO XFER-EFFECTIVE-DATE.
021685     MOVE WS-RUN-DATE TO XFER-RECORDED-DATE.
021690     WRITE XFER-HIST-RECORD.
021692     MOVE 'XFRH' TO RJRNL-REC-TYPE.
021694     MOVE XFER-HIST-RECORD TO RJRNL-IMAGE.
021696     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

021700     ADD 1 TO WS-XFER-COUNT.
021710     MOVE EMP-ID OF EMPL-DEPT-RECORD TO WS-XDL-EMP-ID.
021830     PERFORM 2410-WRITE-AUDIT-RECORD THRU 2410-EXIT.

021840 2360-EXIT.
021841     EXIT.

021842*================================================================
021843*  2370-RETURN-FROM-SEPARATION  -  A TERMINATED EMPLOYEE IS BACK
021844*      ON TODAY'S EXTRACT.  THE SEPARATION DATE IS THE 'T'
021845*      RECORD'S LAST-CHANGE DATE.  BACK BEFORE THE MINIMUM BREAK
021846*      IN SERVICE HAS RUN OUT, THE TERMINATION IS TAKEN AS A
021847*      MISTAKE AND REVERSED (RINS); OTHERWISE IT IS A REHIRE
021848*      (REHR).  EITHER WAY IT IS LOGGED TO SALARY-HIST-FILE LIKE
021849*      A HIRE, FROM A ZERO SALARY, AND LISTED ON THE REHIRES
021850*      REPORT ONCE THE LOG WRITE HAS GONE THROUGH.  THE MASTER
021851*      RECORD AREA STILL HOLDS THE TERMINATED RECORD.
021852*================================================================
021853 2370-RETURN-FROM-SEPARATION.

021854     MOVE 'Y' TO WS-EMP-RETURNING-SW.
021855     MOVE 'REHR' TO WS-SALARY-CHANGE-REASON.
021856     IF EMPM-LAST-CHANGE-DATE NUMERIC
021857             AND EMPM-LAST-CHANGE-DATE > ZERO
021858         MOVE EMPM-LAST-CHANGE-DATE TO WS-BREAK-CUTOFF-YMD
021859         COMPUTE WS-BRK-MONTHS =
021860             WS-BRK-MM - 1 + WS-MIN-BREAK-MONTHS
021861         DIVIDE WS-BRK-MONTHS BY 12 GIVING WS-BRK-YEARS
021862             REMAINDER WS-BRK-MONTH-REM
021863         ADD WS-BRK-YEARS TO WS-BRK-YYYY
021864         COMPUTE WS-BRK-MM = WS-BRK-MONTH-REM + 1
021865         IF WS-RUN-DATE < WS-BREAK-CUTOFF-YMD
021866             MOVE 'RINS' TO WS-SALARY-CHANGE-REASON
021867         END-IF
021868     END-IF.

021869     MOVE ZERO TO WS-OLD-SALARY.
021870     PERFORM 2350-WRITE-SALARY-HISTORY THRU 2350-EXIT.
021871     PERFORM 2378-NOTE-COST-RETURN THRU 2378-EXIT.

021872     IF WS-SALHIST-WRITE-COUNT NOT > WS-CKPT-SALHIST-COUNT
021873         GO TO 2370-EXIT
021874     END-IF.

021875     MOVE EMP-ID OF EMPL-DEPT-RECORD TO WS-RHR-EMP-ID.
021876     MOVE EMP-NAME OF EMPL-DEPT-RECORD TO WS-RHR-EMP-NAME.
021877     MOVE DEPT-NAME OF EMPL-DEPT-RECORD TO WS-RHR-DEPT-NAME.
021878     MOVE EMPM-LAST-CHANGE-DATE TO WS-RHR-SEP-DATE.
021879     IF WS-SALARY-CHANGE-REASON = 'RINS'
021880         MOVE 'REINSTATED' TO WS-RHR-ACTION
021881         ADD 1 TO WS-REINSTATE-COUNT
021882     ELSE
021883         MOVE 'REHIRE' TO WS-RHR-ACTION
021884         ADD 1 TO WS-REHIRE-COUNT
021885     END-IF.
021886     MOVE WS-REHIRE-DETAIL-LINE TO REHIRE-PRINT-LINE.
021887     WRITE REHIRE-PRINT-LINE.

021888 2370-EXIT.
021889     EXIT.

021890*================================================================
021891*  2378-NOTE-COST-RETURN  -  PUT TODAY'S RETURN IN THE COST
021892*      HISTORY TABLE THE SAME AS ONE LOADED FROM SALHIST, SO A
021893*      REHIRE IS COSTED FROM TODAY AND A REINSTATEMENT CANCELS
021894*      THE COST OF THE TERMINATION IT REVERSES.
021895*================================================================
021896 2378-NOTE-COST-RETURN.

021897     IF WS-PAY-SPAN-END = ZERO AND WS-ACCR-SPAN-END = ZERO
021898         GO TO 2378-EXIT
021899     END-IF.

021900     MOVE ZERO TO WS-CHST-FOUND-SUB.
021901     IF WS-CHST-COUNT > ZERO
021902         SET WS-CHST-IDX TO 1
021903         SEARCH WS-CHST-ENTRY
021904             WHEN WS-CHST-EMP-ID (WS-CHST-IDX)
021905                     = EMP-ID OF EMPL-DEPT-RECORD
021906                 AND WS-CHST-REASON (WS-CHST-IDX)
021907                     = WS-SALARY-CHANGE-REASON
021908                 SET WS-CHST-FOUND-SUB TO WS-CHST-IDX
021909         END-SEARCH
021910     END-IF.

021911     IF WS-CHST-FOUND-SUB = ZERO
021912         IF WS-CHST-COUNT = WS-CHST-MAX
021913             DISPLAY 'MORE THAN ' WS-CHST-MAX ' HIRES AND '
021914                 'SEPARATIONS IN THE COST SPAN - '
021915                 'WS-COST-HISTORY-TABLE IS FULL'
021916             MOVE 16 TO RETURN-CODE
021917             STOP RUN
021918         END-IF
021919         ADD 1 TO WS-CHST-COUNT
021920         MOVE WS-CHST-COUNT TO WS-CHST-FOUND-SUB
021921         MOVE EMP-ID OF EMPL-DEPT-RECORD
021922             TO WS-CHST-EMP-ID (WS-CHST-FOUND-SUB)
021923         MOVE WS-SALARY-CHANGE-REASON
021924             TO WS-CHST-REASON (WS-CHST-FOUND-SUB)
021925     END-IF.

021926     MOVE WS-RUN-DATE TO WS-CHST-EFF-DATE (WS-CHST-FOUND-SUB).
021927     MOVE ZERO TO WS-CHST-SALARY (WS-CHST-FOUND-SUB).

021928 2378-EXIT.
021929     EXIT.

021930*================================================================
021931*  2380-UPDATE-EMPLOYEE-MASTER  -  CARRY THIS EMPLOYEE'S VALUES
021932*      FORWARD ON THE MASTER.  AN EMPLOYEE ALREADY ON THE FILE
021933*      IS REWRITTEN IN PLACE (AND REACTIVATED IF A TERMINATED
021934*      RECORD CAME BACK - 2370 HAS ALREADY LOGGED THE REHIRE OR
021935*      REINSTATEMENT; ONE ON A LEAVE OF ABSENCE STAYS ON LEAVE);
021936*      A NEW EMPLOYEE IS WRITTEN FRESH.  A
021937*      RESTART SIMPLY REWRITES THE SAME VALUES - NO DUPLICATE
021938*      WRITE GUARD IS NEEDED THE WAY THE OLD SNAPSHOT NEEDED
021939*      ONE.  THE RECORD AS FOUND IS JOURNALED FIRST FOR
021940*      RUN-BACKOUT (A RESTART JOURNALS IT AGAIN, BUT THE BACK-OUT
021941*      ONLY EVER RESTORES THE FIRST IMAGE).
021942*================================================================
021950 2380-UPDATE-EMPLOYEE-MASTER.

021951     IF EMP-MASTER-FOUND
021952         MOVE 'EMPB' TO RJRNL-REC-TYPE
021953         MOVE EMP-MASTER-RECORD TO RJRNL-IMAGE
021954     ELSE
021955         MOVE 'EMPA' TO RJRNL-REC-TYPE
021956         MOVE EMP-ID OF EMPL-DEPT-RECORD TO RJRNL-IMAGE
021957     END-IF.
021958     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

021960     MOVE EMP-ID OF EMPL-DEPT-RECORD TO EMPM-EMP-ID.
021970     MOVE EMP-NAME OF EMPL-DEPT-RECORD TO EMPM-EMP-NAME.
021980     MOVE EMP-SALARY OF EMPL-DEPT-RECORD TO EMPM-EMP-SALARY.
021990     MOVE DEPT-NAME OF EMPL-DEPT-RECORD TO EMPM-DEPT-NAME.
022000     MOVE DEPT-MANAGER TO EMPM-DEPT-MANAGER.
022010     MOVE DEPT-LOCATION TO EMPM-DEPT-LOCATION.
022015     IF NOT EMP-MASTER-FOUND OR NOT EMPM-IS-ON-LEAVE
022020         MOVE 'A' TO EMPM-STATUS-CODE
022025     END-IF.
022030     MOVE WS-RUN-DATE TO EMPM-LAST-CHANGE-DATE.

022040*    THE EXTRACT CARRIES NO SALARY GRADE - AN EMPLOYEE ALREADY
022290     EXIT.

022300*================================================================
022301*  2390-ACCUMULATE-PERIOD-COST  -  ADD THIS EMPLOYEE'S SHARE OF
022302*      THE PAY SPAN AND THE MONTH-END ACCRUAL SPAN INTO THE
022303*      DEPARTMENT'S PERIOD COST.  A NEW HIRE TODAY STARTS TODAY;
022304*      ONE HIRED ON AN EARLIER RUN INSIDE THE SPAN STARTS ON THE
022305*      SALHIST NEWH DATE, OR THE REHIRE DATE FOR A REHIRE.  AN
022306*      EMPLOYEE ON A LEAVE OF ABSENCE CARRIES NO SALARY COST.
022307*      CALLED BEFORE THE MASTER IS REWRITTEN, WHILE THE KEYED
022308*      READ STILL SHOWS THE PRIOR STATE.
022309*================================================================
022310 2390-ACCUMULATE-PERIOD-COST.

022311     IF WS-PAY-SPAN-END = ZERO AND WS-ACCR-SPAN-END = ZERO
022312         GO TO 2390-EXIT
022313     END-IF.

022314     IF EMP-MASTER-FOUND AND EMPM-IS-ON-LEAVE
022315         GO TO 2390-EXIT
022316     END-IF.

022317     MOVE EMP-ID OF EMPL-DEPT-RECORD TO WS-COST-EMP-ID.
022318     MOVE EMP-SALARY OF EMPL-DEPT-RECORD TO WS-COST-SALARY.
022319     MOVE ZERO TO WS-COST-TERM-DATE.
022320     IF EMP-MASTER-FOUND AND (EMPM-IS-ACTIVE OR EMP-RETURNING)
022321         PERFORM 2392-FIND-COST-HIRE-DATE THRU 2392-EXIT
022322         PERFORM 2393-FIND-COST-REHIRE-DATE THRU 2393-EXIT
022323     ELSE
022324         MOVE WS-RUN-DATE TO WS-COST-HIRE-DATE
022325     END-IF.

022326     PERFORM 2395-COMPUTE-EMP-COST THRU 2395-EXIT.
022327     ADD WS-EMP-PAY-COST TO WS-DEPT-PAY-COST.
022328     ADD WS-EMP-ACCR-COST TO WS-DEPT-ACCR-COST.

022329 2390-EXIT.
022330     EXIT.

022331*================================================================
022332*  2392-FIND-COST-HIRE-DATE  -  WS-COST-EMP-ID'S NEWH DATE IF IT
022333*      FALLS INSIDE THE SPANS BEING COSTED, ELSE ZERO (ACTIVE
022334*      FROM THE START OF THE SPAN).
022335*================================================================
022336 2392-FIND-COST-HIRE-DATE.

022337     MOVE ZERO TO WS-COST-HIRE-DATE.
022338     IF WS-CHST-COUNT > ZERO
022339         SET WS-CHST-IDX TO 1
022340         SEARCH WS-CHST-ENTRY
022341             WHEN WS-CHST-EMP-ID (WS-CHST-IDX) = WS-COST-EMP-ID
022342                 AND WS-CHST-REASON (WS-CHST-IDX) = 'NEWH'
022343                 MOVE WS-CHST-EFF-DATE (WS-CHST-IDX)
022344                     TO WS-COST-HIRE-DATE
022345         END-SEARCH
022346     END-IF.

022347 2392-EXIT.
022348     EXIT.

022349*================================================================
022350*  2393-FIND-COST-REHIRE-DATE  -  A REHIRE INSIDE THE SPANS BEING
022351*      COSTED STARTS THE CURRENT STINT; THE STINT BEFORE IT IS
022352*      COSTED WITH ITS SEPARATION.  A REINSTATEMENT DOES NOT
022353*      MOVE THE START - THE TERMINATION NEVER HAPPENED.
022354*================================================================
022355 2393-FIND-COST-REHIRE-DATE.

022356     IF WS-CHST-COUNT > ZERO
022357         SET WS-CHST-IDX TO 1
022358         SEARCH WS-CHST-ENTRY
022359             WHEN WS-CHST-EMP-ID (WS-CHST-IDX) = WS-COST-EMP-ID
022360                 AND WS-CHST-REASON (WS-CHST-IDX) = 'REHR'
022361                 IF WS-CHST-EFF-DATE (WS-CHST-IDX)
022362                         > WS-COST-HIRE-DATE
022363                     MOVE WS-CHST-EFF-DATE (WS-CHST-IDX)
022364                         TO WS-COST-HIRE-DATE
022365                 END-IF
022366         END-SEARCH
022367     END-IF.

022368 2393-EXIT.
022369     EXIT.

022370*================================================================
022371*  2395-COMPUTE-EMP-COST  -  WS-COST-SALARY'S COST FOR THE PAY
022372*      SPAN AND THE ACCRUAL SPAN.  AN EMPLOYEE ACTIVE THROUGH
022373*      THE WHOLE SPAN TAKES THE SPAN'S PRECOMPUTED SHARE; ONE
022374*      HIRED OR SEPARATED INSIDE IT HAS THE SPAN'S DAYS COUNTED
022375*      ONE BY ONE.
022376*================================================================
022377 2395-COMPUTE-EMP-COST.

022378     MOVE ZERO TO WS-EMP-PAY-COST.
022379     MOVE ZERO TO WS-EMP-ACCR-COST.

022380     IF WS-PAY-SPAN-END > ZERO
022381         IF WS-COST-HIRE-DATE NOT > WS-PAY-SPAN-START
022382                 AND WS-COST-TERM-DATE = ZERO
022383             MOVE WS-PAY-SPAN-SHARE TO WS-COST-DAY-SHARE
022384         ELSE
022385             MOVE ZERO TO WS-COST-DAY-SHARE
022386             PERFORM 2397-ADD-ACTIVE-DAY THRU 2397-EXIT
022387                 VARYING WS-CALN-IDX FROM WS-PAY-FIRST-SUB BY 1
022388                 UNTIL WS-CALN-IDX > WS-PAY-LAST-SUB
022389         END-IF
022390         COMPUTE WS-EMP-PAY-COST ROUNDED =
022391             (WS-COST-SALARY * WS-COST-DAY-SHARE) / 12
022392     END-IF.

022393     IF WS-ACCR-SPAN-END > ZERO
022394         IF WS-COST-HIRE-DATE NOT > WS-ACCR-SPAN-START
022395                 AND WS-COST-TERM-DATE = ZERO
022396             MOVE WS-ACCR-SPAN-SHARE TO WS-COST-DAY-SHARE
022397         ELSE
022398             MOVE ZERO TO WS-COST-DAY-SHARE
022399             PERFORM 2397-ADD-ACTIVE-DAY THRU 2397-EXIT
022400                 VARYING WS-CALN-IDX FROM WS-ACCR-FIRST-SUB BY 1
022401                 UNTIL WS-CALN-IDX > WS-ACCR-LAST-SUB
022402         END-IF
022403         COMPUTE WS-EMP-ACCR-COST ROUNDED =
022404             (WS-COST-SALARY * WS-COST-DAY-SHARE) / 12
022405     END-IF.

022406 2395-EXIT.
022407     EXIT.

022408*================================================================
022409*  2397-ADD-ACTIVE-DAY  -  A BUSINESS DAY ON OR AFTER THE HIRE
022410*      DATE AND BEFORE THE SEPARATION DATE IS A DAY ACTIVE.
022411*================================================================
022412 2397-ADD-ACTIVE-DAY.

022413     IF WS-CALN-DAY-TYPE (WS-CALN-IDX) = 'B'
022414             AND WS-CALN-DATE (WS-CALN-IDX)
022415                 NOT < WS-COST-HIRE-DATE
022416         IF WS-COST-TERM-DATE = ZERO
022417                 OR WS-CALN-DATE (WS-CALN-IDX) < WS-COST-TERM-DATE
022418             ADD WS-CALN-DAY-SHARE (WS-CALN-IDX)
022419                 TO WS-COST-DAY-SHARE
022420         END-IF
022421     END-IF.

022422 2397-EXIT.
022423     EXIT.

022424*================================================================
022425*  2400-BUILD-AUDIT-TIMESTAMP  -  STAMP WS-AUDIT-TIMESTAMP-FMT
022426*      WITH TODAY'S DATE AND THE CURRENT TIME OF DAY.
022427*================================================================
022428 2400-BUILD-AUDIT-TIMESTAMP.

022429     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
022430     ACCEPT WS-AUDIT-TIME FROM TIME.

022431     MOVE WS-AUDIT-DATE (1:4) TO WS-ATF-YEAR.
022432     MOVE WS-AUDIT-DATE (5:2) TO WS-ATF-MONTH.
022433     MOVE WS-AUDIT-DATE (7:2) TO WS-ATF-DAY.
022434     MOVE WS-AUDIT-TIME (1:2) TO WS-ATF-HOUR.
022435     MOVE WS-AUDIT-TIME (3:2) TO WS-ATF-MINUTE.
022436     MOVE WS-AUDIT-TIME (5:2) TO WS-ATF-SECOND.

022437 2400-EXIT.
022440     EXIT.

022450*================================================================

022520     PERFORM 2400-BUILD-AUDIT-TIMESTAMP THRU 2400-EXIT.
022530     MOVE WS-AUDIT-TIMESTAMP-FMT TO AUDIT-TIMESTAMP.
022535     MOVE SPACES TO AUDIT-APPROVAL-DATA.
022540     WRITE AUDIT-LOG-RECORD.
022542     MOVE 'AUDT' TO RJRNL-REC-TYPE.
022544     MOVE AUDIT-LOG-RECORD TO RJRNL-IMAGE.
022546     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

022550 2410-EXIT.
022560     EXIT.

022570*================================================================
022571*  2420-WRITE-JOURNAL-RECORD  -  APPEND ONE RECORD TO THE
022572*      BACK-OUT JOURNAL.  THE CALLER MOVES RJRNL-REC-TYPE AND
022573*      RJRNL-IMAGE BEFORE PERFORMING THIS PARAGRAPH.
022574*================================================================
022575 2420-WRITE-JOURNAL-RECORD.

022576     MOVE WS-RUN-DATE TO RJRNL-RUN-DATE.
022577     WRITE RUN-JOURNAL-RECORD.

022578 2420-EXIT.
022579     EXIT.

022581*================================================================
022582*  2600-UPDATE-ROSTER-REPORT  -  ADD ONE EMPLOYEE TO THE ROSTER,
022590*      BREAKING ON DEPT-NAME TO DROP A SUBTOTAL LINE.
022600*      WS-ROSTER-WRITE-COUNT/WS-CKPT-ROSTER-COUNT KEEP A RESTART
022610*      FROM WRITING A SECOND COPY OF A ROSTER LINE THAT WAS
022700         MOVE DEPT-NAME OF EMPL-DEPT-RECORD TO WS-PREV-DEPT-NAME
022710         MOVE ZERO TO WS-DEPT-SALARY-SUBTOTAL
022720         MOVE ZERO TO WS-DEPT-EMP-SUBCOUNT
022723         MOVE ZERO TO WS-DEPT-PAY-COST
022726         MOVE ZERO TO WS-DEPT-ACCR-COST
022730     END-IF.

022740     MOVE EMP-NAME TO WS-REL-EMP-NAME.
023300     EXIT.

023310*================================================================
023320*  2680-WRITE-GL-EXTRACT  -  THE GL INTERFACE LINES FOR THE
023330*      DEPARTMENT JUST FINISHED: ITS SALARY COST FOR THE PAY SPAN
023335*      AND ITS MONTH-END ACCRUAL, EACH WITH ITS BURDEN LINES, IN
023340*      THE ACCOUNT-CODED LAYOUT THE GL FEED EXPECTS.  THE
023350*      EXPENSE ACCOUNT COMES FROM THE CHART-OF-ACCOUNTS MAPPING
023360*      MASTER - THE ENTRY FOR THIS DEPARTMENT WITH THE LATEST
023370*      EFFECTIVE DATE NOT AFTER THE RUN DATE.  AN UNMAPPED
023380*      DEPARTMENT IS REJECTED TO THE EXCEPTIONS FILE INSTEAD OF
023390*      POSTING TO A DEFAULT ACCOUNT.  A RUN THAT REACHES NEITHER
023391*      A PAY DATE NOR A MONTH END POSTS NO SALARY COST.
023392*================================================================
023393 2680-WRITE-GL-EXTRACT.

023394     MOVE WS-PREV-DEPT-NAME TO WS-COST-DEPT-NAME.
023395     PERFORM 2683-RESOLVE-GL-ACCOUNT THRU 2683-EXIT.

023396     IF WS-GLAM-BEST-ACCT = SPACES
023397         PERFORM 2690-WRITE-GL-MAP-EXCEPTION THRU 2690-EXIT
023398         GO TO 2680-EXIT
023399     END-IF.

023400     IF WS-PAY-SPAN-END > ZERO
023401         MOVE 'N' TO WS-COST-ACCRUAL-SW
023402         MOVE WS-GL-PERIOD TO WS-COST-GL-PERIOD
023403         MOVE WS-DEPT-PAY-COST TO WS-COST-BASE-AMOUNT
023404         PERFORM 2681-POST-DEPT-COST THRU 2681-EXIT
023405     END-IF.

023406     IF WS-ACCR-SPAN-END > ZERO
023407         MOVE 'Y' TO WS-COST-ACCRUAL-SW
023408         MOVE WS-ACCR-PERIOD TO WS-COST-GL-PERIOD
023409         MOVE WS-DEPT-ACCR-COST TO WS-COST-BASE-AMOUNT
023410         PERFORM 2681-POST-DEPT-COST THRU 2681-EXIT
023411     END-IF.

023412 2680-EXIT.
023413     EXIT.

023414*================================================================
023415*  2681-POST-DEPT-COST  -  ONE SALARY LINE FOR WS-COST-BASE-
023416*      AMOUNT TO THE DEPARTMENT'S EXPENSE ACCOUNT, THEN ITS
023417*      BURDEN LINES.
023418*================================================================
023419 2681-POST-DEPT-COST.

023420     MOVE WS-GLAM-BEST-ACCT TO WS-GL-LINE-ACCT.
023421     MOVE WS-COST-BASE-AMOUNT TO WS-GL-LINE-AMOUNT.
023422     PERFORM 2682-WRITE-GL-LINE THRU 2682-EXIT.

023423     PERFORM 2687-WRITE-BURDEN-LINES THRU 2687-EXIT
023424         VARYING WS-BEFF-IDX FROM 1 BY 1
023425         UNTIL WS-BEFF-IDX > WS-BEFF-COUNT.

023426 2681-EXIT.
023427     EXIT.

023428*================================================================
023429*  2682-WRITE-GL-LINE  -  WRITE ONE EXTRACT LINE AND COUNT AND
023430*      HASH IT INTO THE BALANCING TRAILER.  AN ACCRUAL LINE IS
023431*      ALSO KEPT ON THE ACCRUAL FILE FOR NEXT PERIOD'S REVERSAL.
023432*      WS-GL-WRITE-COUNT/WS-CKPT-GL-COUNT KEEP A RESTART FROM
023433*      POSTING A SECOND COPY OF A LINE THAT WAS ALREADY
023434*      EXTRACTED BEFORE THE PRIOR RUN WENT DOWN.
023435*================================================================
023436 2682-WRITE-GL-LINE.

023437     ADD 1 TO WS-GL-WRITE-COUNT.
023438     IF WS-GL-WRITE-COUNT NOT > WS-CKPT-GL-COUNT
023439         GO TO 2682-EXIT
023440     END-IF.

023441     MOVE WS-COST-DEPT-NAME TO GL-DEPT-CODE.
023442     MOVE WS-GL-LINE-ACCT TO GL-EXPENSE-ACCT.
023443     MOVE WS-COST-GL-PERIOD TO GL-PERIOD.
023444     MOVE WS-GL-LINE-AMOUNT TO GL-AMOUNT.
023445     WRITE GL-EXTRACT-RECORD.
023446     ADD 1 TO WS-GL-TRL-REC-COUNT.
023447     ADD WS-GL-LINE-AMOUNT TO WS-GL-HASH-TOTAL.

023448     IF WS-COST-IS-ACCRUAL
023449         MOVE WS-COST-DEPT-NAME TO GLACR-DEPT-CODE
023450         MOVE WS-GL-LINE-ACCT TO GLACR-EXPENSE-ACCT
023451         MOVE WS-COST-GL-PERIOD TO GLACR-PERIOD
023452         MOVE WS-GL-LINE-AMOUNT TO GLACR-AMOUNT
023453         MOVE ZERO TO GLACR-REVERSED-DATE
023454         WRITE GL-ACCRUAL-RECORD
023455     END-IF.

023456 2682-EXIT.
023457     EXIT.

023458*================================================================
023459*  2683-RESOLVE-GL-ACCOUNT  -  WS-COST-DEPT-NAME'S EXPENSE
023460*      ACCOUNT AS OF THE RUN DATE, OR SPACES IF IT HAS NONE, AND
023461*      THE RETRO PAY ACCOUNT ON THE SAME MAPPING RECORD.
023462*================================================================
023463 2683-RESOLVE-GL-ACCOUNT.

023464     MOVE ZERO TO WS-GLAM-BEST-DATE.
023465     MOVE SPACES TO WS-GLAM-BEST-ACCT.
023466     MOVE SPACES TO WS-GLAM-BEST-RETRO.
023470     PERFORM 2685-FIND-GL-ACCOUNT THRU 2685-EXIT
023480         VARYING WS-GLAM-IDX FROM 1 BY 1
023490         UNTIL WS-GLAM-IDX > WS-GLAM-COUNT.

023670 2683-EXIT.
023680     EXIT.

023690*================================================================
023700*  2687-WRITE-BURDEN-LINES  -  ONE COMPUTED BURDEN LINE ON
023705*      WS-COST-BASE-AMOUNT FOR THE DEPARTMENT BEING POSTED, PER
023710*      GOVERNING RATE CATEGORY,
023720*      POSTED TO THE CATEGORY'S OWN ACCOUNT.  COUNTED AND
023730*      HASHED INTO THE BALANCING TRAILER LIKE EVERY OTHER
023740*      EXTRACT LINE, AND COVERED BY THE SAME RESTART
023760*================================================================
023770 2687-WRITE-BURDEN-LINES.

023820     COMPUTE WS-BURDEN-AMOUNT ROUNDED =
023830         (WS-COST-BASE-AMOUNT
023840             * WS-BEFF-RATE-PCT (WS-BEFF-IDX)) / 100
023850         ON SIZE ERROR
023860             DISPLAY 'BURDEN AMOUNT OVERFLOW FOR DEPARTMENT '
023870                 WS-COST-DEPT-NAME ' CATEGORY '
023880                 WS-BEFF-CATEGORY (WS-BEFF-IDX)
023890             MOVE ZERO TO WS-BURDEN-AMOUNT
023900     END-COMPUTE.

023920     MOVE WS-BEFF-ACCT (WS-BEFF-IDX) TO WS-GL-LINE-ACCT.
023940     MOVE WS-BURDEN-AMOUNT TO WS-GL-LINE-AMOUNT.
023959     PERFORM 2682-WRITE-GL-LINE THRU 2682-EXIT.

023980 2687-EXIT.
023990     EXIT.
024040*================================================================
024050 2685-FIND-GL-ACCOUNT.

024060     IF WS-GLAM-DEPT-NAME (WS-GLAM-IDX) = WS-COST-DEPT-NAME
024070         AND WS-GLAM-EFF-DATE (WS-GLAM-IDX) NOT > WS-RUN-DATE
024080         AND WS-GLAM-EFF-DATE (WS-GLAM-IDX)
024090             NOT < WS-GLAM-BEST-DATE
024100         MOVE WS-GLAM-EFF-DATE (WS-GLAM-IDX) TO WS-GLAM-BEST-DATE
024110         MOVE WS-GLAM-ACCT (WS-GLAM-IDX) TO WS-GLAM-BEST-ACCT
024113         MOVE WS-GLAM-RETRO-ACCT (WS-GLAM-IDX)
024116             TO WS-GLAM-BEST-RETRO
024120     END-IF.

024130 2685-EXIT.
024230 2690-WRITE-GL-MAP-EXCEPTION.

024240     DISPLAY 'WARNING - NO GL ACCOUNT MAPPING FOR DEPARTMENT '
024250         WS-COST-DEPT-NAME ' - SALARY COST NOT POSTED TO GL'.
024260     IF WS-RUN-CC < 4
024270         MOVE 4 TO WS-RUN-CC
024280     END-IF.
024300     IF WS-EXCP-WRITE-COUNT > WS-CKPT-EXCP-COUNT
024310         MOVE SPACES TO EXCP-EMP-ID
024320         MOVE SPACES TO EXCP-EMP-NAME
024330         MOVE WS-COST-DEPT-NAME TO EXCP-DEPT-NAME
024340         MOVE 'GLA1' TO EXCP-REASON-CODE
024350         MOVE 'NO GL ACCOUNT MAPPING FOR DEPT'
024360             TO EXCP-REASON-TEXT
026650*    RUNS ON A RESTART TOO.
026660     PERFORM 3100-CROSS-REF-MANAGERS THRU 3100-EXIT.

026680     IF WS-IS-RESTART
026690         DISPLAY 'SEPARATIONS CHECK SKIPPED - THIS IS A RESTART '
026700             'RUN AND THE SKIPPED-FORWARD PORTION OF THE FILE '
026740         PERFORM 3200-RECONCILE-TERMINATIONS THRU 3200-EXIT
026750     END-IF.

026751*    SEPARATED EMPLOYEES ARE NO LONGER ON THE INPUT FILE, SO
026752*    THEIR COST UP TO THE SEPARATION DATE IS POSTED HERE,
026753*    AFTER THE SEPARATIONS CHECK HAS FOUND TODAY'S, AND BEFORE
026754*    THE TRAILER CLOSES THE EXTRACT'S COUNT AND HASH.
026755     PERFORM 3160-POST-SEPARATION-COST THRU 3160-EXIT.
026756     PERFORM 3190-POST-RETRO-PAY THRU 3190-EXIT.
026757     PERFORM 3150-WRITE-GL-TRAILER THRU 3150-EXIT.
026758     PERFORM 3180-SAVE-ACCRUAL-FILE THRU 3180-EXIT.

026760     CLOSE EMPL-DEPT-FILE.
026770     CLOSE ROSTER-RPT-FILE.
026780     CLOSE EXCEPTION-FILE.
026820     CLOSE CHECKPOINT-FILE.
026830     CLOSE ORPHAN-MGR-RPT-FILE.
026840     CLOSE SEPARATION-RPT-FILE.
026841     IF NOT WS-IS-RESTART
026842         IF WS-REHIRE-COUNT = ZERO AND WS-REINSTATE-COUNT = ZERO
026843             MOVE WS-REHIRE-NONE-LINE TO REHIRE-PRINT-LINE
026844             WRITE REHIRE-PRINT-LINE
026845         END-IF
026846     END-IF.
026847     CLOSE REHIRE-RPT-FILE.
026850     IF NOT WS-IS-RESTART
026860         IF WS-XFER-COUNT = ZERO
026870             MOVE WS-XFER-NONE-LINE TO XFER-PRINT-LINE
026940     CLOSE GL-EXTRACT-FILE.
026950     DISPLAY 'EMPL-DEPT RECORDS PROCESSED: ' WS-DETAIL-RECS-READ.
026960     DISPLAY 'DEPARTMENT TRANSFERS LOGGED: ' WS-XFER-COUNT.
026963     DISPLAY 'REHIRES LOGGED:              ' WS-REHIRE-COUNT.
026966     DISPLAY 'REINSTATEMENTS LOGGED:       ' WS-REINSTATE-COUNT.
026970     DISPLAY 'RECYCLED RECORDS PROCESSED:  '
026980         WS-RECYCLED-RECS-READ.
026990     DISPLAY 'EMPL-DEPT RECORDS REJECTED:  '
027000         WS-DETAIL-RECS-REJECTED.
027001     DISPLAY 'RETRO PAY CHANGES COSTED:    ' WS-RETR-COUNT.
027002     DISPLAY 'RETRO PAY DEPTS POSTED:      '
027003         WS-RETRO-DEPTS-POSTED.
027004     DISPLAY 'RETRO PAY DEPTS REJECTED:    '
027005         WS-RETRO-DEPTS-REJECTED.

027010     PERFORM 3400-CHECK-RUN-VARIANCE THRU 3400-EXIT.
027020     PERFORM 3450-WRITE-DEPT-TOTALS THRU 3450-EXIT.
027550         GO TO 3110-EXIT
027560     END-IF.

027562*    A MANAGER ON A LEAVE OF ABSENCE IS STILL THE DEPARTMENT'S
027564*    MANAGER; ONLY ONE WHO HAS LEFT (OR HAS A BAD STATUS) IS
027566*    AN ORPHAN.
027570     IF NOT EMPM-IS-EMPLOYED
027580         MOVE 'NOT AN ACTIVE EMPLOYEE' TO WS-ODL-REASON
027590         PERFORM 3115-WRITE-ORPHAN-LINE THRU 3115-EXIT
027600     END-IF.
030770*  3450-WRITE-DEPT-TOTALS  -  THIS RUN'S PER-DEPARTMENT
030780*      SNAPSHOT FOR THE NEXT RUN TO COMPARE AGAINST.  NOT
030790*      WRITTEN ON A RESTART - A PARTIAL SNAPSHOT WOULD POISON
030800*      THE NEXT DAY'S COMPARISON.  THE PRIOR SNAPSHOT IS
030805*      JOURNALED FIRST SO RUN-BACKOUT CAN PUT IT BACK.
030810*================================================================
030820 3450-WRITE-DEPT-TOTALS.

030860         GO TO 3450-EXIT
030870     END-IF.

030871     MOVE 'DTRW' TO RJRNL-REC-TYPE.
030872     MOVE SPACES TO RJRNL-IMAGE.
030873     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.
030874     PERFORM 3452-JOURNAL-ONE-PRIOR-TOTAL THRU 3452-EXIT
030875         VARYING WS-PDTOT-IDX FROM 1 BY 1
030876         UNTIL WS-PDTOT-IDX > WS-PDTOT-COUNT.

030880     OPEN OUTPUT DEPT-TOTALS-FILE.
030890     IF FS-DEPT-TOTALS NOT = '00'
030900         DISPLAY 'UNABLE TO REWRITE DEPT-TOTALS-FILE, STATUS = '
030990 3450-EXIT.
031000     EXIT.

031001 3452-JOURNAL-ONE-PRIOR-TOTAL.

031002     MOVE 'DTOT' TO RJRNL-REC-TYPE.
031003     MOVE SPACES TO RJRNL-IMAGE.
031004     MOVE WS-PDTOT-DEPT-NAME (WS-PDTOT-IDX)
031005         TO RJRNL-DTOT-DEPT-NAME.
031006     MOVE WS-PDTOT-EMP-COUNT (WS-PDTOT-IDX)
031007         TO RJRNL-DTOT-EMP-COUNT.
031008     MOVE WS-PDTOT-SALARY-TOTAL (WS-PDTOT-IDX)
031009         TO RJRNL-DTOT-SAL-TOTAL.
031011     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

031012 3452-EXIT.
031013     EXIT.

031014 3455-WRITE-ONE-DEPT-TOTAL.

031020     MOVE WS-CDTOT-DEPT-NAME (WS-CDTOT-IDX) TO DTOT-DEPT-NAME.
031030     MOVE WS-CDTOT-EMP-COUNT (WS-CDTOT-IDX) TO DTOT-EMP-COUNT.
031120*      CHECK'S PASS/FAIL, THE CONDITION CODE, AND WHETHER THE
031130*      GL LOAD MUST BE HELD.  REWRITTEN EVERY RUN; THE
031140*      SCHEDULER AND THE NEXT DAY'S RUN INTERROGATE IT INSTEAD
031150*      OF READING THE CONSOLE LOG.  THE PRIOR RUN'S RECORD (OR
031155*      THE FACT THERE WAS NONE) IS JOURNALED FOR RUN-BACKOUT.
031160*================================================================
031170 3500-WRITE-RUN-STATUS.

031171     IF WS-PRIOR-STAT-FOUND
031172         MOVE 'RSTA' TO RJRNL-REC-TYPE
031173         MOVE WS-PRIOR-RSTAT-IMAGE TO RJRNL-IMAGE
031174     ELSE
031175         MOVE 'RSNO' TO RJRNL-REC-TYPE
031176         MOVE SPACES TO RJRNL-IMAGE
031177     END-IF.
031178     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

031180     OPEN OUTPUT RUN-STATUS-FILE.
031190     IF FS-RUN-STATUS NOT = '00'
031200         DISPLAY 'UNABLE TO OPEN RUN-STATUS-FILE, STATUS = '
031580     EXIT.

031590*================================================================
031591*  3160-POST-SEPARATION-COST  -  AN EMPLOYEE SEPARATED INSIDE THE
031592*      SPANS BEING COSTED IS NO LONGER ON THE INPUT FILE, BUT
031593*      WAS STILL ON THE PAYROLL UP TO THE SEPARATION DATE.  THE
031594*      EARLIER RUNS' SEPARATIONS COME FROM THE SALHIST TERM
031595*      RECORDS LOADED AT START-UP; TODAY'S WERE ADDED BY THE
031596*      SEPARATIONS CHECK.  THE COST IS POSTED BY DEPARTMENT,
031597*      AFTER THE DEPARTMENTS ON THE FILE.
031598*================================================================
031599 3160-POST-SEPARATION-COST.

031600     IF WS-PAY-SPAN-END = ZERO AND WS-ACCR-SPAN-END = ZERO
031601         GO TO 3160-EXIT
031602     END-IF.

031603     PERFORM 3165-COST-PRIOR-SEPARATION THRU 3165-EXIT
031604         VARYING WS-CHST-SUB FROM 1 BY 1
031605         UNTIL WS-CHST-SUB > WS-CHST-COUNT.

031606     PERFORM 3170-POST-ONE-SEPARATION-DEPT THRU 3170-EXIT
031607         VARYING WS-SEPC-IDX FROM 1 BY 1
031608         UNTIL WS-SEPC-IDX > WS-SEPC-COUNT.

031609 3160-EXIT.
031610     EXIT.

031611 3165-COST-PRIOR-SEPARATION.

031612     IF WS-CHST-REASON (WS-CHST-SUB) NOT = 'TERM'
031613         GO TO 3165-EXIT
031614     END-IF.

031615*    A TERMINATION LATER REVERSED BY A REINSTATEMENT IS NOT A
031616*    SEPARATION - THE EMPLOYEE IS COSTED THROUGH THE WHOLE SPAN
031617*    WITH THE REST OF THE DEPARTMENT.
031618     MOVE 'N' TO WS-COST-REINSTATED-SW.
031619     SET WS-CHST-IDX TO 1.
031620     SEARCH WS-CHST-ENTRY
031621         WHEN WS-CHST-EMP-ID (WS-CHST-IDX)
031622                 = WS-CHST-EMP-ID (WS-CHST-SUB)
031623             AND WS-CHST-REASON (WS-CHST-IDX) = 'RINS'
031624             AND WS-CHST-EFF-DATE (WS-CHST-IDX)
031625                 NOT < WS-CHST-EFF-DATE (WS-CHST-SUB)
031626             MOVE 'Y' TO WS-COST-REINSTATED-SW
031627     END-SEARCH.
031628     IF WS-COST-REINSTATED
031629         GO TO 3165-EXIT
031630     END-IF.

031631     MOVE WS-CHST-EMP-ID (WS-CHST-SUB) TO EMPM-EMP-ID.
031632     READ EMPLOYEE-MASTER-FILE
031633         INVALID KEY
031634             GO TO 3165-EXIT
031635     END-READ.

031636     MOVE WS-CHST-EMP-ID (WS-CHST-SUB) TO WS-COST-EMP-ID.
031637     MOVE WS-CHST-SALARY (WS-CHST-SUB) TO WS-COST-SALARY.
031638     MOVE WS-CHST-EFF-DATE (WS-CHST-SUB) TO WS-COST-TERM-DATE.
031639     PERFORM 2392-FIND-COST-HIRE-DATE THRU 2392-EXIT.
031640     PERFORM 2395-COMPUTE-EMP-COST THRU 2395-EXIT.
031641     MOVE EMPM-DEPT-NAME TO WS-COST-DEPT-NAME.
031642     PERFORM 3168-ADD-SEPARATION-COST THRU 3168-EXIT.

031643 3165-EXIT.
031644     EXIT.

031645*================================================================
031646*  3168-ADD-SEPARATION-COST  -  ADD ONE SEPARATED EMPLOYEE'S
031647*      COST TO WS-COST-DEPT-NAME'S SEPARATION COST ENTRY.
031648*================================================================
031649 3168-ADD-SEPARATION-COST.

031650     IF WS-EMP-PAY-COST = ZERO AND WS-EMP-ACCR-COST = ZERO
031651         GO TO 3168-EXIT
031652     END-IF.

031653     MOVE ZERO TO WS-SEPC-FOUND-SUB.
031654     IF WS-SEPC-COUNT > ZERO
031655         SET WS-SEPC-IDX TO 1
031656         SEARCH WS-SEPC-ENTRY
031657             WHEN WS-SEPC-DEPT-NAME (WS-SEPC-IDX)
031658                     = WS-COST-DEPT-NAME
031659                 SET WS-SEPC-FOUND-SUB TO WS-SEPC-IDX
031660         END-SEARCH
031661     END-IF.

031662     IF WS-SEPC-FOUND-SUB = ZERO
031663         IF WS-SEPC-COUNT = WS-SEPC-MAX
031664             DISPLAY 'MORE THAN ' WS-SEPC-MAX ' DEPARTMENTS WITH '
031665                 'SEPARATION COST - WS-SEPARATION-COST-TABLE '
031666                 'IS FULL'
031667             MOVE 16 TO RETURN-CODE
031668             STOP RUN
031669         END-IF
031670         ADD 1 TO WS-SEPC-COUNT
031671         MOVE WS-SEPC-COUNT TO WS-SEPC-FOUND-SUB
031672         MOVE WS-COST-DEPT-NAME
031673             TO WS-SEPC-DEPT-NAME (WS-SEPC-FOUND-SUB)
031674         MOVE ZERO TO WS-SEPC-PAY-COST (WS-SEPC-FOUND-SUB)
031675         MOVE ZERO TO WS-SEPC-ACCR-COST (WS-SEPC-FOUND-SUB)
031676     END-IF.

031677     ADD WS-EMP-PAY-COST TO WS-SEPC-PAY-COST (WS-SEPC-FOUND-SUB).
031678     ADD WS-EMP-ACCR-COST
031679         TO WS-SEPC-ACCR-COST (WS-SEPC-FOUND-SUB).

031680 3168-EXIT.
031681     EXIT.

031682*================================================================
031683*  3170-POST-ONE-SEPARATION-DEPT  -  ONE DEPARTMENT'S SEPARATION
031684*      COST, TO THE SAME EXPENSE AND BURDEN ACCOUNTS AS THE
031685*      REST OF ITS COST.
031686*================================================================
031687 3170-POST-ONE-SEPARATION-DEPT.

031688     MOVE WS-SEPC-DEPT-NAME (WS-SEPC-IDX) TO WS-COST-DEPT-NAME.
031689     PERFORM 2683-RESOLVE-GL-ACCOUNT THRU 2683-EXIT.

031690     IF WS-GLAM-BEST-ACCT = SPACES
031691         PERFORM 2690-WRITE-GL-MAP-EXCEPTION THRU 2690-EXIT
031692         GO TO 3170-EXIT
031693     END-IF.

031694     IF WS-SEPC-PAY-COST (WS-SEPC-IDX) NOT = ZERO
031695         MOVE 'N' TO WS-COST-ACCRUAL-SW
031696         MOVE WS-GL-PERIOD TO WS-COST-GL-PERIOD
031697         MOVE WS-SEPC-PAY-COST (WS-SEPC-IDX)
031698             TO WS-COST-BASE-AMOUNT
031699         PERFORM 2681-POST-DEPT-COST THRU 2681-EXIT
031700     END-IF.

031701     IF WS-SEPC-ACCR-COST (WS-SEPC-IDX) NOT = ZERO
031702         MOVE 'Y' TO WS-COST-ACCRUAL-SW
031703         MOVE WS-ACCR-PERIOD TO WS-COST-GL-PERIOD
031704         MOVE WS-SEPC-ACCR-COST (WS-SEPC-IDX)
031705             TO WS-COST-BASE-AMOUNT
031706         PERFORM 2681-POST-DEPT-COST THRU 2681-EXIT
031707     END-IF.

031708 3170-EXIT.
031709     EXIT.

031710*================================================================
031711*  3190-POST-RETRO-PAY  -  LIST THE RETROACTIVE PAY DIFFERENTIALS
031712*      LOADED AT START-UP ON THE RETRO PAY REPORT, ONE DEPARTMENT
031713*      AT A TIME, AND POST EACH DEPARTMENT'S TOTAL TO ITS RETRO
031714*      ACCOUNT.  NO BURDEN IS FIGURED ON A RETRO LINE.  THE
031715*      REPORT IS WRITTEN WHOLE HERE, SO A RESTART WRITES IT
031716*      AFRESH; THE GL LINES AND EXCEPTIONS HAVE THE USUAL
031717*      RESTART GUARDS.
031718*================================================================
031719 3190-POST-RETRO-PAY.

031720     OPEN OUTPUT RETRO-RPT-FILE.
031721     IF FS-RETRO-RPT NOT = '00'
031722         DISPLAY 'UNABLE TO OPEN RETRO-RPT-FILE, STATUS = '
031723             FS-RETRO-RPT
031724         MOVE 16 TO RETURN-CODE
031725         STOP RUN
031726     END-IF.

031727     MOVE WS-RETRO-PAID-THRU TO WS-RTL-PAID-THRU.
031728     MOVE WS-RETRO-TITLE-LINE TO RETRO-PRINT-LINE.
031729     WRITE RETRO-PRINT-LINE.

031730     IF WS-RETR-COUNT = ZERO
031731         MOVE WS-RETRO-NONE-LINE TO RETRO-PRINT-LINE
031732         WRITE RETRO-PRINT-LINE
031733         CLOSE RETRO-RPT-FILE
031734         GO TO 3190-EXIT
031735     END-IF.

031736     MOVE WS-RETRO-COLUMN-LINE TO RETRO-PRINT-LINE.
031737     WRITE RETRO-PRINT-LINE.

031738     MOVE ZERO TO WS-RETRO-TOTAL-AMOUNT.
031739     PERFORM 3192-RETRO-ONE-DEPT THRU 3192-EXIT
031740         VARYING WS-RETR-SUB FROM 1 BY 1
031741         UNTIL WS-RETR-SUB > WS-RETR-COUNT.

031742     MOVE WS-RETRO-TOTAL-AMOUNT TO WS-RTT-AMOUNT.
031743     MOVE WS-RETRO-TOTAL-LINE TO RETRO-PRINT-LINE.
031744     WRITE RETRO-PRINT-LINE.
031745     CLOSE RETRO-RPT-FILE.

031746 3190-EXIT.
031747     EXIT.

031748*================================================================
031749*  3192-RETRO-ONE-DEPT  -  THE FIRST ENTRY NOT YET LISTED STARTS
031750*      A DEPARTMENT: LIST EVERY ENTRY FOR IT FROM HERE ON, THEN
031751*      POST ITS TOTAL.
031752*================================================================
031753 3192-RETRO-ONE-DEPT.

031754     IF WS-RETR-LISTED (WS-RETR-SUB)
031755         GO TO 3192-EXIT
031756     END-IF.

031757     MOVE WS-RETR-DEPT-NAME (WS-RETR-SUB) TO WS-COST-DEPT-NAME.
031758     PERFORM 2683-RESOLVE-GL-ACCOUNT THRU 2683-EXIT.

031759     MOVE WS-COST-DEPT-NAME TO WS-RHL-DEPT-NAME.
031760     MOVE WS-GLAM-BEST-RETRO TO WS-RHL-RETRO-ACCT.
031761     MOVE WS-RETRO-DEPT-LINE TO RETRO-PRINT-LINE.
031762     WRITE RETRO-PRINT-LINE.

031763     MOVE ZERO TO WS-RETRO-DEPT-AMOUNT.
031764     PERFORM 3194-LIST-ONE-RETRO THRU 3194-EXIT
031765         VARYING WS-RETR-IDX FROM WS-RETR-SUB BY 1
031766         UNTIL WS-RETR-IDX > WS-RETR-COUNT.
031767     ADD WS-RETRO-DEPT-AMOUNT TO WS-RETRO-TOTAL-AMOUNT.

031768     MOVE SPACES TO WS-RDT-STATUS.
031769     IF WS-RETRO-DEPT-AMOUNT NOT = ZERO
031770         IF WS-GLAM-BEST-RETRO = SPACES
031771             PERFORM 3196-WRITE-RETRO-MAP-EXCEPTION THRU 3196-EXIT
031772             MOVE 'NOT POSTED - NO ACCOUNT' TO WS-RDT-STATUS
031773         ELSE
031774             MOVE 'N' TO WS-COST-ACCRUAL-SW
031775             MOVE WS-GL-PERIOD TO WS-COST-GL-PERIOD
031776             MOVE WS-GLAM-BEST-RETRO TO WS-GL-LINE-ACCT
031777             MOVE WS-RETRO-DEPT-AMOUNT TO WS-GL-LINE-AMOUNT
031778             PERFORM 2682-WRITE-GL-LINE THRU 2682-EXIT
031779             ADD 1 TO WS-RETRO-DEPTS-POSTED
031780             MOVE 'POSTED TO GL' TO WS-RDT-STATUS
031781         END-IF
031782     END-IF.

031783     MOVE WS-COST-DEPT-NAME TO WS-RDT-DEPT-NAME.
031784     MOVE WS-RETRO-DEPT-AMOUNT TO WS-RDT-AMOUNT.
031785     MOVE WS-RETRO-DEPT-TOTAL-LINE TO RETRO-PRINT-LINE.
031786     WRITE RETRO-PRINT-LINE.

031787 3192-EXIT.
031788     EXIT.

031789 3194-LIST-ONE-RETRO.

031790     IF WS-RETR-LISTED (WS-RETR-IDX)
031791             OR WS-RETR-DEPT-NAME (WS-RETR-IDX)
031792                 NOT = WS-COST-DEPT-NAME
031793         GO TO 3194-EXIT
031794     END-IF.

031795     MOVE 'Y' TO WS-RETR-LISTED-SW (WS-RETR-IDX).
031796     MOVE WS-RETR-EMP-ID (WS-RETR-IDX) TO WS-RDL-EMP-ID.
031797     MOVE WS-RETR-EMP-NAME (WS-RETR-IDX) TO WS-RDL-EMP-NAME.
031798     MOVE WS-RETR-EFF-DATE (WS-RETR-IDX) TO WS-RDL-EFF-DATE.
031799     MOVE WS-RETR-OLD-SALARY (WS-RETR-IDX) TO WS-RDL-OLD-SALARY.
031800     MOVE WS-RETR-NEW-SALARY (WS-RETR-IDX) TO WS-RDL-NEW-SALARY.
031801     MOVE WS-RETR-DAYS (WS-RETR-IDX) TO WS-RDL-DAYS.
031802     MOVE WS-RETR-AMOUNT (WS-RETR-IDX) TO WS-RDL-AMOUNT.
031803     MOVE WS-RETRO-DETAIL-LINE TO RETRO-PRINT-LINE.
031804     WRITE RETRO-PRINT-LINE.
031805     ADD WS-RETR-AMOUNT (WS-RETR-IDX) TO WS-RETRO-DEPT-AMOUNT.

031806 3194-EXIT.
031807     EXIT.

031808*================================================================
031809*  3196-WRITE-RETRO-MAP-EXCEPTION  -  A DEPARTMENT WITH NO RETRO
031810*      ACCOUNT ON ITS MAPPING DOES NOT POST ITS RETRO PAY; IT IS
031811*      DROPPED TO THE EXCEPTIONS FILE, SAME AS 2690-WRITE-GL-MAP-
031812*      EXCEPTION.
031813*================================================================
031814 3196-WRITE-RETRO-MAP-EXCEPTION.

031815     DISPLAY 'WARNING - NO RETRO ACCOUNT MAPPING FOR DEPARTMENT '
031816         WS-COST-DEPT-NAME ' - RETRO PAY NOT POSTED TO GL'.
031817     ADD 1 TO WS-RETRO-DEPTS-REJECTED.
031818     IF WS-RUN-CC < 4
031819         MOVE 4 TO WS-RUN-CC
031820     END-IF.
031821     ADD 1 TO WS-EXCP-WRITE-COUNT.
031822     IF WS-EXCP-WRITE-COUNT > WS-CKPT-EXCP-COUNT
031823         MOVE SPACES TO EXCP-EMP-ID
031824         MOVE SPACES TO EXCP-EMP-NAME
031825         MOVE WS-COST-DEPT-NAME TO EXCP-DEPT-NAME
031826         MOVE 'GLA2' TO EXCP-REASON-CODE
031827         MOVE 'NO RETRO ACCOUNT MAPPING FOR DEPT'
031828             TO EXCP-REASON-TEXT
031829*        A DEPARTMENT-LEVEL REJECT CARRIES NO DETAIL FIELDS.
031830         MOVE ZERO TO EXCP-EMP-SALARY
031831         MOVE SPACES TO EXCP-DEPT-MANAGER
031832         MOVE SPACES TO EXCP-DEPT-LOCATION
031833         MOVE ZERO TO EXCP-AGE-COUNT
031834         WRITE EMPL-EXCP-RECORD
031835     END-IF.

031836 3196-EXIT.
031837     EXIT.

031838*================================================================
031839*  3180-SAVE-ACCRUAL-FILE  -  A RUN THAT WROTE NEW ACCRUAL LINES
031840*      JUST CLOSES THE FILE.  A RUN THAT ONLY REVERSED LAST
031841*      MONTH END'S LINES WRITES THEM BACK WITH THEIR REVERSED
031842*      DATES STAMPED, SO THE NEXT RUN DOES NOT REVERSE THEM AGAIN.
031843*================================================================
031844 3180-SAVE-ACCRUAL-FILE.

031845     IF WS-GACR-OPEN
031846         CLOSE GL-ACCRUAL-FILE
031847         GO TO 3180-EXIT
031848     END-IF.

031849     IF NOT WS-GACR-REVERSED
031850         GO TO 3180-EXIT
031851     END-IF.

031852     OPEN OUTPUT GL-ACCRUAL-FILE.
031853     IF FS-GL-ACCRUAL NOT = '00'
031854         DISPLAY 'UNABLE TO OPEN GL-ACCRUAL-FILE, STATUS = '
031855             FS-GL-ACCRUAL
031856         MOVE 16 TO RETURN-CODE
031857         STOP RUN
031858     END-IF.

031859     PERFORM 3185-WRITE-ONE-ACCRUAL THRU 3185-EXIT
031860         VARYING WS-GACR-IDX FROM 1 BY 1
031861         UNTIL WS-GACR-IDX > WS-GACR-COUNT.

031862     CLOSE GL-ACCRUAL-FILE.

031863 3180-EXIT.
031864     EXIT.

031865 3185-WRITE-ONE-ACCRUAL.

031866     MOVE WS-GACR-DEPT-CODE (WS-GACR-IDX) TO GLACR-DEPT-CODE.
031867     MOVE WS-GACR-EXPENSE-ACCT (WS-GACR-IDX)
031868         TO GLACR-EXPENSE-ACCT.
031869     MOVE WS-GACR-PERIOD (WS-GACR-IDX) TO GLACR-PERIOD.
031870     MOVE WS-GACR-AMOUNT (WS-GACR-IDX) TO GLACR-AMOUNT.
031871     MOVE WS-GACR-REVERSED-DATE (WS-GACR-IDX)
031872         TO GLACR-REVERSED-DATE.
031873     WRITE GL-ACCRUAL-RECORD.

031874 3185-EXIT.
031875     EXIT.

031876*================================================================
031877*  3200-RECONCILE-TERMINATIONS  -  WALK THE EMPLOYEE MASTER THE
031878*      OTHER WAY.  EVERY ACTIVE EMPM-EMP-ID THAT NEVER TURNED UP
031879*      ON THIS RUN (NOT IN WS-SEEN-EMP-ID-TABLE, WHICH CAPTURES
031880*      EVERY EXTRACT AND RECYCLED RECORD, ACCEPTED OR REJECTED)
031881*      WAS ON THE MASTER YESTERDAY AND IS ABSENT TODAY - A
031882*      SEPARATION.  EACH ONE IS APPENDED TO SALARY-HIST-FILE AS
031883*      A 'TERM' RECORD, LISTED ON THE SEPARATIONS REPORT, AND
031884*      MARKED TERMINATED ON THE MASTER SO IT IS NOT RE-REPORTED
031885*      RUN AFTER RUN.
031886*================================================================
031887 3200-RECONCILE-TERMINATIONS.

031888     MOVE WS-SEPARATION-TITLE-LINE TO SEPARATION-PRINT-LINE.
031889     WRITE SEPARATION-PRINT-LINE.

031890     MOVE LOW-VALUES TO EMPM-EMP-ID.
031891     START EMPLOYEE-MASTER-FILE
031892         KEY IS NOT LESS THAN EMPM-EMP-ID
031893         INVALID KEY
031894             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
031895     END-START.

031896     PERFORM 3210-CHECK-ONE-MASTER-EMP THRU 3210-EXIT
031897         UNTIL EMP-MASTER-EOF.

031898     IF WS-TERM-COUNT = ZERO
031899         MOVE WS-SEPARATION-NONE-LINE TO SEPARATION-PRINT-LINE
031900         WRITE SEPARATION-PRINT-LINE
031901     END-IF.

031902 3200-EXIT.
031903     EXIT.

031904 3210-CHECK-ONE-MASTER-EMP.

031905     READ EMPLOYEE-MASTER-FILE NEXT RECORD
031906         AT END
031907             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
031910     END-READ.
031920     IF EMP-MASTER-EOF
031930         GO TO 3210-EXIT
032130     MOVE ZERO TO SALHIST-NEW-SALARY.
032140     MOVE WS-RUN-DATE TO SALHIST-EFFECTIVE-DATE.
032150     MOVE 'TERM' TO SALHIST-REASON-CODE.
032155     MOVE WS-RUN-DATE TO SALHIST-RECORDED-DATE.
032160     WRITE SALARY-HIST-RECORD.
032162     MOVE 'SALH' TO RJRNL-REC-TYPE.
032164     MOVE SALARY-HIST-RECORD TO RJRNL-IMAGE.
032166     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

032170     MOVE 'EMP-SALARY' TO AUDIT-FIELD-NAME.
032180     MOVE EMPM-EMP-ID TO AUDIT-KEY-VALUE.
032250     MOVE WS-SEPARATION-DETAIL-LINE TO SEPARATION-PRINT-LINE.
032260     WRITE SEPARATION-PRINT-LINE.

032262     PERFORM 3215-COST-TODAYS-SEPARATION THRU 3215-EXIT.

032264     MOVE 'EMPB' TO RJRNL-REC-TYPE.
032266     MOVE EMP-MASTER-RECORD TO RJRNL-IMAGE.
032268     PERFORM 2420-WRITE-JOURNAL-RECORD THRU 2420-EXIT.

032270     MOVE 'T' TO EMPM-STATUS-CODE.
032280     MOVE WS-RUN-DATE TO EMPM-LAST-CHANGE-DATE.
032290     REWRITE EMP-MASTER-RECORD
032370     EXIT.

032380*================================================================
032381*  3215-COST-TODAYS-SEPARATION  -  A SEPARATION FOUND TODAY WAS
032382*      ON THE PAYROLL THROUGH YESTERDAY; ITS COST FOR THE SPANS
032383*      BEING COSTED GOES TO THE SEPARATION COST TABLE.
032384*================================================================
032385 3215-COST-TODAYS-SEPARATION.

032386     IF WS-PAY-SPAN-END = ZERO AND WS-ACCR-SPAN-END = ZERO
032387         GO TO 3215-EXIT
032388     END-IF.

032389     MOVE EMPM-EMP-ID TO WS-COST-EMP-ID.
032390     MOVE EMPM-EMP-SALARY TO WS-COST-SALARY.
032391     MOVE WS-RUN-DATE TO WS-COST-TERM-DATE.
032392     PERFORM 2392-FIND-COST-HIRE-DATE THRU 2392-EXIT.
032393     PERFORM 2395-COMPUTE-EMP-COST THRU 2395-EXIT.
032394     MOVE EMPM-DEPT-NAME TO WS-COST-DEPT-NAME.
032395     PERFORM 3168-ADD-SEPARATION-COST THRU 3168-EXIT.

032396 3215-EXIT.
032397     EXIT.

032398*================================================================
032399*  8000-RENAMES-DEMO  -  THE ORIGINAL RENAMES DEMONSTRATION.
032400*================================================================
032410 8000-RENAMES-DEMO.

