000010*================================================================
000020*  PROGRAM:     DEPT-REORG
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Department reorganization.  DEPT-MSTR-UPDT can only
000100*      close one department and add another; every employee in
000110*      the old department then had to be re-keyed, and until
000120*      they were the daily run rejected them with DEP2.  This
000130*      job carries out a whole reorganization from the reorg
000140*      transactions (REORGTRN) - merge one department into
000150*      another, rename one, or split employees out of one by
000160*      EMP-ID - all effective on the control card's date.  For
000170*      every accepted transaction it:
000180*        - adds the new department to DEPTMSTR (a rename, or a
000190*          split into a department not on file yet), with the
000200*          old department's manager and location;
000210*        - re-points every affected active employee on EMPMSTR
000220*          to the new department and its location, and writes
000230*          one XFERHIST record and one AUDITLOG record per move;
000240*        - carries the old department's GLACCTMP mapping over
000250*          to the new department as of the effective date,
000260*          unless the new department already has a mapping in
000270*          effect;
000280*        - closes the old department on a merge or rename;
000290*        - carries the old department's DEPTTOTS figures over
000300*          to the new department, so the daily run's
000310*          run-over-run variance check does not see one
000320*          department vanish and another jump.
000330*      The control card (REORGCRD) picks the pass:
000340*        'P'  -  proof: the reorg report only, nothing is
000350*                changed;
000360*        'A'  -  apply: the same report, and the changes above.
000370*      Every transaction is checked before anything is changed.
000380*      A reorg is all or nothing: if any transaction is
000390*      rejected, an apply pass changes nothing.  A department
000400*      may not be both the old and the new department in one
000410*      run - chains are run as separate reorgs.
000420*      GLACCTMP is written to GLAMNEW; the job stream swaps it
000430*      in as GLACCTMP after a clean apply pass, the same as for
000440*      REF-MSTR-UPDT.  DEPTTOTS is rewritten in place.
000450*      ENDS WITH CONDITION CODE 04 WHEN A PROOF PASS REJECTED
000460*      ANY TRANSACTION, 08 WHEN AN APPLY PASS WAS REFUSED FOR
000470*      THAT REASON, AND 16 ON A CONTROL CARD OR FILE ERROR.
000480*
000490*  MODIFICATION HISTORY.
000500*      10/15/2026  DRO  ORIGINAL VERSION.
000501*      10/15/2026  DRO  CARRIED MAPPING KEEPS THE RETRO PAY
000502*                       ACCOUNT TOO.  GLAMNEW WIDENED TO 34 BYTES.
000503*      10/15/2026  DRO  XFERHIST RECORDED DATE IS THE RUN DATE.
000504*      10/15/2026  DRO  AN EMPLOYEE ON A LEAVE OF ABSENCE MOVES
000505*                       WITH THE DEPARTMENT ON A MERGE OR RENAME
000506*                       AND CAN BE SPLIT OUT, THE SAME AS AN
000507*                       ACTIVE ONE.
000508*      10/15/2026  DRO  THE DEPARTMENT-ADDED LINE NO LONGER SHOWS
000509*                       THE EMP-ID OF THE LINE BEFORE IT.
000510*================================================================
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. DEPT-REORG.
000540 AUTHOR. D. OKAFOR.
000550 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000560 DATE-WRITTEN. 10/15/2026.
000570 DATE-COMPILED.

000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.

000610     SELECT REORG-CONTROL-FILE ASSIGN TO "REORGCRD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-REORG-CONTROL.

000640     SELECT REORG-TRANS-FILE ASSIGN TO "REORGTRN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-REORG-TRANS.

000670     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS DPTM-DEPT-NAME
000710         FILE STATUS IS FS-DEPT-MASTER.

000720     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS EMPM-EMP-ID
000760         FILE STATUS IS FS-EMP-MASTER.

000770     SELECT GL-ACCT-MAP-FILE ASSIGN TO "GLACCTMP"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-GL-ACCT-MAP.

000800*    THE UPDATED MAPPING MASTER, APPLY PASS ONLY.  THE JOB
000810*    STREAM SWAPS IT IN AS GLACCTMP AFTER THIS JOB ENDS CLEAN.
000820     SELECT GLAM-NEW-FILE ASSIGN TO "GLAMNEW"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-GLAM-NEW.

000850*    THE DAILY RUN'S PER-DEPARTMENT SNAPSHOT.  MAY NOT EXIST
000860*    BEFORE THE FIRST DAILY RUN - THEN THERE IS NOTHING TO
000870*    CARRY AND IT IS NOT WRITTEN.
000880     SELECT DEPT-TOTALS-FILE ASSIGN TO "DEPTTOTS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-DEPT-TOTALS.

000910*    PERMANENT LOGS - OPENED EXTEND, APPLY PASS ONLY.
000920     SELECT XFER-HIST-FILE ASSIGN TO "XFERHIST"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-XFER-HIST.

000950     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-AUDIT-LOG.

000980     SELECT REORG-RPT-FILE ASSIGN TO "REORGRPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS FS-REORG-RPT.

001010 DATA DIVISION.

001020 FILE SECTION.

001030 FD  REORG-CONTROL-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY REORGCTL.

001060 FD  REORG-TRANS-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY REORGTRN.

001090 FD  DEPT-MASTER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY DEPTMSTR.

001120 FD  EMPLOYEE-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY EMPMSTR.

001150 FD  GL-ACCT-MAP-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY GLACCTMP.

001180 FD  GLAM-NEW-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  GLAM-NEW-RECORD                   PIC X(34).

001210 FD  DEPT-TOTALS-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY DEPTTOTS.

001240 FD  XFER-HIST-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY XFERHIST.

001270 FD  AUDIT-LOG-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY AUDITLOG.

001300 FD  REORG-RPT-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  REORG-PRINT-LINE                  PIC X(80).

001330 WORKING-STORAGE SECTION.

001340 01  WS-FILE-STATUSES.
001350     05  FS-REORG-CONTROL          PIC X(02).
001360     05  FS-REORG-TRANS            PIC X(02).
001370     05  FS-DEPT-MASTER            PIC X(02).
001380     05  FS-EMP-MASTER             PIC X(02).
001390     05  FS-GL-ACCT-MAP            PIC X(02).
001400     05  FS-GLAM-NEW               PIC X(02).
001410     05  FS-DEPT-TOTALS            PIC X(02).
001420     05  FS-XFER-HIST              PIC X(02).
001430     05  FS-AUDIT-LOG              PIC X(02).
001440     05  FS-REORG-RPT              PIC X(02).

001450 01  WS-SWITCHES.
001460     05  WS-TRANS-EOF-SW           PIC X(01) VALUE 'N'.
001470         88  WS-TRANS-EOF              VALUE 'Y'.
001480     05  WS-GLAM-EOF-SW            PIC X(01) VALUE 'N'.
001490         88  WS-GLAM-EOF               VALUE 'Y'.
001500     05  WS-DTOT-EOF-SW            PIC X(01) VALUE 'N'.
001510         88  WS-DTOT-EOF               VALUE 'Y'.
001520     05  WS-DTOT-FOUND-SW          PIC X(01) VALUE 'N'.
001530         88  WS-DTOT-FOUND             VALUE 'Y'.
001540     05  WS-EMP-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
001550         88  WS-EMP-MASTER-EOF         VALUE 'Y'.
001560     05  WS-REFUSED-SW             PIC X(01) VALUE 'N'.
001570         88  WS-APPLY-REFUSED          VALUE 'Y'.
001580     05  WS-TARGET-SEEN-SW         PIC X(01) VALUE 'N'.
001590         88  WS-TARGET-SEEN            VALUE 'Y'.

001600 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001610 77  WS-TRANS-READ                 PIC 9(07) VALUE ZERO COMP.
001620 77  WS-TRANS-ACCEPTED             PIC 9(07) VALUE ZERO COMP.
001630 77  WS-TRANS-REJECTED             PIC 9(07) VALUE ZERO COMP.
001640 77  WS-EMPS-MOVED                 PIC 9(07) VALUE ZERO COMP.
001650 77  WS-DEPTS-ADDED                PIC 9(07) VALUE ZERO COMP.
001660 77  WS-DEPTS-CLOSED               PIC 9(07) VALUE ZERO COMP.
001670 77  WS-MAPS-CARRIED               PIC 9(07) VALUE ZERO COMP.
001680 77  WS-FOUND-SUB                  PIC 9(05) VALUE ZERO COMP.
001690 77  WS-DTT-FROM-SUB               PIC 9(05) VALUE ZERO COMP.
001700 77  WS-GL-BEST-DATE               PIC 9(08) VALUE ZERO.
001710 77  WS-LOOKUP-DEPT                PIC X(10) VALUE SPACES.
001720 77  WS-REJECT-TEXT                PIC X(48) VALUE SPACES.

001730*----------------------------------------------------------------
001740*  THE REORG TRANSACTION BEING CHECKED OR APPLIED.  EACH ENTRY
001750*  OF WS-REORG-TABLE HAS THE SAME LAYOUT, SO AN ENTRY IS MOVED
001760*  HERE WHOLE.  THE TARGET'S LOCATION AND MANAGER ARE LOOKED UP
001770*  WHEN THE TRANSACTION IS CHECKED, BEFORE ANY EMPLOYEE MASTER
001780*  BROWSE, AND KEPT HERE.
001790*----------------------------------------------------------------
001800 01  WS-CURR-REORG.
001810     05  WS-CUR-ACTION             PIC X(01).
001820         88  WS-CUR-IS-MERGE           VALUE 'M'.
001830         88  WS-CUR-IS-RENAME          VALUE 'R'.
001840         88  WS-CUR-IS-SPLIT           VALUE 'S'.
001850     05  WS-CUR-FROM-DEPT          PIC X(10).
001860     05  WS-CUR-TO-DEPT            PIC X(10).
001870     05  WS-CUR-EMP-ID             PIC X(06).
001880     05  WS-CUR-CREATE-SW          PIC X(01).
001890         88  WS-CUR-CREATES-TARGET     VALUE 'Y'.
001900     05  WS-CUR-TO-LOCATION        PIC X(10).
001910     05  WS-CUR-TO-MANAGER-ID      PIC X(06).
001920     05  WS-CUR-TO-MANAGER-NAME    PIC X(15).

001930*----------------------------------------------------------------
001940*  EVERY ACCEPTED REORG TRANSACTION, IN FILE ORDER.  REJECTED
001950*  ONES ARE ONLY REPORTED.
001960*----------------------------------------------------------------
001970 77  WS-RORG-MAX                   PIC 9(05) VALUE 9999 COMP.
001980 77  WS-RORG-COUNT                 PIC 9(05) VALUE ZERO COMP.

001990 01  WS-REORG-TABLE.
002000     05  WS-RORG-ENTRY              OCCURS 1 TO 9999 TIMES
002010                                     DEPENDING ON WS-RORG-COUNT
002020                                     INDEXED BY WS-RORG-IDX.
002030         10  WS-RORG-ACTION         PIC X(01).
002040             88  WS-RORG-IS-SPLIT       VALUE 'S'.
002050             88  WS-RORG-IS-RENAME      VALUE 'R'.
002060         10  WS-RORG-FROM-DEPT      PIC X(10).
002070         10  WS-RORG-TO-DEPT        PIC X(10).
002080         10  WS-RORG-EMP-ID         PIC X(06).
002090         10  WS-RORG-CREATE-SW      PIC X(01).
002100             88  WS-RORG-CREATES-TARGET VALUE 'Y'.
002110         10  WS-RORG-TO-LOCATION    PIC X(10).
002120         10  WS-RORG-TO-MANAGER-ID  PIC X(06).
002130         10  WS-RORG-TO-MANAGER-NAME PIC X(15).

002140*----------------------------------------------------------------
002150*  THE CHART-OF-ACCOUNTS MAPPING MASTER, LOADED AT STARTUP AND
002160*  WRITTEN TO GLAMNEW ON AN APPLY PASS.  CARRIED MAPPINGS ARE
002170*  ADDED AT THE END.
002180*----------------------------------------------------------------
002190 77  WS-GLMT-MAX                   PIC 9(05) VALUE 99999 COMP.
002200 77  WS-GLMT-COUNT                 PIC 9(05) VALUE ZERO COMP.

002210 01  WS-GL-MAP-TABLE.
002220     05  WS-GLMT-ENTRY              OCCURS 1 TO 99999 TIMES
002230                                     DEPENDING ON WS-GLMT-COUNT
002240                                     INDEXED BY WS-GLMT-IDX.
002250         10  WS-GLMT-DEPT-NAME      PIC X(10).
002260         10  WS-GLMT-EXPENSE-ACCT   PIC X(08).
002270         10  WS-GLMT-EFF-DATE       PIC 9(08).
002275         10  WS-GLMT-RETRO-ACCT     PIC X(08).

002280 01  WS-GLAM-OUT-RECORD.
002290     05  WS-GOUT-DEPT-NAME         PIC X(10).
002300     05  WS-GOUT-EXPENSE-ACCT      PIC X(08).
002310     05  WS-GOUT-EFF-DATE          PIC 9(08).
002315     05  WS-GOUT-RETRO-ACCT        PIC X(08).

002320*----------------------------------------------------------------
002330*  THE DEPTTOTS SNAPSHOT, LOADED AT STARTUP AND REWRITTEN ON AN
002340*  APPLY PASS.  A DEPARTMENT WHOSE FIGURES WERE CARRIED TO
002350*  ANOTHER IS MARKED AND LEFT OUT.
002360*----------------------------------------------------------------
002370 77  WS-DTT-MAX                    PIC 9(05) VALUE 99999 COMP.
002380 77  WS-DTT-COUNT                  PIC 9(05) VALUE ZERO COMP.

002390 01  WS-DEPT-TOTALS-TABLE.
002400     05  WS-DTT-ENTRY               OCCURS 1 TO 99999 TIMES
002410                                     DEPENDING ON WS-DTT-COUNT
002420                                     INDEXED BY WS-DTT-IDX.
002430         10  WS-DTT-DEPT-NAME       PIC X(10).
002440         10  WS-DTT-EMP-COUNT       PIC 9(05).
002450         10  WS-DTT-SALARY-TOTAL    PIC 9(09).
002460         10  WS-DTT-DROPPED-SW      PIC X(01).
002470             88  WS-DTT-DROPPED         VALUE 'Y'.

002480*----------------------------------------------------------------
002490*  AUDIT LOG WORK AREAS.  WS-AUDIT-TIMESTAMP-FMT IS BUILT ONE
002500*  PIECE AT A TIME FROM TODAY'S DATE AND THE TIME OF DAY AND
002510*  THEN MOVED AS A WHOLE INTO AUDIT-TIMESTAMP.
002520*----------------------------------------------------------------
002530 77  WS-AUDIT-DATE                 PIC 9(08) VALUE ZERO.
002540 77  WS-AUDIT-TIME                 PIC 9(08) VALUE ZERO.

002550 01  WS-AUDIT-TIMESTAMP-FMT.
002560     05  WS-ATF-YEAR               PIC 9(04).
002570     05  FILLER                    PIC X(01) VALUE '-'.
002580     05  WS-ATF-MONTH              PIC 9(02).
002590     05  FILLER                    PIC X(01) VALUE '-'.
002600     05  WS-ATF-DAY                PIC 9(02).
002610     05  FILLER                    PIC X(01) VALUE '-'.
002620     05  WS-ATF-HOUR               PIC 9(02).
002630     05  FILLER                    PIC X(01) VALUE '.'.
002640     05  WS-ATF-MINUTE             PIC 9(02).
002650     05  FILLER                    PIC X(01) VALUE '.'.
002660     05  WS-ATF-SECOND             PIC 9(02).
002670     05  FILLER                    PIC X(07) VALUE SPACES.

002680 01  WS-AUDIT-REORG-KEY.
002690     05  WS-ARK-FROM-DEPT          PIC X(10).
002700     05  WS-ARK-TO-DEPT            PIC X(10).

002710*----------------------------------------------------------------
002720*  REORG REPORT LINES.
002730*----------------------------------------------------------------
002740 01  WS-REORG-TITLE-LINE.
002750     05  FILLER                     PIC X(34)
002760         VALUE 'DEPARTMENT REORGANIZATION REPORT  '.
002770     05  WS-RTL-PASS                PIC X(07).
002780     05  FILLER                     PIC X(11) VALUE ' EFFECTIVE '.
002790     05  WS-RTL-EFFECTIVE-DATE      PIC 9(08).
002800     05  FILLER                     PIC X(05) VALUE ' RUN '.
002810     05  WS-RTL-RUN-DATE            PIC 9(08).
002820     05  FILLER                     PIC X(07) VALUE SPACES.

002830 01  WS-REORG-SECTION-LINE.
002840     05  WS-RSL-TITLE               PIC X(40).
002850     05  FILLER                     PIC X(40) VALUE SPACES.

002860 01  WS-REORG-HDR-LINE.
002870     05  FILLER                     PIC X(02) VALUE 'A'.
002880     05  FILLER                     PIC X(11) VALUE 'FROM'.
002890     05  FILLER                     PIC X(11) VALUE 'TO'.
002900     05  FILLER                     PIC X(08) VALUE 'EMP-ID'.
002910     05  FILLER                     PIC X(48) VALUE 'RESULT'.

002920 01  WS-REORG-DETAIL-LINE.
002930     05  WS-RDL-ACTION              PIC X(01).
002940     05  FILLER                     PIC X(01) VALUE SPACES.
002950     05  WS-RDL-FROM-DEPT           PIC X(10).
002960     05  FILLER                     PIC X(01) VALUE SPACES.
002970     05  WS-RDL-TO-DEPT             PIC X(10).
002980     05  FILLER                     PIC X(01) VALUE SPACES.
002990     05  WS-RDL-EMP-ID              PIC X(06).
003000     05  FILLER                     PIC X(02) VALUE SPACES.
003010     05  WS-RDL-RESULT              PIC X(48).

003020 01  WS-MOVE-RESULT.
003030     05  FILLER                     PIC X(07) VALUE 'MOVED  '.
003040     05  WS-MVR-EMP-NAME            PIC X(15).
003050     05  FILLER                     PIC X(05) VALUE ' LOC '.
003060     05  WS-MVR-LOCATION            PIC X(10).
003070     05  FILLER                     PIC X(11) VALUE SPACES.

003080 01  WS-ADD-RESULT.
003090     05  FILLER                     PIC X(20)
003100         VALUE 'DEPARTMENT ADDED AT '.
003110     05  WS-ADR-LOCATION            PIC X(10).
003120     05  FILLER                     PIC X(18) VALUE SPACES.

003130 01  WS-GL-RESULT.
003140     05  FILLER                     PIC X(11) VALUE 'GL ACCOUNT '.
003150     05  WS-GLR-ACCT                PIC X(08).
003160     05  WS-GLR-TEXT                PIC X(21).
003170     05  WS-GLR-DATE                PIC X(08).

003180 01  WS-TOTALS-RESULT.
003190     05  FILLER                     PIC X(17)
003200         VALUE 'DEPTTOTS CARRIED '.
003210     05  WS-TTR-COUNT               PIC ZZ,ZZ9.
003220     05  FILLER                     PIC X(07) VALUE ' HEADS '.
003230     05  WS-TTR-SALARY              PIC ZZZ,ZZZ,ZZ9.
003240     05  FILLER                     PIC X(07) VALUE SPACES.

003250 01  WS-REORG-BLANK-LINE            PIC X(80) VALUE SPACES.

003260 PROCEDURE DIVISION.

003270*================================================================
003280*  0000-MAINLINE  -  CHECK EVERY TRANSACTION FIRST; THEN, UNLESS
003290*      AN APPLY PASS HAS TO BE REFUSED, CARRY OUT EACH ACCEPTED
003300*      ONE IN FILE ORDER.
003310*================================================================
003320 0000-MAINLINE.

003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003340     PERFORM 1500-CHECK-ONE-TRANSACTION THRU 1500-EXIT
003350         UNTIL WS-TRANS-EOF.

003360     IF RCTL-IS-APPLY AND WS-TRANS-REJECTED > ZERO
003370         MOVE 'Y' TO WS-REFUSED-SW
003380     END-IF.

003390     MOVE 'CHANGES' TO WS-RSL-TITLE.
003400     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.

003410     IF WS-APPLY-REFUSED
003420         MOVE SPACES TO WS-REORG-DETAIL-LINE
003430         MOVE 'NONE - REORG NOT APPLIED, TRANSACTIONS REJECTED'
003440             TO WS-RDL-RESULT
003450         PERFORM 8100-WRITE-DETAIL-LINE THRU 8100-EXIT
003460     ELSE
003470         PERFORM 2000-CARRY-OUT-ONE-REORG THRU 2000-EXIT
003480             VARYING WS-RORG-IDX FROM 1 BY 1
003490             UNTIL WS-RORG-IDX > WS-RORG-COUNT
003500     END-IF.

003510     PERFORM 3000-FINALIZE THRU 3000-EXIT.

003520     GOBACK.

003530*================================================================
003540*  1000-INITIALIZE  -  READ THE CONTROL CARD, LOAD THE MAPPING
003550*      MASTER AND THE DEPTTOTS SNAPSHOT, AND OPEN THE MASTERS,
003560*      THE TRANSACTIONS, THE LOGS (APPLY PASS) AND THE REPORT.
003570*================================================================
003580 1000-INITIALIZE.

003590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

003600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003610     PERFORM 1200-LOAD-GL-ACCT-MAP THRU 1200-EXIT.
003620     PERFORM 1300-LOAD-DEPT-TOTALS THRU 1300-EXIT.

003630     IF RCTL-IS-APPLY
003640         OPEN I-O DEPT-MASTER-FILE
003650         OPEN I-O EMPLOYEE-MASTER-FILE
003660     ELSE
003670         OPEN INPUT DEPT-MASTER-FILE
003680         OPEN INPUT EMPLOYEE-MASTER-FILE
003690     END-IF.
003700     IF FS-DEPT-MASTER NOT = '00'
003710         DISPLAY 'UNABLE TO OPEN DEPT-MASTER-FILE, STATUS = '
003720             FS-DEPT-MASTER
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     IF FS-EMP-MASTER NOT = '00'
003770         DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS = '
003780             FS-EMP-MASTER
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.

003820     IF RCTL-IS-APPLY
003830         PERFORM 1400-OPEN-LOGS THRU 1400-EXIT
003840     END-IF.

003850     OPEN INPUT REORG-TRANS-FILE.
003860     IF FS-REORG-TRANS NOT = '00'
003870         DISPLAY 'UNABLE TO OPEN REORG-TRANS-FILE, STATUS = '
003880             FS-REORG-TRANS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.

003920     OPEN OUTPUT REORG-RPT-FILE.
003930     IF FS-REORG-RPT NOT = '00'
003940         DISPLAY 'UNABLE TO OPEN REORG-RPT-FILE, STATUS = '
003950             FS-REORG-RPT
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.

003990     IF RCTL-IS-APPLY
004000         MOVE 'APPLIED' TO WS-RTL-PASS
004010     ELSE
004020         MOVE 'PROOF' TO WS-RTL-PASS
004030     END-IF.
004040     MOVE RCTL-EFFECTIVE-DATE TO WS-RTL-EFFECTIVE-DATE.
004050     MOVE WS-RUN-DATE TO WS-RTL-RUN-DATE.
004060     MOVE WS-REORG-TITLE-LINE TO REORG-PRINT-LINE.
004070     WRITE REORG-PRINT-LINE.

004080     MOVE 'REORG TRANSACTIONS' TO WS-RSL-TITLE.
004090     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.

004100 1000-EXIT.
004110     EXIT.

004120*================================================================
004130*  1100-READ-CONTROL-CARD  -  THE PASS, THE EFFECTIVE DATE, AND
004140*      ON AN APPLY PASS TWO DIFFERENT PEOPLE'S IDS.
004150*================================================================
004160 1100-READ-CONTROL-CARD.

004170     OPEN INPUT REORG-CONTROL-FILE.
004180     IF FS-REORG-CONTROL NOT = '00'
004190         DISPLAY 'UNABLE TO OPEN REORG-CONTROL-FILE, STATUS = '
004200             FS-REORG-CONTROL
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.

004240     READ REORG-CONTROL-FILE
004250         AT END
004260             DISPLAY 'REORG-CONTROL-FILE IS EMPTY'
004270             MOVE 16 TO RETURN-CODE
004280             STOP RUN
004290     END-READ.
004300     CLOSE REORG-CONTROL-FILE.

004310     IF NOT RCTL-IS-PROOF AND NOT RCTL-IS-APPLY
004320         DISPLAY 'REORG CONTROL CARD PASS CODE NOT P OR A: '
004330             RCTL-PASS-CODE
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.

004370     IF RCTL-EFFECTIVE-DATE-X = SPACES
004380             OR RCTL-EFFECTIVE-DATE NOT NUMERIC
004390             OR RCTL-EFFECTIVE-DATE = ZERO
004400         DISPLAY 'REORG CONTROL CARD EFFECTIVE DATE MISSING OR '
004410             'NOT NUMERIC'
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.

004450     IF NOT RCTL-IS-APPLY
004460         GO TO 1100-EXIT
004470     END-IF.

004480     IF RCTL-EFFECTIVE-DATE > WS-RUN-DATE
004490         DISPLAY 'REORG CONTROL CARD EFFECTIVE DATE '
004500             RCTL-EFFECTIVE-DATE ' IS AFTER THE RUN DATE - '
004510             'AN APPLY PASS CANNOT BE DATED AHEAD'
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.

004550     IF RCTL-SUBMITTER-ID = SPACES OR RCTL-APPROVER-ID = SPACES
004560         DISPLAY 'REORG CONTROL CARD SUBMITTER AND APPROVER IDS '
004570             'ARE REQUIRED ON AN APPLY PASS'
004580         MOVE 16 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.

004610     IF RCTL-APPROVER-ID = RCTL-SUBMITTER-ID
004620         DISPLAY 'REORG CONTROL CARD APPROVER IS THE SUBMITTER'
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.

004660 1100-EXIT.
004670     EXIT.

004680*================================================================
004690*  1200-LOAD-GL-ACCT-MAP  -  THE CHART-OF-ACCOUNTS MAPPING
004700*      MASTER IS A REQUIRED REFERENCE FILE.
004710*================================================================
004720 1200-LOAD-GL-ACCT-MAP.

004730     OPEN INPUT GL-ACCT-MAP-FILE.
004740     IF FS-GL-ACCT-MAP NOT = '00'
004750         DISPLAY 'UNABLE TO OPEN GL-ACCT-MAP-FILE, STATUS = '
004760             FS-GL-ACCT-MAP
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.

004800     PERFORM 1210-READ-GL-ACCT-MAP THRU 1210-EXIT
004810         UNTIL WS-GLAM-EOF.
004820     CLOSE GL-ACCT-MAP-FILE.

004830 1200-EXIT.
004840     EXIT.

004850 1210-READ-GL-ACCT-MAP.

004860     READ GL-ACCT-MAP-FILE
004870         AT END
004880             MOVE 'Y' TO WS-GLAM-EOF-SW
004890     END-READ.

004900     IF NOT WS-GLAM-EOF
004910         IF WS-GLMT-COUNT = WS-GLMT-MAX
004920             DISPLAY 'GL-ACCT-MAP-FILE HAS MORE THAN '
004930                 WS-GLMT-MAX ' RECORDS - WS-GL-MAP-TABLE '
004940                 'IS FULL'
004950             MOVE 16 TO RETURN-CODE
004960             STOP RUN
004970         END-IF
004980         ADD 1 TO WS-GLMT-COUNT
004990         MOVE GLAM-DEPT-NAME
005000             TO WS-GLMT-DEPT-NAME (WS-GLMT-COUNT)
005010         MOVE GLAM-EXPENSE-ACCT
005020             TO WS-GLMT-EXPENSE-ACCT (WS-GLMT-COUNT)
005030         MOVE GLAM-EFFECTIVE-DATE
005040             TO WS-GLMT-EFF-DATE (WS-GLMT-COUNT)
005043         MOVE GLAM-RETRO-ACCT
005046             TO WS-GLMT-RETRO-ACCT (WS-GLMT-COUNT)
005050     END-IF.

005060 1210-EXIT.
005070     EXIT.

005080*================================================================
005090*  1300-LOAD-DEPT-TOTALS  -  THE DAILY RUN'S LAST SNAPSHOT, IF
005100*      THERE IS ONE.
005110*================================================================
005120 1300-LOAD-DEPT-TOTALS.

005130     OPEN INPUT DEPT-TOTALS-FILE.
005140     IF FS-DEPT-TOTALS = '35'
005150         GO TO 1300-EXIT
005160     END-IF.
005170     IF FS-DEPT-TOTALS NOT = '00'
005180         DISPLAY 'UNABLE TO OPEN DEPT-TOTALS-FILE, STATUS = '
005190             FS-DEPT-TOTALS
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     MOVE 'Y' TO WS-DTOT-FOUND-SW.

005240     PERFORM 1310-READ-ONE-DEPT-TOTAL THRU 1310-EXIT
005250         UNTIL WS-DTOT-EOF.
005260     CLOSE DEPT-TOTALS-FILE.

005270 1300-EXIT.
005280     EXIT.

005290 1310-READ-ONE-DEPT-TOTAL.

005300     READ DEPT-TOTALS-FILE
005310         AT END
005320             MOVE 'Y' TO WS-DTOT-EOF-SW
005330     END-READ.

005340     IF NOT WS-DTOT-EOF
005350         IF WS-DTT-COUNT = WS-DTT-MAX
005360             DISPLAY 'DEPT-TOTALS-FILE HAS MORE THAN '
005370                 WS-DTT-MAX ' RECORDS - WS-DEPT-TOTALS-TABLE '
005380                 'IS FULL'
005390             MOVE 16 TO RETURN-CODE
005400             STOP RUN
005410         END-IF
005420         ADD 1 TO WS-DTT-COUNT
005430         MOVE DTOT-DEPT-NAME TO WS-DTT-DEPT-NAME (WS-DTT-COUNT)
005440         MOVE DTOT-EMP-COUNT TO WS-DTT-EMP-COUNT (WS-DTT-COUNT)
005450         MOVE DTOT-SALARY-TOTAL
005460             TO WS-DTT-SALARY-TOTAL (WS-DTT-COUNT)
005470         MOVE 'N' TO WS-DTT-DROPPED-SW (WS-DTT-COUNT)
005480     END-IF.

005490 1310-EXIT.
005500     EXIT.

005510*================================================================
005520*  1400-OPEN-LOGS  -  XFERHIST AND AUDITLOG, APPLY PASS ONLY.
005530*================================================================
005540 1400-OPEN-LOGS.

005550     OPEN EXTEND XFER-HIST-FILE.
005560     IF FS-XFER-HIST = '35'
005570         OPEN OUTPUT XFER-HIST-FILE
005580     END-IF.
005590     IF FS-XFER-HIST NOT = '00'
005600         DISPLAY 'UNABLE TO OPEN XFER-HIST-FILE, STATUS = '
005610             FS-XFER-HIST
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.

005650     OPEN EXTEND AUDIT-LOG-FILE.
005660     IF FS-AUDIT-LOG = '35'
005670         OPEN OUTPUT AUDIT-LOG-FILE
005680     END-IF.
005690     IF FS-AUDIT-LOG NOT = '00'
005700         DISPLAY 'UNABLE TO OPEN AUDIT-LOG-FILE, STATUS = '
005710             FS-AUDIT-LOG
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.

005750 1400-EXIT.
005760     EXIT.

005770*================================================================
005780*  1500-CHECK-ONE-TRANSACTION  -  ONE REORG TRANSACTION IS
005790*      CHECKED AGAINST THE MASTERS AS THEY STAND AND AGAINST THE
005800*      TRANSACTIONS ALREADY ACCEPTED.  AN ACCEPTED ONE GOES ON
005810*      WS-REORG-TABLE WITH ITS TARGET'S LOCATION AND MANAGER.
005820*================================================================
005830 1500-CHECK-ONE-TRANSACTION.

005840     READ REORG-TRANS-FILE
005850         AT END
005860             MOVE 'Y' TO WS-TRANS-EOF-SW
005870     END-READ.
005880     IF WS-TRANS-EOF
005890         GO TO 1500-EXIT
005900     END-IF.

005910     ADD 1 TO WS-TRANS-READ.
005920     MOVE SPACES TO WS-CURR-REORG.
005930     MOVE RORG-ACTION-CODE TO WS-CUR-ACTION.
005940     MOVE RORG-FROM-DEPT TO WS-CUR-FROM-DEPT.
005950     MOVE RORG-TO-DEPT TO WS-CUR-TO-DEPT.
005960     MOVE RORG-EMP-ID TO WS-CUR-EMP-ID.
005970     MOVE 'N' TO WS-CUR-CREATE-SW.

005980     IF NOT WS-CUR-IS-MERGE AND NOT WS-CUR-IS-RENAME
005990             AND NOT WS-CUR-IS-SPLIT
006000         MOVE 'REJECTED - ACTION CODE NOT M, R, OR S'
006010             TO WS-REJECT-TEXT
006020         GO TO 1500-REJECT
006030     END-IF.

006040     IF WS-CUR-FROM-DEPT = SPACES OR WS-CUR-TO-DEPT = SPACES
006050         MOVE 'REJECTED - FROM AND TO DEPARTMENTS ARE REQUIRED'
006060             TO WS-REJECT-TEXT
006070         GO TO 1500-REJECT
006080     END-IF.

006090     IF WS-CUR-FROM-DEPT = WS-CUR-TO-DEPT
006100         MOVE 'REJECTED - FROM AND TO ARE THE SAME DEPARTMENT'
006110             TO WS-REJECT-TEXT
006120         GO TO 1500-REJECT
006130     END-IF.

006140     IF WS-CUR-IS-SPLIT AND WS-CUR-EMP-ID = SPACES
006150         MOVE 'REJECTED - EMP-ID IS REQUIRED ON A SPLIT'
006160             TO WS-REJECT-TEXT
006170         GO TO 1500-REJECT
006180     END-IF.
006190     IF NOT WS-CUR-IS-SPLIT
006200         MOVE SPACES TO WS-CUR-EMP-ID
006210     END-IF.

006220     MOVE SPACES TO WS-REJECT-TEXT.
006230     MOVE 'N' TO WS-TARGET-SEEN-SW.
006240     PERFORM 1510-CHECK-ONE-CONFLICT THRU 1510-EXIT
006250         VARYING WS-RORG-IDX FROM 1 BY 1
006260         UNTIL WS-RORG-IDX > WS-RORG-COUNT
006270             OR WS-REJECT-TEXT NOT = SPACES.
006280     IF WS-REJECT-TEXT NOT = SPACES
006290         GO TO 1500-REJECT
006300     END-IF.

006310     MOVE WS-CUR-FROM-DEPT TO DPTM-DEPT-NAME.
006320     READ DEPT-MASTER-FILE
006330         INVALID KEY
006340             MOVE 'REJECTED - FROM DEPARTMENT NOT ON MASTER'
006350                 TO WS-REJECT-TEXT
006360     END-READ.
006370     IF WS-REJECT-TEXT NOT = SPACES
006380         GO TO 1500-REJECT
006390     END-IF.
006400     IF NOT DPTM-IS-ACTIVE
006410         MOVE 'REJECTED - FROM DEPARTMENT IS CLOSED'
006420             TO WS-REJECT-TEXT
006430         GO TO 1500-REJECT
006440     END-IF.

006450*    A NEW DEPARTMENT STARTS WITH THE OLD ONE'S MANAGER AND
006460*    LOCATION - UNLESS AN EARLIER SPLIT ALREADY SET IT UP.
006470     IF NOT WS-TARGET-SEEN
006480         MOVE DPTM-DEPT-LOCATION TO WS-CUR-TO-LOCATION
006490         MOVE DPTM-MANAGER-EMP-ID TO WS-CUR-TO-MANAGER-ID
006500     END-IF.

006510     MOVE WS-CUR-TO-DEPT TO DPTM-DEPT-NAME.
006520     READ DEPT-MASTER-FILE
006530         INVALID KEY
006540             MOVE 'N' TO DPTM-STATUS-CODE
006550     END-READ.
006560     IF DPTM-STATUS-CODE = 'N'
006570         PERFORM 1520-CHECK-NEW-TARGET THRU 1520-EXIT
006580     ELSE
006590         PERFORM 1530-CHECK-EXISTING-TARGET THRU 1530-EXIT
006600     END-IF.
006610     IF WS-REJECT-TEXT NOT = SPACES
006620         GO TO 1500-REJECT
006630     END-IF.

006640     IF WS-CUR-IS-SPLIT
006650         PERFORM 1540-CHECK-SPLIT-EMPLOYEE THRU 1540-EXIT
006660         IF WS-REJECT-TEXT NOT = SPACES
006670             GO TO 1500-REJECT
006680         END-IF
006690     END-IF.

006700     IF WS-CUR-TO-MANAGER-ID NOT = SPACES
006710         MOVE WS-CUR-TO-MANAGER-ID TO EMPM-EMP-ID
006720         READ EMPLOYEE-MASTER-FILE
006730             INVALID KEY
006740                 MOVE SPACES TO EMPM-EMP-NAME
006750         END-READ
006760         MOVE EMPM-EMP-NAME TO WS-CUR-TO-MANAGER-NAME
006770     END-IF.

006780     IF WS-RORG-COUNT = WS-RORG-MAX
006790         DISPLAY 'MORE THAN ' WS-RORG-MAX ' REORG TRANSACTIONS - '
006800             'WS-REORG-TABLE IS FULL'
006810         MOVE 16 TO RETURN-CODE
006820         STOP RUN
006830     END-IF.
006840     ADD 1 TO WS-RORG-COUNT.
006850     MOVE WS-CURR-REORG TO WS-RORG-ENTRY (WS-RORG-COUNT).
006860     ADD 1 TO WS-TRANS-ACCEPTED.

006870     IF WS-CUR-CREATES-TARGET
006880         MOVE 'ACCEPTED - NEW DEPARTMENT' TO WS-RDL-RESULT
006890     ELSE
006900         MOVE 'ACCEPTED' TO WS-RDL-RESULT
006910     END-IF.
006920     PERFORM 8200-WRITE-REORG-LINE THRU 8200-EXIT.
006930     GO TO 1500-EXIT.

006940 1500-REJECT.

006950     MOVE WS-REJECT-TEXT TO WS-RDL-RESULT.
006960     PERFORM 8200-WRITE-REORG-LINE THRU 8200-EXIT.
006970     ADD 1 TO WS-TRANS-REJECTED.

006980 1500-EXIT.
006990     EXIT.

007000*================================================================
007010*  1510-CHECK-ONE-CONFLICT  -  THE TRANSACTION BEING CHECKED
007020*      AGAINST ONE ALREADY ACCEPTED.  AN OLD DEPARTMENT MAY NOT
007030*      ALSO BE A NEW ONE, A MERGED OR RENAMED DEPARTMENT MAY NOT
007040*      APPEAR AGAIN, A NEW NAME MAY BE USED BY ONE RENAME ONLY,
007050*      AND AN EMPLOYEE MAY BE SPLIT OUT ONCE.  A SPLIT INTO A
007060*      NEW DEPARTMENT AN EARLIER SPLIT SET UP TAKES ITS
007070*      LOCATION AND MANAGER FROM THAT ONE.
007080*================================================================
007090 1510-CHECK-ONE-CONFLICT.

007100     IF WS-CUR-FROM-DEPT = WS-RORG-TO-DEPT (WS-RORG-IDX)
007110             OR WS-CUR-TO-DEPT = WS-RORG-FROM-DEPT (WS-RORG-IDX)
007120         MOVE 'REJECTED - DEPARTMENT IS BOTH OLD AND NEW'
007130             TO WS-REJECT-TEXT
007140         GO TO 1510-EXIT
007150     END-IF.

007160     IF WS-CUR-FROM-DEPT = WS-RORG-FROM-DEPT (WS-RORG-IDX)
007170             AND (NOT WS-CUR-IS-SPLIT
007180                  OR NOT WS-RORG-IS-SPLIT (WS-RORG-IDX))
007190         MOVE 'REJECTED - DEPARTMENT ALREADY IN THIS REORG'
007200             TO WS-REJECT-TEXT
007210         GO TO 1510-EXIT
007220     END-IF.

007230     IF WS-CUR-TO-DEPT = WS-RORG-TO-DEPT (WS-RORG-IDX)
007240             AND (WS-CUR-IS-RENAME
007250                  OR WS-RORG-IS-RENAME (WS-RORG-IDX))
007260         MOVE 'REJECTED - NEW NAME ALREADY USED IN THIS REORG'
007270             TO WS-REJECT-TEXT
007280         GO TO 1510-EXIT
007290     END-IF.

007300     IF WS-CUR-IS-SPLIT AND WS-RORG-IS-SPLIT (WS-RORG-IDX)
007310             AND WS-CUR-EMP-ID = WS-RORG-EMP-ID (WS-RORG-IDX)
007320         MOVE 'REJECTED - EMPLOYEE ALREADY SPLIT IN THIS REORG'
007330             TO WS-REJECT-TEXT
007340         GO TO 1510-EXIT
007350     END-IF.

007360     IF WS-CUR-TO-DEPT = WS-RORG-TO-DEPT (WS-RORG-IDX)
007370             AND WS-RORG-CREATES-TARGET (WS-RORG-IDX)
007380         MOVE 'Y' TO WS-TARGET-SEEN-SW
007390         MOVE WS-RORG-TO-LOCATION (WS-RORG-IDX)
007400             TO WS-CUR-TO-LOCATION
007410         MOVE WS-RORG-TO-MANAGER-ID (WS-RORG-IDX)
007420             TO WS-CUR-TO-MANAGER-ID
007430     END-IF.

007440 1510-EXIT.
007450     EXIT.

007460*================================================================
007470*  1520-CHECK-NEW-TARGET  -  THE NEW DEPARTMENT IS NOT ON THE
007480*      MASTER.  A MERGE NEEDS ONE THAT IS; A RENAME OR SPLIT
007490*      ADDS IT, ONCE.
007500*================================================================
007510 1520-CHECK-NEW-TARGET.

007520     IF WS-CUR-IS-MERGE
007530         MOVE 'REJECTED - TO DEPARTMENT NOT ON MASTER'
007540             TO WS-REJECT-TEXT
007550         GO TO 1520-EXIT
007560     END-IF.

007570     IF NOT WS-TARGET-SEEN
007580         MOVE 'Y' TO WS-CUR-CREATE-SW
007590     END-IF.

007600 1520-EXIT.
007610     EXIT.

007620*================================================================
007630*  1530-CHECK-EXISTING-TARGET  -  THE NEW DEPARTMENT IS ALREADY
007640*      ON THE MASTER.  A RENAME MAY NOT REUSE A NAME; A MERGE OR
007650*      SPLIT NEEDS THE DEPARTMENT OPEN, AND ITS EMPLOYEES TAKE
007660*      ITS LOCATION AND MANAGER.
007670*================================================================
007680 1530-CHECK-EXISTING-TARGET.

007690     IF WS-CUR-IS-RENAME
007700         MOVE 'REJECTED - NEW NAME ALREADY ON DEPT MASTER'
007710             TO WS-REJECT-TEXT
007720         GO TO 1530-EXIT
007730     END-IF.

007740     IF NOT DPTM-IS-ACTIVE
007750         MOVE 'REJECTED - TO DEPARTMENT IS CLOSED'
007760             TO WS-REJECT-TEXT
007770         GO TO 1530-EXIT
007780     END-IF.

007790     MOVE DPTM-DEPT-LOCATION TO WS-CUR-TO-LOCATION.
007800     MOVE DPTM-MANAGER-EMP-ID TO WS-CUR-TO-MANAGER-ID.

007810 1530-EXIT.
007820     EXIT.

007830*================================================================
007840*  1540-CHECK-SPLIT-EMPLOYEE  -  THE EMPLOYEE SPLIT OUT MUST BE
007845*      ACTIVE (OR ON A LEAVE OF ABSENCE) AND IN THE OLD
007850*      DEPARTMENT.
007860*================================================================
007870 1540-CHECK-SPLIT-EMPLOYEE.

007880     MOVE WS-CUR-EMP-ID TO EMPM-EMP-ID.
007890     READ EMPLOYEE-MASTER-FILE
007900         INVALID KEY
007910             MOVE 'REJECTED - EMP-ID NOT ON EMPLOYEE MASTER'
007920                 TO WS-REJECT-TEXT
007930     END-READ.
007940     IF WS-REJECT-TEXT NOT = SPACES
007950         GO TO 1540-EXIT
007960     END-IF.

007970     IF NOT EMPM-IS-EMPLOYED
007980         MOVE 'REJECTED - EMPLOYEE IS NOT ACTIVE'
007990             TO WS-REJECT-TEXT
008000         GO TO 1540-EXIT
008010     END-IF.

008020     IF EMPM-DEPT-NAME NOT = WS-CUR-FROM-DEPT
008030         MOVE 'REJECTED - EMPLOYEE NOT IN FROM DEPARTMENT'
008040             TO WS-REJECT-TEXT
008050     END-IF.

008060 1540-EXIT.
008070     EXIT.

008080*================================================================
008090*  2000-CARRY-OUT-ONE-REORG  -  ONE ACCEPTED TRANSACTION.  ON A
008100*      PROOF PASS THE SAME STEPS RUN AND ARE REPORTED, BUT THE
008110*      MASTERS AND LOGS ARE NOT TOUCHED.
008120*================================================================
008130 2000-CARRY-OUT-ONE-REORG.

008140     MOVE WS-RORG-ENTRY (WS-RORG-IDX) TO WS-CURR-REORG.

008150     IF WS-CUR-CREATES-TARGET
008160         PERFORM 2050-ADD-TARGET-DEPT THRU 2050-EXIT
008170     END-IF.

008180     IF WS-CUR-IS-SPLIT
008190         PERFORM 2200-MOVE-SPLIT-EMPLOYEE THRU 2200-EXIT
008200     ELSE
008210         PERFORM 2100-MOVE-DEPT-EMPLOYEES THRU 2100-EXIT
008220     END-IF.

008230     IF NOT WS-CUR-IS-SPLIT OR WS-CUR-CREATES-TARGET
008240         PERFORM 2500-CARRY-GL-MAPPING THRU 2500-EXIT
008250     END-IF.

008260     IF NOT WS-CUR-IS-SPLIT
008270         PERFORM 2400-CLOSE-OLD-DEPT THRU 2400-EXIT
008280         PERFORM 2600-CARRY-DEPT-TOTALS THRU 2600-EXIT
008290     END-IF.

008300 2000-EXIT.
008310     EXIT.

008320*================================================================
008330*  2050-ADD-TARGET-DEPT  -  A RENAME, OR THE FIRST SPLIT INTO A
008340*      DEPARTMENT NOT ON FILE, ADDS IT TO THE DEPARTMENT MASTER.
008350*================================================================
008360 2050-ADD-TARGET-DEPT.

008370     MOVE WS-CUR-TO-LOCATION TO WS-ADR-LOCATION.
008380     MOVE WS-ADD-RESULT TO WS-RDL-RESULT.
008385     MOVE SPACES TO WS-RDL-EMP-ID.
008390     PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT.
008400     ADD 1 TO WS-DEPTS-ADDED.

008410     IF RCTL-IS-PROOF
008420         GO TO 2050-EXIT
008430     END-IF.

008440     MOVE WS-CUR-TO-DEPT TO DPTM-DEPT-NAME.
008450     MOVE WS-CUR-TO-MANAGER-ID TO DPTM-MANAGER-EMP-ID.
008460     MOVE WS-CUR-TO-LOCATION TO DPTM-DEPT-LOCATION.
008470     MOVE 'A' TO DPTM-STATUS-CODE.
008480     MOVE WS-RUN-DATE TO DPTM-LAST-CHANGE-DATE.
008490     WRITE DEPT-MASTER-RECORD
008500         INVALID KEY
008510             DISPLAY 'UNABLE TO ADD DEPARTMENT ' WS-CUR-TO-DEPT
008520                 ', STATUS = ' FS-DEPT-MASTER
008530             MOVE 16 TO RETURN-CODE
008540             STOP RUN
008550     END-WRITE.

008560 2050-EXIT.
008570     EXIT.

008580*================================================================
008590*  2100-MOVE-DEPT-EMPLOYEES  -  A MERGE OR RENAME MOVES EVERY
008600*      ACTIVE OR ON-LEAVE EMPLOYEE OF THE OLD DEPARTMENT.  THE
008610*      EMPLOYEE MASTER IS KEYED BY EMP-ID, SO IT IS WALKED END TO
008615*      END.
008620*================================================================
008630 2100-MOVE-DEPT-EMPLOYEES.

008640     MOVE 'N' TO WS-EMP-MASTER-EOF-SW.
008650     MOVE LOW-VALUES TO EMPM-EMP-ID.
008660     START EMPLOYEE-MASTER-FILE
008670         KEY IS NOT LESS THAN EMPM-EMP-ID
008680         INVALID KEY
008690             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
008700     END-START.

008710     PERFORM 2110-MOVE-NEXT-EMPLOYEE THRU 2110-EXIT
008720         UNTIL WS-EMP-MASTER-EOF.

008730 2100-EXIT.
008740     EXIT.

008750 2110-MOVE-NEXT-EMPLOYEE.

008760     READ EMPLOYEE-MASTER-FILE NEXT RECORD
008770         AT END
008780             MOVE 'Y' TO WS-EMP-MASTER-EOF-SW
008790     END-READ.
008800     IF WS-EMP-MASTER-EOF
008810         GO TO 2110-EXIT
008820     END-IF.

008830     IF NOT EMPM-IS-EMPLOYED
008840             OR EMPM-DEPT-NAME NOT = WS-CUR-FROM-DEPT
008850         GO TO 2110-EXIT
008860     END-IF.

008870     PERFORM 2300-MOVE-ONE-EMPLOYEE THRU 2300-EXIT.

008880 2110-EXIT.
008890     EXIT.

008900*================================================================
008910*  2200-MOVE-SPLIT-EMPLOYEE  -  A SPLIT MOVES THE ONE EMPLOYEE
008920*      IT NAMES.
008930*================================================================
008940 2200-MOVE-SPLIT-EMPLOYEE.

008950     MOVE WS-CUR-EMP-ID TO EMPM-EMP-ID.
008960     READ EMPLOYEE-MASTER-FILE
008970         INVALID KEY
008980             DISPLAY 'EMPLOYEE ' WS-CUR-EMP-ID ' LEFT THE '
008990                 'EMPLOYEE MASTER DURING THE RUN, STATUS = '
009000                 FS-EMP-MASTER
009010             MOVE 16 TO RETURN-CODE
009020             STOP RUN
009030     END-READ.

009040     PERFORM 2300-MOVE-ONE-EMPLOYEE THRU 2300-EXIT.
009050     PERFORM 2700-CARRY-SPLIT-TOTALS THRU 2700-EXIT.

009060 2200-EXIT.
009070     EXIT.

009080*================================================================
009090*  2300-MOVE-ONE-EMPLOYEE  -  THE EMPLOYEE IN THE MASTER RECORD
009100*      AREA GOES TO THE NEW DEPARTMENT, ITS LOCATION AND (WHEN
009110*      KNOWN) ITS MANAGER.  THE TRANSFER IS LOGGED TO XFERHIST
009120*      AND AUDITLOG, DATED THE REORG'S EFFECTIVE DATE, BEFORE
009130*      THE MASTER RECORD IS REWRITTEN.
009140*================================================================
009150 2300-MOVE-ONE-EMPLOYEE.

009160     MOVE EMPM-EMP-ID TO WS-RDL-EMP-ID.
009170     MOVE EMPM-EMP-NAME TO WS-MVR-EMP-NAME.
009180     MOVE WS-CUR-TO-LOCATION TO WS-MVR-LOCATION.
009190     MOVE WS-MOVE-RESULT TO WS-RDL-RESULT.
009200     PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT.
009210     ADD 1 TO WS-EMPS-MOVED.

009220     IF RCTL-IS-PROOF
009230         GO TO 2300-EXIT
009240     END-IF.

009250     MOVE EMPM-EMP-ID TO XFER-EMP-ID.
009260     MOVE EMPM-EMP-NAME TO XFER-EMP-NAME.
009270     MOVE EMPM-DEPT-NAME TO XFER-FROM-DEPT.
009280     MOVE WS-CUR-TO-DEPT TO XFER-TO-DEPT.
009290     MOVE EMPM-DEPT-LOCATION TO XFER-FROM-LOCATION.
009300     MOVE WS-CUR-TO-LOCATION TO XFER-TO-LOCATION.
009310     MOVE RCTL-EFFECTIVE-DATE TO XFER-EFFECTIVE-DATE.
009315     MOVE WS-RUN-DATE TO XFER-RECORDED-DATE.
009320     WRITE XFER-HIST-RECORD.

009330     PERFORM 2310-WRITE-AUDIT-RECORD THRU 2310-EXIT.

009340     MOVE WS-CUR-TO-DEPT TO EMPM-DEPT-NAME.
009350     MOVE WS-CUR-TO-LOCATION TO EMPM-DEPT-LOCATION.
009360     IF WS-CUR-TO-MANAGER-NAME NOT = SPACES
009370         MOVE WS-CUR-TO-MANAGER-NAME TO EMPM-DEPT-MANAGER
009380     END-IF.
009390     MOVE WS-RUN-DATE TO EMPM-LAST-CHANGE-DATE.
009400     REWRITE EMP-MASTER-RECORD
009410         INVALID KEY
009420             DISPLAY 'UNABLE TO REWRITE EMPLOYEE ' EMPM-EMP-ID
009430                 ', STATUS = ' FS-EMP-MASTER
009440             MOVE 16 TO RETURN-CODE
009450             STOP RUN
009460     END-REWRITE.

009470 2300-EXIT.
009480     EXIT.

009490*================================================================
009500*  2310-WRITE-AUDIT-RECORD  -  ONE DEPT-NAME BEFORE/AFTER
009510*      RECORD, THE SAME AS THE DAILY RUN WRITES FOR A TRANSFER,
009520*      WITH THE CONTROL CARD'S SUBMITTER AND APPROVER.
009530*================================================================
009540 2310-WRITE-AUDIT-RECORD.

009550     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
009560     ACCEPT WS-AUDIT-TIME FROM TIME.
009570     MOVE WS-AUDIT-DATE (1:4) TO WS-ATF-YEAR.
009580     MOVE WS-AUDIT-DATE (5:2) TO WS-ATF-MONTH.
009590     MOVE WS-AUDIT-DATE (7:2) TO WS-ATF-DAY.
009600     MOVE WS-AUDIT-TIME (1:2) TO WS-ATF-HOUR.
009610     MOVE WS-AUDIT-TIME (3:2) TO WS-ATF-MINUTE.
009620     MOVE WS-AUDIT-TIME (5:2) TO WS-ATF-SECOND.
009630     MOVE WS-AUDIT-TIMESTAMP-FMT TO AUDIT-TIMESTAMP.

009640     MOVE 'DEPT-NAME' TO AUDIT-FIELD-NAME.
009650     MOVE EMPM-EMP-ID TO AUDIT-KEY-VALUE.
009660     MOVE EMPM-DEPT-NAME TO AUDIT-BEFORE-VALUE.
009670     MOVE WS-CUR-TO-DEPT TO AUDIT-AFTER-VALUE.
009680     MOVE WS-CUR-FROM-DEPT TO WS-ARK-FROM-DEPT.
009690     MOVE WS-CUR-TO-DEPT TO WS-ARK-TO-DEPT.
009700     MOVE WS-AUDIT-REORG-KEY TO AUDIT-TRANS-KEY.
009710     MOVE RCTL-SUBMITTER-ID TO AUDIT-SUBMITTER-ID.
009720     MOVE RCTL-APPROVER-ID TO AUDIT-APPROVER-ID.
009730     MOVE SPACES TO AUDIT-SECOND-APPR-ID.
009740     IF WS-CUR-IS-MERGE
009750         MOVE 'DEPARTMENT MERGE' TO AUDIT-REASON
009760     ELSE
009770         IF WS-CUR-IS-RENAME
009780             MOVE 'DEPARTMENT RENAME' TO AUDIT-REASON
009790         ELSE
009800             MOVE 'DEPARTMENT SPLIT' TO AUDIT-REASON
009810         END-IF
009820     END-IF.
009830     WRITE AUDIT-LOG-RECORD.

009840 2310-EXIT.
009850     EXIT.

009860*================================================================
009870*  2400-CLOSE-OLD-DEPT  -  A MERGED OR RENAMED DEPARTMENT STAYS
009880*      ON THE MASTER, CLOSED, SO LATE DETAILS FOR IT REJECT.
009890*================================================================
009900 2400-CLOSE-OLD-DEPT.

009910     MOVE SPACES TO WS-RDL-EMP-ID.
009920     MOVE 'DEPARTMENT CLOSED' TO WS-RDL-RESULT.
009930     PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT.
009940     ADD 1 TO WS-DEPTS-CLOSED.

009950     IF RCTL-IS-PROOF
009960         GO TO 2400-EXIT
009970     END-IF.

009980     MOVE WS-CUR-FROM-DEPT TO DPTM-DEPT-NAME.
009990     READ DEPT-MASTER-FILE
010000         INVALID KEY
010010             DISPLAY 'DEPARTMENT ' WS-CUR-FROM-DEPT ' LEFT THE '
010020                 'DEPARTMENT MASTER DURING THE RUN'
010030             MOVE 16 TO RETURN-CODE
010040             STOP RUN
010050     END-READ.
010060     MOVE 'I' TO DPTM-STATUS-CODE.
010070     MOVE WS-RUN-DATE TO DPTM-LAST-CHANGE-DATE.
010080     REWRITE DEPT-MASTER-RECORD
010090         INVALID KEY
010100             DISPLAY 'UNABLE TO CLOSE DEPARTMENT '
010110                 WS-CUR-FROM-DEPT ', STATUS = ' FS-DEPT-MASTER
010120             MOVE 16 TO RETURN-CODE
010130             STOP RUN
010140     END-REWRITE.

010150 2400-EXIT.
010160     EXIT.

010170*================================================================
010180*  2500-CARRY-GL-MAPPING  -  THE NEW DEPARTMENT POSTS TO THE OLD
010190*      ONE'S GL ACCOUNT FROM THE EFFECTIVE DATE ON, UNLESS IT
010200*      ALREADY HAS AN ACCOUNT OF ITS OWN IN EFFECT THEN (THE
010210*      USUAL CASE FOR A MERGE).  THE OLD DEPARTMENT'S MAPPING IS
010220*      LEFT AS HISTORY.
010230*================================================================
010240 2500-CARRY-GL-MAPPING.

010250     MOVE SPACES TO WS-RDL-EMP-ID.

010260     MOVE WS-CUR-TO-DEPT TO WS-LOOKUP-DEPT.
010270     PERFORM 2550-FIND-GOVERNING-MAP THRU 2550-EXIT.
010280     IF WS-FOUND-SUB > ZERO
010290         MOVE WS-GLMT-EXPENSE-ACCT (WS-FOUND-SUB) TO WS-GLR-ACCT
010300         MOVE ' KEPT BY NEW DEPT' TO WS-GLR-TEXT
010310         MOVE SPACES TO WS-GLR-DATE
010320         MOVE WS-GL-RESULT TO WS-RDL-RESULT
010330         PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT
010340         GO TO 2500-EXIT
010350     END-IF.

010360     MOVE WS-CUR-FROM-DEPT TO WS-LOOKUP-DEPT.
010370     PERFORM 2550-FIND-GOVERNING-MAP THRU 2550-EXIT.
010380     IF WS-FOUND-SUB = ZERO
010390         MOVE 'NO GL MAPPING IN EFFECT TO CARRY' TO WS-RDL-RESULT
010400         PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT
010410         GO TO 2500-EXIT
010420     END-IF.

010430     IF WS-GLMT-COUNT = WS-GLMT-MAX
010440         DISPLAY 'MORE THAN ' WS-GLMT-MAX ' MAPPING RECORDS - '
010450             'WS-GL-MAP-TABLE IS FULL'
010460         MOVE 16 TO RETURN-CODE
010470         STOP RUN
010480     END-IF.
010490     ADD 1 TO WS-GLMT-COUNT.
010500     MOVE WS-CUR-TO-DEPT TO WS-GLMT-DEPT-NAME (WS-GLMT-COUNT).
010510     MOVE WS-GLMT-EXPENSE-ACCT (WS-FOUND-SUB)
010520         TO WS-GLMT-EXPENSE-ACCT (WS-GLMT-COUNT).
010530     MOVE RCTL-EFFECTIVE-DATE TO WS-GLMT-EFF-DATE (WS-GLMT-COUNT).
010533     MOVE WS-GLMT-RETRO-ACCT (WS-FOUND-SUB)
010536         TO WS-GLMT-RETRO-ACCT (WS-GLMT-COUNT).
010540     ADD 1 TO WS-MAPS-CARRIED.

010550     MOVE WS-GLMT-EXPENSE-ACCT (WS-FOUND-SUB) TO WS-GLR-ACCT.
010560     MOVE ' CARRIED, EFFECTIVE ' TO WS-GLR-TEXT.
010570     MOVE RCTL-EFFECTIVE-DATE-X TO WS-GLR-DATE.
010580     MOVE WS-GL-RESULT TO WS-RDL-RESULT.
010590     PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT.

010600 2500-EXIT.
010610     EXIT.

010620*================================================================
010630*  2550-FIND-GOVERNING-MAP  -  THE MAPPING FOR WS-LOOKUP-DEPT
010640*      WITH THE LATEST EFFECTIVE DATE NOT AFTER THE REORG'S.
010650*      WS-FOUND-SUB IS ZERO WHEN THERE IS NONE.
010660*================================================================
010670 2550-FIND-GOVERNING-MAP.

010680     MOVE ZERO TO WS-FOUND-SUB.
010690     MOVE ZERO TO WS-GL-BEST-DATE.
010700     PERFORM 2555-CHECK-ONE-MAP THRU 2555-EXIT
010710         VARYING WS-GLMT-IDX FROM 1 BY 1
010720         UNTIL WS-GLMT-IDX > WS-GLMT-COUNT.

010730 2550-EXIT.
010740     EXIT.

010750 2555-CHECK-ONE-MAP.

010760     IF WS-GLMT-DEPT-NAME (WS-GLMT-IDX) = WS-LOOKUP-DEPT
010770             AND WS-GLMT-EFF-DATE (WS-GLMT-IDX)
010780                 NOT > RCTL-EFFECTIVE-DATE
010790             AND (WS-FOUND-SUB = ZERO
010800                  OR WS-GLMT-EFF-DATE (WS-GLMT-IDX)
010810                      > WS-GL-BEST-DATE)
010820         SET WS-FOUND-SUB TO WS-GLMT-IDX
010830         MOVE WS-GLMT-EFF-DATE (WS-GLMT-IDX) TO WS-GL-BEST-DATE
010840     END-IF.

010850 2555-EXIT.
010860     EXIT.

010870*================================================================
010880*  2600-CARRY-DEPT-TOTALS  -  A MERGED OR RENAMED DEPARTMENT'S
010890*      LAST DAILY FIGURES ARE ADDED TO THE NEW DEPARTMENT'S AND
010900*      DROPPED, SO THE NEXT DAILY RUN COMPARES LIKE WITH LIKE.
010910*================================================================
010920 2600-CARRY-DEPT-TOTALS.

010930     MOVE SPACES TO WS-RDL-EMP-ID.

010940     MOVE WS-CUR-FROM-DEPT TO WS-LOOKUP-DEPT.
010950     PERFORM 2800-FIND-DEPT-TOTAL THRU 2800-EXIT.
010960     IF WS-FOUND-SUB = ZERO
010970         MOVE 'NO DEPTTOTS FIGURES TO CARRY' TO WS-RDL-RESULT
010980         PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT
010990         GO TO 2600-EXIT
011000     END-IF.
011010     MOVE WS-FOUND-SUB TO WS-DTT-FROM-SUB.

011020     MOVE WS-CUR-TO-DEPT TO WS-LOOKUP-DEPT.
011030     PERFORM 2800-FIND-DEPT-TOTAL THRU 2800-EXIT.
011040     IF WS-FOUND-SUB = ZERO
011050         PERFORM 2810-ADD-DEPT-TOTAL THRU 2810-EXIT
011060     END-IF.

011070     ADD WS-DTT-EMP-COUNT (WS-DTT-FROM-SUB)
011080         TO WS-DTT-EMP-COUNT (WS-FOUND-SUB).
011090     ADD WS-DTT-SALARY-TOTAL (WS-DTT-FROM-SUB)
011100         TO WS-DTT-SALARY-TOTAL (WS-FOUND-SUB).
011110     MOVE 'Y' TO WS-DTT-DROPPED-SW (WS-DTT-FROM-SUB).

011120     MOVE WS-DTT-EMP-COUNT (WS-DTT-FROM-SUB) TO WS-TTR-COUNT.
011130     MOVE WS-DTT-SALARY-TOTAL (WS-DTT-FROM-SUB) TO WS-TTR-SALARY.
011140     MOVE WS-TOTALS-RESULT TO WS-RDL-RESULT.
011150     PERFORM 8300-WRITE-CHANGE-LINE THRU 8300-EXIT.

011160 2600-EXIT.
011170     EXIT.

011180*================================================================
011190*  2700-CARRY-SPLIT-TOTALS  -  ONE SPLIT EMPLOYEE'S HEAD AND
011200*      SALARY MOVE FROM THE OLD DEPARTMENT'S DEPTTOTS FIGURES TO
011210*      THE NEW ONE'S.  AN OLD DEPARTMENT NOT ON THE SNAPSHOT HAS
011220*      NOTHING TO MOVE.  THE EMPLOYEE IS STILL IN THE MASTER
011230*      RECORD AREA.
011240*================================================================
011250 2700-CARRY-SPLIT-TOTALS.

011260     MOVE WS-CUR-FROM-DEPT TO WS-LOOKUP-DEPT.
011270     PERFORM 2800-FIND-DEPT-TOTAL THRU 2800-EXIT.
011280     IF WS-FOUND-SUB = ZERO
011290         GO TO 2700-EXIT
011300     END-IF.

011310     IF WS-DTT-EMP-COUNT (WS-FOUND-SUB) > ZERO
011320         SUBTRACT 1 FROM WS-DTT-EMP-COUNT (WS-FOUND-SUB)
011330     END-IF.
011340     IF WS-DTT-SALARY-TOTAL (WS-FOUND-SUB) > EMPM-EMP-SALARY
011350         SUBTRACT EMPM-EMP-SALARY
011360             FROM WS-DTT-SALARY-TOTAL (WS-FOUND-SUB)
011370     ELSE
011380         MOVE ZERO TO WS-DTT-SALARY-TOTAL (WS-FOUND-SUB)
011390     END-IF.

011400     MOVE WS-CUR-TO-DEPT TO WS-LOOKUP-DEPT.
011410     PERFORM 2800-FIND-DEPT-TOTAL THRU 2800-EXIT.
011420     IF WS-FOUND-SUB = ZERO
011430         PERFORM 2810-ADD-DEPT-TOTAL THRU 2810-EXIT
011440     END-IF.
011450     ADD 1 TO WS-DTT-EMP-COUNT (WS-FOUND-SUB).
011460     ADD EMPM-EMP-SALARY TO WS-DTT-SALARY-TOTAL (WS-FOUND-SUB).

011470 2700-EXIT.
011480     EXIT.

011490*================================================================
011500*  2800-FIND-DEPT-TOTAL  -  WS-LOOKUP-DEPT'S ENTRY ON THE
011510*      DEPTTOTS TABLE, OR ZERO.
011520*================================================================
011530 2800-FIND-DEPT-TOTAL.

011540     MOVE ZERO TO WS-FOUND-SUB.
011550     IF WS-DTT-COUNT > ZERO
011560         SET WS-DTT-IDX TO 1
011570         SEARCH WS-DTT-ENTRY
011580             WHEN WS-DTT-DEPT-NAME (WS-DTT-IDX) = WS-LOOKUP-DEPT
011590                     AND NOT WS-DTT-DROPPED (WS-DTT-IDX)
011600                 SET WS-FOUND-SUB TO WS-DTT-IDX
011610         END-SEARCH
011620     END-IF.

011630 2800-EXIT.
011640     EXIT.

011650*================================================================
011660*  2810-ADD-DEPT-TOTAL  -  A ZERO ENTRY FOR WS-LOOKUP-DEPT;
011670*      WS-FOUND-SUB IS LEFT ON IT.
011680*================================================================
011690 2810-ADD-DEPT-TOTAL.

011700     IF WS-DTT-COUNT = WS-DTT-MAX
011710         DISPLAY 'MORE THAN ' WS-DTT-MAX ' DEPARTMENTS - '
011720             'WS-DEPT-TOTALS-TABLE IS FULL'
011730         MOVE 16 TO RETURN-CODE
011740         STOP RUN
011750     END-IF.
011760     ADD 1 TO WS-DTT-COUNT.
011770     MOVE WS-LOOKUP-DEPT TO WS-DTT-DEPT-NAME (WS-DTT-COUNT).
011780     MOVE ZERO TO WS-DTT-EMP-COUNT (WS-DTT-COUNT).
011790     MOVE ZERO TO WS-DTT-SALARY-TOTAL (WS-DTT-COUNT).
011800     MOVE 'N' TO WS-DTT-DROPPED-SW (WS-DTT-COUNT).
011810     MOVE WS-DTT-COUNT TO WS-FOUND-SUB.

011820 2810-EXIT.
011830     EXIT.

011840*================================================================
011850*  3000-FINALIZE  -  ON A CLEAN APPLY PASS, WRITE THE MAPPING
011860*      MASTER TO GLAMNEW AND REWRITE DEPTTOTS.  CLOSE UP, SHOW
011870*      THE COUNTS, AND SET THE CONDITION CODE.
011880*================================================================
011890 3000-FINALIZE.

011900     IF RCTL-IS-APPLY AND NOT WS-APPLY-REFUSED
011910         PERFORM 3100-WRITE-GL-MAP-NEW THRU 3100-EXIT
011920         IF WS-DTOT-FOUND
011930             PERFORM 3200-REWRITE-DEPT-TOTALS THRU 3200-EXIT
011940         END-IF
011950     END-IF.

011960     CLOSE REORG-TRANS-FILE.
011970     CLOSE DEPT-MASTER-FILE.
011980     CLOSE EMPLOYEE-MASTER-FILE.
011990     CLOSE REORG-RPT-FILE.
012000     IF RCTL-IS-APPLY
012010         CLOSE XFER-HIST-FILE
012020         CLOSE AUDIT-LOG-FILE
012030     END-IF.

012040     DISPLAY 'REORG TRANSACTIONS READ:    ' WS-TRANS-READ.
012050     DISPLAY 'REORG TRANSACTIONS ACCEPTED:' WS-TRANS-ACCEPTED.
012060     DISPLAY 'REORG TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
012070     DISPLAY 'EMPLOYEES MOVED:            ' WS-EMPS-MOVED.
012080     DISPLAY 'DEPARTMENTS ADDED:          ' WS-DEPTS-ADDED.
012090     DISPLAY 'DEPARTMENTS CLOSED:         ' WS-DEPTS-CLOSED.
012100     DISPLAY 'GL MAPPINGS CARRIED:        ' WS-MAPS-CARRIED.

012110     IF WS-APPLY-REFUSED
012120         DISPLAY 'REORG NOT APPLIED - CORRECT THE REJECTED '
012130             'TRANSACTIONS AND RERUN'
012140         MOVE 8 TO RETURN-CODE
012150     ELSE
012160         IF WS-TRANS-REJECTED > ZERO
012170             MOVE 4 TO RETURN-CODE
012180         END-IF
012190     END-IF.

012200 3000-EXIT.
012210     EXIT.

012220*================================================================
012230*  3100-WRITE-GL-MAP-NEW  -  THE WHOLE MAPPING MASTER, WITH THE
012240*      CARRIED MAPPINGS, TO GLAMNEW.
012250*================================================================
012260 3100-WRITE-GL-MAP-NEW.

012270     OPEN OUTPUT GLAM-NEW-FILE.
012280     IF FS-GLAM-NEW NOT = '00'
012290         DISPLAY 'UNABLE TO OPEN GLAM-NEW-FILE, STATUS = '
012300             FS-GLAM-NEW
012310         MOVE 16 TO RETURN-CODE
012320         STOP RUN
012330     END-IF.

012340     PERFORM 3110-WRITE-ONE-GL-MAP THRU 3110-EXIT
012350         VARYING WS-GLMT-IDX FROM 1 BY 1
012360         UNTIL WS-GLMT-IDX > WS-GLMT-COUNT.
012370     CLOSE GLAM-NEW-FILE.

012380 3100-EXIT.
012390     EXIT.

012400 3110-WRITE-ONE-GL-MAP.

012410     MOVE WS-GLMT-DEPT-NAME (WS-GLMT-IDX) TO WS-GOUT-DEPT-NAME.
012420     MOVE WS-GLMT-EXPENSE-ACCT (WS-GLMT-IDX)
012430         TO WS-GOUT-EXPENSE-ACCT.
012440     MOVE WS-GLMT-EFF-DATE (WS-GLMT-IDX) TO WS-GOUT-EFF-DATE.
012445     MOVE WS-GLMT-RETRO-ACCT (WS-GLMT-IDX) TO WS-GOUT-RETRO-ACCT.
012450     MOVE WS-GLAM-OUT-RECORD TO GLAM-NEW-RECORD.
012460     WRITE GLAM-NEW-RECORD.

012470 3110-EXIT.
012480     EXIT.

012490*================================================================
012500*  3200-REWRITE-DEPT-TOTALS  -  THE SNAPSHOT WITH THE FIGURES
012510*      CARRIED.  DROPPED DEPARTMENTS ARE LEFT OUT.
012520*================================================================
012530 3200-REWRITE-DEPT-TOTALS.

012540     OPEN OUTPUT DEPT-TOTALS-FILE.
012550     IF FS-DEPT-TOTALS NOT = '00'
012560         DISPLAY 'UNABLE TO REWRITE DEPT-TOTALS-FILE, STATUS = '
012570             FS-DEPT-TOTALS
012580         MOVE 16 TO RETURN-CODE
012590         STOP RUN
012600     END-IF.

012610     PERFORM 3210-WRITE-ONE-DEPT-TOTAL THRU 3210-EXIT
012620         VARYING WS-DTT-IDX FROM 1 BY 1
012630         UNTIL WS-DTT-IDX > WS-DTT-COUNT.
012640     CLOSE DEPT-TOTALS-FILE.

012650 3200-EXIT.
012660     EXIT.

012670 3210-WRITE-ONE-DEPT-TOTAL.

012680     IF WS-DTT-DROPPED (WS-DTT-IDX)
012690         GO TO 3210-EXIT
012700     END-IF.

012710     MOVE WS-DTT-DEPT-NAME (WS-DTT-IDX) TO DTOT-DEPT-NAME.
012720     MOVE WS-DTT-EMP-COUNT (WS-DTT-IDX) TO DTOT-EMP-COUNT.
012730     MOVE WS-DTT-SALARY-TOTAL (WS-DTT-IDX) TO DTOT-SALARY-TOTAL.
012740     WRITE DEPT-TOTALS-RECORD.

012750 3210-EXIT.
012760     EXIT.

012770*================================================================
012780*  8000-WRITE-SECTION-HEADING  -  A BLANK LINE, THE SECTION
012790*      TITLE THE CALLER MOVED, AND THE COLUMN HEADINGS.
012800*================================================================
012810 8000-WRITE-SECTION-HEADING.

012820     MOVE WS-REORG-BLANK-LINE TO REORG-PRINT-LINE.
012830     WRITE REORG-PRINT-LINE.
012840     MOVE WS-REORG-SECTION-LINE TO REORG-PRINT-LINE.
012850     WRITE REORG-PRINT-LINE.
012860     MOVE WS-REORG-HDR-LINE TO REORG-PRINT-LINE.
012870     WRITE REORG-PRINT-LINE.

012880 8000-EXIT.
012890     EXIT.

012900 8100-WRITE-DETAIL-LINE.

012910     MOVE WS-REORG-DETAIL-LINE TO REORG-PRINT-LINE.
012920     WRITE REORG-PRINT-LINE.

012930 8100-EXIT.
012940     EXIT.

012950*================================================================
012960*  8200-WRITE-REORG-LINE  -  ONE TRANSACTION AS KEYED, WITH THE
012970*      RESULT THE CALLER MOVED.
012980*================================================================
012990 8200-WRITE-REORG-LINE.

013000     MOVE RORG-ACTION-CODE TO WS-RDL-ACTION.
013010     MOVE RORG-FROM-DEPT TO WS-RDL-FROM-DEPT.
013020     MOVE RORG-TO-DEPT TO WS-RDL-TO-DEPT.
013030     MOVE RORG-EMP-ID TO WS-RDL-EMP-ID.
013040     PERFORM 8100-WRITE-DETAIL-LINE THRU 8100-EXIT.

013050 8200-EXIT.
013060     EXIT.

013070*================================================================
013080*  8300-WRITE-CHANGE-LINE  -  ONE CHANGE FOR THE TRANSACTION IN
013090*      WS-CURR-REORG.  THE CALLER MOVED WS-RDL-EMP-ID AND
013100*      WS-RDL-RESULT.
013110*================================================================
013120 8300-WRITE-CHANGE-LINE.

013130     MOVE WS-CUR-ACTION TO WS-RDL-ACTION.
013140     MOVE WS-CUR-FROM-DEPT TO WS-RDL-FROM-DEPT.
013150     MOVE WS-CUR-TO-DEPT TO WS-RDL-TO-DEPT.
013160     PERFORM 8100-WRITE-DETAIL-LINE THRU 8100-EXIT.

013170 8300-EXIT.
013180     EXIT.
