000010*================================================================
000020*  PROGRAM:     RUN-BACKOUT
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Backs out a bad daily EMPL-DEPT run so a corrected file
000100*      can be rerun for the same date.  Driven by the back-out
000110*      control card (BKOTCARD, the run date to back out) and the
000120*      back-out journal (RUNJRNL) the daily run writes as it
000130*      goes, this job:
000140*      - restores every employee master record the run changed
000150*        to its before-image, and deletes every one it added;
000160*      - removes the run's own records from SALHIST, XFERHIST
000170*        and AUDITLOG - each journaled record is matched whole
000180*        and removed once, so a record another job put on file
000190*        the same day is never touched;
000200*      - puts back the DEPTTOTS snapshot and the RUNSTAT record
000210*        the run replaced, so the next run compares against the
000220*        prior run again and its run-date check no longer
000230*        sees the date as already processed;
000240*      - withdraws the run's GL extract: the extract file is
000250*        emptied so the GL load cannot pick it up, and its
000260*        entry on the pending-acknowledgment file is marked
000270*        withdrawn (added withdrawn if GL-ACK-RECON had not yet
000280*        recorded it), so GL-ACK-RECON drops it and takes the
000290*        rerun's extract in its place;
000300*      - lists every record restored or removed on the back-out
000310*        report (BKOTRPT).
000320*      Only the latest run can be backed out - the card date
000330*      must match both RUNSTAT and the journal or nothing is
000340*      touched.  Everything is checked before anything changes.
000350*
000360*      OPERATIONS NOTES:
000370*      - The logs are copied without the run's records to
000380*        SALHNEW/XFERNEW/AUDTNEW, and the pending file to
000390*        GLPENDNW; the job stream swaps them in as SALHIST/
000400*        XFERHIST/AUDITLOG/GLPENDIN only after this job ends
000410*        clean, same arrangement as HIST-ARCHIVE.
000420*      - The journal is emptied as the last step, so the same
000430*        run can never be backed out twice.  RUNSTAT is put back
000440*        just before that - a back-out that stops part way can
000450*        simply be resubmitted.
000460*      - Condition code 04 means a journaled record was not
000470*        found to remove or delete (already gone); the back-out
000480*        report names it.  16 means the back-out was refused or
000490*        could not finish.
000500*      - The GL accrual file (GLACCRUE) is not backed out - the
000510*        daily run already rebuilds it correctly on a rerun of
000520*        the same date.
000530*
000540*  MODIFICATION HISTORY.
000550*      10/15/2026  DRO  ORIGINAL VERSION.
000560*================================================================
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. RUN-BACKOUT.
000590 AUTHOR. D. OKAFOR.
000600 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000610 DATE-WRITTEN. 10/15/2026.
000620 DATE-COMPILED.

000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.

000660     SELECT BACKOUT-CARD-FILE ASSIGN TO "BKOTCARD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-BACKOUT-CARD.

000690*    THE DAILY RUN'S BACK-OUT JOURNAL - EMPTIED WHEN THE BACK-OUT
000700*    IS DONE.
000710     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-RUN-JOURNAL.

000740     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-RUN-STATUS.

000770     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS EMPM-EMP-ID
000810         FILE STATUS IS FS-EMP-MASTER.

000820     SELECT SALARY-HIST-FILE ASSIGN TO "SALHIST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-SALARY-HIST.

000850     SELECT SALHIST-NEW-FILE ASSIGN TO "SALHNEW"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FS-SALHIST-NEW.

000880     SELECT XFER-HIST-FILE ASSIGN TO "XFERHIST"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-XFER-HIST.

000910     SELECT XFER-NEW-FILE ASSIGN TO "XFERNEW"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-XFER-NEW.

000940     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-AUDIT-LOG.

000970     SELECT AUDIT-NEW-FILE ASSIGN TO "AUDTNEW"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-AUDIT-NEW.

001000     SELECT DEPT-TOTALS-FILE ASSIGN TO "DEPTTOTS"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-DEPT-TOTALS.

001030     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS FS-GL-EXTRACT.

001060*    EXTRACTS AWAITING ACKNOWLEDGMENT.  MAY NOT EXIST YET - NOT
001070*    AN ERROR.
001080     SELECT GLPEND-IN-FILE ASSIGN TO "GLPENDIN"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS FS-GLPEND-IN.

001110     SELECT GLPEND-OUT-FILE ASSIGN TO "GLPENDNW"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS FS-GLPEND-OUT.

001140     SELECT BACKOUT-RPT-FILE ASSIGN TO "BKOTRPT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS FS-BACKOUT-RPT.

001170 DATA DIVISION.

001180 FILE SECTION.

001190 FD  BACKOUT-CARD-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY BKOTCARD.

001220 FD  RUN-JOURNAL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY RUNJRNL.

001250 FD  RUN-STATUS-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY RUNSTAT.

001280 FD  EMPLOYEE-MASTER-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY EMPMSTR.

001310 FD  SALARY-HIST-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY SALHIST.

001340 FD  SALHIST-NEW-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  SALHIST-NEW-RECORD                PIC X(53).

001370 FD  XFER-HIST-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY XFERHIST.

001400 FD  XFER-NEW-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  XFER-NEW-RECORD                   PIC X(77).

001430 FD  AUDIT-LOG-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY AUDITLOG.

001460 FD  AUDIT-NEW-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  AUDIT-NEW-RECORD                  PIC X(146).

001490 FD  DEPT-TOTALS-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY DEPTTOTS.

001520 FD  GL-EXTRACT-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY GLEXTRCT.

001550 FD  GLPEND-IN-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  GLPEND-IN-RECORD                  PIC X(34).

001580 FD  GLPEND-OUT-FILE
001590     LABEL RECORDS ARE STANDARD.
001600     COPY GLPENDNG.

001610 FD  BACKOUT-RPT-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  BACKOUT-PRINT-LINE                PIC X(80).

001640 WORKING-STORAGE SECTION.

001650 01  WS-FILE-STATUSES.
001660     05  FS-BACKOUT-CARD           PIC X(02).
001670     05  FS-RUN-JOURNAL            PIC X(02).
001680     05  FS-RUN-STATUS             PIC X(02).
001690     05  FS-EMP-MASTER             PIC X(02).
001700     05  FS-SALARY-HIST            PIC X(02).
001710     05  FS-SALHIST-NEW            PIC X(02).
001720     05  FS-XFER-HIST              PIC X(02).
001730     05  FS-XFER-NEW               PIC X(02).
001740     05  FS-AUDIT-LOG              PIC X(02).
001750     05  FS-AUDIT-NEW              PIC X(02).
001760     05  FS-DEPT-TOTALS            PIC X(02).
001770     05  FS-GL-EXTRACT             PIC X(02).
001780     05  FS-GLPEND-IN              PIC X(02).
001790     05  FS-GLPEND-OUT             PIC X(02).
001800     05  FS-BACKOUT-RPT            PIC X(02).

001810 01  WS-SWITCHES.
001820     05  WS-JOURNAL-EOF-SW         PIC X(01) VALUE 'N'.
001830         88  WS-JOURNAL-EOF            VALUE 'Y'.
001840     05  WS-SALHIST-EOF-SW         PIC X(01) VALUE 'N'.
001850         88  WS-SALHIST-EOF            VALUE 'Y'.
001860     05  WS-SALHIST-OPENED-SW      PIC X(01) VALUE 'N'.
001870         88  WS-SALHIST-OPENED         VALUE 'Y'.
001880     05  WS-XFER-EOF-SW            PIC X(01) VALUE 'N'.
001890         88  WS-XFER-EOF               VALUE 'Y'.
001900     05  WS-XFER-OPENED-SW         PIC X(01) VALUE 'N'.
001910         88  WS-XFER-OPENED            VALUE 'Y'.
001920     05  WS-AUDIT-EOF-SW           PIC X(01) VALUE 'N'.
001930         88  WS-AUDIT-EOF              VALUE 'Y'.
001940     05  WS-AUDIT-OPENED-SW        PIC X(01) VALUE 'N'.
001950         88  WS-AUDIT-OPENED           VALUE 'Y'.
001960     05  WS-EXTRACT-EOF-SW         PIC X(01) VALUE 'N'.
001970         88  WS-EXTRACT-EOF            VALUE 'Y'.
001980     05  WS-EXT-TRAILER-SW         PIC X(01) VALUE 'N'.
001990         88  WS-EXT-TRAILER-SEEN       VALUE 'Y'.
002000     05  WS-PEND-IN-EOF-SW         PIC X(01) VALUE 'N'.
002010         88  WS-PEND-IN-EOF            VALUE 'Y'.
002020     05  WS-PEND-IN-OPENED-SW      PIC X(01) VALUE 'N'.
002030         88  WS-PEND-IN-OPENED         VALUE 'Y'.
002040     05  WS-PEND-FOUND-SW          PIC X(01) VALUE 'N'.
002050         88  WS-PEND-FOUND             VALUE 'Y'.
002060     05  WS-DTOT-REWRITE-SW        PIC X(01) VALUE 'N'.
002070         88  WS-DTOT-REWRITTEN         VALUE 'Y'.
002080*    WHAT THE JOURNAL SAYS RUNSTAT HELD BEFORE THE RUN: 'R' THE
002090*    PRIOR RECORD IN WS-PRIOR-RSTAT-IMAGE, 'E' NO RECORD AT ALL,
002100*    'N' THE JOURNAL NEVER SAID.  THE FIRST ONE JOURNALED WINS.
002110     05  WS-PRIOR-RSTAT-SW         PIC X(01) VALUE 'N'.
002120         88  WS-PRIOR-RSTAT-JOURNALED  VALUE 'R' 'E'.
002130         88  WS-PRIOR-RSTAT-RESTORE    VALUE 'R'.
002140         88  WS-PRIOR-RSTAT-EMPTY      VALUE 'E'.

002150 77  WS-BACKOUT-DATE               PIC 9(08) VALUE ZERO.
002160 77  WS-RUN-CC                     PIC 9(02) VALUE ZERO.
002170 77  WS-FOUND-SUB                  PIC 9(05) VALUE ZERO COMP.
002180 77  WS-JOURNAL-RECS-READ          PIC 9(07) VALUE ZERO COMP.
002190 77  WS-MSTR-RESTORED              PIC 9(07) VALUE ZERO COMP.
002200 77  WS-MSTR-REMOVED               PIC 9(07) VALUE ZERO COMP.
002210 77  WS-SALHIST-REMOVED            PIC 9(07) VALUE ZERO COMP.
002220 77  WS-SALHIST-KEPT               PIC 9(07) VALUE ZERO COMP.
002230 77  WS-XFER-REMOVED               PIC 9(07) VALUE ZERO COMP.
002240 77  WS-XFER-KEPT                  PIC 9(07) VALUE ZERO COMP.
002250 77  WS-AUDIT-REMOVED              PIC 9(07) VALUE ZERO COMP.
002260 77  WS-AUDIT-KEPT                 PIC 9(07) VALUE ZERO COMP.
002270 77  WS-DTOT-RESTORED              PIC 9(07) VALUE ZERO COMP.
002280 77  WS-NOT-FOUND-COUNT            PIC 9(07) VALUE ZERO COMP.
002290 77  WS-PEND-CARRIED               PIC 9(07) VALUE ZERO COMP.
002300 77  WS-EXT-TRL-REC-COUNT          PIC 9(07) VALUE ZERO.
002310 77  WS-EXT-TRL-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.
002320 77  WS-PRIOR-RSTAT-IMAGE          PIC X(47) VALUE SPACES.
002330 77  WS-MATCH-TYPE                 PIC X(04) VALUE SPACES.
002340 77  WS-MATCH-IMAGE                PIC X(146) VALUE SPACES.

002350*----------------------------------------------------------------
002360*  MASTER RECORDS TO PUT BACK - ONE ENTRY PER EMPLOYEE, FROM THE
002370*  FIRST JOURNAL RECORD FOR THAT EMPLOYEE (A RESTARTED RUN
002380*  JOURNALS AN EMPLOYEE IT ALREADY UPDATED A SECOND TIME; ONLY
002390*  THE FIRST IMAGE IS THE ORIGINAL).  SIZED LIKE THE DAILY RUN'S
002400*  LOOKUP TABLES; 1320-LOAD-MASTER-IMAGE REFUSES TO OVERRUN IT.
002410*----------------------------------------------------------------
002420 77  WS-MSTR-MAX                   PIC 9(05) VALUE 99999 COMP.
002430 77  WS-MSTR-COUNT                 PIC 9(05) VALUE ZERO COMP.

002440 01  WS-MASTER-IMAGE-TABLE.
002450     05  WS-MSTR-ENTRY              OCCURS 1 TO 99999 TIMES
002460                                     DEPENDING ON WS-MSTR-COUNT
002470                                     INDEXED BY WS-MSTR-IDX.
002480         10  WS-MSTR-EMP-ID         PIC X(06).
002490         10  WS-MSTR-TYPE           PIC X(04).
002500             88  WS-MSTR-WAS-ADDED      VALUE 'EMPA'.
002510         10  WS-MSTR-IMAGE          PIC X(73).

002520*----------------------------------------------------------------
002530*  LOG RECORDS THE RUN APPENDED TO SALHIST, XFERHIST AND
002540*  AUDITLOG, EACH MARKED OFF AS IT IS FOUND AND REMOVED.
002550*----------------------------------------------------------------
002560 77  WS-JLOG-MAX                   PIC 9(05) VALUE 99999 COMP.
002570 77  WS-JLOG-COUNT                 PIC 9(05) VALUE ZERO COMP.

002580 01  WS-JOURNAL-LOG-TABLE.
002590     05  WS-JLOG-ENTRY              OCCURS 1 TO 99999 TIMES
002600                                     DEPENDING ON WS-JLOG-COUNT
002610                                     INDEXED BY WS-JLOG-IDX.
002620         10  WS-JLOG-TYPE           PIC X(04).
002630         10  WS-JLOG-IMAGE          PIC X(146).
002640         10  WS-JLOG-REMOVED-SW     PIC X(01).
002650             88  WS-JLOG-REMOVED        VALUE 'Y'.

002660*----------------------------------------------------------------
002670*  THE PRIOR DEPTTOTS SNAPSHOT, AS JOURNALED.
002680*----------------------------------------------------------------
002690 77  WS-PDTOT-MAX                  PIC 9(05) VALUE 99999 COMP.
002700 77  WS-PDTOT-COUNT                PIC 9(05) VALUE ZERO COMP.

002710 01  WS-PRIOR-DEPT-TOTALS-TABLE.
002720     05  WS-PDTOT-ENTRY             OCCURS 1 TO 99999 TIMES
002730                                     DEPENDING ON WS-PDTOT-COUNT
002740                                     INDEXED BY WS-PDTOT-IDX.
002750         10  WS-PDTOT-DEPT-NAME     PIC X(10).
002760         10  WS-PDTOT-EMP-COUNT     PIC 9(05).
002770         10  WS-PDTOT-SALARY-TOTAL  PIC 9(09).

002780 01  WS-BACKOUT-TITLE-LINE.
002790     05  FILLER                     PIC X(32)
002800         VALUE 'RUN BACK-OUT REPORT FOR RUN DATE'.
002810     05  FILLER                     PIC X(01) VALUE SPACES.
002820     05  WS-BTL-RUN-DATE            PIC 9(08).
002830     05  FILLER                     PIC X(39) VALUE SPACES.

002840 01  WS-BACKOUT-HEADING-LINE.
002850     05  FILLER                     PIC X(10) VALUE 'FILE'.
002860     05  FILLER                     PIC X(12) VALUE 'KEY'.
002870     05  FILLER                     PIC X(38) VALUE 'RECORD'.
002880     05  FILLER                     PIC X(20) VALUE 'ACTION'.

002890*    ONE LINE PER RECORD RESTORED OR REMOVED.  THE DETAIL AREA
002900*    IS LAID OUT DIFFERENTLY FOR EACH FILE - SEE THE REDEFINES.
002910 01  WS-BACKOUT-DETAIL-LINE.
002920     05  WS-BDL-FILE-ID             PIC X(08).
002930     05  FILLER                     PIC X(02) VALUE SPACES.
002940     05  WS-BDL-KEY                 PIC X(10).
002950     05  FILLER                     PIC X(02) VALUE SPACES.
002960     05  WS-BDL-DETAIL              PIC X(36).
002970     05  WS-BDL-MSTR-DETAIL REDEFINES WS-BDL-DETAIL.
002980         10  WS-BDL-EMP-NAME        PIC X(15).
002990         10  FILLER                 PIC X(01).
003000         10  WS-BDL-DEPT-NAME       PIC X(10).
003010         10  FILLER                 PIC X(01).
003020         10  WS-BDL-STATUS-CODE     PIC X(01).
003030         10  FILLER                 PIC X(08).
003040     05  WS-BDL-SALH-DETAIL REDEFINES WS-BDL-DETAIL.
003050         10  WS-BDL-REASON-CODE     PIC X(04).
003060         10  FILLER                 PIC X(01).
003070         10  WS-BDL-OLD-SALARY      PIC ZZZ,ZZ9.
003080         10  FILLER                 PIC X(01).
003090         10  WS-BDL-NEW-SALARY      PIC ZZZ,ZZ9.
003100         10  FILLER                 PIC X(01).
003110         10  WS-BDL-EFFECTIVE-DATE  PIC 9(08).
003120         10  FILLER                 PIC X(07).
003130     05  WS-BDL-XFER-DETAIL REDEFINES WS-BDL-DETAIL.
003140         10  WS-BDL-FROM-DEPT       PIC X(10).
003150         10  FILLER                 PIC X(01).
003160         10  WS-BDL-TO-DEPT         PIC X(10).
003170         10  FILLER                 PIC X(01).
003180         10  WS-BDL-XFER-DATE       PIC 9(08).
003190         10  FILLER                 PIC X(06).
003200     05  WS-BDL-AUDT-DETAIL REDEFINES WS-BDL-DETAIL.
003210         10  WS-BDL-FIELD-NAME      PIC X(10).
003220         10  FILLER                 PIC X(01).
003230         10  WS-BDL-BEFORE-VALUE    PIC X(12).
003240         10  FILLER                 PIC X(01).
003250         10  WS-BDL-AFTER-VALUE     PIC X(12).
003260     05  WS-BDL-DTOT-DETAIL REDEFINES WS-BDL-DETAIL.
003270         10  WS-BDL-EMP-COUNT       PIC ZZ,ZZ9.
003280         10  FILLER                 PIC X(01).
003290         10  WS-BDL-SALARY-TOTAL    PIC ZZZ,ZZZ,ZZ9.
003300         10  FILLER                 PIC X(18).
003310     05  WS-BDL-GL-DETAIL REDEFINES WS-BDL-DETAIL.
003320         10  WS-BDL-REC-COUNT       PIC Z,ZZZ,ZZ9.
003330         10  FILLER                 PIC X(01).
003340         10  WS-BDL-HASH-TOTAL      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003350         10  FILLER                 PIC X(05).
003360     05  FILLER                     PIC X(02) VALUE SPACES.
003370     05  WS-BDL-ACTION              PIC X(20).

003380 01  WS-BACKOUT-TOTAL-LINE.
003390     05  WS-BTT-FILE-ID             PIC X(08).
003400     05  FILLER                     PIC X(02) VALUE SPACES.
003410     05  FILLER                     PIC X(10) VALUE 'RESTORED: '.
003420     05  WS-BTT-RESTORED            PIC ZZZ,ZZ9.
003430     05  FILLER                     PIC X(02) VALUE SPACES.
003440     05  FILLER                     PIC X(09) VALUE 'REMOVED: '.
003450     05  WS-BTT-REMOVED             PIC ZZZ,ZZ9.
003460     05  FILLER                     PIC X(02) VALUE SPACES.
003470     05  FILLER                     PIC X(06) VALUE 'KEPT: '.
003480     05  WS-BTT-KEPT                PIC ZZZ,ZZ9.
003490     05  FILLER                     PIC X(20) VALUE SPACES.

003500 01  WS-BACKOUT-BLANK-LINE          PIC X(80) VALUE SPACES.

003510 PROCEDURE DIVISION.

003520*================================================================
003530*  0000-MAINLINE
003540*================================================================
003550 0000-MAINLINE.

003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003570     PERFORM 2000-WITHDRAW-GL-EXTRACT THRU 2000-EXIT.
003580     PERFORM 2100-RESTORE-MASTER THRU 2100-EXIT.
003590     PERFORM 2200-STRIP-SALHIST THRU 2200-EXIT.
003600     PERFORM 2300-STRIP-XFERHIST THRU 2300-EXIT.
003610     PERFORM 2400-STRIP-AUDITLOG THRU 2400-EXIT.
003620     PERFORM 2500-LIST-NOT-FOUND THRU 2500-EXIT.
003630     PERFORM 2600-RESTORE-DEPT-TOTALS THRU 2600-EXIT.
003640     PERFORM 2700-RESTORE-RUN-STATUS THRU 2700-EXIT.

003650     PERFORM 3000-FINALIZE THRU 3000-EXIT.

003660     MOVE WS-RUN-CC TO RETURN-CODE.

003670     GOBACK.

003680*================================================================
003690*  1000-INITIALIZE  -  READ THE CARD, PROVE THE RUN NAMED IS THE
003700*      LATEST ONE ON BOTH RUNSTAT AND THE JOURNAL, LOAD THE
003710*      JOURNAL, AND OPEN THE REPORT.  NOTHING IS CHANGED UNTIL
003720*      ALL OF THIS HAS PASSED.
003730*================================================================
003740 1000-INITIALIZE.

003750     PERFORM 1100-READ-BACKOUT-CARD THRU 1100-EXIT.
003760     PERFORM 1200-CHECK-RUN-STATUS THRU 1200-EXIT.
003770     PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT.

003780     OPEN OUTPUT BACKOUT-RPT-FILE.
003790     IF FS-BACKOUT-RPT NOT = '00'
003800         DISPLAY 'UNABLE TO OPEN BACKOUT-RPT-FILE, STATUS = '
003810             FS-BACKOUT-RPT
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.

003850     MOVE WS-BACKOUT-DATE TO WS-BTL-RUN-DATE.
003860     MOVE WS-BACKOUT-TITLE-LINE TO BACKOUT-PRINT-LINE.
003870     WRITE BACKOUT-PRINT-LINE.
003880     MOVE WS-BACKOUT-BLANK-LINE TO BACKOUT-PRINT-LINE.
003890     WRITE BACKOUT-PRINT-LINE.
003900     MOVE WS-BACKOUT-HEADING-LINE TO BACKOUT-PRINT-LINE.
003910     WRITE BACKOUT-PRINT-LINE.

003920 1000-EXIT.
003930     EXIT.

003940*================================================================
003950*  1100-READ-BACKOUT-CARD  -  THE RUN DATE TO BACK OUT.
003960*================================================================
003970 1100-READ-BACKOUT-CARD.

003980     OPEN INPUT BACKOUT-CARD-FILE.
003990     IF FS-BACKOUT-CARD NOT = '00'
004000         DISPLAY 'UNABLE TO OPEN BACKOUT-CARD-FILE, STATUS = '
004010             FS-BACKOUT-CARD
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.

004050     READ BACKOUT-CARD-FILE
004060         AT END
004070             DISPLAY 'BACKOUT-CARD-FILE HAS NO CONTROL RECORD'
004080             MOVE 16 TO RETURN-CODE
004090             STOP RUN
004100     END-READ.

004110     IF BKOT-RUN-DATE NOT NUMERIC OR BKOT-RUN-DATE = ZERO
004120         DISPLAY 'BKOT-RUN-DATE IS NOT A VALID RUN DATE - CARD '
004130             'REJECTED'
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.

004170     MOVE BKOT-RUN-DATE TO WS-BACKOUT-DATE.
004180     CLOSE BACKOUT-CARD-FILE.

004190 1100-EXIT.
004200     EXIT.

004210*================================================================
004220*  1200-CHECK-RUN-STATUS  -  RUNSTAT MUST SAY THE RUN BEING BACKED
004230*      OUT IS THE LATEST ONE.  AN OLDER RUN CANNOT BE BACKED OUT -
004240*      EVERY RUN SINCE WOULD HAVE TO GO FIRST.
004250*================================================================
004260 1200-CHECK-RUN-STATUS.

004270     OPEN INPUT RUN-STATUS-FILE.
004280     IF FS-RUN-STATUS = '35'
004290         DISPLAY 'NO RUN-STATUS-FILE - THERE IS NO RUN TO BACK '
004300             'OUT'
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     IF FS-RUN-STATUS NOT = '00'
004350         DISPLAY 'UNABLE TO OPEN RUN-STATUS-FILE, STATUS = '
004360             FS-RUN-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.

004400     READ RUN-STATUS-FILE
004410         AT END
004420             DISPLAY 'RUN-STATUS-FILE IS EMPTY - THERE IS NO RUN '
004430                 'TO BACK OUT'
004440             MOVE 16 TO RETURN-CODE
004450             STOP RUN
004460     END-READ.
004470     CLOSE RUN-STATUS-FILE.

004480     IF RSTAT-RUN-DATE NOT = WS-BACKOUT-DATE
004490         DISPLAY 'RUN ' WS-BACKOUT-DATE ' IS NOT THE LATEST RUN'
004500             ' - RUNSTAT SHOWS ' RSTAT-RUN-DATE
004510             ' - BACK-OUT REFUSED'
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.

004550 1200-EXIT.
004560     EXIT.

004570*================================================================
004580*  1300-LOAD-JOURNAL  -  EVERY JOURNAL RECORD MUST BELONG TO THE
004590*      RUN BEING BACKED OUT.  AN EMPTY JOURNAL MEANS THE RUN WAS
004600*      ALREADY BACKED OUT (OR NEVER JOURNALED) - REFUSED.
004610*================================================================
004620 1300-LOAD-JOURNAL.

004630     OPEN INPUT RUN-JOURNAL-FILE.
004640     IF FS-RUN-JOURNAL = '35'
004650         DISPLAY 'NO RUN-JOURNAL-FILE - RUN ' WS-BACKOUT-DATE
004660             ' CANNOT BE BACKED OUT'
004670         MOVE 16 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700     IF FS-RUN-JOURNAL NOT = '00'
004710         DISPLAY 'UNABLE TO OPEN RUN-JOURNAL-FILE, STATUS = '
004720             FS-RUN-JOURNAL
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.

004760     PERFORM 1310-READ-ONE-JOURNAL-REC THRU 1310-EXIT
004770         UNTIL WS-JOURNAL-EOF.
004780     CLOSE RUN-JOURNAL-FILE.

004790     IF WS-JOURNAL-RECS-READ = ZERO
004800         DISPLAY 'RUN-JOURNAL-FILE IS EMPTY - RUN '
004810             WS-BACKOUT-DATE ' WAS ALREADY BACKED OUT'
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.

004850 1300-EXIT.
004860     EXIT.

004870 1310-READ-ONE-JOURNAL-REC.

004880     READ RUN-JOURNAL-FILE
004890         AT END
004900             MOVE 'Y' TO WS-JOURNAL-EOF-SW
004910     END-READ.
004920     IF WS-JOURNAL-EOF
004930         GO TO 1310-EXIT
004940     END-IF.

004950     ADD 1 TO WS-JOURNAL-RECS-READ.
004960     IF RJRNL-RUN-DATE NOT = WS-BACKOUT-DATE
004970         DISPLAY 'RUN-JOURNAL-FILE HOLDS RUN ' RJRNL-RUN-DATE
004980             ', NOT ' WS-BACKOUT-DATE ' - BACK-OUT REFUSED'
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.

005020     IF RJRNL-IS-MASTER-BEFORE OR RJRNL-IS-MASTER-ADDED
005030         PERFORM 1320-LOAD-MASTER-IMAGE THRU 1320-EXIT
005040         GO TO 1310-EXIT
005050     END-IF.

005060     IF RJRNL-IS-SALHIST OR RJRNL-IS-XFERHIST
005070             OR RJRNL-IS-AUDITLOG
005080         PERFORM 1330-LOAD-LOG-IMAGE THRU 1330-EXIT
005090         GO TO 1310-EXIT
005100     END-IF.

005110     IF RJRNL-IS-DEPTTOTS-REWRITE
005120         MOVE 'Y' TO WS-DTOT-REWRITE-SW
005130         GO TO 1310-EXIT
005140     END-IF.

005150     IF RJRNL-IS-DEPTTOTS
005160         PERFORM 1340-LOAD-DEPT-TOTAL THRU 1340-EXIT
005170         GO TO 1310-EXIT
005180     END-IF.

005190     IF WS-PRIOR-RSTAT-JOURNALED
005200         GO TO 1310-EXIT
005210     END-IF.
005220     IF RJRNL-IS-RUNSTAT
005230         MOVE 'R' TO WS-PRIOR-RSTAT-SW
005240         MOVE RJRNL-IMAGE TO WS-PRIOR-RSTAT-IMAGE
005250     END-IF.
005260     IF RJRNL-IS-NO-RUNSTAT
005270         MOVE 'E' TO WS-PRIOR-RSTAT-SW
005280     END-IF.

005290 1310-EXIT.
005300     EXIT.

005310*================================================================
005320*  1320-LOAD-MASTER-IMAGE  -  THE FIRST IMAGE JOURNALED FOR AN
005330*      EMPLOYEE IS THE ONE PUT BACK; LATER ONES ARE IGNORED.
005340*================================================================
005350 1320-LOAD-MASTER-IMAGE.

005360     MOVE ZERO TO WS-FOUND-SUB.
005370     IF WS-MSTR-COUNT > ZERO
005380         SET WS-MSTR-IDX TO 1
005390         SEARCH WS-MSTR-ENTRY
005400             WHEN WS-MSTR-EMP-ID (WS-MSTR-IDX) = RJRNL-IMAGE (1:6)
005410                 SET WS-FOUND-SUB TO WS-MSTR-IDX
005420         END-SEARCH
005430     END-IF.
005440     IF WS-FOUND-SUB > ZERO
005450         GO TO 1320-EXIT
005460     END-IF.

005470     IF WS-MSTR-COUNT = WS-MSTR-MAX
005480         DISPLAY 'MORE THAN ' WS-MSTR-MAX ' MASTER RECORDS '
005490             'JOURNALED - WS-MASTER-IMAGE-TABLE IS FULL'
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     ADD 1 TO WS-MSTR-COUNT.
005540     MOVE RJRNL-IMAGE (1:6) TO WS-MSTR-EMP-ID (WS-MSTR-COUNT).
005550     MOVE RJRNL-REC-TYPE TO WS-MSTR-TYPE (WS-MSTR-COUNT).
005560     MOVE RJRNL-IMAGE TO WS-MSTR-IMAGE (WS-MSTR-COUNT).

005570 1320-EXIT.
005580     EXIT.

005590 1330-LOAD-LOG-IMAGE.

005600     IF WS-JLOG-COUNT = WS-JLOG-MAX
005610         DISPLAY 'MORE THAN ' WS-JLOG-MAX ' LOG RECORDS '
005620             'JOURNALED - WS-JOURNAL-LOG-TABLE IS FULL'
005630         MOVE 16 TO RETURN-CODE
005640         STOP RUN
005650     END-IF.
005660     ADD 1 TO WS-JLOG-COUNT.
005670     MOVE RJRNL-REC-TYPE TO WS-JLOG-TYPE (WS-JLOG-COUNT).
005680     MOVE RJRNL-IMAGE TO WS-JLOG-IMAGE (WS-JLOG-COUNT).
005690     MOVE 'N' TO WS-JLOG-REMOVED-SW (WS-JLOG-COUNT).

005700 1330-EXIT.
005710     EXIT.

005720 1340-LOAD-DEPT-TOTAL.

005730     IF WS-PDTOT-COUNT = WS-PDTOT-MAX
005740         DISPLAY 'MORE THAN ' WS-PDTOT-MAX ' DEPARTMENT TOTALS '
005750             'JOURNALED - WS-PRIOR-DEPT-TOTALS-TABLE IS FULL'
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     ADD 1 TO WS-PDTOT-COUNT.
005800     MOVE RJRNL-DTOT-DEPT-NAME
005810         TO WS-PDTOT-DEPT-NAME (WS-PDTOT-COUNT).
005820     MOVE RJRNL-DTOT-EMP-COUNT
005830         TO WS-PDTOT-EMP-COUNT (WS-PDTOT-COUNT).
005840     MOVE RJRNL-DTOT-SAL-TOTAL
005850         TO WS-PDTOT-SALARY-TOTAL (WS-PDTOT-COUNT).

005860 1340-EXIT.
005870     EXIT.

005880*================================================================
005890*  2000-WITHDRAW-GL-EXTRACT  -  NOTE THE EXTRACT'S TRAILER TOTALS,
005900*      EMPTY THE EXTRACT SO THE GL LOAD CANNOT TAKE IT ONCE THE
005910*      PRIOR RUN'S RUNSTAT (AND ITS GL RELEASE) IS PUT BACK, AND
005920*      MARK IT WITHDRAWN ON THE PENDING-ACKNOWLEDGMENT FILE.
005930*================================================================
005940 2000-WITHDRAW-GL-EXTRACT.

005950     OPEN INPUT GL-EXTRACT-FILE.
005960     IF FS-GL-EXTRACT = '00'
005970         PERFORM 2010-READ-ONE-EXTRACT-REC THRU 2010-EXIT
005980             UNTIL WS-EXTRACT-EOF
005990         CLOSE GL-EXTRACT-FILE
006000     ELSE
006010         IF FS-GL-EXTRACT NOT = '35'
006020             DISPLAY 'UNABLE TO OPEN GL-EXTRACT-FILE, STATUS = '
006030                 FS-GL-EXTRACT
006040             MOVE 16 TO RETURN-CODE
006050             STOP RUN
006060         END-IF
006070     END-IF.

006080     OPEN OUTPUT GL-EXTRACT-FILE.
006090     IF FS-GL-EXTRACT NOT = '00'
006100         DISPLAY 'UNABLE TO EMPTY GL-EXTRACT-FILE, STATUS = '
006110             FS-GL-EXTRACT
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     CLOSE GL-EXTRACT-FILE.

006160     MOVE 'GLEXTRCT' TO WS-BDL-FILE-ID.
006170     MOVE WS-BACKOUT-DATE TO WS-BDL-KEY.
006180     MOVE SPACES TO WS-BDL-DETAIL.
006190     MOVE WS-EXT-TRL-REC-COUNT TO WS-BDL-REC-COUNT.
006200     MOVE WS-EXT-TRL-HASH-TOTAL TO WS-BDL-HASH-TOTAL.
006210     MOVE 'WITHDRAWN - EMPTIED' TO WS-BDL-ACTION.
006220     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

006230     PERFORM 2050-MARK-PENDING-WITHDRAWN THRU 2050-EXIT.

006240 2000-EXIT.
006250     EXIT.

006260 2010-READ-ONE-EXTRACT-REC.

006270     READ GL-EXTRACT-FILE
006280         AT END
006290             MOVE 'Y' TO WS-EXTRACT-EOF-SW
006300     END-READ.
006310     IF WS-EXTRACT-EOF
006320         GO TO 2010-EXIT
006330     END-IF.

006340     IF GL-IS-TRAILER
006350         MOVE 'Y' TO WS-EXT-TRAILER-SW
006360         MOVE GL-TRL-REC-COUNT TO WS-EXT-TRL-REC-COUNT
006370         MOVE GL-TRL-HASH-TOTAL TO WS-EXT-TRL-HASH-TOTAL
006380     END-IF.

006390 2010-EXIT.
006400     EXIT.

006410*================================================================
006420*  2050-MARK-PENDING-WITHDRAWN  -  COPY THE PENDING FILE TO
006430*      GLPENDNW WITH THE RUN'S EXTRACT MARKED WITHDRAWN.  WHEN
006440*      GL-ACK-RECON HAS NOT RECORDED IT YET IT IS ADDED WITHDRAWN,
006450*      SO AN ACKNOWLEDGMENT OF IT STILL GETS CAUGHT.
006460*================================================================
006470 2050-MARK-PENDING-WITHDRAWN.

006480     OPEN INPUT GLPEND-IN-FILE.
006490     IF FS-GLPEND-IN = '00'
006500         MOVE 'Y' TO WS-PEND-IN-OPENED-SW
006510     ELSE
006520         IF FS-GLPEND-IN NOT = '35'
006530             DISPLAY 'UNABLE TO OPEN GLPEND-IN-FILE, STATUS = '
006540                 FS-GLPEND-IN
006550             MOVE 16 TO RETURN-CODE
006560             STOP RUN
006570         END-IF
006580     END-IF.

006590     OPEN OUTPUT GLPEND-OUT-FILE.
006600     IF FS-GLPEND-OUT NOT = '00'
006610         DISPLAY 'UNABLE TO OPEN GLPEND-OUT-FILE, STATUS = '
006620             FS-GLPEND-OUT
006630         MOVE 16 TO RETURN-CODE
006640         STOP RUN
006650     END-IF.

006660     IF WS-PEND-IN-OPENED
006670         PERFORM 2060-COPY-ONE-PENDING THRU 2060-EXIT
006680             UNTIL WS-PEND-IN-EOF
006690         CLOSE GLPEND-IN-FILE
006700     END-IF.

006710     MOVE 'GLPENDNG' TO WS-BDL-FILE-ID.
006720     MOVE WS-BACKOUT-DATE TO WS-BDL-KEY.
006730     MOVE SPACES TO WS-BDL-DETAIL.
006740     IF WS-PEND-FOUND
006750         MOVE 'MARKED WITHDRAWN' TO WS-BDL-ACTION
006760     ELSE
006770         MOVE WS-BACKOUT-DATE TO GLPND-EXTRACT-DATE
006780         MOVE WS-EXT-TRL-REC-COUNT TO GLPND-REC-COUNT
006790         MOVE WS-EXT-TRL-HASH-TOTAL TO GLPND-HASH-TOTAL
006800         MOVE ZERO TO GLPND-AGE-COUNT
006810         MOVE 'W' TO GLPND-STATUS
006820         WRITE GL-PENDING-RECORD
006830         ADD 1 TO WS-PEND-CARRIED
006840         MOVE 'ADDED AS WITHDRAWN' TO WS-BDL-ACTION
006850     END-IF.
006860     MOVE WS-EXT-TRL-REC-COUNT TO WS-BDL-REC-COUNT.
006870     MOVE WS-EXT-TRL-HASH-TOTAL TO WS-BDL-HASH-TOTAL.
006880     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

006890     CLOSE GLPEND-OUT-FILE.

006900 2050-EXIT.
006910     EXIT.

006920 2060-COPY-ONE-PENDING.

006930     READ GLPEND-IN-FILE
006940         AT END
006950             MOVE 'Y' TO WS-PEND-IN-EOF-SW
006960     END-READ.
006970     IF WS-PEND-IN-EOF
006980         GO TO 2060-EXIT
006990     END-IF.

007000     MOVE GLPEND-IN-RECORD TO GL-PENDING-RECORD.
007010     IF GLPND-EXTRACT-DATE = WS-BACKOUT-DATE
007020             AND NOT WS-PEND-FOUND
007030         MOVE 'Y' TO WS-PEND-FOUND-SW
007040         MOVE 'W' TO GLPND-STATUS
007050         MOVE GLPND-REC-COUNT TO WS-EXT-TRL-REC-COUNT
007060         MOVE GLPND-HASH-TOTAL TO WS-EXT-TRL-HASH-TOTAL
007070     END-IF.
007080     WRITE GL-PENDING-RECORD.
007090     ADD 1 TO WS-PEND-CARRIED.

007100 2060-EXIT.
007110     EXIT.

007120*================================================================
007130*  2100-RESTORE-MASTER  -  PUT EVERY EMPLOYEE THE RUN CHANGED
007140*      BACK TO ITS BEFORE-IMAGE, AND DELETE EVERY EMPLOYEE THE
007150*      RUN ADDED.
007160*================================================================
007170 2100-RESTORE-MASTER.

007180     IF WS-MSTR-COUNT = ZERO
007190         GO TO 2100-EXIT
007200     END-IF.

007210     OPEN I-O EMPLOYEE-MASTER-FILE.
007220     IF FS-EMP-MASTER NOT = '00'
007230         DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS = '
007240             FS-EMP-MASTER
007250         MOVE 16 TO RETURN-CODE
007260         STOP RUN
007270     END-IF.

007280     PERFORM 2110-RESTORE-ONE-EMPLOYEE THRU 2110-EXIT
007290         VARYING WS-MSTR-IDX FROM 1 BY 1
007300         UNTIL WS-MSTR-IDX > WS-MSTR-COUNT.

007310     CLOSE EMPLOYEE-MASTER-FILE.

007320 2100-EXIT.
007330     EXIT.

007340 2110-RESTORE-ONE-EMPLOYEE.

007350     MOVE 'EMPMSTR' TO WS-BDL-FILE-ID.
007360     MOVE WS-MSTR-EMP-ID (WS-MSTR-IDX) TO WS-BDL-KEY.
007370     MOVE SPACES TO WS-BDL-DETAIL.

007380     IF WS-MSTR-WAS-ADDED (WS-MSTR-IDX)
007390         GO TO 2120-REMOVE-ADDED-EMPLOYEE
007400     END-IF.

007410     MOVE WS-MSTR-IMAGE (WS-MSTR-IDX) TO EMP-MASTER-RECORD.
007420     MOVE EMPM-EMP-NAME TO WS-BDL-EMP-NAME.
007430     MOVE EMPM-DEPT-NAME TO WS-BDL-DEPT-NAME.
007440     MOVE EMPM-STATUS-CODE TO WS-BDL-STATUS-CODE.
007450     MOVE 'RESTORED' TO WS-BDL-ACTION.
007460     REWRITE EMP-MASTER-RECORD
007470         INVALID KEY
007480             WRITE EMP-MASTER-RECORD
007490                 INVALID KEY
007500                     DISPLAY 'EMPLOYEE-MASTER RESTORE FAILED FOR '
007510                         EMPM-EMP-ID ', STATUS = ' FS-EMP-MASTER
007520                     MOVE 16 TO RETURN-CODE
007530                     STOP RUN
007540             END-WRITE
007550     END-REWRITE.
007560     ADD 1 TO WS-MSTR-RESTORED.
007570     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
007580     GO TO 2110-EXIT.

007590 2120-REMOVE-ADDED-EMPLOYEE.

007600     MOVE WS-MSTR-EMP-ID (WS-MSTR-IDX) TO EMPM-EMP-ID.
007610     DELETE EMPLOYEE-MASTER-FILE
007620         INVALID KEY
007630             MOVE 'NOT FOUND - NO DELETE' TO WS-BDL-ACTION
007640             ADD 1 TO WS-NOT-FOUND-COUNT
007650         NOT INVALID KEY
007660             MOVE 'REMOVED - RUN ADDED' TO WS-BDL-ACTION
007670             ADD 1 TO WS-MSTR-REMOVED
007680     END-DELETE.
007690     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

007700 2110-EXIT.
007710     EXIT.

007720*================================================================
007730*  2200-STRIP-SALHIST  -  COPY SALHIST TO SALHNEW WITHOUT THE
007740*      RECORDS THE RUN APPENDED.
007750*================================================================
007760 2200-STRIP-SALHIST.

007770     OPEN INPUT SALARY-HIST-FILE.
007780     IF FS-SALARY-HIST = '00'
007790         MOVE 'Y' TO WS-SALHIST-OPENED-SW
007800     ELSE
007810         IF FS-SALARY-HIST NOT = '35'
007820             DISPLAY 'UNABLE TO OPEN SALARY-HIST-FILE, STATUS = '
007830                 FS-SALARY-HIST
007840             MOVE 16 TO RETURN-CODE
007850             STOP RUN
007860         END-IF
007870     END-IF.

007880     OPEN OUTPUT SALHIST-NEW-FILE.
007890     IF FS-SALHIST-NEW NOT = '00'
007900         DISPLAY 'UNABLE TO OPEN SALHIST-NEW-FILE, STATUS = '
007910             FS-SALHIST-NEW
007920         MOVE 16 TO RETURN-CODE
007930         STOP RUN
007940     END-IF.

007950     IF WS-SALHIST-OPENED
007960         PERFORM 2210-COPY-ONE-SALHIST THRU 2210-EXIT
007970             UNTIL WS-SALHIST-EOF
007980         CLOSE SALARY-HIST-FILE
007990     END-IF.
008000     CLOSE SALHIST-NEW-FILE.

008010 2200-EXIT.
008020     EXIT.

008030 2210-COPY-ONE-SALHIST.

008040     READ SALARY-HIST-FILE
008050         AT END
008060             MOVE 'Y' TO WS-SALHIST-EOF-SW
008070     END-READ.
008080     IF WS-SALHIST-EOF
008090         GO TO 2210-EXIT
008100     END-IF.

008110     MOVE 'SALH' TO WS-MATCH-TYPE.
008120     MOVE SALARY-HIST-RECORD TO WS-MATCH-IMAGE.
008130     PERFORM 2800-FIND-JOURNALED-RECORD THRU 2800-EXIT.

008140     IF WS-FOUND-SUB = ZERO
008150         WRITE SALHIST-NEW-RECORD FROM SALARY-HIST-RECORD
008160         ADD 1 TO WS-SALHIST-KEPT
008170         GO TO 2210-EXIT
008180     END-IF.

008190     ADD 1 TO WS-SALHIST-REMOVED.
008200     MOVE 'SALHIST' TO WS-BDL-FILE-ID.
008210     MOVE SALHIST-EMP-ID TO WS-BDL-KEY.
008220     MOVE SPACES TO WS-BDL-DETAIL.
008230     MOVE SALHIST-REASON-CODE TO WS-BDL-REASON-CODE.
008240     MOVE SALHIST-OLD-SALARY TO WS-BDL-OLD-SALARY.
008250     MOVE SALHIST-NEW-SALARY TO WS-BDL-NEW-SALARY.
008260     MOVE SALHIST-EFFECTIVE-DATE TO WS-BDL-EFFECTIVE-DATE.
008270     MOVE 'REMOVED' TO WS-BDL-ACTION.
008280     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

008290 2210-EXIT.
008300     EXIT.

008310*================================================================
008320*  2300-STRIP-XFERHIST  -  COPY XFERHIST TO XFERNEW WITHOUT THE
008330*      RECORDS THE RUN APPENDED.
008340*================================================================
008350 2300-STRIP-XFERHIST.

008360     OPEN INPUT XFER-HIST-FILE.
008370     IF FS-XFER-HIST = '00'
008380         MOVE 'Y' TO WS-XFER-OPENED-SW
008390     ELSE
008400         IF FS-XFER-HIST NOT = '35'
008410             DISPLAY 'UNABLE TO OPEN XFER-HIST-FILE, STATUS = '
008420                 FS-XFER-HIST
008430             MOVE 16 TO RETURN-CODE
008440             STOP RUN
008450         END-IF
008460     END-IF.

008470     OPEN OUTPUT XFER-NEW-FILE.
008480     IF FS-XFER-NEW NOT = '00'
008490         DISPLAY 'UNABLE TO OPEN XFER-NEW-FILE, STATUS = '
008500             FS-XFER-NEW
008510         MOVE 16 TO RETURN-CODE
008520         STOP RUN
008530     END-IF.

008540     IF WS-XFER-OPENED
008550         PERFORM 2310-COPY-ONE-XFERHIST THRU 2310-EXIT
008560             UNTIL WS-XFER-EOF
008570         CLOSE XFER-HIST-FILE
008580     END-IF.
008590     CLOSE XFER-NEW-FILE.

008600 2300-EXIT.
008610     EXIT.

008620 2310-COPY-ONE-XFERHIST.

008630     READ XFER-HIST-FILE
008640         AT END
008650             MOVE 'Y' TO WS-XFER-EOF-SW
008660     END-READ.
008670     IF WS-XFER-EOF
008680         GO TO 2310-EXIT
008690     END-IF.

008700     MOVE 'XFRH' TO WS-MATCH-TYPE.
008710     MOVE XFER-HIST-RECORD TO WS-MATCH-IMAGE.
008720     PERFORM 2800-FIND-JOURNALED-RECORD THRU 2800-EXIT.

008730     IF WS-FOUND-SUB = ZERO
008740         WRITE XFER-NEW-RECORD FROM XFER-HIST-RECORD
008750         ADD 1 TO WS-XFER-KEPT
008760         GO TO 2310-EXIT
008770     END-IF.

008780     ADD 1 TO WS-XFER-REMOVED.
008790     MOVE 'XFERHIST' TO WS-BDL-FILE-ID.
008800     MOVE XFER-EMP-ID TO WS-BDL-KEY.
008810     MOVE SPACES TO WS-BDL-DETAIL.
008820     MOVE XFER-FROM-DEPT TO WS-BDL-FROM-DEPT.
008830     MOVE XFER-TO-DEPT TO WS-BDL-TO-DEPT.
008840     MOVE XFER-EFFECTIVE-DATE TO WS-BDL-XFER-DATE.
008850     MOVE 'REMOVED' TO WS-BDL-ACTION.
008860     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

008870 2310-EXIT.
008880     EXIT.

008890*================================================================
008900*  2400-STRIP-AUDITLOG  -  COPY AUDITLOG TO AUDTNEW WITHOUT THE
008910*      RECORDS THE RUN APPENDED.
008920*================================================================
008930 2400-STRIP-AUDITLOG.

008940     OPEN INPUT AUDIT-LOG-FILE.
008950     IF FS-AUDIT-LOG = '00'
008960         MOVE 'Y' TO WS-AUDIT-OPENED-SW
008970     ELSE
008980         IF FS-AUDIT-LOG NOT = '35'
008990             DISPLAY 'UNABLE TO OPEN AUDIT-LOG-FILE, STATUS = '
009000                 FS-AUDIT-LOG
009010             MOVE 16 TO RETURN-CODE
009020             STOP RUN
009030         END-IF
009040     END-IF.

009050     OPEN OUTPUT AUDIT-NEW-FILE.
009060     IF FS-AUDIT-NEW NOT = '00'
009070         DISPLAY 'UNABLE TO OPEN AUDIT-NEW-FILE, STATUS = '
009080             FS-AUDIT-NEW
009090         MOVE 16 TO RETURN-CODE
009100         STOP RUN
009110     END-IF.

009120     IF WS-AUDIT-OPENED
009130         PERFORM 2410-COPY-ONE-AUDIT THRU 2410-EXIT
009140             UNTIL WS-AUDIT-EOF
009150         CLOSE AUDIT-LOG-FILE
009160     END-IF.
009170     CLOSE AUDIT-NEW-FILE.

009180 2400-EXIT.
009190     EXIT.

009200 2410-COPY-ONE-AUDIT.

009210     READ AUDIT-LOG-FILE
009220         AT END
009230             MOVE 'Y' TO WS-AUDIT-EOF-SW
009240     END-READ.
009250     IF WS-AUDIT-EOF
009260         GO TO 2410-EXIT
009270     END-IF.

009280     MOVE 'AUDT' TO WS-MATCH-TYPE.
009290     MOVE AUDIT-LOG-RECORD TO WS-MATCH-IMAGE.
009300     PERFORM 2800-FIND-JOURNALED-RECORD THRU 2800-EXIT.

009310     IF WS-FOUND-SUB = ZERO
009320         WRITE AUDIT-NEW-RECORD FROM AUDIT-LOG-RECORD
009330         ADD 1 TO WS-AUDIT-KEPT
009340         GO TO 2410-EXIT
009350     END-IF.

009360     ADD 1 TO WS-AUDIT-REMOVED.
009370     MOVE 'AUDITLOG' TO WS-BDL-FILE-ID.
009380     MOVE AUDIT-KEY-VALUE TO WS-BDL-KEY.
009390     MOVE SPACES TO WS-BDL-DETAIL.
009400     MOVE AUDIT-FIELD-NAME TO WS-BDL-FIELD-NAME.
009410     MOVE AUDIT-BEFORE-VALUE TO WS-BDL-BEFORE-VALUE.
009420     MOVE AUDIT-AFTER-VALUE TO WS-BDL-AFTER-VALUE.
009430     MOVE 'REMOVED' TO WS-BDL-ACTION.
009440     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

009450 2410-EXIT.
009460     EXIT.

009470*================================================================
009480*  2500-LIST-NOT-FOUND  -  A JOURNALED LOG RECORD NOT FOUND ON
009490*      ITS LOG WAS ALREADY GONE (AN EARLIER PART-FINISHED
009500*      BACK-OUT, OR A PURGE).  IT IS NAMED AND THE JOB ENDS 04.
009510*================================================================
009520 2500-LIST-NOT-FOUND.

009530     PERFORM 2510-CHECK-ONE-LOG-IMAGE THRU 2510-EXIT
009540         VARYING WS-JLOG-IDX FROM 1 BY 1
009550         UNTIL WS-JLOG-IDX > WS-JLOG-COUNT.

009560 2500-EXIT.
009570     EXIT.

009580 2510-CHECK-ONE-LOG-IMAGE.

009590     IF WS-JLOG-REMOVED (WS-JLOG-IDX)
009600         GO TO 2510-EXIT
009610     END-IF.

009620     ADD 1 TO WS-NOT-FOUND-COUNT.
009630     MOVE SPACES TO WS-BDL-DETAIL.
009640     MOVE WS-JLOG-IMAGE (WS-JLOG-IDX) TO WS-MATCH-IMAGE.
009650     IF WS-JLOG-TYPE (WS-JLOG-IDX) = 'SALH'
009660         MOVE WS-MATCH-IMAGE TO SALARY-HIST-RECORD
009670         MOVE 'SALHIST' TO WS-BDL-FILE-ID
009680         MOVE SALHIST-EMP-ID TO WS-BDL-KEY
009690         MOVE SALHIST-REASON-CODE TO WS-BDL-REASON-CODE
009700         MOVE SALHIST-OLD-SALARY TO WS-BDL-OLD-SALARY
009710         MOVE SALHIST-NEW-SALARY TO WS-BDL-NEW-SALARY
009720         MOVE SALHIST-EFFECTIVE-DATE TO WS-BDL-EFFECTIVE-DATE
009730     END-IF.
009740     IF WS-JLOG-TYPE (WS-JLOG-IDX) = 'XFRH'
009750         MOVE WS-MATCH-IMAGE TO XFER-HIST-RECORD
009760         MOVE 'XFERHIST' TO WS-BDL-FILE-ID
009770         MOVE XFER-EMP-ID TO WS-BDL-KEY
009780         MOVE XFER-FROM-DEPT TO WS-BDL-FROM-DEPT
009790         MOVE XFER-TO-DEPT TO WS-BDL-TO-DEPT
009800         MOVE XFER-EFFECTIVE-DATE TO WS-BDL-XFER-DATE
009810     END-IF.
009820     IF WS-JLOG-TYPE (WS-JLOG-IDX) = 'AUDT'
009830         MOVE WS-MATCH-IMAGE TO AUDIT-LOG-RECORD
009840         MOVE 'AUDITLOG' TO WS-BDL-FILE-ID
009850         MOVE AUDIT-KEY-VALUE TO WS-BDL-KEY
009860         MOVE AUDIT-FIELD-NAME TO WS-BDL-FIELD-NAME
009870         MOVE AUDIT-BEFORE-VALUE TO WS-BDL-BEFORE-VALUE
009880         MOVE AUDIT-AFTER-VALUE TO WS-BDL-AFTER-VALUE
009890     END-IF.
009900     MOVE 'NOT FOUND - NO REMOVE' TO WS-BDL-ACTION.
009910     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

009920 2510-EXIT.
009930     EXIT.

009940*================================================================
009950*  2600-RESTORE-DEPT-TOTALS  -  PUT BACK THE SNAPSHOT THE RUN
009960*      REPLACED.  A RESTARTED RUN NEVER REWROTE IT, AND ON A
009970*      FIRST-EVER RUN THERE WAS NONE - THE FILE GOES BACK EMPTY.
009980*================================================================
009990 2600-RESTORE-DEPT-TOTALS.

010000     IF NOT WS-DTOT-REWRITTEN
010010         DISPLAY 'DEPT-TOTALS SNAPSHOT WAS NOT REWRITTEN BY RUN '
010020             WS-BACKOUT-DATE ' - LEFT AS IT IS'
010030         GO TO 2600-EXIT
010040     END-IF.

010050     OPEN OUTPUT DEPT-TOTALS-FILE.
010060     IF FS-DEPT-TOTALS NOT = '00'
010070         DISPLAY 'UNABLE TO REWRITE DEPT-TOTALS-FILE, STATUS = '
010080             FS-DEPT-TOTALS
010090         MOVE 16 TO RETURN-CODE
010100         STOP RUN
010110     END-IF.

010120     PERFORM 2610-RESTORE-ONE-DEPT-TOTAL THRU 2610-EXIT
010130         VARYING WS-PDTOT-IDX FROM 1 BY 1
010140         UNTIL WS-PDTOT-IDX > WS-PDTOT-COUNT.

010150     CLOSE DEPT-TOTALS-FILE.

010160 2600-EXIT.
010170     EXIT.

010180 2610-RESTORE-ONE-DEPT-TOTAL.

010190     MOVE WS-PDTOT-DEPT-NAME (WS-PDTOT-IDX) TO DTOT-DEPT-NAME.
010200     MOVE WS-PDTOT-EMP-COUNT (WS-PDTOT-IDX) TO DTOT-EMP-COUNT.
010210     MOVE WS-PDTOT-SALARY-TOTAL (WS-PDTOT-IDX)
010220         TO DTOT-SALARY-TOTAL.
010230     WRITE DEPT-TOTALS-RECORD.
010240     ADD 1 TO WS-DTOT-RESTORED.

010250     MOVE 'DEPTTOTS' TO WS-BDL-FILE-ID.
010260     MOVE DTOT-DEPT-NAME TO WS-BDL-KEY.
010270     MOVE SPACES TO WS-BDL-DETAIL.
010280     MOVE DTOT-EMP-COUNT TO WS-BDL-EMP-COUNT.
010290     MOVE DTOT-SALARY-TOTAL TO WS-BDL-SALARY-TOTAL.
010300     MOVE 'RESTORED' TO WS-BDL-ACTION.
010310     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

010320 2610-EXIT.
010330     EXIT.

010340*================================================================
010350*  2700-RESTORE-RUN-STATUS  -  PUT BACK THE PRIOR RUN'S STATUS
010360*      RECORD, SO THE NEXT RUN SEES THE PRIOR RUN AS THE LAST ONE
010370*      PROCESSED.  DONE LAST: UNTIL IT IS, THE BACK-OUT CAN SIMPLY
010380*      BE RESUBMITTED.
010390*================================================================
010400 2700-RESTORE-RUN-STATUS.

010410     IF NOT WS-PRIOR-RSTAT-JOURNALED
010420         DISPLAY 'RUN-JOURNAL-FILE HAS NO PRIOR RUN STATUS - '
010430             'RUNSTAT LEFT AS IT IS'
010440         IF WS-RUN-CC < 4
010450             MOVE 4 TO WS-RUN-CC
010460         END-IF
010470         GO TO 2700-EXIT
010480     END-IF.

010490     OPEN OUTPUT RUN-STATUS-FILE.
010500     IF FS-RUN-STATUS NOT = '00'
010510         DISPLAY 'UNABLE TO REWRITE RUN-STATUS-FILE, STATUS = '
010520             FS-RUN-STATUS
010530         MOVE 16 TO RETURN-CODE
010540         STOP RUN
010550     END-IF.

010560     MOVE 'RUNSTAT' TO WS-BDL-FILE-ID.
010570     MOVE SPACES TO WS-BDL-DETAIL.
010580     IF WS-PRIOR-RSTAT-RESTORE
010590         MOVE WS-PRIOR-RSTAT-IMAGE TO RUN-STATUS-RECORD
010600         WRITE RUN-STATUS-RECORD
010610         MOVE RSTAT-RUN-DATE TO WS-BDL-KEY
010620         MOVE 'PRIOR RUN STATUS' TO WS-BDL-DETAIL
010630         MOVE 'RESTORED' TO WS-BDL-ACTION
010640     ELSE
010650         MOVE WS-BACKOUT-DATE TO WS-BDL-KEY
010660         MOVE 'NO PRIOR RUN - FILE LEFT EMPTY' TO WS-BDL-DETAIL
010670         MOVE 'REMOVED' TO WS-BDL-ACTION
010680     END-IF.
010690     CLOSE RUN-STATUS-FILE.
010700     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.

010710 2700-EXIT.
010720     EXIT.

010730*================================================================
010740*  2800-FIND-JOURNALED-RECORD  -  THE FIRST JOURNALED RECORD NOT
010750*      YET REMOVED WHOSE TYPE IS WS-MATCH-TYPE AND WHOSE IMAGE IS
010760*      WS-MATCH-IMAGE, BYTE FOR BYTE.  IT IS MARKED REMOVED AND
010770*      ITS SUBSCRIPT LEFT IN WS-FOUND-SUB (ZERO WHEN NONE).
010780*================================================================
010790 2800-FIND-JOURNALED-RECORD.

010800     MOVE ZERO TO WS-FOUND-SUB.
010810     IF WS-JLOG-COUNT = ZERO
010820         GO TO 2800-EXIT
010830     END-IF.

010840     SET WS-JLOG-IDX TO 1.
010850     SEARCH WS-JLOG-ENTRY
010860         WHEN WS-JLOG-TYPE (WS-JLOG-IDX) = WS-MATCH-TYPE
010870                 AND NOT WS-JLOG-REMOVED (WS-JLOG-IDX)
010880                 AND WS-JLOG-IMAGE (WS-JLOG-IDX) = WS-MATCH-IMAGE
010890             SET WS-FOUND-SUB TO WS-JLOG-IDX
010900     END-SEARCH.

010910     IF WS-FOUND-SUB > ZERO
010920         MOVE 'Y' TO WS-JLOG-REMOVED-SW (WS-FOUND-SUB)
010930     END-IF.

010940 2800-EXIT.
010950     EXIT.

010960*================================================================
010970*  2900-WRITE-DETAIL-LINE  -  ONE BACK-OUT REPORT LINE.  THE
010980*      CALLER FILLS WS-BACKOUT-DETAIL-LINE FIRST.
010990*================================================================
011000 2900-WRITE-DETAIL-LINE.

011010     MOVE WS-BACKOUT-DETAIL-LINE TO BACKOUT-PRINT-LINE.
011020     WRITE BACKOUT-PRINT-LINE.

011030 2900-EXIT.
011040     EXIT.

011050*================================================================
011060*  3000-FINALIZE  -  EMPTY THE JOURNAL SO THE RUN CANNOT BE
011070*      BACKED OUT TWICE, WRITE THE TOTALS, AND CLOSE UP.
011080*================================================================
011090 3000-FINALIZE.

011100     OPEN OUTPUT RUN-JOURNAL-FILE.
011110     IF FS-RUN-JOURNAL NOT = '00'
011120         DISPLAY 'UNABLE TO EMPTY RUN-JOURNAL-FILE, STATUS = '
011130             FS-RUN-JOURNAL
011140         MOVE 16 TO RETURN-CODE
011150         STOP RUN
011160     END-IF.
011170     CLOSE RUN-JOURNAL-FILE.

011180     IF WS-NOT-FOUND-COUNT > ZERO
011190         IF WS-RUN-CC < 4
011200             MOVE 4 TO WS-RUN-CC
011210         END-IF
011220     END-IF.

011230     MOVE WS-BACKOUT-BLANK-LINE TO BACKOUT-PRINT-LINE.
011240     WRITE BACKOUT-PRINT-LINE.

011250     MOVE 'EMPMSTR' TO WS-BTT-FILE-ID.
011260     MOVE WS-MSTR-RESTORED TO WS-BTT-RESTORED.
011270     MOVE WS-MSTR-REMOVED TO WS-BTT-REMOVED.
011280     MOVE ZERO TO WS-BTT-KEPT.
011290     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.

011300     MOVE 'SALHIST' TO WS-BTT-FILE-ID.
011310     MOVE ZERO TO WS-BTT-RESTORED.
011320     MOVE WS-SALHIST-REMOVED TO WS-BTT-REMOVED.
011330     MOVE WS-SALHIST-KEPT TO WS-BTT-KEPT.
011340     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.

011350     MOVE 'XFERHIST' TO WS-BTT-FILE-ID.
011360     MOVE ZERO TO WS-BTT-RESTORED.
011370     MOVE WS-XFER-REMOVED TO WS-BTT-REMOVED.
011380     MOVE WS-XFER-KEPT TO WS-BTT-KEPT.
011390     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.

011400     MOVE 'AUDITLOG' TO WS-BTT-FILE-ID.
011410     MOVE ZERO TO WS-BTT-RESTORED.
011420     MOVE WS-AUDIT-REMOVED TO WS-BTT-REMOVED.
011430     MOVE WS-AUDIT-KEPT TO WS-BTT-KEPT.
011440     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.

011450     MOVE 'DEPTTOTS' TO WS-BTT-FILE-ID.
011460     MOVE WS-DTOT-RESTORED TO WS-BTT-RESTORED.
011470     MOVE ZERO TO WS-BTT-REMOVED.
011480     MOVE ZERO TO WS-BTT-KEPT.
011490     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.

011500     CLOSE BACKOUT-RPT-FILE.

011510     DISPLAY 'RUN BACKED OUT:              ' WS-BACKOUT-DATE.
011520     DISPLAY 'MASTER RECORDS RESTORED:     ' WS-MSTR-RESTORED.
011530     DISPLAY 'MASTER RECORDS REMOVED:      ' WS-MSTR-REMOVED.
011540     DISPLAY 'SALHIST RECORDS REMOVED:     ' WS-SALHIST-REMOVED.
011550     DISPLAY 'XFERHIST RECORDS REMOVED:    ' WS-XFER-REMOVED.
011560     DISPLAY 'AUDITLOG RECORDS REMOVED:    ' WS-AUDIT-REMOVED.
011570     DISPLAY 'DEPTTOTS RECORDS RESTORED:   ' WS-DTOT-RESTORED.
011580     DISPLAY 'PENDING EXTRACTS CARRIED:    ' WS-PEND-CARRIED.
011590     DISPLAY 'JOURNALED RECORDS NOT FOUND: ' WS-NOT-FOUND-COUNT.

011600 3000-EXIT.
011610     EXIT.

011620 3100-WRITE-TOTAL-LINE.

011630     MOVE WS-BACKOUT-TOTAL-LINE TO BACKOUT-PRINT-LINE.
011640     WRITE BACKOUT-PRINT-LINE.

011650 3100-EXIT.
011660     EXIT.
