000010*================================================================
000020*  PROGRAM:     PEND-TRAN-RPT
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Lists every future-dated master maintenance transaction
000100*      still held for a later effective date - the employee
000110*      transactions EMP-MSTR-UPDT holds on EMPPEND and the
000120*      department transactions DEPT-MSTR-UPDT holds on DEPTPEND
000130*      - with the date each takes effect and the business date
000140*      it was put on hold.  Run after the update jobs so HR
000150*      can see what is scheduled and key an 'X' cancel for
000160*      anything that should not go through.  A pending file
000170*      that does not exist yet simply lists nothing.
000172*      The transactions waiting on the approval queues
000174*      (EMPAPRQ, DEPTAPRQ, REFAPRQ) are listed after them, with
000176*      who submitted each and any approver already on it, so a
000178*      supervisor can key the 'V' approvals.
000180*
000190*  MODIFICATION HISTORY.
000200*      10/15/2026  DRO  ORIGINAL VERSION.
000201*      10/15/2026  DRO  LIST THE APPROVAL QUEUES.
000202*      10/15/2026  DRO  HELD EMPLOYEE TRANSACTIONS SHOW THEIR
000203*                       STATUS CODE, SO A HELD LEAVE START OR END
000204*                       CAN BE TOLD FROM A PLAIN CHANGE.
000205*      10/15/2026  DRO  A FAILED OPEN ENDS THE JOB WITH CODE 16.
000210*================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PEND-TRAN-RPT.
000240 AUTHOR. D. OKAFOR.
000250 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.

000310     SELECT EMP-PENDING-FILE ASSIGN TO "EMPPEND"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-EMP-PENDING.

000340     SELECT DEPT-PENDING-FILE ASSIGN TO "DEPTPEND"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-DEPT-PENDING.

000361     SELECT EMP-APPROVAL-QUEUE-FILE ASSIGN TO "EMPAPRQ"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS FS-EMP-APPROVAL-QUEUE.

000364     SELECT DEPT-APPROVAL-QUEUE-FILE ASSIGN TO "DEPTAPRQ"
000365         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS FS-DEPT-APPROVAL-QUEUE.

000367     SELECT REF-APPROVAL-QUEUE-FILE ASSIGN TO "REFAPRQ"
000368         ORGANIZATION IS LINE SEQUENTIAL
000369         FILE STATUS IS FS-REF-APPROVAL-QUEUE.

000370     SELECT PEND-RPT-FILE ASSIGN TO "PENDRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-PEND-RPT.

000400 DATA DIVISION.

000410 FILE SECTION.

000420 FD  EMP-PENDING-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY EMPPEND.

000450 FD  DEPT-PENDING-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY DEPTPEND.

000471 FD  EMP-APPROVAL-QUEUE-FILE
000472     LABEL RECORDS ARE STANDARD.
000473     COPY EMPAPRQ.

000474 FD  DEPT-APPROVAL-QUEUE-FILE
000475     LABEL RECORDS ARE STANDARD.
000476     COPY DEPTAPRQ.

000477 FD  REF-APPROVAL-QUEUE-FILE
000478     LABEL RECORDS ARE STANDARD.
000479     COPY REFAPRQ.

000480 FD  PEND-RPT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  PEND-PRINT-LINE                   PIC X(80).

000510 WORKING-STORAGE SECTION.

000520 01  WS-FILE-STATUSES.
000530     05  FS-EMP-PENDING            PIC X(02).
000540     05  FS-DEPT-PENDING           PIC X(02).
000542     05  FS-EMP-APPROVAL-QUEUE     PIC X(02).
000544     05  FS-DEPT-APPROVAL-QUEUE    PIC X(02).
000546     05  FS-REF-APPROVAL-QUEUE     PIC X(02).
000550     05  FS-PEND-RPT               PIC X(02).

000560 01  WS-SWITCHES.
000570     05  WS-EMP-PENDING-EOF-SW     PIC X(01) VALUE 'N'.
000580         88  WS-EMP-PENDING-EOF        VALUE 'Y'.
000590     05  WS-DEPT-PENDING-EOF-SW    PIC X(01) VALUE 'N'.
000600         88  WS-DEPT-PENDING-EOF       VALUE 'Y'.
000601     05  WS-EMP-APRQ-EOF-SW        PIC X(01) VALUE 'N'.
000602         88  WS-EMP-APRQ-EOF           VALUE 'Y'.
000603     05  WS-DEPT-APRQ-EOF-SW       PIC X(01) VALUE 'N'.
000604         88  WS-DEPT-APRQ-EOF          VALUE 'Y'.
000605     05  WS-REF-APRQ-EOF-SW        PIC X(01) VALUE 'N'.
000606         88  WS-REF-APRQ-EOF           VALUE 'Y'.

000610 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000620 77  WS-EMP-HELD-COUNT             PIC 9(07) VALUE ZERO COMP.
000630 77  WS-DEPT-HELD-COUNT            PIC 9(07) VALUE ZERO COMP.
000632 77  WS-EMP-QUEUED-COUNT           PIC 9(07) VALUE ZERO COMP.
000634 77  WS-DEPT-QUEUED-COUNT          PIC 9(07) VALUE ZERO COMP.
000636 77  WS-REF-QUEUED-COUNT           PIC 9(07) VALUE ZERO COMP.

000640*    THE HELD TRANSACTIONS ARE UNPACKED INTO THEIR OWN LAYOUTS
000650*    HERE TO BE LISTED.
000660     COPY EMPTRANS.
000670     COPY DEPTTRNS.
000675     COPY REFTRANS.

000680 01  WS-PEND-TITLE-LINE.
000690     05  FILLER                     PIC X(40)
000700         VALUE 'PENDING MASTER TRANSACTIONS REPORT  RUN '.
000710     05  WS-PTL-RUN-DATE            PIC 9(08).
000720     05  FILLER                     PIC X(32) VALUE SPACES.

000730 01  WS-PEND-SECTION-LINE.
000740     05  WS-PSL-TITLE               PIC X(40).
000750     05  FILLER                     PIC X(40) VALUE SPACES.

000760 01  WS-EMP-HDR-LINE.
000770     05  FILLER                     PIC X(02) VALUE 'A'.
000780     05  FILLER                     PIC X(08) VALUE 'EMP-ID'.
000790     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
000800     05  FILLER                     PIC X(10) VALUE 'HELD ON'.
000810     05  FILLER                     PIC X(16) VALUE 'NAME'.
000820     05  FILLER                     PIC X(08) VALUE ' SALARY'.
000830     05  FILLER                     PIC X(11) VALUE 'DEPT'.
000840     05  FILLER                     PIC X(11) VALUE 'LOCATION'.
000850     05  FILLER                     PIC X(03) VALUE 'GR'.
000855     05  FILLER                     PIC X(01) VALUE 'S'.

000860 01  WS-EMP-DETAIL-LINE.
000870     05  WS-EDL-ACTION              PIC X(01).
000880     05  FILLER                     PIC X(01) VALUE SPACES.
000890     05  WS-EDL-EMP-ID              PIC X(06).
000900     05  FILLER                     PIC X(02) VALUE SPACES.
000910     05  WS-EDL-EFFECTIVE-DATE      PIC 9(08).
000920     05  FILLER                     PIC X(02) VALUE SPACES.
000930     05  WS-EDL-HELD-DATE           PIC 9(08).
000940     05  FILLER                     PIC X(02) VALUE SPACES.
000950     05  WS-EDL-EMP-NAME            PIC X(15).
000960     05  FILLER                     PIC X(01) VALUE SPACES.
000970     05  WS-EDL-SALARY              PIC ZZZ,ZZ9 BLANK WHEN ZERO.
000980     05  FILLER                     PIC X(01) VALUE SPACES.
000990     05  WS-EDL-DEPT-NAME           PIC X(10).
001000     05  FILLER                     PIC X(01) VALUE SPACES.
001010     05  WS-EDL-DEPT-LOCATION       PIC X(10).
001020     05  FILLER                     PIC X(01) VALUE SPACES.
001030     05  WS-EDL-GRADE               PIC X(02).
001040     05  FILLER                     PIC X(01) VALUE SPACES.
001045     05  WS-EDL-STATUS              PIC X(01).

001050 01  WS-DEPT-HDR-LINE.
001060     05  FILLER                     PIC X(02) VALUE 'A'.
001070     05  FILLER                     PIC X(12) VALUE 'DEPT'.
001080     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
001090     05  FILLER                     PIC X(10) VALUE 'HELD ON'.
001100     05  FILLER                     PIC X(09) VALUE 'MANAGER'.
001110     05  FILLER                     PIC X(12) VALUE 'LOCATION'.
001120     05  FILLER                     PIC X(25) VALUE 'STATUS'.

001130 01  WS-DEPT-DETAIL-LINE.
001140     05  WS-DDL-ACTION              PIC X(01).
001150     05  FILLER                     PIC X(01) VALUE SPACES.
001160     05  WS-DDL-DEPT-NAME           PIC X(10).
001170     05  FILLER                     PIC X(02) VALUE SPACES.
001180     05  WS-DDL-EFFECTIVE-DATE      PIC 9(08).
001190     05  FILLER                     PIC X(02) VALUE SPACES.
001200     05  WS-DDL-HELD-DATE           PIC 9(08).
001210     05  FILLER                     PIC X(02) VALUE SPACES.
001220     05  WS-DDL-MANAGER-EMP-ID      PIC X(06).
001230     05  FILLER                     PIC X(03) VALUE SPACES.
001240     05  WS-DDL-DEPT-LOCATION       PIC X(10).
001250     05  FILLER                     PIC X(02) VALUE SPACES.
001260     05  WS-DDL-STATUS-CODE         PIC X(01).
001270     05  FILLER                     PIC X(24) VALUE SPACES.

001280 01  WS-PEND-COUNT-LINE.
001290     05  FILLER                     PIC X(20)
001300         VALUE 'TRANSACTIONS HELD:  '.
001310     05  WS-PCL-COUNT               PIC ZZZ,ZZ9.
001320     05  FILLER                     PIC X(53) VALUE SPACES.

001321 01  WS-QUEUE-HDR-LINE.
001322     05  FILLER                     PIC X(02) VALUE 'A'.
001323     05  FILLER                     PIC X(14) VALUE 'KEY'.
001324     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
001325     05  FILLER                     PIC X(10) VALUE 'QUEUED ON'.
001326     05  FILLER                     PIC X(10) VALUE 'SUBMITTER'.
001327     05  FILLER                     PIC X(10) VALUE 'APPROVER'.
001328     05  FILLER                     PIC X(24) VALUE '2ND APPR'.

001329 01  WS-QUEUE-DETAIL-LINE.
001330     05  WS-QDL-ACTION              PIC X(01).
001331     05  FILLER                     PIC X(01) VALUE SPACES.
001332     05  WS-QDL-KEY                 PIC X(12).
001333     05  FILLER                     PIC X(02) VALUE SPACES.
001334     05  WS-QDL-EFFECTIVE-DATE      PIC X(08).
001335     05  FILLER                     PIC X(02) VALUE SPACES.
001336     05  WS-QDL-QUEUED-DATE         PIC 9(08).
001337     05  FILLER                     PIC X(02) VALUE SPACES.
001338     05  WS-QDL-SUBMITTER-ID        PIC X(08).
001339     05  FILLER                     PIC X(02) VALUE SPACES.
001340     05  WS-QDL-APPROVER-ID         PIC X(08).
001341     05  FILLER                     PIC X(02) VALUE SPACES.
001342     05  WS-QDL-SECOND-APPR-ID      PIC X(08).
001343     05  FILLER                     PIC X(16) VALUE SPACES.

001344*    A REFERENCE TRANSACTION IS LISTED UNDER ITS MASTER ID AND
001345*    THE FLOOR CODE OR DEPARTMENT IT IS KEYED BY.
001346 01  WS-REF-QUEUE-KEY.
001347     05  WS-RQK-MASTER-ID           PIC X(01).
001348     05  FILLER                     PIC X(01) VALUE SPACES.
001349     05  WS-RQK-KEY                 PIC X(10).

001350 01  WS-QUEUE-COUNT-LINE.
001351     05  FILLER                     PIC X(20)
001352         VALUE 'AWAITING APPROVAL:  '.
001353     05  WS-QCL-COUNT               PIC ZZZ,ZZ9.
001354     05  FILLER                     PIC X(53) VALUE SPACES.

001355 01  WS-PEND-BLANK-LINE             PIC X(80) VALUE SPACES.

001356 PROCEDURE DIVISION.

001357*================================================================
001360*  0000-MAINLINE
001370*================================================================
001380 0000-MAINLINE.

001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-LIST-EMP-PENDING THRU 2000-EXIT.
001410     PERFORM 3000-LIST-DEPT-PENDING THRU 3000-EXIT.
001412     PERFORM 4000-LIST-EMP-QUEUED THRU 4000-EXIT.
001414     PERFORM 5000-LIST-DEPT-QUEUED THRU 5000-EXIT.
001416     PERFORM 6000-LIST-REF-QUEUED THRU 6000-EXIT.
001420     PERFORM 9000-FINALIZE THRU 9000-EXIT.

001430     GOBACK.

001440*================================================================
001450*  1000-INITIALIZE  -  OPEN THE REPORT.
001460*================================================================
001470 1000-INITIALIZE.

001480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001490     OPEN OUTPUT PEND-RPT-FILE.
001500     IF FS-PEND-RPT NOT = '00'
001510         DISPLAY 'UNABLE TO OPEN PEND-RPT-FILE, STATUS = '
001520             FS-PEND-RPT
001525         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.

001550     MOVE WS-RUN-DATE TO WS-PTL-RUN-DATE.
001560     MOVE WS-PEND-TITLE-LINE TO PEND-PRINT-LINE.
001570     WRITE PEND-PRINT-LINE.

001580 1000-EXIT.
001590     EXIT.

001600*================================================================
001610*  2000-LIST-EMP-PENDING  -  EMPLOYEE TRANSACTIONS HELD.
001620*================================================================
001630 2000-LIST-EMP-PENDING.

001640     MOVE 'EMPLOYEE TRANSACTIONS HELD (EMPPEND)' TO WS-PSL-TITLE.
001650     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.
001660     MOVE WS-EMP-HDR-LINE TO PEND-PRINT-LINE.
001670     WRITE PEND-PRINT-LINE.

001680     OPEN INPUT EMP-PENDING-FILE.
001690     IF FS-EMP-PENDING = '35'
001700         GO TO 2000-COUNT
001710     END-IF.
001720     IF FS-EMP-PENDING NOT = '00'
001730         DISPLAY 'UNABLE TO OPEN EMP-PENDING-FILE, STATUS = '
001740             FS-EMP-PENDING
001745         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.

001770     PERFORM 2100-LIST-ONE-EMP-PENDING THRU 2100-EXIT
001780         UNTIL WS-EMP-PENDING-EOF.
001790     CLOSE EMP-PENDING-FILE.

001800 2000-COUNT.

001810     MOVE WS-EMP-HELD-COUNT TO WS-PCL-COUNT.
001820     MOVE WS-PEND-COUNT-LINE TO PEND-PRINT-LINE.
001830     WRITE PEND-PRINT-LINE.

001840 2000-EXIT.
001850     EXIT.

001860 2100-LIST-ONE-EMP-PENDING.

001870     READ EMP-PENDING-FILE
001880         AT END
001890             MOVE 'Y' TO WS-EMP-PENDING-EOF-SW
001900     END-READ.
001910     IF WS-EMP-PENDING-EOF
001920         GO TO 2100-EXIT
001930     END-IF.

001940     ADD 1 TO WS-EMP-HELD-COUNT.
001950     MOVE EPND-TRANS-IMAGE TO EMP-TRANS-RECORD.

001960     MOVE TRAN-ACTION-CODE TO WS-EDL-ACTION.
001970     MOVE TRAN-EMP-ID TO WS-EDL-EMP-ID.
001980     MOVE TRAN-EFFECTIVE-DATE TO WS-EDL-EFFECTIVE-DATE.
001990     MOVE EPND-HELD-DATE TO WS-EDL-HELD-DATE.
002000     MOVE TRAN-EMP-NAME TO WS-EDL-EMP-NAME.
002010     IF TRAN-EMP-SALARY NUMERIC
002020         MOVE TRAN-EMP-SALARY TO WS-EDL-SALARY
002030     ELSE
002040         MOVE ZERO TO WS-EDL-SALARY
002050     END-IF.
002060     MOVE TRAN-DEPT-NAME TO WS-EDL-DEPT-NAME.
002070     MOVE TRAN-DEPT-LOCATION TO WS-EDL-DEPT-LOCATION.
002080     MOVE TRAN-GRADE-CODE TO WS-EDL-GRADE.
002085     MOVE TRAN-STATUS-CODE TO WS-EDL-STATUS.
002090     MOVE WS-EMP-DETAIL-LINE TO PEND-PRINT-LINE.
002100     WRITE PEND-PRINT-LINE.

002110 2100-EXIT.
002120     EXIT.

002130*================================================================
002140*  3000-LIST-DEPT-PENDING  -  DEPARTMENT TRANSACTIONS HELD.
002150*================================================================
002160 3000-LIST-DEPT-PENDING.

002170     MOVE 'DEPARTMENT TRANSACTIONS HELD (DEPTPEND)'
002180         TO WS-PSL-TITLE.
002190     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.
002200     MOVE WS-DEPT-HDR-LINE TO PEND-PRINT-LINE.
002210     WRITE PEND-PRINT-LINE.

002220     OPEN INPUT DEPT-PENDING-FILE.
002230     IF FS-DEPT-PENDING = '35'
002240         GO TO 3000-COUNT
002250     END-IF.
002260     IF FS-DEPT-PENDING NOT = '00'
002270         DISPLAY 'UNABLE TO OPEN DEPT-PENDING-FILE, STATUS = '
002280             FS-DEPT-PENDING
002285         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.

002310     PERFORM 3100-LIST-ONE-DEPT-PENDING THRU 3100-EXIT
002320         UNTIL WS-DEPT-PENDING-EOF.
002330     CLOSE DEPT-PENDING-FILE.

002340 3000-COUNT.

002350     MOVE WS-DEPT-HELD-COUNT TO WS-PCL-COUNT.
002360     MOVE WS-PEND-COUNT-LINE TO PEND-PRINT-LINE.
002370     WRITE PEND-PRINT-LINE.

002380 3000-EXIT.
002390     EXIT.

002400 3100-LIST-ONE-DEPT-PENDING.

002410     READ DEPT-PENDING-FILE
002420         AT END
002430             MOVE 'Y' TO WS-DEPT-PENDING-EOF-SW
002440     END-READ.
002450     IF WS-DEPT-PENDING-EOF
002460         GO TO 3100-EXIT
002470     END-IF.

002480     ADD 1 TO WS-DEPT-HELD-COUNT.
002490     MOVE DPND-TRANS-IMAGE TO DEPT-TRANS-RECORD.

002500     MOVE DTRN-ACTION-CODE TO WS-DDL-ACTION.
002510     MOVE DTRN-DEPT-NAME TO WS-DDL-DEPT-NAME.
002520     MOVE DTRN-EFFECTIVE-DATE TO WS-DDL-EFFECTIVE-DATE.
002530     MOVE DPND-HELD-DATE TO WS-DDL-HELD-DATE.
002540     MOVE DTRN-MANAGER-EMP-ID TO WS-DDL-MANAGER-EMP-ID.
002550     MOVE DTRN-DEPT-LOCATION TO WS-DDL-DEPT-LOCATION.
002560     MOVE DTRN-STATUS-CODE TO WS-DDL-STATUS-CODE.
002570     MOVE WS-DEPT-DETAIL-LINE TO PEND-PRINT-LINE.
002580     WRITE PEND-PRINT-LINE.

002590 3100-EXIT.
002600     EXIT.

002601*================================================================
002602*  4000-LIST-EMP-QUEUED  -  EMPLOYEE TRANSACTIONS WAITING FOR
002603*      APPROVAL.
002604*================================================================
002605 4000-LIST-EMP-QUEUED.

002606     MOVE 'EMPLOYEE TRANSACTIONS QUEUED (EMPAPRQ)'
002607         TO WS-PSL-TITLE.
002608     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.
002609     MOVE WS-QUEUE-HDR-LINE TO PEND-PRINT-LINE.
002611     WRITE PEND-PRINT-LINE.

002612     OPEN INPUT EMP-APPROVAL-QUEUE-FILE.
002613     IF FS-EMP-APPROVAL-QUEUE = '35'
002614         GO TO 4000-COUNT
002615     END-IF.
002616     IF FS-EMP-APPROVAL-QUEUE NOT = '00'
002617         DISPLAY 'UNABLE TO OPEN EMP-APPROVAL-QUEUE-FILE, '
002618             'STATUS = ' FS-EMP-APPROVAL-QUEUE
002619         MOVE 16 TO RETURN-CODE
002621         STOP RUN
002622     END-IF.

002623     PERFORM 4100-LIST-ONE-EMP-QUEUED THRU 4100-EXIT
002624         UNTIL WS-EMP-APRQ-EOF.
002625     CLOSE EMP-APPROVAL-QUEUE-FILE.

002626 4000-COUNT.

002627     MOVE WS-EMP-QUEUED-COUNT TO WS-QCL-COUNT.
002628     MOVE WS-QUEUE-COUNT-LINE TO PEND-PRINT-LINE.
002629     WRITE PEND-PRINT-LINE.

002631 4000-EXIT.
002632     EXIT.

002633 4100-LIST-ONE-EMP-QUEUED.

002634     READ EMP-APPROVAL-QUEUE-FILE
002635         AT END
002636             MOVE 'Y' TO WS-EMP-APRQ-EOF-SW
002637     END-READ.
002638     IF WS-EMP-APRQ-EOF
002639         GO TO 4100-EXIT
002641     END-IF.

002642     ADD 1 TO WS-EMP-QUEUED-COUNT.
002643     MOVE EAPQ-TRANS-IMAGE TO EMP-TRANS-RECORD.

002644     MOVE TRAN-ACTION-CODE TO WS-QDL-ACTION.
002645     MOVE TRAN-EMP-ID TO WS-QDL-KEY.
002646     MOVE TRAN-EFFECTIVE-DATE-X TO WS-QDL-EFFECTIVE-DATE.
002647     MOVE EAPQ-QUEUED-DATE TO WS-QDL-QUEUED-DATE.
002648     MOVE TRAN-SUBMITTER-ID TO WS-QDL-SUBMITTER-ID.
002649     MOVE TRAN-APPROVER-ID TO WS-QDL-APPROVER-ID.
002651     MOVE TRAN-SECOND-APPROVER-ID TO WS-QDL-SECOND-APPR-ID.
002652     MOVE WS-QUEUE-DETAIL-LINE TO PEND-PRINT-LINE.
002653     WRITE PEND-PRINT-LINE.

002654 4100-EXIT.
002655     EXIT.

002656*================================================================
002657*  5000-LIST-DEPT-QUEUED  -  DEPARTMENT TRANSACTIONS WAITING
002658*      FOR APPROVAL.
002659*================================================================
002661 5000-LIST-DEPT-QUEUED.

002662     MOVE 'DEPARTMENT TRANSACTIONS QUEUED (DEPTAPRQ)'
002663         TO WS-PSL-TITLE.
002664     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.
002665     MOVE WS-QUEUE-HDR-LINE TO PEND-PRINT-LINE.
002666     WRITE PEND-PRINT-LINE.

002667     OPEN INPUT DEPT-APPROVAL-QUEUE-FILE.
002668     IF FS-DEPT-APPROVAL-QUEUE = '35'
002669         GO TO 5000-COUNT
002671     END-IF.
002672     IF FS-DEPT-APPROVAL-QUEUE NOT = '00'
002673         DISPLAY 'UNABLE TO OPEN DEPT-APPROVAL-QUEUE-FILE, '
002674             'STATUS = ' FS-DEPT-APPROVAL-QUEUE
002675         MOVE 16 TO RETURN-CODE
002676         STOP RUN
002677     END-IF.

002678     PERFORM 5100-LIST-ONE-DEPT-QUEUED THRU 5100-EXIT
002679         UNTIL WS-DEPT-APRQ-EOF.
002681     CLOSE DEPT-APPROVAL-QUEUE-FILE.

002682 5000-COUNT.

002683     MOVE WS-DEPT-QUEUED-COUNT TO WS-QCL-COUNT.
002684     MOVE WS-QUEUE-COUNT-LINE TO PEND-PRINT-LINE.
002685     WRITE PEND-PRINT-LINE.

002686 5000-EXIT.
002687     EXIT.

002688 5100-LIST-ONE-DEPT-QUEUED.

002689     READ DEPT-APPROVAL-QUEUE-FILE
002691         AT END
002692             MOVE 'Y' TO WS-DEPT-APRQ-EOF-SW
002693     END-READ.
002694     IF WS-DEPT-APRQ-EOF
002695         GO TO 5100-EXIT
002696     END-IF.

002697     ADD 1 TO WS-DEPT-QUEUED-COUNT.
002698     MOVE DAPQ-TRANS-IMAGE TO DEPT-TRANS-RECORD.

002699     MOVE DTRN-ACTION-CODE TO WS-QDL-ACTION.
002701     MOVE DTRN-DEPT-NAME TO WS-QDL-KEY.
002702     MOVE DTRN-EFFECTIVE-DATE-X TO WS-QDL-EFFECTIVE-DATE.
002703     MOVE DAPQ-QUEUED-DATE TO WS-QDL-QUEUED-DATE.
002704     MOVE DTRN-SUBMITTER-ID TO WS-QDL-SUBMITTER-ID.
002705     MOVE DTRN-APPROVER-ID TO WS-QDL-APPROVER-ID.
002706     MOVE SPACES TO WS-QDL-SECOND-APPR-ID.
002707     MOVE WS-QUEUE-DETAIL-LINE TO PEND-PRINT-LINE.
002708     WRITE PEND-PRINT-LINE.

002709 5100-EXIT.
002711     EXIT.

002712*================================================================
002713*  6000-LIST-REF-QUEUED  -  REFERENCE MASTER TRANSACTIONS
002714*      WAITING FOR APPROVAL.
002715*================================================================
002716 6000-LIST-REF-QUEUED.

002717     MOVE 'REFERENCE TRANSACTIONS QUEUED (REFAPRQ)'
002718         TO WS-PSL-TITLE.
002719     PERFORM 8000-WRITE-SECTION-HEADING THRU 8000-EXIT.
002721     MOVE WS-QUEUE-HDR-LINE TO PEND-PRINT-LINE.
002722     WRITE PEND-PRINT-LINE.

002723     OPEN INPUT REF-APPROVAL-QUEUE-FILE.
002724     IF FS-REF-APPROVAL-QUEUE = '35'
002725         GO TO 6000-COUNT
002726     END-IF.
002727     IF FS-REF-APPROVAL-QUEUE NOT = '00'
002728         DISPLAY 'UNABLE TO OPEN REF-APPROVAL-QUEUE-FILE, '
002729             'STATUS = ' FS-REF-APPROVAL-QUEUE
002731         MOVE 16 TO RETURN-CODE
002732         STOP RUN
002733     END-IF.

002734     PERFORM 6100-LIST-ONE-REF-QUEUED THRU 6100-EXIT
002735         UNTIL WS-REF-APRQ-EOF.
002736     CLOSE REF-APPROVAL-QUEUE-FILE.

002737 6000-COUNT.

002738     MOVE WS-REF-QUEUED-COUNT TO WS-QCL-COUNT.
002739     MOVE WS-QUEUE-COUNT-LINE TO PEND-PRINT-LINE.
002741     WRITE PEND-PRINT-LINE.

002742 6000-EXIT.
002743     EXIT.

002744 6100-LIST-ONE-REF-QUEUED.

002745     READ REF-APPROVAL-QUEUE-FILE
002746         AT END
002747             MOVE 'Y' TO WS-REF-APRQ-EOF-SW
002748     END-READ.
002749     IF WS-REF-APRQ-EOF
002751         GO TO 6100-EXIT
002752     END-IF.

002753     ADD 1 TO WS-REF-QUEUED-COUNT.
002754     MOVE RAPQ-TRANS-IMAGE TO REF-TRANS-RECORD.

002755     MOVE RTRN-ACTION-CODE TO WS-QDL-ACTION.
002756     MOVE RTRN-MASTER-ID TO WS-RQK-MASTER-ID.
002757     MOVE SPACES TO WS-QDL-EFFECTIVE-DATE.
002758     IF RTRN-IS-GL-MAP
002759         MOVE RTRN-DEPT-NAME TO WS-RQK-KEY
002761         MOVE RTRN-EFFECTIVE-DATE TO WS-QDL-EFFECTIVE-DATE
002762     ELSE
002763         MOVE RTRN-FLOOR-CODE TO WS-RQK-KEY
002764     END-IF.
002765     MOVE WS-REF-QUEUE-KEY TO WS-QDL-KEY.
002766     MOVE RAPQ-QUEUED-DATE TO WS-QDL-QUEUED-DATE.
002767     MOVE RTRN-SUBMITTER-ID TO WS-QDL-SUBMITTER-ID.
002768     MOVE RTRN-APPROVER-ID TO WS-QDL-APPROVER-ID.
002769     MOVE SPACES TO WS-QDL-SECOND-APPR-ID.
002770     MOVE WS-QUEUE-DETAIL-LINE TO PEND-PRINT-LINE.
002771     WRITE PEND-PRINT-LINE.

002772 6100-EXIT.
002773     EXIT.

002774 8000-WRITE-SECTION-HEADING.

002775     MOVE WS-PEND-BLANK-LINE TO PEND-PRINT-LINE.
002776     WRITE PEND-PRINT-LINE.
002777     MOVE WS-PEND-SECTION-LINE TO PEND-PRINT-LINE.
002778     WRITE PEND-PRINT-LINE.

002779 8000-EXIT.
002780     EXIT.

002781*================================================================
002782*  9000-FINALIZE  -  CLOSE UP AND SHOW THE COUNTS.
002783*================================================================
002784 9000-FINALIZE.

002785     CLOSE PEND-RPT-FILE.

002786     DISPLAY 'EMPLOYEE TRANSACTIONS HELD:   ' WS-EMP-HELD-COUNT.
002787     DISPLAY 'DEPARTMENT TRANSACTIONS HELD: ' WS-DEPT-HELD-COUNT.
002788     DISPLAY 'EMPLOYEE TRANS QUEUED:   ' WS-EMP-QUEUED-COUNT.
002789     DISPLAY 'DEPARTMENT TRANS QUEUED: ' WS-DEPT-QUEUED-COUNT.
002790     DISPLAY 'REFERENCE TRANS QUEUED:  ' WS-REF-QUEUED-COUNT.

002791 9000-EXIT.
002792     EXIT.
