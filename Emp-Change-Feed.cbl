000010*================================================================
000020*  PROGRAM:     EMP-CHG-FEED
000030*  AUTHOR:      D. OKAFOR
000040*  INSTALLATION: PERSONNEL / PAYROLL SYSTEMS
000050*  DATE-WRITTEN: 10/15/2026
000060*  DATE-COMPILED:
000070*
000080*  REMARKS:
000090*      Outbound employee change feed for the benefits carrier
000100*      and HRIS.  Until now the carrier got hires, separations,
000110*      salary changes and moves from a spreadsheet built by hand
000120*      off SEPRPT and XFERRPT once a week.  This job builds a
000130*      fixed-format interface file (CHGFEED) from the SALHIST
000140*      (NEWH, TERM, RAIS, DECR, REHR, RINS) and XFERHIST records
000150*      put on file in the feed's date range, each joined to the
000160*      employee master for the employee's current name,
000170*      department, location, grade and status.  The file has a
000180*      header with a file sequence number and a trailer with the
000190*      detail count and a hash total of CHGF-NEW-SALARY.
000200*      A record is in the range when its recorded date is - the
000210*      business date it was put on file.  History written before
000220*      the recorded date was kept goes by its effective date.
000230*      The optional control card (FEEDCARD) picks the mode:
000240*        'D'  -  daily (also the mode with no card): everything
000250*                put on file after the last daily file's thru
000260*                date, through the business date.  The first
000270*                daily run ever sends the business date only;
000280*        'R'  -  resend: the from and thru dates on the card, for
000290*                when the receiver has lost a file.
000300*      Every file built is logged on the permanent control file
000310*      (FEEDCTL).  A daily run for a business date a daily file
000320*      already covered is refused - a resend card is the way to
000330*      send it again.  A resend gets the next sequence number of
000340*      its own and does not move the daily range on.
000350*      A listing of every record sent goes to FEEDRPT.
000360*      ENDS WITH CONDITION CODE 16 ON A CONTROL CARD OR FILE
000370*      ERROR, OR WHEN THE BUSINESS DATE HAS ALREADY BEEN SENT.
000380*
000390*  MODIFICATION HISTORY.
000400*      10/15/2026  DRO  ORIGINAL VERSION.
000403*      10/15/2026  DRO  REHIRES (REHR) AND REINSTATEMENTS (RINS)
000406*                       ON SALHIST GO OUT ON THE FEED TOO.
000410*================================================================
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. EMP-CHG-FEED.
000440 AUTHOR. D. OKAFOR.
000450 INSTALLATION. PERSONNEL-PAYROLL-SYSTEMS.
000460 DATE-WRITTEN. 10/15/2026.
000470 DATE-COMPILED.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.

000510*    OPTIONAL - NO CARD MEANS A DAILY RUN.
000520     SELECT FEED-CARD-FILE ASSIGN TO "FEEDCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-FEED-CARD.

000550*    PERMANENT LOG - READ AT STARTUP, THEN OPENED EXTEND.
000560     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-FEED-CONTROL.

000590*    THE PROCESSING CALENDAR, READ FOR THE BUSINESS DATE.
000600     SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALNMSTR"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-CALENDAR-MASTER.

000630     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS EMPM-EMP-ID
000670         FILE STATUS IS FS-EMP-MASTER.

000680     SELECT SALARY-HIST-FILE ASSIGN TO "SALHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-SALARY-HIST.

000710     SELECT XFER-HIST-FILE ASSIGN TO "XFERHIST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-XFER-HIST.

000740     SELECT CHG-FEED-FILE ASSIGN TO "CHGFEED"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-CHG-FEED.

000770     SELECT FEED-RPT-FILE ASSIGN TO "FEEDRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-FEED-RPT.

000800 DATA DIVISION.

000810 FILE SECTION.

000820 FD  FEED-CARD-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY FEEDCARD.

000850 FD  FEED-CONTROL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY FEEDCTL.

000880 FD  CALENDAR-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CALNMSTR.

000910 FD  EMPLOYEE-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY EMPMSTR.

000940 FD  SALARY-HIST-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY SALHIST.

000970 FD  XFER-HIST-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY XFERHIST.

001000 FD  CHG-FEED-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CHGFEED.

001030 FD  FEED-RPT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  FEED-PRINT-LINE                   PIC X(80).

001060 WORKING-STORAGE SECTION.

001070 01  WS-FILE-STATUSES.
001080     05  FS-FEED-CARD              PIC X(02).
001090     05  FS-FEED-CONTROL           PIC X(02).
001100     05  FS-CALENDAR-MASTER        PIC X(02).
001110     05  FS-EMP-MASTER             PIC X(02).
001120     05  FS-SALARY-HIST            PIC X(02).
001130     05  FS-XFER-HIST              PIC X(02).
001140     05  FS-CHG-FEED               PIC X(02).
001150     05  FS-FEED-RPT               PIC X(02).

001160 01  WS-SWITCHES.
001170     05  WS-FCTL-EOF-SW            PIC X(01) VALUE 'N'.
001180         88  WS-FCTL-EOF               VALUE 'Y'.
001190     05  WS-CALN-EOF-SW            PIC X(01) VALUE 'N'.
001200         88  WS-CALN-EOF               VALUE 'Y'.
001210     05  WS-SALH-EOF-SW            PIC X(01) VALUE 'N'.
001220         88  WS-SALH-EOF               VALUE 'Y'.
001230     05  WS-XFER-EOF-SW            PIC X(01) VALUE 'N'.
001240         88  WS-XFER-EOF               VALUE 'Y'.
001250     05  WS-SALHIST-OPENED-SW      PIC X(01) VALUE 'N'.
001260         88  WS-SALHIST-OPENED         VALUE 'Y'.
001270     05  WS-XFER-OPENED-SW         PIC X(01) VALUE 'N'.
001280         88  WS-XFER-OPENED            VALUE 'Y'.
001290     05  WS-SEND-MODE-SW           PIC X(01) VALUE 'D'.
001300         88  WS-SEND-DAILY             VALUE 'D'.
001310         88  WS-SEND-RESEND            VALUE 'R'.

001320 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
001330 77  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001340 77  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
001350 77  WS-THRU-DATE                  PIC 9(08) VALUE ZERO.
001360 77  WS-LAST-DAILY-THRU            PIC 9(08) VALUE ZERO.
001370 77  WS-LAST-DAILY-SEQ-NO          PIC 9(06) VALUE ZERO.
001380 77  WS-LAST-SEQ-NO                PIC 9(06) VALUE ZERO.
001390 77  WS-FILE-SEQ-NO                PIC 9(06) VALUE ZERO.
001400 77  WS-EVENT-DATE                 PIC 9(08) VALUE ZERO.
001410 77  WS-SALH-READ                  PIC 9(07) VALUE ZERO COMP.
001420 77  WS-XFER-READ                  PIC 9(07) VALUE ZERO COMP.
001430 77  WS-SALH-SENT                  PIC 9(07) VALUE ZERO COMP.
001440 77  WS-XFER-SENT                  PIC 9(07) VALUE ZERO COMP.
001450 77  WS-NOT-ON-MASTER              PIC 9(07) VALUE ZERO COMP.
001460 77  WS-DETAIL-COUNT               PIC 9(07) VALUE ZERO.
001470 77  WS-SALARY-HASH                PIC 9(13) VALUE ZERO.

001480*----------------------------------------------------------------
001490*  FEED REPORT LINES.
001500*----------------------------------------------------------------
001510 01  WS-FEED-TITLE-LINE.
001520     05  FILLER                     PIC X(22)
001530         VALUE 'EMPLOYEE CHANGE FEED  '.
001540     05  WS-FTL-MODE                PIC X(07).
001550     05  FILLER                     PIC X(06) VALUE ' FILE '.
001560     05  WS-FTL-SEQ-NO              PIC 9(06).
001570     05  FILLER                     PIC X(06) VALUE ' FROM '.
001580     05  WS-FTL-FROM-DATE           PIC 9(08).
001590     05  FILLER                     PIC X(06) VALUE ' THRU '.
001600     05  WS-FTL-THRU-DATE           PIC 9(08).
001610     05  FILLER                     PIC X(11) VALUE SPACES.

001620 01  WS-FEED-HDR-LINE.
001630     05  FILLER                     PIC X(05) VALUE 'EVNT'.
001640     05  FILLER                     PIC X(07) VALUE 'EMP-ID'.
001650     05  FILLER                     PIC X(16) VALUE 'NAME'.
001660     05  FILLER                     PIC X(09) VALUE 'RECORDED'.
001670     05  FILLER                     PIC X(09) VALUE 'EFFECT'.
001680     05  FILLER                     PIC X(08) VALUE 'OLD SAL '.
001690     05  FILLER                     PIC X(08) VALUE 'NEW SAL '.
001700     05  FILLER                     PIC X(18) VALUE 'DEPARTMENT'.

001710 01  WS-FEED-DETAIL-LINE.
001720     05  WS-FDL-EVENT               PIC X(04).
001730     05  FILLER                     PIC X(01) VALUE SPACES.
001740     05  WS-FDL-EMP-ID              PIC X(06).
001750     05  FILLER                     PIC X(01) VALUE SPACES.
001760     05  WS-FDL-EMP-NAME            PIC X(15).
001770     05  FILLER                     PIC X(01) VALUE SPACES.
001780     05  WS-FDL-BUSINESS-DATE       PIC 9(08).
001790     05  FILLER                     PIC X(01) VALUE SPACES.
001800     05  WS-FDL-EFFECTIVE-DATE      PIC 9(08).
001810     05  FILLER                     PIC X(01) VALUE SPACES.
001820     05  WS-FDL-OLD-SALARY          PIC ZZZ,ZZ9.
001830     05  FILLER                     PIC X(01) VALUE SPACES.
001840     05  WS-FDL-NEW-SALARY          PIC ZZZ,ZZ9.
001850     05  FILLER                     PIC X(01) VALUE SPACES.
001860     05  WS-FDL-DEPT-NAME           PIC X(10).
001870     05  WS-FDL-NOTE                PIC X(08).

001880 01  WS-FEED-TOTAL-LINE.
001890     05  FILLER                     PIC X(20)
001900         VALUE 'RECORDS SENT        '.
001910     05  WS-FTT-COUNT               PIC Z,ZZZ,ZZ9.
001920     05  FILLER                     PIC X(14)
001930         VALUE '   SALARY HASH'.
001940     05  WS-FTT-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001950     05  FILLER                     PIC X(20) VALUE SPACES.

001960 01  WS-FEED-NONE-LINE.
001970     05  FILLER                     PIC X(40)
001980         VALUE 'NO CHANGES PUT ON FILE IN THE DATE RANGE'.
001990     05  FILLER                     PIC X(40) VALUE SPACES.

002000 01  WS-FEED-BLANK-LINE             PIC X(80) VALUE SPACES.

002010 PROCEDURE DIVISION.

002020*================================================================
002030*  0000-MAINLINE  -  WORK OUT THE DATE RANGE, THEN SEND EVERY
002040*      SALARY EVENT AND EVERY MOVE PUT ON FILE IN IT.
002050*================================================================
002060 0000-MAINLINE.

002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002080     PERFORM 2000-SEND-ONE-SALARY-EVENT THRU 2000-EXIT
002090         UNTIL WS-SALH-EOF.

002100     PERFORM 2100-SEND-ONE-MOVE THRU 2100-EXIT
002110         UNTIL WS-XFER-EOF.

002120     PERFORM 3000-FINALIZE THRU 3000-EXIT.

002130     GOBACK.

002140*================================================================
002150*  1000-INITIALIZE  -  READ THE CONTROL CARD AND THE CONTROL LOG,
002160*      SET THE DATE RANGE AND FILE NUMBER, AND OPEN THE FILES.
002170*      THE FEED HEADER AND REPORT TITLE ARE WRITTEN HERE.
002180*================================================================
002190 1000-INITIALIZE.

002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

002210     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002220     PERFORM 1200-LOAD-FEED-CONTROL THRU 1200-EXIT.
002230     PERFORM 1300-SET-BUSINESS-DATE THRU 1300-EXIT.
002240     PERFORM 1400-SET-DATE-RANGE THRU 1400-EXIT.

002250     COMPUTE WS-FILE-SEQ-NO = WS-LAST-SEQ-NO + 1.

002260     OPEN INPUT EMPLOYEE-MASTER-FILE.
002270     IF FS-EMP-MASTER NOT = '00'
002280         DISPLAY 'UNABLE TO OPEN EMPLOYEE-MASTER-FILE, STATUS = '
002290             FS-EMP-MASTER
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.

002330*    NO HISTORY FILE YET MEANS NOTHING OF THAT KIND TO SEND.
002340     OPEN INPUT SALARY-HIST-FILE.
002350     IF FS-SALARY-HIST = '00'
002360         MOVE 'Y' TO WS-SALHIST-OPENED-SW
002370     ELSE
002380         IF FS-SALARY-HIST NOT = '35'
002390             DISPLAY 'UNABLE TO OPEN SALARY-HIST-FILE, STATUS = '
002400                 FS-SALARY-HIST
002410             MOVE 16 TO RETURN-CODE
002420             STOP RUN
002430         END-IF
002440         MOVE 'Y' TO WS-SALH-EOF-SW
002450     END-IF.

002460     OPEN INPUT XFER-HIST-FILE.
002470     IF FS-XFER-HIST = '00'
002480         MOVE 'Y' TO WS-XFER-OPENED-SW
002490     ELSE
002500         IF FS-XFER-HIST NOT = '35'
002510             DISPLAY 'UNABLE TO OPEN XFER-HIST-FILE, STATUS = '
002520                 FS-XFER-HIST
002530             MOVE 16 TO RETURN-CODE
002540             STOP RUN
002550         END-IF
002560         MOVE 'Y' TO WS-XFER-EOF-SW
002570     END-IF.

002580     OPEN OUTPUT CHG-FEED-FILE.
002590     IF FS-CHG-FEED NOT = '00'
002600         DISPLAY 'UNABLE TO OPEN CHG-FEED-FILE, STATUS = '
002610             FS-CHG-FEED
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.

002650     OPEN OUTPUT FEED-RPT-FILE.
002660     IF FS-FEED-RPT NOT = '00'
002670         DISPLAY 'UNABLE TO OPEN FEED-RPT-FILE, STATUS = '
002680             FS-FEED-RPT
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.

002720     MOVE SPACES TO CHG-FEED-HEADER-REC.
002730     MOVE 'H' TO CHGH-RECORD-TYPE.
002740     MOVE 'EMPCHGFD' TO CHGH-INTERFACE-ID.
002750     MOVE WS-FILE-SEQ-NO TO CHGH-FILE-SEQ-NO.
002760     MOVE WS-BUSINESS-DATE TO CHGH-CREATED-DATE.
002770     MOVE WS-FROM-DATE TO CHGH-FROM-DATE.
002780     MOVE WS-THRU-DATE TO CHGH-THRU-DATE.
002790     MOVE WS-SEND-MODE-SW TO CHGH-SEND-MODE.
002800     WRITE CHG-FEED-HEADER-REC.

002810     IF WS-SEND-RESEND
002820         MOVE 'RESEND' TO WS-FTL-MODE
002830     ELSE
002840         MOVE 'DAILY' TO WS-FTL-MODE
002850     END-IF.
002860     MOVE WS-FILE-SEQ-NO TO WS-FTL-SEQ-NO.
002870     MOVE WS-FROM-DATE TO WS-FTL-FROM-DATE.
002880     MOVE WS-THRU-DATE TO WS-FTL-THRU-DATE.
002890     MOVE WS-FEED-TITLE-LINE TO FEED-PRINT-LINE.
002900     WRITE FEED-PRINT-LINE.
002910     MOVE WS-FEED-BLANK-LINE TO FEED-PRINT-LINE.
002920     WRITE FEED-PRINT-LINE.
002930     MOVE WS-FEED-HDR-LINE TO FEED-PRINT-LINE.
002940     WRITE FEED-PRINT-LINE.

002950 1000-EXIT.
002960     EXIT.

002970*================================================================
002980*  1100-READ-CONTROL-CARD  -  THE MODE, AND ON A RESEND THE DATE
002990*      RANGE.  THE CARD IS OPTIONAL.
003000*================================================================
003010 1100-READ-CONTROL-CARD.

003020     OPEN INPUT FEED-CARD-FILE.
003030     IF FS-FEED-CARD = '35'
003040         GO TO 1100-EXIT
003050     END-IF.
003060     IF FS-FEED-CARD NOT = '00'
003070         DISPLAY 'UNABLE TO OPEN FEED-CARD-FILE, STATUS = '
003080             FS-FEED-CARD
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.

003120     READ FEED-CARD-FILE
003130         AT END
003140             MOVE SPACES TO FEED-CARD-RECORD
003150     END-READ.
003160     CLOSE FEED-CARD-FILE.

003170     IF FCRD-IS-DAILY
003180         GO TO 1100-EXIT
003190     END-IF.

003200     IF NOT FCRD-IS-RESEND
003210         DISPLAY 'FEED CONTROL CARD MODE NOT D OR R: '
003220             FCRD-SEND-MODE
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.

003260     IF FCRD-FROM-DATE-X = SPACES
003270             OR FCRD-FROM-DATE NOT NUMERIC
003280             OR FCRD-FROM-DATE = ZERO
003290             OR FCRD-THRU-DATE-X = SPACES
003300             OR FCRD-THRU-DATE NOT NUMERIC
003310             OR FCRD-THRU-DATE = ZERO
003320         DISPLAY 'FEED CONTROL CARD FROM AND THRU DATES ARE '
003330             'REQUIRED ON A RESEND'
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.

003370     IF FCRD-FROM-DATE > FCRD-THRU-DATE
003380         DISPLAY 'FEED CONTROL CARD FROM DATE ' FCRD-FROM-DATE
003390             ' IS AFTER THE THRU DATE ' FCRD-THRU-DATE
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.

003430     MOVE 'R' TO WS-SEND-MODE-SW.
003440     MOVE FCRD-FROM-DATE TO WS-FROM-DATE.
003450     MOVE FCRD-THRU-DATE TO WS-THRU-DATE.

003460 1100-EXIT.
003470     EXIT.

003480*================================================================
003490*  1200-LOAD-FEED-CONTROL  -  THE LAST FILE NUMBER USED, AND THE
003500*      LATEST THRU DATE ANY DAILY FILE HAS COVERED.  NO CONTROL
003510*      FILE YET MEANS NO FILE HAS EVER BEEN SENT.
003520*================================================================
003530 1200-LOAD-FEED-CONTROL.

003540     OPEN INPUT FEED-CONTROL-FILE.
003550     IF FS-FEED-CONTROL = '35'
003560         GO TO 1200-EXIT
003570     END-IF.
003580     IF FS-FEED-CONTROL NOT = '00'
003590         DISPLAY 'UNABLE TO OPEN FEED-CONTROL-FILE, STATUS = '
003600             FS-FEED-CONTROL
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.

003640     PERFORM 1210-READ-ONE-FEED-CONTROL THRU 1210-EXIT
003650         UNTIL WS-FCTL-EOF.
003660     CLOSE FEED-CONTROL-FILE.

003670 1200-EXIT.
003680     EXIT.

003690 1210-READ-ONE-FEED-CONTROL.

003700     READ FEED-CONTROL-FILE
003710         AT END
003720             MOVE 'Y' TO WS-FCTL-EOF-SW
003730     END-READ.

003740     IF NOT WS-FCTL-EOF
003750         IF FCTL-FILE-SEQ-NO > WS-LAST-SEQ-NO
003760             MOVE FCTL-FILE-SEQ-NO TO WS-LAST-SEQ-NO
003770         END-IF
003780         IF FCTL-IS-DAILY
003790                 AND FCTL-THRU-DATE > WS-LAST-DAILY-THRU
003800             MOVE FCTL-THRU-DATE TO WS-LAST-DAILY-THRU
003810             MOVE FCTL-FILE-SEQ-NO TO WS-LAST-DAILY-SEQ-NO
003820         END-IF
003830     END-IF.

003840 1210-EXIT.
003850     EXIT.

003860*================================================================
003870*  1300-SET-BUSINESS-DATE  -  THE LATEST BUSINESS DAY ON THE
003880*      PROCESSING CALENDAR NOT AFTER TODAY, AND THE FIRST
003890*      CALENDAR DATE AFTER THE LAST DAILY FILE'S THRU DATE.  THE
003900*      CALENDAR IS A REQUIRED REFERENCE FILE AND MUST COVER TODAY.
003910*================================================================
003920 1300-SET-BUSINESS-DATE.

003930     OPEN INPUT CALENDAR-MASTER-FILE.
003940     IF FS-CALENDAR-MASTER NOT = '00'
003950         DISPLAY 'UNABLE TO OPEN CALENDAR-MASTER-FILE, STATUS = '
003960             FS-CALENDAR-MASTER
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.

004000     PERFORM 1310-READ-ONE-CALENDAR-DAY THRU 1310-EXIT
004010         UNTIL WS-CALN-EOF.
004020     CLOSE CALENDAR-MASTER-FILE.

004030     IF WS-BUSINESS-DATE = ZERO
004040         DISPLAY 'NO BUSINESS DAY ON CALENDAR-MASTER-FILE ON OR '
004050             'BEFORE ' WS-RUN-DATE
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.

004090 1300-EXIT.
004100     EXIT.

004110 1310-READ-ONE-CALENDAR-DAY.

004120     READ CALENDAR-MASTER-FILE
004130         AT END
004140             MOVE 'Y' TO WS-CALN-EOF-SW
004150     END-READ.

004160     IF NOT WS-CALN-EOF
004170         IF CALM-IS-BUSINESS-DAY
004180                 AND CALM-CAL-DATE NOT > WS-RUN-DATE
004190                 AND CALM-CAL-DATE > WS-BUSINESS-DATE
004200             MOVE CALM-CAL-DATE TO WS-BUSINESS-DATE
004210         END-IF
004220         IF WS-SEND-DAILY
004230                 AND WS-LAST-DAILY-THRU NOT = ZERO
004240                 AND CALM-CAL-DATE > WS-LAST-DAILY-THRU
004250                 AND (WS-FROM-DATE = ZERO
004260                      OR CALM-CAL-DATE < WS-FROM-DATE)
004270             MOVE CALM-CAL-DATE TO WS-FROM-DATE
004280         END-IF
004290     END-IF.

004300 1310-EXIT.
004310     EXIT.

004320*================================================================
004330*  1400-SET-DATE-RANGE  -  A DAILY RUN SENDS FROM THE DAY AFTER
004340*      THE LAST DAILY FILE THROUGH THE BUSINESS DATE, AND IS
004350*      REFUSED WHEN A DAILY FILE ALREADY COVERED THE BUSINESS
004360*      DATE.  A RESEND MAY NOT REACH PAST THE BUSINESS DATE.
004370*================================================================
004380 1400-SET-DATE-RANGE.

004390     IF WS-SEND-RESEND
004400         IF WS-THRU-DATE > WS-BUSINESS-DATE
004410             DISPLAY 'FEED CONTROL CARD THRU DATE ' WS-THRU-DATE
004420                 ' IS AFTER THE BUSINESS DATE ' WS-BUSINESS-DATE
004430             MOVE 16 TO RETURN-CODE
004440             STOP RUN
004450         END-IF
004460         GO TO 1400-EXIT
004470     END-IF.

004480     IF WS-LAST-DAILY-THRU NOT < WS-BUSINESS-DATE
004490         DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
004500             ' WAS ALREADY SENT IN CHANGE FEED FILE '
004510             WS-LAST-DAILY-SEQ-NO
004520         DISPLAY 'USE A RESEND CONTROL CARD TO SEND IT AGAIN'
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.

004560*    FIRST DAILY RUN, OR THE CALENDAR HAS A GAP AFTER THE LAST
004570*    DAILY FILE - SEND THE BUSINESS DATE ON ITS OWN.
004580     IF WS-FROM-DATE = ZERO OR WS-FROM-DATE > WS-BUSINESS-DATE
004590         MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
004600     END-IF.
004610     MOVE WS-BUSINESS-DATE TO WS-THRU-DATE.

004620 1400-EXIT.
004630     EXIT.

004640*================================================================
004650*  2000-SEND-ONE-SALARY-EVENT  -  ONE SALHIST RECORD.  A HIRE,
004660*      SEPARATION, REHIRE, REINSTATEMENT, RAISE OR DECREASE PUT
004670*      ON FILE IN THE RANGE IS SENT, WITH THE SALARY BEFORE AND
004675*      AFTER.
004680*================================================================
004690 2000-SEND-ONE-SALARY-EVENT.

004700     READ SALARY-HIST-FILE
004710         AT END
004720             MOVE 'Y' TO WS-SALH-EOF-SW
004730     END-READ.
004740     IF WS-SALH-EOF
004750         GO TO 2000-EXIT
004760     END-IF.

004770     ADD 1 TO WS-SALH-READ.

004780     IF NOT SALHIST-IS-NEW-HIRE AND NOT SALHIST-IS-TERMINATION
004790             AND NOT SALHIST-IS-RAISE AND NOT SALHIST-IS-DECREASE
004793             AND NOT SALHIST-IS-REHIRE
004796             AND NOT SALHIST-IS-REINSTATEMENT
004800         GO TO 2000-EXIT
004810     END-IF.

004820     IF SALHIST-RECORDED-DATE NUMERIC
004830             AND SALHIST-RECORDED-DATE NOT = ZERO
004840         MOVE SALHIST-RECORDED-DATE TO WS-EVENT-DATE
004850     ELSE
004860         MOVE SALHIST-EFFECTIVE-DATE TO WS-EVENT-DATE
004870     END-IF.
004880     IF WS-EVENT-DATE < WS-FROM-DATE
004890             OR WS-EVENT-DATE > WS-THRU-DATE
004900         GO TO 2000-EXIT
004910     END-IF.

004920     MOVE SPACES TO CHG-FEED-DETAIL-REC.
004930     MOVE SALHIST-REASON-CODE TO CHGF-EVENT-CODE.
004940     MOVE SALHIST-EMP-ID TO CHGF-EMP-ID.
004950     MOVE SALHIST-EMP-NAME TO CHGF-EMP-NAME.
004960     MOVE SALHIST-EFFECTIVE-DATE TO CHGF-EFFECTIVE-DATE.
004970     MOVE SALHIST-OLD-SALARY TO CHGF-OLD-SALARY.
004980     MOVE SALHIST-NEW-SALARY TO CHGF-NEW-SALARY.
004990     PERFORM 2500-WRITE-FEED-DETAIL THRU 2500-EXIT.
005000     ADD 1 TO WS-SALH-SENT.

005010 2000-EXIT.
005020     EXIT.

005030*================================================================
005040*  2100-SEND-ONE-MOVE  -  ONE XFERHIST RECORD.  A MOVE PUT ON
005050*      FILE IN THE RANGE IS SENT WITH THE DEPARTMENTS AND
005060*      LOCATIONS IT WAS FROM AND TO.
005070*================================================================
005080 2100-SEND-ONE-MOVE.

005090     READ XFER-HIST-FILE
005100         AT END
005110             MOVE 'Y' TO WS-XFER-EOF-SW
005120     END-READ.
005130     IF WS-XFER-EOF
005140         GO TO 2100-EXIT
005150     END-IF.

005160     ADD 1 TO WS-XFER-READ.

005170     IF XFER-RECORDED-DATE NUMERIC
005180             AND XFER-RECORDED-DATE NOT = ZERO
005190         MOVE XFER-RECORDED-DATE TO WS-EVENT-DATE
005200     ELSE
005210         MOVE XFER-EFFECTIVE-DATE TO WS-EVENT-DATE
005220     END-IF.
005230     IF WS-EVENT-DATE < WS-FROM-DATE
005240             OR WS-EVENT-DATE > WS-THRU-DATE
005250         GO TO 2100-EXIT
005260     END-IF.

005270     MOVE SPACES TO CHG-FEED-DETAIL-REC.
005280     MOVE 'XFER' TO CHGF-EVENT-CODE.
005290     MOVE XFER-EMP-ID TO CHGF-EMP-ID.
005300     MOVE XFER-EMP-NAME TO CHGF-EMP-NAME.
005310     MOVE XFER-EFFECTIVE-DATE TO CHGF-EFFECTIVE-DATE.
005320     MOVE ZERO TO CHGF-OLD-SALARY.
005330     MOVE ZERO TO CHGF-NEW-SALARY.
005340     MOVE XFER-FROM-DEPT TO CHGF-FROM-DEPT.
005350     MOVE XFER-TO-DEPT TO CHGF-TO-DEPT.
005360     MOVE XFER-FROM-LOCATION TO CHGF-FROM-LOCATION.
005370     MOVE XFER-TO-LOCATION TO CHGF-TO-LOCATION.
005380     PERFORM 2500-WRITE-FEED-DETAIL THRU 2500-EXIT.
005390     ADD 1 TO WS-XFER-SENT.

005400 2100-EXIT.
005410     EXIT.

005420*================================================================
005430*  2500-WRITE-FEED-DETAIL  -  THE CALLER FILLED THE EVENT FIELDS
005440*      OF CHG-FEED-DETAIL-REC.  THE EMPLOYEE'S CURRENT NAME,
005450*      DEPARTMENT, LOCATION, GRADE AND STATUS COME FROM THE
005460*      MASTER; AN EMPLOYEE NO LONGER ON IT IS SENT WITH THE NAME
005470*      AND SALARIES FROM THE HISTORY RECORD (ZERO FOR A MOVE) AND
005475*      THOSE MASTER FIELDS BLANK.  A MOVE FOR AN EMPLOYEE STILL ON
005480*      THE MASTER CARRIES THE CURRENT SALARY AS BOTH OLD AND NEW.
005490*================================================================
005500 2500-WRITE-FEED-DETAIL.

005510     MOVE 'D' TO CHGF-RECORD-TYPE.
005520     MOVE WS-EVENT-DATE TO CHGF-BUSINESS-DATE.
005530     MOVE SPACES TO WS-FDL-NOTE.

005540     MOVE CHGF-EMP-ID TO EMPM-EMP-ID.
005550     READ EMPLOYEE-MASTER-FILE
005560         INVALID KEY
005570             MOVE SPACES TO EMPM-EMP-ID
005580     END-READ.
005590     IF EMPM-EMP-ID = SPACES
005600         ADD 1 TO WS-NOT-ON-MASTER
005610         MOVE ' NO MSTR' TO WS-FDL-NOTE
005620     ELSE
005630         MOVE EMPM-EMP-NAME TO CHGF-EMP-NAME
005640         MOVE EMPM-DEPT-NAME TO CHGF-DEPT-NAME
005650         MOVE EMPM-DEPT-LOCATION TO CHGF-LOCATION
005660         MOVE EMPM-GRADE-CODE TO CHGF-GRADE-CODE
005670         MOVE EMPM-STATUS-CODE TO CHGF-STATUS-CODE
005680         IF CHGF-IS-TRANSFER
005690             MOVE EMPM-EMP-SALARY TO CHGF-OLD-SALARY
005700             MOVE EMPM-EMP-SALARY TO CHGF-NEW-SALARY
005710         END-IF
005720     END-IF.

005730     WRITE CHG-FEED-DETAIL-REC.
005740     ADD 1 TO WS-DETAIL-COUNT.
005750     ADD CHGF-NEW-SALARY TO WS-SALARY-HASH.

005760     MOVE CHGF-EVENT-CODE TO WS-FDL-EVENT.
005770     MOVE CHGF-EMP-ID TO WS-FDL-EMP-ID.
005780     MOVE CHGF-EMP-NAME TO WS-FDL-EMP-NAME.
005790     MOVE CHGF-BUSINESS-DATE TO WS-FDL-BUSINESS-DATE.
005800     MOVE CHGF-EFFECTIVE-DATE TO WS-FDL-EFFECTIVE-DATE.
005810     MOVE CHGF-OLD-SALARY TO WS-FDL-OLD-SALARY.
005820     MOVE CHGF-NEW-SALARY TO WS-FDL-NEW-SALARY.
005830     IF CHGF-IS-TRANSFER
005840         MOVE CHGF-TO-DEPT TO WS-FDL-DEPT-NAME
005850     ELSE
005860         MOVE CHGF-DEPT-NAME TO WS-FDL-DEPT-NAME
005870     END-IF.
005880     MOVE WS-FEED-DETAIL-LINE TO FEED-PRINT-LINE.
005890     WRITE FEED-PRINT-LINE.

005900 2500-EXIT.
005910     EXIT.

005920*================================================================
005930*  3000-FINALIZE  -  THE TRAILER, THE CONTROL LOG ENTRY FOR THIS
005940*      FILE, AND THE REPORT TOTALS.
005950*================================================================
005960 3000-FINALIZE.

005970     MOVE SPACES TO CHG-FEED-TRAILER-REC.
005980     MOVE 'T' TO CHGT-RECORD-TYPE.
005990     MOVE WS-FILE-SEQ-NO TO CHGT-FILE-SEQ-NO.
006000     MOVE WS-DETAIL-COUNT TO CHGT-RECORD-COUNT.
006010     MOVE WS-SALARY-HASH TO CHGT-SALARY-HASH.
006020     WRITE CHG-FEED-TRAILER-REC.

006030     PERFORM 3100-LOG-FEED-CONTROL THRU 3100-EXIT.

006040     IF WS-DETAIL-COUNT = ZERO
006050         MOVE WS-FEED-NONE-LINE TO FEED-PRINT-LINE
006060         WRITE FEED-PRINT-LINE
006070     END-IF.
006080     MOVE WS-FEED-BLANK-LINE TO FEED-PRINT-LINE.
006090     WRITE FEED-PRINT-LINE.
006100     MOVE WS-DETAIL-COUNT TO WS-FTT-COUNT.
006110     MOVE WS-SALARY-HASH TO WS-FTT-HASH.
006120     MOVE WS-FEED-TOTAL-LINE TO FEED-PRINT-LINE.
006130     WRITE FEED-PRINT-LINE.

006140     IF WS-SALHIST-OPENED
006150         CLOSE SALARY-HIST-FILE
006160     END-IF.
006170     IF WS-XFER-OPENED
006180         CLOSE XFER-HIST-FILE
006190     END-IF.
006200     CLOSE EMPLOYEE-MASTER-FILE.
006210     CLOSE CHG-FEED-FILE.
006220     CLOSE FEED-RPT-FILE.

006230     DISPLAY 'CHANGE FEED FILE NUMBER:    ' WS-FILE-SEQ-NO.
006240     DISPLAY 'CHANGE FEED DATE RANGE:     ' WS-FROM-DATE ' - '
006250         WS-THRU-DATE.
006260     DISPLAY 'SALHIST RECORDS READ:       ' WS-SALH-READ.
006270     DISPLAY 'SALARY EVENTS SENT:         ' WS-SALH-SENT.
006280     DISPLAY 'XFERHIST RECORDS READ:      ' WS-XFER-READ.
006290     DISPLAY 'MOVES SENT:                 ' WS-XFER-SENT.
006300     DISPLAY 'EMPLOYEES NOT ON MASTER:    ' WS-NOT-ON-MASTER.
006310     DISPLAY 'DETAIL RECORDS SENT:        ' WS-DETAIL-COUNT.
006320     DISPLAY 'SALARY HASH TOTAL:          ' WS-SALARY-HASH.

006330 3000-EXIT.
006340     EXIT.

006350*================================================================
006360*  3100-LOG-FEED-CONTROL  -  ONE RECORD ON THE PERMANENT CONTROL
006370*      LOG FOR THE FILE JUST BUILT.
006380*================================================================
006390 3100-LOG-FEED-CONTROL.

006400     OPEN EXTEND FEED-CONTROL-FILE.
006410     IF FS-FEED-CONTROL = '35'
006420         OPEN OUTPUT FEED-CONTROL-FILE
006430     END-IF.
006440     IF FS-FEED-CONTROL NOT = '00'
006450         DISPLAY 'UNABLE TO OPEN FEED-CONTROL-FILE, STATUS = '
006460             FS-FEED-CONTROL
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.

006500     MOVE WS-FILE-SEQ-NO TO FCTL-FILE-SEQ-NO.
006510     MOVE WS-SEND-MODE-SW TO FCTL-SEND-MODE.
006520     MOVE WS-FROM-DATE TO FCTL-FROM-DATE.
006530     MOVE WS-THRU-DATE TO FCTL-THRU-DATE.
006540     MOVE WS-BUSINESS-DATE TO FCTL-CREATED-DATE.
006550     MOVE WS-DETAIL-COUNT TO FCTL-RECORD-COUNT.
006560     MOVE WS-SALARY-HASH TO FCTL-SALARY-HASH.
006570     WRITE FEED-CONTROL-RECORD.
006580     CLOSE FEED-CONTROL-FILE.

006590 3100-EXIT.
006600     EXIT.
