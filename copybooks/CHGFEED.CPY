000010*================================================================
000020*  CHGFEED.CPY
000030*  Record layouts for the outbound employee change feed sent to
000040*  the benefits carrier and HRIS by EMP-CHG-FEED.  Fixed format,
000050*  120 bytes.  One header, one detail record per SALHIST or
000060*  XFERHIST event put on file in the feed's date range, then one
000070*  trailer - always the first and last records on the file.  The
000080*  record type in byte 1 tells the three apart.
000090*  Name, department, location, grade and status on a detail are
000100*  the employee's CURRENT values from the employee master, not
000110*  the values at the time of the event.
000120*================================================================
000130 01  CHG-FEED-DETAIL-REC.
000140     05  CHGF-RECORD-TYPE          PIC X(01).
000150         88  CHGF-IS-HEADER            VALUE 'H'.
000160         88  CHGF-IS-DETAIL            VALUE 'D'.
000170         88  CHGF-IS-TRAILER           VALUE 'T'.
000175*    NEWH, TERM, RAIS, DECR, REHR (rehire) and RINS
000180*    (reinstatement) are the SALHIST reason codes; XFER is a
000190*    department move from XFERHIST.
000200     05  CHGF-EVENT-CODE           PIC X(04).
000210         88  CHGF-IS-NEW-HIRE          VALUE 'NEWH'.
000220         88  CHGF-IS-TERMINATION       VALUE 'TERM'.
000230         88  CHGF-IS-RAISE             VALUE 'RAIS'.
000240         88  CHGF-IS-DECREASE          VALUE 'DECR'.
000250         88  CHGF-IS-TRANSFER          VALUE 'XFER'.
000253         88  CHGF-IS-REHIRE            VALUE 'REHR'.
000256         88  CHGF-IS-REINSTATEMENT     VALUE 'RINS'.
000260     05  CHGF-EMP-ID               PIC X(06).
000270*    The business date the event was put on file, and the date
000280*    it takes effect.
000290     05  CHGF-BUSINESS-DATE        PIC 9(08).
000300     05  CHGF-EFFECTIVE-DATE       PIC 9(08).
000310     05  CHGF-EMP-NAME             PIC X(15).
000320     05  CHGF-DEPT-NAME            PIC X(10).
000330     05  CHGF-LOCATION             PIC X(10).
000340     05  CHGF-GRADE-CODE           PIC X(02).
000350     05  CHGF-STATUS-CODE          PIC X(01).
000360*    Salary before and after a SALHIST event.  A move carries
000370*    the current salary in both.
000380     05  CHGF-OLD-SALARY           PIC 9(06).
000390     05  CHGF-NEW-SALARY           PIC 9(06).
000400*    Filled on a move only.
000410     05  CHGF-FROM-DEPT            PIC X(10).
000420     05  CHGF-TO-DEPT              PIC X(10).
000430     05  CHGF-FROM-LOCATION        PIC X(10).
000440     05  CHGF-TO-LOCATION          PIC X(10).
000450     05  FILLER                    PIC X(03).

000460*    Header.  CHGH-FILE-SEQ-NO goes up by one with every file
000470*    built, resends included, so the receiver can tell a gap or a
000480*    repeat.  CHGH-SEND-MODE is 'D' daily or 'R' resend.
000490 01  CHG-FEED-HEADER-REC.
000500     05  CHGH-RECORD-TYPE          PIC X(01).
000510     05  CHGH-INTERFACE-ID         PIC X(08).
000520     05  CHGH-FILE-SEQ-NO          PIC 9(06).
000530     05  CHGH-CREATED-DATE         PIC 9(08).
000540     05  CHGH-FROM-DATE            PIC 9(08).
000550     05  CHGH-THRU-DATE            PIC 9(08).
000560     05  CHGH-SEND-MODE            PIC X(01).
000570     05  FILLER                    PIC X(80).

000580*    Trailer.  The count is of detail records; the hash total is
000590*    the sum of CHGF-NEW-SALARY over them.
000600 01  CHG-FEED-TRAILER-REC.
000610     05  CHGT-RECORD-TYPE          PIC X(01).
000620     05  CHGT-FILE-SEQ-NO          PIC 9(06).
000630     05  CHGT-RECORD-COUNT         PIC 9(07).
000640     05  CHGT-SALARY-HASH          PIC 9(13).
000650     05  FILLER                    PIC X(93).
