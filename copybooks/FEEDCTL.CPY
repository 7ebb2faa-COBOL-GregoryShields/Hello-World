000010*================================================================
000020*  FEEDCTL.CPY
000030*  Record layout for the change feed control file - a permanent
000040*  log with one record per feed file EMP-CHG-FEED has built.
000050*  The job reads it to number the next file and to refuse a
000060*  daily run for a business date a daily file has already
000070*  covered; a resend is logged but never counts as a daily send.
000080*================================================================
000090 01  FEED-CONTROL-RECORD.
000100     05  FCTL-FILE-SEQ-NO          PIC 9(06).
000110     05  FCTL-SEND-MODE            PIC X(01).
000120         88  FCTL-IS-DAILY             VALUE 'D'.
000130         88  FCTL-IS-RESEND            VALUE 'R'.
000140     05  FCTL-FROM-DATE            PIC 9(08).
000150     05  FCTL-THRU-DATE            PIC 9(08).
000160     05  FCTL-CREATED-DATE         PIC 9(08).
000170     05  FCTL-RECORD-COUNT         PIC 9(07).
000180     05  FCTL-SALARY-HASH          PIC 9(13).
