000010*================================================================
000020*  FEEDCARD.CPY
000030*  Record layout for the optional control card read by
000040*  EMP-CHG-FEED.  With no card, or mode 'D', the job sends
000050*  everything put on file since the last daily file through the
000060*  business date.  Mode 'R' rebuilds a file for the date range
000070*  on the card, for when the receiver has lost one.
000080*================================================================
000090 01  FEED-CARD-RECORD.
000100     05  FCRD-SEND-MODE            PIC X(01).
000110         88  FCRD-IS-DAILY             VALUE 'D' ' '.
000120         88  FCRD-IS-RESEND            VALUE 'R'.
000130     05  FCRD-FROM-DATE            PIC 9(08).
000140     05  FCRD-FROM-DATE-X          REDEFINES FCRD-FROM-DATE
000150                                   PIC X(08).
000160     05  FCRD-THRU-DATE            PIC 9(08).
000170     05  FCRD-THRU-DATE-X          REDEFINES FCRD-THRU-DATE
000180                                   PIC X(08).
