000080*  dated off-calendar or on a non-business day is refused, and
000090*  a skipped business day between the prior run and this one is
000100*  warned about.
000102*  A pay date is a business day payroll pays through - the
000104*  daily run posts the period's salary cost to the GL on the
000106*  run that reaches a pay date, and accrues the days after the
000108*  last pay date at month end.
000110*================================================================
000120 01  CALENDAR-MASTER-RECORD.
000130     05  CALM-CAL-DATE             PIC 9(08).
000160         88  CALM-IS-HOLIDAY           VALUE 'H'.
000170         88  CALM-IS-WEEKEND           VALUE 'W'.
000180     05  CALM-DAY-DESC             PIC X(20).
000190     05  CALM-PAY-DATE-SW          PIC X(01).
000200         88  CALM-IS-PAY-DATE          VALUE 'Y'.
