000060*  department on the employee master, so Facilities can reclaim
000070*  desks against the location master and HR has org-change
000080*  history instead of the roster silently showing the employee
000090*  under the new department.  XFER-RECORDED-DATE is the
000092*  business date the move was put on file, which can differ from
000094*  the effective date when a move is keyed ahead of time or
000096*  back-dated.  Records written before the field was added carry
000098*  spaces there.
000100*================================================================
000110 01  XFER-HIST-RECORD.
000120     05  XFER-EMP-ID               PIC X(06).
000160     05  XFER-FROM-LOCATION        PIC X(10).
000170     05  XFER-TO-LOCATION          PIC X(10).
000180     05  XFER-EFFECTIVE-DATE       PIC 9(08).
000190     05  XFER-RECORDED-DATE        PIC 9(08).
