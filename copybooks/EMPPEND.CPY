000010*================================================================
000020*  EMPPEND.CPY
000030*  Record layout for the pending employee transaction file.
000040*  EMP-MSTR-UPDT holds here every EMPTRANS record dated after
000050*  the current business date (CALNMSTR), releases each one on
000060*  the first run whose business date has reached its effective
000070*  date, and drops any an 'X' transaction cancels.  The file
000080*  is rewritten at the end of every run with what is still
000090*  held.  PEND-TRAN-RPT lists it.
000100*================================================================
000110 01  EMP-PENDING-RECORD.
000120*    Business date of the run that put the transaction on hold.
000130     05  EPND-HELD-DATE            PIC 9(08).
000140*    The EMPTRANS record exactly as it arrived, effective date
000150*    included.  Sized with room for the layout to grow.
000160     05  EPND-TRANS-IMAGE          PIC X(120).
