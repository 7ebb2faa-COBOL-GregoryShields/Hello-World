000010*================================================================
000020*  DEPTPEND.CPY
000030*  Record layout for the pending department transaction file.
000040*  DEPT-MSTR-UPDT holds here every DEPTTRNS record dated after
000050*  the current business date (CALNMSTR), releases each one on
000060*  the first run whose business date has reached its effective
000070*  date, and drops any an 'X' transaction cancels.  The file
000080*  is rewritten at the end of every run with what is still
000090*  held.  PEND-TRAN-RPT lists it.
000100*================================================================
000110 01  DEPT-PENDING-RECORD.
000120*    Business date of the run that put the transaction on hold.
000130     05  DPND-HELD-DATE            PIC 9(08).
000140*    The DEPTTRNS record exactly as it arrived, effective date
000150*    included.  Sized with room for the layout to grow.
000160     05  DPND-TRANS-IMAGE          PIC X(80).
