000010*================================================================
000020*  GLACCRUE.CPY
000030*  Record layout for the month-end salary accrual file.  The
000040*  daily run that reaches the last business day of a GL period
000050*  posts the salary and burden cost of the business days since
000060*  the last pay date as accrual lines on the GL extract, and
000070*  writes each of those lines here as well.  The first run in
000080*  the next GL period posts the same lines back with the sign
000090*  turned over and stamps GLACR-REVERSED-DATE, so the accrual
000100*  reverses itself exactly once.  A rerun of the reversing day
000110*  (same run date) reverses it again, since its GL extract
000120*  replaces the one it reruns.
000130*================================================================
000140 01  GL-ACCRUAL-RECORD.
000150     05  GLACR-DEPT-CODE           PIC X(10).
000160     05  GLACR-EXPENSE-ACCT        PIC X(08).
000170     05  GLACR-PERIOD              PIC 9(06).
000180     05  GLACR-AMOUNT              PIC S9(09)V99.
000190     05  GLACR-REVERSED-DATE       PIC 9(08).
