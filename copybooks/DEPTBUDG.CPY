000010*================================================================
000020*  DEPTBUDG.CPY
000030*  Record layout for the indexed department budget master,
000040*  keyed on DBUD-DEPT-NAME plus DBUD-FISCAL-PERIOD.  One record
000050*  per department per fiscal period - the headcount the
000060*  department is authorized to carry and its annual salary
000070*  budget.  DBUD-FISCAL-PERIOD is the YYYYMM the budget takes
000080*  effect; the record for a department with the latest fiscal
000090*  period not after the current month governs, the same way
000100*  GLACCTMP effective dates work.  Maintained by the
000110*  BUDG-MSTR-UPDT transaction job; BUDGET-REVIEW compares it
000120*  to the employee master and the daily run's DEPTTOTS
000130*  snapshot.
000140*================================================================
000150 01  DEPT-BUDGET-RECORD.
000160     05  DBUD-KEY.
000170         10  DBUD-DEPT-NAME        PIC X(10).
000180         10  DBUD-FISCAL-PERIOD    PIC 9(06).
000190     05  DBUD-AUTH-HEADCOUNT       PIC 9(05).
000200     05  DBUD-SALARY-BUDGET        PIC 9(09).
000210     05  DBUD-LAST-CHANGE-DATE     PIC 9(08).
