000010*================================================================
000020*  BUDGTRNS.CPY
000030*  Record layout for the department budget maintenance
000040*  transaction file applied by BUDG-MSTR-UPDT.  One record per
000050*  add/change/delete, keyed by BTRN-DEPT-NAME plus
000060*  BTRN-FISCAL-PERIOD (YYYYMM).  On a change, a zero field is
000070*  unchanged - a department whose budget is withdrawn for a
000080*  period is deleted, not changed to zero.  BTRN-DEPT-NAME is
000090*  validated against the department master.
000100*================================================================
000110 01  BUDGET-TRANS-RECORD.
000120     05  BTRN-ACTION-CODE          PIC X(01).
000130         88  BTRN-IS-ADD               VALUE 'A'.
000140         88  BTRN-IS-CHANGE            VALUE 'C'.
000150         88  BTRN-IS-DELETE            VALUE 'D'.
000160     05  BTRN-DEPT-NAME            PIC X(10).
000170     05  BTRN-FISCAL-PERIOD        PIC 9(06).
000180     05  BTRN-FISCAL-PERIOD-X      REDEFINES BTRN-FISCAL-PERIOD.
000190         10  BTRN-FISCAL-YEAR      PIC 9(04).
000200         10  BTRN-FISCAL-MONTH     PIC 9(02).
000210     05  BTRN-AUTH-HEADCOUNT       PIC 9(05).
000220     05  BTRN-SALARY-BUDGET        PIC 9(09).
