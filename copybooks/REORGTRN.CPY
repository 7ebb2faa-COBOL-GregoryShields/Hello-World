000010*================================================================
000020*  REORGTRN.CPY
000030*  Record layout for the department reorganization transaction
000040*  file applied by DEPT-REORG.  Every transaction in one run
000050*  takes effect on the effective date on the reorg control
000060*  card (REORGCRD).
000070*      'M'  -  merge RORG-FROM-DEPT into RORG-TO-DEPT, which
000080*              must already be an active department;
000090*      'R'  -  rename RORG-FROM-DEPT to RORG-TO-DEPT, which must
000100*              not be on the department master yet;
000110*      'S'  -  split one employee, RORG-EMP-ID, out of
000120*              RORG-FROM-DEPT into RORG-TO-DEPT.  A split is keyed
000130*              as one record per employee moved; the target may
000140*              be an active department or a new one.
000150*  The old department is closed by a merge or rename.  A split
000160*  leaves it open with the employees not listed.
000170*================================================================
000180 01  REORG-TRANS-RECORD.
000190     05  RORG-ACTION-CODE          PIC X(01).
000200         88  RORG-IS-MERGE             VALUE 'M'.
000210         88  RORG-IS-RENAME            VALUE 'R'.
000220         88  RORG-IS-SPLIT             VALUE 'S'.
000230     05  RORG-FROM-DEPT            PIC X(10).
000240     05  RORG-TO-DEPT              PIC X(10).
000250*    Split only - the employee moved.
000260     05  RORG-EMP-ID               PIC X(06).
