000080*  after the run date governs the run.  A department with no
000090*  record here is rejected to the exceptions file instead of
000100*  posting to a default account.
000102*  GLAM-RETRO-ACCT is the account retroactive pay differentials
000104*  for the department post to under the same effective date;
000106*  spaces means none has been set up and a retro differential
000108*  for the department is rejected to the exceptions file.
000110*================================================================
000120 01  GL-ACCT-MAP-RECORD.
000130     05  GLAM-DEPT-NAME            PIC X(10).
000140     05  GLAM-EXPENSE-ACCT         PIC X(08).
000150     05  GLAM-EFFECTIVE-DATE       PIC 9(08).
000160     05  GLAM-RETRO-ACCT           PIC X(08).
