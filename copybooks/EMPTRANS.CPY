000040*  transaction file applied by EMP-MSTR-UPDT.  One record per
000050*  add/change/delete.  On a change, a zero TRAN-EMP-SALARY or
000060*  space name/department field means that field is unchanged.
000061*  A transaction effective after the current business date is
000062*  held on the pending file (EMPPEND) until it comes due; an
000063*  'X' record cancels held transactions for the employee.
000064*  Every add/change/delete carries the ID of the person who
000065*  keyed it and the ID of a different person who approved it;
000066*  one without the approvals it needs waits on the approval
000067*  queue (EMPAPRQ) until a 'V' record approves it.
000070*================================================================
000080 01  EMP-TRANS-RECORD.
000090     05  TRAN-ACTION-CODE          PIC X(01).
000100         88  TRAN-IS-ADD               VALUE 'A'.
000110         88  TRAN-IS-CHANGE            VALUE 'C'.
000120         88  TRAN-IS-DELETE            VALUE 'D'.
000123         88  TRAN-IS-CANCEL            VALUE 'X'.
000126         88  TRAN-IS-APPROVAL          VALUE 'V'.
000130     05  TRAN-EMP-ID               PIC X(06).
000140     05  TRAN-EMP-NAME             PIC X(15).
000150     05  TRAN-EMP-SALARY           PIC 9(06).
000190*    Salary grade on the grade master (SALGRADE).  Space on a
000200*    change means the grade is unchanged.
000210     05  TRAN-GRADE-CODE           PIC X(02).
000220*    Date the change takes effect, YYYYMMDD.  Space or zero
000230*    means the current business date.  On a cancel, the date
000240*    of the held transaction to cancel - space or zero cancels
000250*    every held transaction for the employee.  On an approval,
000260*    the date of the queued transaction to approve, the same way.
000270     05  TRAN-EFFECTIVE-DATE       PIC 9(08).
000280     05  TRAN-EFFECTIVE-DATE-X     REDEFINES TRAN-EFFECTIVE-DATE
000290                                   PIC X(08).
000300*    Who keyed the transaction and who approved it.  A salary
000310*    change of more than the approval control card percent also
000320*    needs a second approver.  Neither approver may be the
000330*    submitter, nor the two approvers the same person.  On a 'V'
000340*    approval record TRAN-APPROVER-ID (and TRAN-SECOND-APPROVER-
000350*    ID, when the queued transaction has no approver yet) are
000360*    stamped onto the queued transaction.
000370     05  TRAN-SUBMITTER-ID         PIC X(08).
000380     05  TRAN-APPROVER-ID          PIC X(08).
000390     05  TRAN-SECOND-APPROVER-ID   PIC X(08).
000400*    Employee status change.  Space leaves the status alone.  On
000410*    a change, 'L' starts a leave of absence for an active
000420*    employee and 'A' ends one - or, for a terminated employee,
000430*    reinstates them, reversing a termination keyed in error.
000440*    An add may carry 'L' to load someone already on leave.
000450     05  TRAN-STATUS-CODE          PIC X(01).
000460         88  TRAN-STATUS-UNCHANGED     VALUE SPACE.
000470         88  TRAN-STATUS-ACTIVE        VALUE 'A'.
000480         88  TRAN-STATUS-ON-LEAVE      VALUE 'L'.
