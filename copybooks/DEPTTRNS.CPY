000060*  field is unchanged.  DTRN-MANAGER-EMP-ID is validated
000070*  against the employee master - the manager must be an active
000080*  employee, keyed by EMP-ID, never matched by name.
000081*  A transaction effective after the current business date is
000082*  held on the pending file (DEPTPEND) until it comes due; an
000083*  'X' record cancels held transactions for the department.
000084*  Every add/change/delete carries the ID of the person who
000085*  keyed it and the ID of a different person who approved it;
000086*  one with no approver waits on the approval queue (DEPTAPRQ)
000087*  until a 'V' record approves it.
000090*================================================================
000100 01  DEPT-TRANS-RECORD.
000110     05  DTRN-ACTION-CODE          PIC X(01).
000120         88  DTRN-IS-ADD               VALUE 'A'.
000130         88  DTRN-IS-CHANGE            VALUE 'C'.
000140         88  DTRN-IS-DELETE            VALUE 'D'.
000143         88  DTRN-IS-CANCEL            VALUE 'X'.
000146         88  DTRN-IS-APPROVAL          VALUE 'V'.
000150     05  DTRN-DEPT-NAME            PIC X(10).
000160     05  DTRN-MANAGER-EMP-ID       PIC X(06).
000170     05  DTRN-DEPT-LOCATION        PIC X(10).
000180     05  DTRN-STATUS-CODE          PIC X(01).
000190*    Date the change takes effect, YYYYMMDD.  Space or zero
000200*    means the current business date.  On a cancel, the date
000210*    of the held transaction to cancel - space or zero cancels
000220*    every held transaction for the department.  On an
000230*    approval, the date of the queued transaction to approve,
000240*    the same way.
000250     05  DTRN-EFFECTIVE-DATE       PIC 9(08).
000260     05  DTRN-EFFECTIVE-DATE-X     REDEFINES DTRN-EFFECTIVE-DATE
000270                                   PIC X(08).
000280*    Who keyed the transaction and who approved it - never the
000290*    same person.  On a 'V' approval record, DTRN-APPROVER-ID is
000300*    stamped onto the queued transaction.
000310     05  DTRN-SUBMITTER-ID         PIC X(08).
000320     05  DTRN-APPROVER-ID          PIC X(08).
