000090*  carries one mapping record per effective date).  On a
000100*  change, a space or zero field is unchanged.  Only the
000110*  fields for the named master are looked at.
000111*  Every add/change/delete carries the ID of the person who
000112*  keyed it and the ID of a different person who approved it;
000113*  one with no approver waits on the approval queue (REFAPRQ)
000114*  until a 'V' record with the same key approves it, or an 'X'
000115*  record with the same key cancels it.
000120*================================================================
000130 01  REF-TRANS-RECORD.
000140     05  RTRN-MASTER-ID            PIC X(01).
000180         88  RTRN-IS-ADD               VALUE 'A'.
000190         88  RTRN-IS-CHANGE            VALUE 'C'.
000200         88  RTRN-IS-DELETE            VALUE 'D'.
000203         88  RTRN-IS-CANCEL            VALUE 'X'.
000206         88  RTRN-IS-APPROVAL          VALUE 'V'.
000210*    Floor/location master fields, used when RTRN-MASTER-ID 'L'.
000220     05  RTRN-FLOOR-CODE           PIC X(10).
000230     05  RTRN-BUILDING             PIC X(10).
000260     05  RTRN-DEPT-NAME            PIC X(10).
000270     05  RTRN-EXPENSE-ACCT         PIC X(08).
000280     05  RTRN-EFFECTIVE-DATE       PIC 9(08).
000290*    Who keyed the transaction and who approved it - never the
000300*    same person.  On a 'V' approval record, RTRN-APPROVER-ID is
000310*    stamped onto the queued transaction.
000320     05  RTRN-SUBMITTER-ID         PIC X(08).
000330     05  RTRN-APPROVER-ID          PIC X(08).
000340*    Retro pay account for the mapping, used when 'G'.  Kept at
000350*    the end so records keyed before it was added still line up.
000360     05  RTRN-RETRO-ACCT           PIC X(08).
