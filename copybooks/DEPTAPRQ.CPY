000010*================================================================
000020*  DEPTAPRQ.CPY
000030*  Record layout for the department approval queue.  DEPT-MSTR-
000040*  UPDT puts a department transaction here when it arrives with
000050*  no approver, and keeps it here until a 'V' record approves it
000060*  or an 'X' record cancels it.  The whole file is rewritten at
000070*  the end of every run.
000080*================================================================
000090 01  DEPT-APPROVAL-QUEUE-RECORD.
000100*    Business date the transaction was queued.
000110     05  DAPQ-QUEUED-DATE          PIC 9(08).
000120*    The DEPTTRNS record as keyed, with the approver ID stamped
000130*    onto it when approved.  Room is left for the layout to grow.
000140     05  DAPQ-TRANS-IMAGE          PIC X(80).
