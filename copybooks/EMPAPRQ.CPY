000010*================================================================
000020*  EMPAPRQ.CPY
000030*  Record layout for the employee approval queue.  EMP-MSTR-UPDT
000040*  puts an employee transaction here when it arrives without the
000050*  approvals it needs, and keeps it here until a 'V' record
000060*  approves it or an 'X' record cancels it.  The whole file is
000070*  rewritten at the end of every run.
000080*================================================================
000090 01  EMP-APPROVAL-QUEUE-RECORD.
000100*    Business date the transaction was queued.
000110     05  EAPQ-QUEUED-DATE          PIC 9(08).
000120*    The EMPTRANS record as keyed, with any approver IDs stamped
000130*    onto it since.  Room is left for the layout to grow.
000140     05  EAPQ-TRANS-IMAGE          PIC X(120).
