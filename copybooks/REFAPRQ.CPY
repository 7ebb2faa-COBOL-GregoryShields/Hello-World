000010*================================================================
000020*  REFAPRQ.CPY
000030*  Record layout for the reference master approval queue.
000040*  REF-MSTR-UPDT puts a reference transaction here when it
000050*  arrives with no approver, and keeps it here until a 'V'
000060*  record approves it or an 'X' record cancels it.  The whole
000070*  file is rewritten at the end of every run.
000080*================================================================
000090 01  REF-APPROVAL-QUEUE-RECORD.
000100*    Run date the transaction was queued.
000110     05  RAPQ-QUEUED-DATE          PIC 9(08).
000120*    The REFTRANS record as keyed, with the approver ID stamped
000130*    onto it when approved.  Room is left for the layout to grow.
000140     05  RAPQ-TRANS-IMAGE          PIC X(100).
