000010*================================================================
000020*  PERFRATE.CPY
000030*  Record layout for the performance rating file HR supplies
000040*  for each merit cycle - one record per employee rated.  An
000050*  active employee with no rating gets no merit proposal.
000060*================================================================
000070 01  PERF-RATING-RECORD.
000080     05  PRTG-EMP-ID               PIC X(06).
000090     05  PRTG-PERF-RATING          PIC X(01).
