000010*================================================================
000020*  MERITMTX.CPY
000030*  Record layout for the merit matrix master used by the
000040*  MERIT-CYCLE job.  One record per performance rating and
000050*  compa-ratio band - an employee with that rating whose
000060*  compa-ratio (salary as a percent of the grade midpoint,
000070*  figured as COMP-REVIEW figures it) falls from MMTX-COMPA-LOW
000080*  through MMTX-COMPA-HIGH is proposed MMTX-INCREASE-PCT of
000090*  salary.  Bands for a rating should not overlap; the first
000100*  band on the file that fits is used.
000110*================================================================
000120 01  MERIT-MATRIX-RECORD.
000130     05  MMTX-PERF-RATING          PIC X(01).
000140     05  MMTX-COMPA-LOW            PIC 9(03)V9.
000150     05  MMTX-COMPA-HIGH           PIC 9(03)V9.
000160     05  MMTX-INCREASE-PCT         PIC 9(02)V99.
