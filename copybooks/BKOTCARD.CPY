000010*================================================================
000020*  BKOTCARD.CPY
000030*  Record layout for the control card read by RUN-BACKOUT.
000040*  BKOT-RUN-DATE names the daily EMPL-DEPT run to back out; it
000050*  must be the run on RUNSTAT and on the back-out journal - only
000060*  the latest run can be backed out.
000070*================================================================
000080 01  BACKOUT-CARD-RECORD.
000090     05  BKOT-RUN-DATE             PIC 9(08).
