000080*  Maintained by the EMP-MSTR-UPDT transaction job and updated
000090*  in place by the daily run.  A terminated employee stays on
000100*  the file with EMPM-STATUS-CODE 'T' so the separation is not
000110*  re-reported run after run; EMPM-LAST-CHANGE-DATE on a 'T'
000112*  record is the separation date.  An employee on a leave of
000114*  absence ('L', set and ended through EMP-MSTR-UPDT) stays on
000116*  the master and the extract but is left out of the occupancy
000118*  tallies and the GL salary cost until the leave ends.
000120*================================================================
000130 01  EMP-MASTER-RECORD.
000140     05  EMPM-EMP-ID               PIC X(06).
000200     05  EMPM-STATUS-CODE          PIC X(01).
000210         88  EMPM-IS-ACTIVE            VALUE 'A'.
000220         88  EMPM-IS-TERMINATED        VALUE 'T'.
000223         88  EMPM-IS-ON-LEAVE          VALUE 'L'.
000226         88  EMPM-IS-EMPLOYED          VALUE 'A' 'L'.
000230     05  EMPM-LAST-CHANGE-DATE     PIC 9(08).
000240*    Salary grade on the grade master (SALGRADE), assigned by
000250*    EMP-MSTR-UPDT.  Spaces until HR assigns one - the daily
