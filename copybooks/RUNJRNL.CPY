000010*================================================================
000020*  RUNJRNL.CPY
000030*  Record layout for the back-out journal written by every daily
000040*  EMPL-DEPT run - everything RUN-BACKOUT needs to put the files
000050*  back the way they were before that run.  The file is started
000060*  fresh on each run (extended on a restart), so it only ever
000070*  holds the latest run.  Every record carries the run date.
000080*      EMPB  before-image of an employee master record the run
000090*            rewrote (the first one per employee is the original)
000100*      EMPA  an employee master record the run added - the image
000110*            is the new record; backing it out deletes it
000120*      SALH  a salary history record the run appended
000130*      XFRH  a transfer history record the run appended
000140*      AUDT  an audit log record the run appended
000150*      DTRW  the run rewrote DEPTTOTS; the DTOT records that
000160*            follow (none on a first run) are the prior snapshot
000170*      DTOT  one record of the prior DEPTTOTS snapshot
000180*      RSTA  the prior run's RUNSTAT record
000190*      RSNO  there was no prior RUNSTAT record
000200*================================================================
000210 01  RUN-JOURNAL-RECORD.
000220     05  RJRNL-RUN-DATE            PIC 9(08).
000230     05  RJRNL-REC-TYPE            PIC X(04).
000240         88  RJRNL-IS-MASTER-BEFORE    VALUE 'EMPB'.
000250         88  RJRNL-IS-MASTER-ADDED     VALUE 'EMPA'.
000260         88  RJRNL-IS-SALHIST          VALUE 'SALH'.
000270         88  RJRNL-IS-XFERHIST         VALUE 'XFRH'.
000280         88  RJRNL-IS-AUDITLOG         VALUE 'AUDT'.
000290         88  RJRNL-IS-DEPTTOTS-REWRITE VALUE 'DTRW'.
000300         88  RJRNL-IS-DEPTTOTS         VALUE 'DTOT'.
000310         88  RJRNL-IS-RUNSTAT          VALUE 'RSTA'.
000320         88  RJRNL-IS-NO-RUNSTAT       VALUE 'RSNO'.
000330*    The record image, as long as the longest record journaled
000340*    (AUDITLOG, 146 bytes); shorter images are space filled.
000350     05  RJRNL-IMAGE               PIC X(146).
000360     05  RJRNL-DTOT-IMAGE REDEFINES RJRNL-IMAGE.
000370         10  RJRNL-DTOT-DEPT-NAME  PIC X(10).
000380         10  RJRNL-DTOT-EMP-COUNT  PIC 9(05).
000390         10  RJRNL-DTOT-SAL-TOTAL  PIC 9(09).
000400         10  FILLER                PIC X(122).
