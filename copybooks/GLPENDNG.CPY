000080*  file written by one cycle (GLPENDNW) becomes the file read
000090*  by the next (GLPENDIN) - the job stream renames it between
000100*  runs, same arrangement as the exception hold file.
000101*  GLPND-STATUS is 'W' when RUN-BACKOUT has withdrawn the
000102*  extract because the daily run that wrote it was backed out;
000103*  GL-ACK-RECON drops a withdrawn entry instead of aging it, and
000104*  a corrected rerun of the same date replaces it.  Space on
000105*  every extract still genuinely awaiting acknowledgment.
000110*================================================================
000120 01  GL-PENDING-RECORD.
000130     05  GLPND-EXTRACT-DATE        PIC 9(08).
000140     05  GLPND-REC-COUNT           PIC 9(07).
000150     05  GLPND-HASH-TOTAL          PIC S9(13)V99.
000160     05  GLPND-AGE-COUNT           PIC 9(03).
000170     05  GLPND-STATUS              PIC X(01).
000180         88  GLPND-IS-PENDING          VALUE SPACE.
000190         88  GLPND-IS-WITHDRAWN        VALUE 'W'.
