000110     05  AUDIT-KEY-VALUE           PIC X(06).
000120     05  AUDIT-BEFORE-VALUE        PIC X(15).
000130     05  AUDIT-AFTER-VALUE         PIC X(15).
000140*    Filled on the records the master maintenance jobs write
000150*    for each transaction they approve or reject
000160*    (AUDIT-FIELD-NAME 'APPROVED' or 'REJECTED', AUDIT-BEFORE-
000170*    VALUE the transaction file and action code, AUDIT-AFTER-
000180*    VALUE the effective date), and on the 'DEPT-NAME' records
000182*    DEPT-REORG writes for each employee a reorganization moves
000184*    (the from and to departments, the control card's submitter
000186*    and approver, and the kind of reorganization).  Space on
000188*    every other field-change record.
000190     05  AUDIT-APPROVAL-DATA.
000200         10  AUDIT-TRANS-KEY       PIC X(20).
000210         10  AUDIT-SUBMITTER-ID    PIC X(08).
000220         10  AUDIT-APPROVER-ID     PIC X(08).
000230         10  AUDIT-SECOND-APPR-ID  PIC X(08).
000240         10  AUDIT-REASON          PIC X(30).
