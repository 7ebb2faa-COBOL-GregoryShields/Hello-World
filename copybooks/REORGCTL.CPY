000010*================================================================
000020*  REORGCTL.CPY
000030*  Record layout for the one-record control card that drives a
000040*  run of the DEPT-REORG job.
000050*================================================================
000060 01  REORG-CONTROL-RECORD.
000070*    'P' - proof pass: the reorg report only, nothing is changed.
000080*    'A' - apply pass, run after the proof is signed off.
000090     05  RCTL-PASS-CODE            PIC X(01).
000100         88  RCTL-IS-PROOF             VALUE 'P'.
000110         88  RCTL-IS-APPLY             VALUE 'A'.
000120*    The date every move in the run takes effect, YYYYMMDD.
000130*    Stamped on XFERHIST and on the carried GL mapping.  An
000140*    apply pass may not be dated after the run date.
000150     05  RCTL-EFFECTIVE-DATE       PIC 9(08).
000160     05  RCTL-EFFECTIVE-DATE-X     REDEFINES RCTL-EFFECTIVE-DATE
000170                                   PIC X(08).
000180*    Who keyed the reorg and who approved it - never the same
000190*    person.  Both are required on an apply pass and are
000200*    written to AUDITLOG with every employee moved.
000210     05  RCTL-SUBMITTER-ID         PIC X(08).
000220     05  RCTL-APPROVER-ID          PIC X(08).
