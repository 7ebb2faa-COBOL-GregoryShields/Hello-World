000010*================================================================
000020*  MERITCTL.CPY
000030*  Record layout for the one-record control card that drives a
000040*  run of the MERIT-CYCLE job.
000050*================================================================
000060 01  MERIT-CONTROL-RECORD.
000070*    'P' - proof pass: report the proposed raises only.
000080*    'G' - generate pass, run after HR signs the proof off:
000090*          the same report, plus the EMPTRANS change records.
000100     05  MCTL-PASS-CODE            PIC X(01).
000110         88  MCTL-IS-PROOF             VALUE 'P'.
000120         88  MCTL-IS-GENERATE          VALUE 'G'.
000130*    Each department's merit pool, as a percent of the annual
000140*    salary of its active employees.  A department whose
000150*    proposed raises exceed its pool has every raise scaled
000160*    down to fit.  A zero percent turns the cap off.
000170     05  MCTL-POOL-PCT             PIC 9(02)V99.
000180*    Effective date stamped on the generated EMPTRANS changes,
000190*    YYYYMMDD - normally the first of the month the raises take
000200*    effect.  EMP-MSTR-UPDT holds them until that date.  Space
000210*    or zero means the business date they are applied on.
000220     05  MCTL-EFFECTIVE-DATE       PIC 9(08).
000230     05  MCTL-EFFECTIVE-DATE-X     REDEFINES MCTL-EFFECTIVE-DATE
000240                                   PIC X(08).
000250*    Stamped on every generated EMPTRANS change for the dual
000260*    control check in EMP-MSTR-UPDT.  The submitter is required
000270*    on a generate pass.  With no approver the changes wait on
000280*    the approval queue until HR approves them; a raise over the
000290*    approval threshold also needs the second approver.
000300     05  MCTL-SUBMITTER-ID         PIC X(08).
000310     05  MCTL-APPROVER-ID          PIC X(08).
000320     05  MCTL-SECOND-APPROVER-ID   PIC X(08).
