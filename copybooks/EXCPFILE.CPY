000154         88  EXCP-DUPLICATE-EMP         VALUE 'DUP1'.
000156         88  EXCP-UNKNOWN-DEPT          VALUE 'DEP1'.
000158         88  EXCP-INACTIVE-DEPT         VALUE 'DEP2'.
000159         88  EXCP-NO-RETRO-ACCOUNT      VALUE 'GLA2'.
000160     05  EXCP-REASON-TEXT          PIC X(35).
000170*    The rest of the rejected detail record, carried so the
000180*    correction/recycle job can rebuild a full detail record
000190*    once the bad field is repaired.  Zero/space on exceptions
000200*    that are not tied to one detail record (TRL1, GLA1, GLA2).
000210     05  EXCP-EMP-SALARY           PIC 9(06).
000220     05  EXCP-DEPT-MANAGER         PIC X(15).
000230     05  EXCP-DEPT-LOCATION        PIC X(10).
