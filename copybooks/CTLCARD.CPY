000260     05  CTL-RECS-TOL-PCT          PIC 9(03).
000270     05  CTL-SALARY-TOL-PCT        PIC 9(03).
000280     05  CTL-REJECT-TOL-PCT        PIC 9(03).
000290*    Minimum break in service, whole months.  A terminated
000300*    employee back on the extract sooner than this after the
000310*    separation date is reinstated (the termination is treated
000320*    as a mistake); at or past it, rehired.  Zero or blank makes
000330*    every return a rehire.
000340     05  CTL-MIN-BREAK-MONTHS      PIC 9(03).
