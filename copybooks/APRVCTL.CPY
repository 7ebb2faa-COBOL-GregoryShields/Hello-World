000010*================================================================
000020*  APRVCTL.CPY
000030*  Record layout for the one-record approval control card
000040*  (APRVCARD) read by EMP-MSTR-UPDT.
000050*================================================================
000060 01  APPROVAL-CONTROL-RECORD.
000070*    A salary change that moves the salary by more than this
000080*    percent of the current salary, up or down, needs a second
000090*    approver as well as the first.
000100     05  APRV-SECOND-APPR-PCT      PIC 9(03)V99.
