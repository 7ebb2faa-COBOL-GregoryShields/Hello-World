000060*  file from the prior run, so DEPT-DETAILS reporting can show
000070*  raises over time instead of only the current value.  An
000071*  employee on the prior snapshot who is absent from today's
000072*  extract is recorded here too, as a termination.  One who comes
000073*  back is a rehire - or, inside the control card's minimum break
000074*  in service or when put back by EMP-MSTR-UPDT, a reinstatement
000075*  that reverses the termination.  SALHIST-RECORDED-DATE is the
000076*  business date the change was put on file - later than the
000077*  effective date when a change is keyed back-dated, and the daily
000078*  run then pays the difference for days already paid.  Records
000079*  written before the field was added carry spaces there.
000080*================================================================
000090 01  SALARY-HIST-RECORD.
000100     05  SALHIST-EMP-ID            PIC X(06).
000170         88  SALHIST-IS-DECREASE       VALUE 'DECR'.
000180         88  SALHIST-IS-NEW-HIRE       VALUE 'NEWH'.
000190         88  SALHIST-IS-TERMINATION    VALUE 'TERM'.
000200         88  SALHIST-IS-REHIRE         VALUE 'REHR'.
000210         88  SALHIST-IS-REINSTATEMENT  VALUE 'RINS'.
000220     05  SALHIST-RECORDED-DATE     PIC 9(08).
