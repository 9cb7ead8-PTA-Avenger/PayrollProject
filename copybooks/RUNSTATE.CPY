      *****************************************************
      *  RUNSTATE.CPY
      *  Payroll run-state record (runstate.dat). Every step
      *  of the payroll job stream appends an 'S' record when
      *  it is let start and a 'C' record when it finishes,
      *  carrying its return code, so a step's current state
      *  is the last record written for it. A 'S' with no
      *  later 'C' is a step that started and did not finish.
      *  An 'O' record is written ahead of the 'S' when a
      *  supervisor override lets a refused step start, and
      *  keeps the supervisor, the reason given and the check
      *  that was overridden. RS-PAY-DATE and RS-RUN-NUMBER
      *  are the run-control pay date and run number current
      *  when the record was written.
      *****************************************************
       01 RUN-STATE-RECORD.
           05 RS-RECORD-TYPE   PIC X(1).
               88 RS-STARTED       VALUE 'S'.
               88 RS-COMPLETED     VALUE 'C'.
               88 RS-OVERRIDE      VALUE 'O'.
           05 RS-STEP          PIC X(8).
           05 RS-PAY-DATE      PIC 9(8).
           05 RS-RUN-NUMBER    PIC 9(3).
           05 RS-COMPLETION    PIC X(1).
               88 RS-CLEAN         VALUE 'G' 'W'.
               88 RS-GOOD          VALUE 'G'.
               88 RS-WARNING       VALUE 'W'.
               88 RS-FAILED        VALUE 'F'.
           05 RS-RETURN-CODE   PIC 9(4).
           05 RS-ENTRY-DATE    PIC 9(8).
           05 RS-ENTRY-TIME    PIC 9(6).
           05 RS-SUPERVISOR-ID PIC X(8).
           05 RS-OVERRIDE-REASON PIC X(40).
           05 RS-REFUSAL       PIC X(60).
