      *****************************************************
      *  SEQOVRD.CPY
      *  Supervisor override of the job-stream sequence check
      *  (override.dat). One record names the step allowed to
      *  start out of sequence, the supervisor authorising it
      *  and the reason. It is used by the next run of that
      *  step that would otherwise be refused, logged to
      *  runstate.dat, and then removed.
      *****************************************************
       01 OVERRIDE-RECORD.
           05 OV-STEP          PIC X(8).
           05 OV-SUPERVISOR-ID PIC X(8).
           05 OV-REASON        PIC X(40).
