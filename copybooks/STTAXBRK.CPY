      *  no income tax carries a single full-range band at
      *  a zero rate. EMP-WORK-STATE values must match an
      *  ST-STATE-CODE here (or be blank for no state
      *  withholding). ST-ELECTION-FLAG 'Y' marks a state that
      *  takes the federal W-4 election for its own
      *  withholding: the exempt flag and the other-income
      *  and deductions adjustments carry over; filing
      *  status, dependent credit and extra withholding are
      *  federal-only.
      *****************************************************
       01 STATE-TAX-VALUES.
           05 FILLER.
               10 FILLER PIC X(2)     VALUE 'CA'.
               10 FILLER PIC X(1)     VALUE 'Y'.
               10 FILLER PIC 9(9)V99  VALUE 10412.00.
               10 FILLER PIC V999     VALUE .010.
               10 FILLER PIC 9(9)V99  VALUE 24684.00.
               10 FILLER PIC V999     VALUE .093.
           05 FILLER.
               10 FILLER PIC X(2)     VALUE 'NY'.
               10 FILLER PIC X(1)     VALUE 'Y'.
               10 FILLER PIC 9(9)V99  VALUE 8500.00.
               10 FILLER PIC V999     VALUE .040.
               10 FILLER PIC 9(9)V99  VALUE 11700.00.
               10 FILLER PIC V999     VALUE .068.
           05 FILLER.
               10 FILLER PIC X(2)     VALUE 'TX'.
               10 FILLER PIC X(1)     VALUE 'N'.
               10 FILLER PIC 9(9)V99  VALUE 999999999.99.
               10 FILLER PIC V999     VALUE .000.
               10 FILLER PIC 9(9)V99  VALUE 999999999.99.
       01 STATE-TAX-TABLE REDEFINES STATE-TAX-VALUES.
           05 ST-STATE-ENTRY OCCURS 3 TIMES.
               10 ST-STATE-CODE     PIC X(2).
               10 ST-ELECTION-FLAG  PIC X(1).
                   88 ST-HONORS-ELECTION VALUE 'Y'.
               10 ST-BRACKET OCCURS 6 TIMES.
                   15 ST-THRESHOLD  PIC 9(9)V99.
                   15 ST-RATE       PIC V999.
