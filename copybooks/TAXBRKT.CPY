      *  routines.  Thresholds are cumulative income ceilings
      *  for each band; TB-RATE is the marginal rate applied
      *  to the slice of income that falls within that band.
      *  One six-band table per W-4 filing status: single
      *  (also used when no election is on file), married
      *  filing jointly, and head of household.
      *****************************************************
       01 TAX-BRACKET-VALUES.
           05 FILLER.
               10 FILLER PIC X(1)     VALUE 'S'.
               10 FILLER PIC 9(9)V99  VALUE 11000.00.
               10 FILLER PIC V999     VALUE .100.
               10 FILLER PIC 9(9)V99  VALUE 44725.00.
               10 FILLER PIC V999     VALUE .120.
               10 FILLER PIC 9(9)V99  VALUE 95375.00.
               10 FILLER PIC V999     VALUE .220.
               10 FILLER PIC 9(9)V99  VALUE 182100.00.
               10 FILLER PIC V999     VALUE .240.
               10 FILLER PIC 9(9)V99  VALUE 231250.00.
               10 FILLER PIC V999     VALUE .320.
               10 FILLER PIC 9(9)V99  VALUE 999999999.99.
               10 FILLER PIC V999     VALUE .350.
           05 FILLER.
               10 FILLER PIC X(1)     VALUE 'M'.
               10 FILLER PIC 9(9)V99  VALUE 22000.00.
               10 FILLER PIC V999     VALUE .100.
               10 FILLER PIC 9(9)V99  VALUE 89450.00.
               10 FILLER PIC V999     VALUE .120.
               10 FILLER PIC 9(9)V99  VALUE 190750.00.
               10 FILLER PIC V999     VALUE .220.
               10 FILLER PIC 9(9)V99  VALUE 364200.00.
               10 FILLER PIC V999     VALUE .240.
               10 FILLER PIC 9(9)V99  VALUE 462500.00.
               10 FILLER PIC V999     VALUE .320.
               10 FILLER PIC 9(9)V99  VALUE 999999999.99.
               10 FILLER PIC V999     VALUE .350.
           05 FILLER.
               10 FILLER PIC X(1)     VALUE 'H'.
               10 FILLER PIC 9(9)V99  VALUE 15700.00.
               10 FILLER PIC V999     VALUE .100.
               10 FILLER PIC 9(9)V99  VALUE 59850.00.
               10 FILLER PIC V999     VALUE .120.
               10 FILLER PIC 9(9)V99  VALUE 95350.00.
               10 FILLER PIC V999     VALUE .220.
               10 FILLER PIC 9(9)V99  VALUE 182100.00.
               10 FILLER PIC V999     VALUE .240.
               10 FILLER PIC 9(9)V99  VALUE 231250.00.
               10 FILLER PIC V999     VALUE .320.
               10 FILLER PIC 9(9)V99  VALUE 999999999.99.
               10 FILLER PIC V999     VALUE .350.

       01 TAX-BRACKET-TABLE REDEFINES TAX-BRACKET-VALUES.
           05 TB-STATUS-ENTRY OCCURS 3 TIMES.
               10 TB-FILING-STATUS  PIC X(1).
               10 TB-ENTRY OCCURS 6 TIMES INDEXED BY TB-IDX.
                   15 TB-THRESHOLD  PIC 9(9)V99.
                   15 TB-RATE       PIC V999.
