      *****************************************************
      *  SUTARATE.CPY
      *  State unemployment (SUTA) employer rate and annual
      *  taxable wage base per work state. Same state list
      *  as STTAXBRK; a state missing here carries no SUTA.
      *  Experience rates change each January - 'U' records
      *  on taxparm.dat override these figures by effective
      *  date the same way the bracket records do.
      *****************************************************
       01 SUTA-RATE-VALUES.
           05 FILLER.
               10 FILLER PIC X(2)     VALUE 'CA'.
               10 FILLER PIC V9(5)    VALUE .03400.
               10 FILLER PIC 9(9)V99  VALUE 7000.00.
           05 FILLER.
               10 FILLER PIC X(2)     VALUE 'NY'.
               10 FILLER PIC V9(5)    VALUE .04100.
               10 FILLER PIC 9(9)V99  VALUE 12800.00.
           05 FILLER.
               10 FILLER PIC X(2)     VALUE 'TX'.
               10 FILLER PIC V9(5)    VALUE .02700.
               10 FILLER PIC 9(9)V99  VALUE 9000.00.

       01 SUTA-RATE-TABLE REDEFINES SUTA-RATE-VALUES.
           05 SU-STATE-ENTRY OCCURS 3 TIMES.
               10 SU-STATE-CODE     PIC X(2).
               10 SU-RATE           PIC V9(5).
               10 SU-WAGE-BASE      PIC 9(9)V99.
