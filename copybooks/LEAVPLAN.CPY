      *****************************************************
      *  LEAVPLAN.CPY
      *  Paid-leave accrual plans, selected by EMP-LEAVE-PLAN.
      *  The annual vacation and sick hours are spread evenly
      *  over the employee's pay periods (52, 26 or 12) and
      *  accrue each period the employee is paid. A balance
      *  stops accruing at its cap - the most that can be
      *  carried from period to period or year to year.
      *****************************************************
       01 LEAVE-PLAN-VALUES.
           05 FILLER.
               10 FILLER PIC X(1)     VALUE 'A'.
               10 FILLER PIC 9(3)V99  VALUE 80.00.
               10 FILLER PIC 9(3)V99  VALUE 120.00.
               10 FILLER PIC 9(3)V99  VALUE 40.00.
               10 FILLER PIC 9(3)V99  VALUE 80.00.
           05 FILLER.
               10 FILLER PIC X(1)     VALUE 'B'.
               10 FILLER PIC 9(3)V99  VALUE 120.00.
               10 FILLER PIC 9(3)V99  VALUE 180.00.
               10 FILLER PIC 9(3)V99  VALUE 48.00.
               10 FILLER PIC 9(3)V99  VALUE 96.00.
           05 FILLER.
               10 FILLER PIC X(1)     VALUE 'C'.
               10 FILLER PIC 9(3)V99  VALUE 160.00.
               10 FILLER PIC 9(3)V99  VALUE 240.00.
               10 FILLER PIC 9(3)V99  VALUE 56.00.
               10 FILLER PIC 9(3)V99  VALUE 112.00.

       01 LEAVE-PLAN-TABLE REDEFINES LEAVE-PLAN-VALUES.
           05 LP-ENTRY OCCURS 3 TIMES.
               10 LP-PLAN-CODE          PIC X(1).
               10 LP-VAC-ANNUAL-HOURS   PIC 9(3)V99.
               10 LP-VAC-CAP-HOURS      PIC 9(3)V99.
               10 LP-SICK-ANNUAL-HOURS  PIC 9(3)V99.
               10 LP-SICK-CAP-HOURS     PIC 9(3)V99.
