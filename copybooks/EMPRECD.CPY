      *  stamps 'F' on a bank return, and the pay run pays by
      *  check (sending a zero-dollar prenote) until the
      *  prenote has aged past the bank's return window.
      *  EMP-LEAVE-PLAN selects the LEAVPLAN accrual plan; a
      *  blank plan accrues no paid leave.
      *  EMP-BIRTH-DATE (YYYYMMDD) makes the employee eligible
      *  for the 401(k) catch-up deferral in the year the
      *  catch-up age is reached; blank or zero means none.
      *  EMP-HIRE-DATE, EMP-REHIRE-DATE, EMP-TERM-DATE, the
      *  SSN and the home address are what the state new-hire
      *  directory requires; maintenance requires them on an
      *  add and a rehire date to reactivate a terminated
      *  employee, and stamps the termination date. Records
      *  converted from before these fields may carry them
      *  blank.
      *****************************************************
       01 EMPLOYEE-RECORD.
           05 EMP-ID                PIC X(5).
               88 EMP-PRENOTE-FAILED    VALUE 'F'.
           05 EMP-PRENOTE-DATE      PIC 9(8).
           05 EMP-DEPT-CODE         PIC X(4).
           05 EMP-LEAVE-PLAN        PIC X(1).
               88 EMP-LEAVE-NONE        VALUE ' '.
           05 EMP-BIRTH-DATE        PIC 9(8).
           05 EMP-BIRTH-DATE-R REDEFINES EMP-BIRTH-DATE.
               10 EMP-BIRTH-YEAR        PIC 9(4).
               10 EMP-BIRTH-MONTH       PIC 9(2).
               10 EMP-BIRTH-DAY         PIC 9(2).
           05 EMP-EMPLOYMENT-DATES.
               10 EMP-HIRE-DATE     PIC 9(8).
               10 EMP-REHIRE-DATE   PIC 9(8).
               10 EMP-TERM-DATE     PIC 9(8).
           05 EMP-EMPLOYMENT-DATES-R REDEFINES EMP-EMPLOYMENT-DATES.
               10 EMP-DATE-ENTRY    PIC X(8) OCCURS 3 TIMES.
           05 EMP-SSN               PIC X(9).
           05 EMP-ADDRESS.
               10 EMP-ADDR-STREET   PIC X(30).
               10 EMP-ADDR-CITY     PIC X(18).
               10 EMP-ADDR-STATE    PIC X(2).
               10 EMP-ADDR-ZIP      PIC X(9).
