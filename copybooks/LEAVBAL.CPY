      *****************************************************
      *  LEAVBAL.CPY
      *  Paid-leave balance record (leavebal.dat), keyed by
      *  LB-EMP-ID. Balances are hours, maintained by the pay
      *  run: leave taken on the timecard is drawn from the
      *  balance and the plan accrual is added, each paid
      *  period. Not reset at year end - the plan caps limit
      *  what carries over.
      *****************************************************
       01 LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID          PIC X(5).
           05 LB-VAC-BALANCE     PIC 9(5)V99.
           05 LB-SICK-BALANCE    PIC 9(5)V99.
           05 LB-LAST-PAY-DATE   PIC 9(8).
