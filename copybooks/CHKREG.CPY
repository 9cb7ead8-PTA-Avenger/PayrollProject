      *****************************************************
      *  CHKREG.CPY
      *  Check register record (checkreg.dat). The pay run
      *  appends an 'I' record for every check it numbers and
      *  a 'V' record when a void adjustment cancels one; the
      *  paid-check reconciliation appends a 'C' record, with
      *  the bank's paid date, when the bank reports the check
      *  paid at the issued amount. A check's current state is
      *  the last record written for its number. CR-PAID-DATE
      *  is zero on issue and void records.
      *****************************************************
       01 CHECK-REGISTER-RECORD.
           05 CR-CHECK-NO      PIC 9(8).
           05 CR-EMP-ID        PIC X(5).
           05 CR-PAY-DATE      PIC 9(8).
           05 CR-AMOUNT        PIC 9(7)V99.
           05 CR-STATUS        PIC X(1).
               88 CR-ISSUED        VALUE 'I'.
               88 CR-VOIDED        VALUE 'V'.
               88 CR-CLEARED       VALUE 'C'.
           05 CR-PAID-DATE     PIC 9(8).
