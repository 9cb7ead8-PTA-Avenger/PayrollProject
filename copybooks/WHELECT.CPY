      *****************************************************
      *  WHELECT.CPY
      *  Employee withholding election record (withhold.dat),
      *  keyed by WE-EMP-ID and maintained through
      *  PayrollMaint 'W' transactions. Mirrors the W-4:
      *  WE-FILING-STATUS picks the federal bracket table,
      *  WE-DEPENDENT-CREDIT comes off the annual tax,
      *  WE-OTHER-INCOME and WE-DEDUCTIONS adjust the
      *  annualized wage (all three are annual figures), and
      *  WE-EXTRA-WITHHOLDING is a flat amount added to every
      *  regular period's withholding. An exempt election
      *  withholds no income tax through WE-EXEMPT-EXPIRY and
      *  lapses after it. An employee with no record here
      *  withholds as single with no adjustments.
      *****************************************************
       01 WITHHOLD-ELECTION-RECORD.
           05 WE-EMP-ID             PIC X(5).
           05 WE-FILING-STATUS      PIC X(1).
               88 WE-FILE-SINGLE        VALUES 'S' ' '.
               88 WE-FILE-JOINT         VALUE 'M'.
               88 WE-FILE-HEAD          VALUE 'H'.
           05 WE-DEPENDENT-CREDIT   PIC 9(5)V99.
           05 WE-OTHER-INCOME       PIC 9(7)V99.
           05 WE-DEDUCTIONS         PIC 9(7)V99.
           05 WE-EXTRA-WITHHOLDING  PIC 9(5)V99.
           05 WE-EXEMPT-FLAG        PIC X(1).
               88 WE-EXEMPT             VALUE 'Y'.
               88 WE-NOT-EXEMPT         VALUES 'N' ' '.
           05 WE-EXEMPT-EXPIRY      PIC 9(8).
