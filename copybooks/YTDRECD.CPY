      *  Year-to-date master record (ytd.dat), keyed by
      *  YTD-EMP-ID.  FICA amounts are carried so the Social
      *  Security wage-base cap holds across pay runs.
      *  401(k) deferrals are split between the elective
      *  portion held to the annual limit and the catch-up
      *  portion allowed above it; the employer match is
      *  carried for the plan recordkeeper's remittance.
      *****************************************************
       01 YTD-RECORD.
           05 YTD-EMP-ID       PIC X(5).
           05 YTD-NET          PIC 9(9)V99.
           05 YTD-FICA-SS      PIC 9(9)V99.
           05 YTD-FICA-MEDI    PIC 9(9)V99.
           05 YTD-401K-DEFERRAL PIC 9(9)V99.
           05 YTD-401K-CATCHUP PIC 9(9)V99.
           05 YTD-401K-MATCH   PIC 9(9)V99.
