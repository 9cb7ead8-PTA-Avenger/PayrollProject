      *  run picks the set with the latest TP-EFFECTIVE-DATE
      *  on or before the run-control pay date and loads it
      *  over the compiled-in tables. A set is one 'F' FICA
      *  record plus six 'B' federal bracket records for the
      *  single table (TP-FILING-STATUS 'S' or blank); six
      *  'M' or 'H' bracket records optionally replace the
      *  married-joint or head-of-household table; 'S'
      *  state bracket records are optional overrides of the
      *  STTAXBRK tables. Every set also carries a 'U'
      *  record with a blank state code for the FUTA rate and
      *  wage base; 'U' records with a state code are
      *  optional overrides of the SUTARATE table. A 'W'
      *  record carries the flat federal rate withheld on
      *  supplemental wages; a supplemental run refuses to
      *  start without one. Every set also carries one 'K'
      *  record with the 401(k) annual deferral limit, the
      *  catch-up limit and age, and the two-tier employer
      *  match formula - each tier matches TP-MATCH-RATE of
      *  the deferral up to TP-MATCH-UPTO of pay. The run
      *  refuses to start when no set covers the pay date.
      *****************************************************
       01 TAX-PARM-RECORD.
           05 TP-EFFECTIVE-DATE  PIC 9(8).
               88 TP-FICA-PARM       VALUE 'F'.
               88 TP-FED-BRACKET     VALUE 'B'.
               88 TP-STATE-BRACKET   VALUE 'S'.
               88 TP-UNEMPLOYMENT-PARM VALUE 'U'.
               88 TP-SUPPLEMENTAL-PARM VALUE 'W'.
               88 TP-401K-PARM         VALUE 'K'.
           05 TP-PARM-DATA       PIC X(40).
           05 TP-FICA-DATA REDEFINES TP-PARM-DATA.
               10 TP-SS-RATE           PIC V9999.
               10 TP-BRACKET-SEQ       PIC 9(1).
               10 TP-THRESHOLD         PIC 9(9)V99.
               10 TP-RATE              PIC V999.
               10 TP-FILING-STATUS     PIC X(1).
               10 FILLER               PIC X(22).
           05 TP-UI-DATA REDEFINES TP-PARM-DATA.
               10 TP-UI-STATE-CODE     PIC X(2).
               10 TP-UI-RATE           PIC V9(5).
               10 TP-UI-WAGE-BASE      PIC 9(9)V99.
               10 FILLER               PIC X(22).
           05 TP-SUPP-DATA REDEFINES TP-PARM-DATA.
               10 TP-SUPP-RATE         PIC V9999.
               10 FILLER               PIC X(36).
           05 TP-401K-DATA REDEFINES TP-PARM-DATA.
               10 TP-DEFERRAL-LIMIT    PIC 9(7)V99.
               10 TP-CATCHUP-LIMIT     PIC 9(7)V99.
               10 TP-CATCHUP-AGE       PIC 9(2).
               10 TP-MATCH-RATE-1      PIC 9V999.
               10 TP-MATCH-UPTO-1      PIC V999.
               10 TP-MATCH-RATE-2      PIC 9V999.
               10 TP-MATCH-UPTO-2      PIC V999.
               10 FILLER               PIC X(6).
