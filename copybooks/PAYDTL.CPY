      *  withholding breakdown so a void adjustment can pull
      *  the original amounts instead of trusting hand-keyed
      *  figures, and so the earnings inquiry can answer
      *  what an employee was paid on a given date. The
      *  employer FUTA and SUTA figures feed the quarterly
      *  state unemployment wage report. PD-PRETAX on a
      *  401(k) line includes any catch-up deferral, which is
      *  also shown on its own; PD-ER-MATCH is the employer
      *  match, so a void can reverse both.
      *****************************************************
       01 PAY-DETAIL-RECORD.
           05 PD-EMP-ID        PIC X(5).
               88 PD-REGULAR-LINE  VALUE ' '.
               88 PD-VOID-LINE     VALUE 'V'.
               88 PD-RETRO-LINE    VALUE 'R'.
               88 PD-SUPPLEMENTAL-LINE VALUE 'S'.
           05 PD-GROSS         PIC 9(7)V99.
           05 PD-TAX           PIC 9(7)V99.
           05 PD-STATE-TAX     PIC 9(7)V99.
           05 PD-POSTTAX       PIC 9(5)V99.
           05 PD-POSTTAX-TYPE  PIC X(2).
           05 PD-GARNISH       PIC 9(7)V99.
           05 PD-FUTA-TAX      PIC 9(7)V99.
           05 PD-SUTA-WAGES    PIC 9(7)V99.
           05 PD-SUTA-TAX      PIC 9(7)V99.
           05 PD-CATCHUP       PIC 9(5)V99.
           05 PD-ER-MATCH      PIC 9(5)V99.
