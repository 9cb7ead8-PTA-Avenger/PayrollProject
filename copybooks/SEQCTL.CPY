      *****************************************************
      *  SEQCTL.CPY
      *  Parameter block for CALL 'PayrollSeqCtl'.
      *  SEQ-FUNCTION 'S' asks whether SEQ-STEP may start and,
      *  if so, logs the start; 'C' logs the step finished
      *  with SEQ-RETURN-CODE (and hands that code back as
      *  RETURN-CODE); 'Q' asks only, logging nothing and
      *  leaving any override unused. SEQ-RESULT comes back
      *  'Y' allowed, 'N' refused or 'O' allowed under a
      *  supervisor override; SEQ-MESSAGE says why.
      *****************************************************
       01 SEQ-CONTROL-AREA.
           05 SEQ-FUNCTION     PIC X(1).
               88 SEQ-START        VALUE 'S'.
               88 SEQ-COMPLETE     VALUE 'C'.
               88 SEQ-QUERY        VALUE 'Q'.
           05 SEQ-STEP         PIC X(8).
           05 SEQ-RETURN-CODE  PIC 9(4).
           05 SEQ-RESULT       PIC X(1).
               88 SEQ-ALLOWED      VALUE 'Y' 'O'.
               88 SEQ-REFUSED      VALUE 'N'.
               88 SEQ-OVERRIDDEN   VALUE 'O'.
           05 SEQ-MESSAGE      PIC X(60).
