               10 RPT-VERDICT      PIC X(14).
               10 FILLER           PIC X(57) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           OPEN OUTPUT BALANCE-FILE
           WRITE BALANCE-LINE FROM RPT-HEADER-LINE

           WRITE BALANCE-LINE FROM RPT-VERDICT-LINE

           CLOSE BALANCE-FILE
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       TALLY-PAYROLL-REPORT.
           IF PAYROLL-STATUS NOT = '00'
               DISPLAY 'ERROR: PAYROLL REPORT NOT AVAILABLE'
               CLOSE BALANCE-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
           IF GL-STATUS NOT = '00'
               DISPLAY 'ERROR: GL JOURNAL NOT AVAILABLE'
               CLOSE BALANCE-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               DISPLAY 'ERROR: YTD MASTER NOT AVAILABLE - STATUS '
                       YTD-STATUS
               CLOSE BALANCE-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           MOVE 'N' TO EOF-FLAG
                   MOVE 'N' TO BALANCE-SW
           END-EVALUATE
           WRITE BALANCE-LINE FROM RPT-COMPARE-LINE.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'RECON'    TO SEQ-STEP
           MOVE 0   TO SEQ-RETURN-CODE
           CALL 'PayrollSeqCtl' USING SEQ-CONTROL-AREA
           IF SEQ-REFUSED
               DISPLAY 'ERROR: STEP ' SEQ-STEP ' REFUSED - '
                       SEQ-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEQ-OVERRIDDEN
               DISPLAY 'WARNING: STEP ' SEQ-STEP ' ' SEQ-MESSAGE
           END-IF.

       RECORD-RUN-COMPLETE.
           MOVE 'C'         TO SEQ-FUNCTION
           MOVE RETURN-CODE TO SEQ-RETURN-CODE
           CALL 'PayrollSeqCtl' USING SEQ-CONTROL-AREA.

      *    Controlled error exit once the step has been let start:
      *    the failure is logged as the step's completion, so the
      *    job stream can go on to the step that corrects it.
       END-RUN-WITH-ERROR.
           MOVE 16 TO RETURN-CODE
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
