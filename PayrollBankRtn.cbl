       FILE SECTION.

       FD EMPLOYEE-FILE.
       01 MASTER-RECORD        PIC X(213).

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD    PIC X(213).

       FD RETURN-FILE.
       01 RETURN-RECORD.
               10 RPT-UNMATCHED    PIC ZZZZ9.
               10 FILLER           PIC X(50) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           OPEN OUTPUT RETURN-REPORT-FILE
           WRITE RETURN-REPORT-RECORD FROM RPT-HEADER-LINE

               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

      *    The deposit entries carry EMP-ID in the individual-id
           IF RETURN-STATUS NOT = '00'
               DISPLAY 'ERROR: BANK RETURN FILE NOT AVAILABLE'
               CLOSE RETURN-REPORT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
                   WRITE RETURN-REPORT-RECORD FROM RPT-DETAIL-LINE
               END-IF
           END-PERFORM.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'BANKRTN'  TO SEQ-STEP
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
