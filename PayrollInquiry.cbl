               10 RPT-TOT-NET      PIC Z,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(33) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           PERFORM READ-INQUIRY-CONTROL

           OPEN OUTPUT INQUIRY-REPORT-FILE
           WRITE INQUIRY-REPORT-RECORD FROM RPT-TOTAL-LINE

           CLOSE INQUIRY-REPORT-FILE
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       READ-INQUIRY-CONTROL.
           OPEN INPUT INQUIRY-CONTROL-FILE
           IF INQUIRY-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: INQUIRY CONTROL FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF
           READ INQUIRY-CONTROL-FILE
               AT END
                   DISPLAY 'ERROR: INQUIRY CONTROL FILE IS EMPTY'
                   CLOSE INQUIRY-CONTROL-FILE
                   PERFORM END-RUN-WITH-ERROR
           END-READ
           MOVE IQ-EMP-ID    TO INQ-EMP-ID
           MOVE IQ-FROM-DATE TO INQ-FROM-DATE
              OR INQ-TO-DATE NOT NUMERIC
              OR INQ-FROM-DATE > INQ-TO-DATE
               DISPLAY 'ERROR: INVALID INQUIRY CONTROL VALUES'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

      *    Voids list at their negative effect so the totals line
           IF PAY-DETAIL-STATUS NOT = '00'
               DISPLAY 'ERROR: PAY DETAIL HISTORY NOT AVAILABLE'
               CLOSE INQUIRY-REPORT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               ADD PD-NET       TO LISTED-NET
           END-IF
           WRITE INQUIRY-REPORT-RECORD FROM RPT-DETAIL-LINE.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'INQUIRY'  TO SEQ-STEP
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
