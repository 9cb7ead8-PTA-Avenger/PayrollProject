       01 EXTRACT-INPUT-RECORD PIC X(64).

       FD EMPLOYEE-FILE.
       01 MASTER-RECORD        PIC X(213).

       FD TAX-PARM-FILE.
           COPY TAXPARM.
               10 CTL-VERDICT       PIC X(14).
               10 FILLER            PIC X(57) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           PERFORM READ-YEAREND-CONTROL
           PERFORM LOOK-UP-SS-WAGE-BASE

               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       READ-YEAREND-CONTROL.
           OPEN INPUT YEAREND-CONTROL-FILE
           IF YEAREND-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: YEAR-END CONTROL FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF
           READ YEAREND-CONTROL-FILE
               AT END
                   DISPLAY 'ERROR: YEAR-END CONTROL FILE IS EMPTY'
                   CLOSE YEAREND-CONTROL-FILE
                   PERFORM END-RUN-WITH-ERROR
           END-READ
           MOVE YE-CLOSE-YEAR TO CLOSE-YEAR-SAVE
           CLOSE YEAREND-CONTROL-FILE
           IF CLOSE-YEAR-SAVE NOT NUMERIC OR CLOSE-YEAR-SAVE = 0
               DISPLAY 'ERROR: INVALID CLOSE YEAR IN YEAREND.CTL'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

      *    The statement shows Social Security wages capped at the
           OPEN INPUT TAX-PARM-FILE
           IF TAX-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR: TAX PARAMETER FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
           IF NOT PARM-SET-FOUND
               DISPLAY 'ERROR: NO TAX PARAMETER SET COVERS YEAR '
                       CLOSE-YEAR-SAVE ' - STATEMENTS REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

       PRINT-ALL-STATEMENTS.
           IF EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR: ANNUAL EARNINGS EXTRACT NOT AVAILABLE'
               CLOSE STATEMENT-REPORT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               MOVE 'DO NOT RELEASE' TO CTL-VERDICT
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM CTL-VERDICT-LINE.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'ANNSTMT'  TO SEQ-STEP
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
