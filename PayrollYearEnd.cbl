           05 AE-ANNUAL-FICA-MEDI PIC 9(9)V99.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(93).

       WORKING-STORAGE SECTION.

           05 AET-TOTAL-TAX       PIC 9(11)V99.
           05 AET-TOTAL-NET       PIC 9(11)V99.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           PERFORM READ-YEAREND-CONTROL
           PERFORM CHECK-NO-RUN-IN-FLIGHT
           PERFORM CHECK-NOT-ALREADY-CLOSED
           DISPLAY 'YEAR-END CLOSE COMPLETE FOR ' CLOSE-YEAR-SAVE
                   ' - EMPLOYEES ' CLOSED-EMPLOYEE-COUNT

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

       CHECK-NO-RUN-IN-FLIGHT.
               CLOSE CHECKPOINT-FILE
               DISPLAY 'ERROR: PAY RUN CHECKPOINT PRESENT - '
                       'YEAR-END CLOSE REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF
           OPEN INPUT ADJ-CHECKPOINT-FILE
           IF ADJ-CHECKPOINT-STATUS = '00'
               CLOSE ADJ-CHECKPOINT-FILE
               DISPLAY 'ERROR: ADJUSTMENT RUN CHECKPOINT PRESENT - '
                       'YEAR-END CLOSE REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

       CHECK-NOT-ALREADY-CLOSED.
           IF ARCHIVE-CALL-STATUS = 0
               DISPLAY 'ERROR: YEAR ' CLOSE-YEAR-SAVE
                       ' ALREADY CLOSED - ARCHIVE EXISTS'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

       EXTRACT-AND-ARCHIVE.
           IF YTD-STATUS NOT = '00'
               DISPLAY 'ERROR: YTD MASTER NOT AVAILABLE - STATUS '
                       YTD-STATUS
               PERFORM END-RUN-WITH-ERROR
           END-IF

           OPEN OUTPUT EXTRACT-FILE
               DISPLAY 'ERROR: COULD NOT RENAME ARCHIVE TO '
                       ARCHIVE-FILENAME
                       ' - YTD MASTER NOT RESET'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           OPEN OUTPUT YTD-FILE
           CALL 'CBL_DELETE_FILE' USING RECON-CONTROL-FILENAME
               RETURNING DELETE-STATUS
           END-CALL.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'YEAREND'  TO SEQ-STEP
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
