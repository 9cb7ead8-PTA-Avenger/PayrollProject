               10 RPT-SIDE-ER      PIC Z,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(67) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           PERFORM READ-QTR-CONTROL

           OPEN OUTPUT QTR-REPORT-FILE
           WRITE QTR-REPORT-RECORD FROM RPT-SIDE-LINE

           CLOSE QTR-REPORT-FILE
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       READ-QTR-CONTROL.
           OPEN INPUT QTR-CONTROL-FILE
           IF QTR-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: QUARTER CONTROL FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF
           READ QTR-CONTROL-FILE
               AT END
                   DISPLAY 'ERROR: QUARTER CONTROL FILE IS EMPTY'
                   CLOSE QTR-CONTROL-FILE
                   PERFORM END-RUN-WITH-ERROR
           END-READ
           MOVE QC-YEAR    TO RPT-YEAR
           MOVE QC-QUARTER TO RPT-QUARTER
           IF RPT-YEAR NOT NUMERIC OR RPT-YEAR = 0
              OR RPT-QUARTER < 1 OR RPT-QUARTER > 4
               DISPLAY 'ERROR: INVALID YEAR/QUARTER IN QTRCTL.DAT'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

      *    Each line is one finalized run; the SS and Medicare
           IF QTD-TAX-STATUS NOT = '00'
               DISPLAY 'ERROR: QUARTERLY TAX FILE NOT AVAILABLE'
               CLOSE QTR-REPORT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
           ADD QT-FICA-SS-ER    TO QTR-SS-ER
           ADD QT-FICA-MEDI-EE  TO QTR-MEDI-EE
           ADD QT-FICA-MEDI-ER  TO QTR-MEDI-ER.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'QTRRPT'   TO SEQ-STEP
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
