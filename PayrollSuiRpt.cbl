
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollSuiRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-CONTROL-FILE ASSIGN TO 'qtrctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTR-CONTROL-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO 'paydtl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-DETAIL-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employee.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT TAX-PARM-FILE ASSIGN TO 'taxparm.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-PARM-STATUS.
           SELECT SUI-REPORT-FILE ASSIGN TO 'suiwage.rep'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD QTR-CONTROL-FILE.
       01 QTR-CONTROL-RECORD.
           05 QC-YEAR          PIC 9(4).
           05 QC-QUARTER       PIC 9(1).

       FD PAY-DETAIL-FILE.
           COPY PAYDTL.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-INPUT-RECORD PIC X(213).

       FD TAX-PARM-FILE.
           COPY TAXPARM.

       FD SUI-REPORT-FILE.
       01 SUI-REPORT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.

       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
           88 NOT-END-OF-FILE  VALUE 'N'.

           COPY EMPRECD.

           COPY SUTARATE.

       01 QTR-CONTROL-STATUS   PIC XX VALUE '00'.
       01 PAY-DETAIL-STATUS    PIC XX VALUE '00'.
       01 EMPLOYEE-STATUS      PIC XX VALUE '00'.
       01 TAX-PARM-STATUS      PIC XX VALUE '00'.

       01 QTR-SELECT-FIELDS.
           05 RPT-YEAR         PIC 9(4) VALUE 0.
           05 RPT-QUARTER      PIC 9(1) VALUE 0.
           05 QUARTER-END-MMDD PIC 9(4) VALUE 0.

       01 PARM-LOOKUP-FIELDS.
           05 PARM-TARGET-DATE   PIC 9(8) VALUE 0.
           05 BEST-EFFECTIVE-DATE PIC 9(8) VALUE 0.
           05 PARM-SET-FOUND-SW  PIC X VALUE 'N'.
               88 PARM-SET-FOUND VALUE 'Y'.

       01 PAY-DATE-FIELDS.
           05 PD-DATE-WORK     PIC 9(8) VALUE 0.
           05 PD-DATE-SPLIT REDEFINES PD-DATE-WORK.
               10 PD-DATE-YEAR  PIC 9(4).
               10 PD-DATE-MONTH PIC 9(2).
               10 PD-DATE-DAY   PIC 9(2).
           05 PD-QUARTER-WORK  PIC 9(2) VALUE 0.

      *    One entry per employee per work state for the quarter.
       01 SUI-WAGE-TABLE.
           05 SW-COUNT         PIC 9(5) VALUE 0.
           05 SW-ENTRY OCCURS 2000 TIMES.
               10 SW-STATE-CODE    PIC X(2).
               10 SW-EMP-ID        PIC X(5).
               10 SW-EMP-NAME      PIC X(20).
               10 SW-GROSS         PIC S9(9)V99.
               10 SW-TAXABLE       PIC S9(9)V99.
               10 SW-TAX           PIC S9(9)V99.

       01 SUI-CONSTANTS.
           05 SW-MAX-ENTRIES   PIC 9(5) VALUE 2000.

       01 SUI-WORK-FIELDS.
           05 SW-IDX           PIC 9(5) VALUE 0.
           05 SW-SEL           PIC 9(5) VALUE 0.
           05 SU-SUB           PIC 9(2) VALUE 0.
           05 TP-UI-SEL        PIC 9(2) VALUE 0.
           05 LINE-GROSS       PIC S9(9)V99 VALUE 0.
           05 LINE-TAXABLE     PIC S9(9)V99 VALUE 0.
           05 LINE-TAX         PIC S9(9)V99 VALUE 0.
           05 LINE-EXCESS      PIC S9(9)V99 VALUE 0.

       01 SUI-TOTALS.
           05 STATE-EMPLOYEES  PIC 9(5) VALUE 0.
           05 STATE-GROSS      PIC S9(11)V99 VALUE 0.
           05 STATE-EXCESS     PIC S9(11)V99 VALUE 0.
           05 STATE-TAXABLE    PIC S9(11)V99 VALUE 0.
           05 STATE-TAX        PIC S9(11)V99 VALUE 0.
           05 REPORT-EMPLOYEES PIC 9(5) VALUE 0.
           05 REPORT-GROSS     PIC S9(11)V99 VALUE 0.
           05 REPORT-EXCESS    PIC S9(11)V99 VALUE 0.
           05 REPORT-TAXABLE   PIC S9(11)V99 VALUE 0.
           05 REPORT-TAX       PIC S9(11)V99 VALUE 0.

       01 REPORT-LINES.
           05 RPT-HEADER-LINE.
               10 FILLER           PIC X(31)
                  VALUE 'STATE UNEMPLOYMENT WAGE REPORT '.
               10 RPT-HDR-YEAR     PIC 9(4).
               10 FILLER           PIC X(2) VALUE ' Q'.
               10 RPT-HDR-QUARTER  PIC 9(1).
               10 FILLER           PIC X(82) VALUE SPACES.
           05 RPT-STATE-LINE.
               10 FILLER           PIC X(6) VALUE 'STATE '.
               10 RPT-STATE-CODE   PIC X(2).
               10 FILLER           PIC X(12) VALUE '  SUTA RATE '.
               10 RPT-STATE-RATE   PIC 9.99999.
               10 FILLER           PIC X(12) VALUE '  WAGE BASE '.
               10 RPT-STATE-BASE   PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(67) VALUE SPACES.
           05 RPT-COLUMN-LINE.
               10 FILLER           PIC X(27) VALUE 'EMP-ID NAME'.
               10 FILLER           PIC X(16) VALUE '   GROSS WAGES  '.
               10 FILLER           PIC X(16) VALUE '  EXCESS WAGES  '.
               10 FILLER           PIC X(16) VALUE ' TAXABLE WAGES  '.
               10 FILLER           PIC X(45) VALUE '       TAX DUE'.
           05 RPT-DETAIL-LINE.
               10 RPT-EMP-ID       PIC X(5).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-EMP-NAME     PIC X(20).
               10 RPT-GROSS        PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-EXCESS       PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-TAXABLE      PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-TAX          PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(31) VALUE SPACES.
           05 RPT-TOTAL-LINE.
               10 RPT-TOT-LABEL    PIC X(15).
               10 RPT-TOT-COUNT    PIC ZZZZ9.
               10 FILLER           PIC X(7) VALUE SPACES.
               10 RPT-TOT-GROSS    PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-TOT-EXCESS   PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-TOT-TAXABLE  PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-TOT-TAX      PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER           PIC X(31) VALUE SPACES.
           05 RPT-BLANK-LINE       PIC X(120) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           PERFORM READ-QTR-CONTROL
           PERFORM LOAD-SUTA-PARAMETERS
           PERFORM LOAD-QUARTER-WAGES
           PERFORM LOAD-EMPLOYEE-NAMES

           OPEN OUTPUT SUI-REPORT-FILE
           MOVE RPT-YEAR    TO RPT-HDR-YEAR
           MOVE RPT-QUARTER TO RPT-HDR-QUARTER
           WRITE SUI-REPORT-RECORD FROM RPT-HEADER-LINE

           PERFORM VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > 3
               PERFORM LIST-ONE-STATE
           END-PERFORM

           WRITE SUI-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'REPORT TOTAL  ' TO RPT-TOT-LABEL
           MOVE REPORT-EMPLOYEES TO RPT-TOT-COUNT
           MOVE REPORT-GROSS     TO RPT-TOT-GROSS
           MOVE REPORT-EXCESS    TO RPT-TOT-EXCESS
           MOVE REPORT-TAXABLE   TO RPT-TOT-TAXABLE
           MOVE REPORT-TAX       TO RPT-TOT-TAX
           WRITE SUI-REPORT-RECORD FROM RPT-TOTAL-LINE

           CLOSE SUI-REPORT-FILE
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
           CLOSE QTR-CONTROL-FILE

           IF RPT-YEAR NOT NUMERIC OR RPT-YEAR = 0
              OR RPT-QUARTER < 1 OR RPT-QUARTER > 4
               DISPLAY 'ERROR: INVALID YEAR/QUARTER IN QTRCTL.DAT'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

      *    The pay run takes each state's SUTA rate and wage base
      *    from the 'U' records of the taxparm.dat set in force, so
      *    the report heads each state with the set in force at the
      *    quarter's end rather than the SUTARATE defaults. The
      *    first pass finds that set's effective date; the second
      *    applies its state 'U' records. The FUTA record (blank
      *    state) has no place on this report and is passed over.
       LOAD-SUTA-PARAMETERS.
           EVALUATE RPT-QUARTER
               WHEN 1
                   MOVE 0331 TO QUARTER-END-MMDD
               WHEN 2
                   MOVE 0630 TO QUARTER-END-MMDD
               WHEN 3
                   MOVE 0930 TO QUARTER-END-MMDD
               WHEN OTHER
                   MOVE 1231 TO QUARTER-END-MMDD
           END-EVALUATE
           COMPUTE PARM-TARGET-DATE =
               (RPT-YEAR * 10000) + QUARTER-END-MMDD

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT TAX-PARM-FILE
           IF TAX-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR: TAX PARAMETER FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ TAX-PARM-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TP-EFFECTIVE-DATE NUMERIC
                          AND TP-EFFECTIVE-DATE <= PARM-TARGET-DATE
                          AND TP-EFFECTIVE-DATE > BEST-EFFECTIVE-DATE
                           MOVE TP-EFFECTIVE-DATE
                               TO BEST-EFFECTIVE-DATE
                           SET PARM-SET-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-PARM-FILE

           IF NOT PARM-SET-FOUND
               DISPLAY 'ERROR: NO TAX PARAMETER SET COVERS QUARTER '
                       'END ' PARM-TARGET-DATE ' - REPORT REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT TAX-PARM-FILE
           PERFORM UNTIL END-OF-FILE
               READ TAX-PARM-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TP-EFFECTIVE-DATE = BEST-EFFECTIVE-DATE
                          AND TP-UNEMPLOYMENT-PARM
                          AND TP-UI-STATE-CODE NOT = SPACES
                           PERFORM APPLY-SUTA-PARM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-PARM-FILE
           MOVE 'N' TO EOF-FLAG.

       APPLY-SUTA-PARM.
           IF TP-UI-RATE NOT NUMERIC
              OR TP-UI-WAGE-BASE NOT NUMERIC
               PERFORM REJECT-TAX-PARM-RECORD
           END-IF
           MOVE 0 TO TP-UI-SEL
           PERFORM VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > 3
               IF SU-STATE-CODE(SU-SUB) = TP-UI-STATE-CODE
                   MOVE SU-SUB TO TP-UI-SEL
                   MOVE 4 TO SU-SUB
               END-IF
           END-PERFORM
           IF TP-UI-SEL = 0
               PERFORM REJECT-TAX-PARM-RECORD
           ELSE
               MOVE TP-UI-RATE      TO SU-RATE(TP-UI-SEL)
               MOVE TP-UI-WAGE-BASE TO SU-WAGE-BASE(TP-UI-SEL)
           END-IF.

       REJECT-TAX-PARM-RECORD.
           DISPLAY 'ERROR: INVALID TAX PARAMETER RECORD TYPE '
                   TP-PARM-TYPE ' EFFECTIVE ' TP-EFFECTIVE-DATE
                   ' - REPORT REFUSED'
           PERFORM END-RUN-WITH-ERROR.

      *    The quarter's wages come from the pay-detail history, so
      *    voids net against the payment they reverse (a void line
      *    carries the original pay date) and retro pays count in
      *    the quarter they were paid. History written before the
      *    employer unemployment figures were carried has no SUTA
      *    amounts and counts as gross wages only.
       LOAD-QUARTER-WAGES.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PAY-DETAIL-FILE
           IF PAY-DETAIL-STATUS NOT = '00'
               DISPLAY 'ERROR: PAY DETAIL HISTORY NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ PAY-DETAIL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PD-PAY-DATE TO PD-DATE-WORK
                       COMPUTE PD-QUARTER-WORK =
                           (PD-DATE-MONTH + 2) / 3
                       IF PD-DATE-YEAR = RPT-YEAR
                          AND PD-QUARTER-WORK = RPT-QUARTER
                          AND PD-WORK-STATE NOT = SPACES
                           PERFORM ADD-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-DETAIL-FILE
           MOVE 'N' TO EOF-FLAG.

       ADD-ONE-PAYMENT.
           MOVE PD-GROSS TO LINE-GROSS
           IF PD-SUTA-WAGES NUMERIC AND PD-SUTA-TAX NUMERIC
               MOVE PD-SUTA-WAGES TO LINE-TAXABLE
               MOVE PD-SUTA-TAX   TO LINE-TAX
           ELSE
               MOVE 0 TO LINE-TAXABLE
               MOVE 0 TO LINE-TAX
           END-IF
           IF PD-VOID-LINE
               COMPUTE LINE-GROSS   = 0 - LINE-GROSS
               COMPUTE LINE-TAXABLE = 0 - LINE-TAXABLE
               COMPUTE LINE-TAX     = 0 - LINE-TAX
           END-IF

           MOVE 0 TO SW-SEL
           PERFORM VARYING SW-IDX FROM 1 BY 1 UNTIL SW-IDX > SW-COUNT
               IF SW-EMP-ID(SW-IDX) = PD-EMP-ID
                  AND SW-STATE-CODE(SW-IDX) = PD-WORK-STATE
                   MOVE SW-IDX TO SW-SEL
                   MOVE SW-COUNT TO SW-IDX
               END-IF
           END-PERFORM

           IF SW-SEL = 0
               IF SW-COUNT >= SW-MAX-ENTRIES
                   DISPLAY 'ERROR: MORE THAN ' SW-MAX-ENTRIES
                           ' EMPLOYEE/STATE ENTRIES IN QUARTER'
                   CLOSE PAY-DETAIL-FILE
                   PERFORM END-RUN-WITH-ERROR
               END-IF
               ADD 1 TO SW-COUNT
               MOVE SW-COUNT      TO SW-SEL
               MOVE PD-WORK-STATE TO SW-STATE-CODE(SW-SEL)
               MOVE PD-EMP-ID     TO SW-EMP-ID(SW-SEL)
               MOVE SPACES        TO SW-EMP-NAME(SW-SEL)
               MOVE 0             TO SW-GROSS(SW-SEL)
               MOVE 0             TO SW-TAXABLE(SW-SEL)
               MOVE 0             TO SW-TAX(SW-SEL)
           END-IF

           ADD LINE-GROSS   TO SW-GROSS(SW-SEL)
           ADD LINE-TAXABLE TO SW-TAXABLE(SW-SEL)
           ADD LINE-TAX     TO SW-TAX(SW-SEL).

      *    Names come from the current master; an employee since
      *    purged from it still reports, with the name left blank.
       LOAD-EMPLOYEE-NAMES.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ERROR: EMPLOYEE MASTER NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE EMPLOYEE-INPUT-RECORD TO EMPLOYEE-RECORD
                       PERFORM VARYING SW-IDX FROM 1 BY 1
                               UNTIL SW-IDX > SW-COUNT
                           IF SW-EMP-ID(SW-IDX) = EMP-ID
                               MOVE EMP-NAME TO SW-EMP-NAME(SW-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO EOF-FLAG.

      *    Excess wages are the part of the quarter's gross above
      *    the state's annual wage base - gross less SUTA taxable.
       LIST-ONE-STATE.
           MOVE 0 TO STATE-EMPLOYEES
           MOVE 0 TO STATE-GROSS
           MOVE 0 TO STATE-EXCESS
           MOVE 0 TO STATE-TAXABLE
           MOVE 0 TO STATE-TAX

           WRITE SUI-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SU-STATE-CODE(SU-SUB) TO RPT-STATE-CODE
           MOVE SU-RATE(SU-SUB)       TO RPT-STATE-RATE
           MOVE SU-WAGE-BASE(SU-SUB)  TO RPT-STATE-BASE
           WRITE SUI-REPORT-RECORD FROM RPT-STATE-LINE
           WRITE SUI-REPORT-RECORD FROM RPT-COLUMN-LINE

           PERFORM VARYING SW-IDX FROM 1 BY 1 UNTIL SW-IDX > SW-COUNT
               IF SW-STATE-CODE(SW-IDX) = SU-STATE-CODE(SU-SUB)
                   PERFORM LIST-ONE-EMPLOYEE
               END-IF
           END-PERFORM

           MOVE 'STATE TOTAL    ' TO RPT-TOT-LABEL
           MOVE STATE-EMPLOYEES TO RPT-TOT-COUNT
           MOVE STATE-GROSS     TO RPT-TOT-GROSS
           MOVE STATE-EXCESS    TO RPT-TOT-EXCESS
           MOVE STATE-TAXABLE   TO RPT-TOT-TAXABLE
           MOVE STATE-TAX       TO RPT-TOT-TAX
           WRITE SUI-REPORT-RECORD FROM RPT-TOTAL-LINE

           ADD STATE-EMPLOYEES TO REPORT-EMPLOYEES
           ADD STATE-GROSS     TO REPORT-GROSS
           ADD STATE-EXCESS    TO REPORT-EXCESS
           ADD STATE-TAXABLE   TO REPORT-TAXABLE
           ADD STATE-TAX       TO REPORT-TAX.

       LIST-ONE-EMPLOYEE.
           COMPUTE LINE-EXCESS =
               SW-GROSS(SW-IDX) - SW-TAXABLE(SW-IDX)
           MOVE SW-EMP-ID(SW-IDX)   TO RPT-EMP-ID
           MOVE SW-EMP-NAME(SW-IDX) TO RPT-EMP-NAME
           MOVE SW-GROSS(SW-IDX)    TO RPT-GROSS
           MOVE LINE-EXCESS         TO RPT-EXCESS
           MOVE SW-TAXABLE(SW-IDX)  TO RPT-TAXABLE
           MOVE SW-TAX(SW-IDX)      TO RPT-TAX
           WRITE SUI-REPORT-RECORD FROM RPT-DETAIL-LINE

           ADD 1                  TO STATE-EMPLOYEES
           ADD SW-GROSS(SW-IDX)   TO STATE-GROSS
           ADD LINE-EXCESS        TO STATE-EXCESS
           ADD SW-TAXABLE(SW-IDX) TO STATE-TAXABLE
           ADD SW-TAX(SW-IDX)     TO STATE-TAX.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'SUIRPT'   TO SEQ-STEP
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
