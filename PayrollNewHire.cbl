
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollNewHire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'chgaudit.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT NEW-HIRE-LOG-FILE ASSIGN TO 'nhrptlog.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NHL-KEY
               FILE STATUS IS NEW-HIRE-LOG-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN TO 'newhire.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HIRE-REPORT-FILE ASSIGN TO 'newhire.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.
           COPY CHGAUD.

      *    One record per hire or rehire sent to a state, keyed by
      *    employee and the date hired, so a hire is only ever sent
      *    once while a later rehire of the same employee is sent
      *    in its turn.
       FD NEW-HIRE-LOG-FILE.
       01 NEW-HIRE-LOG-RECORD.
           05 NHL-KEY.
               10 NHL-EMP-ID       PIC X(5).
               10 NHL-HIRE-DATE    PIC 9(8).
           05 NHL-HIRE-TYPE        PIC X(1).
           05 NHL-WORK-STATE       PIC X(2).
           05 NHL-REPORTED-DATE    PIC 9(8).

       FD NEW-HIRE-FILE.
       01 NEW-HIRE-RECORD      PIC X(150).

       FD NEW-HIRE-REPORT-FILE.
       01 NEW-HIRE-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
           88 NOT-END-OF-FILE  VALUE 'N'.

           COPY EMPRECD.

           COPY STTAXBRK.

       01 AUDIT-STATUS         PIC XX VALUE '00'.
       01 NEW-HIRE-LOG-STATUS  PIC XX VALUE '00'.

      *    Employer identification for the state header record.
       01 NEW-HIRE-EMPLOYER.
           05 EMPLOYER-FEIN        PIC X(9)  VALUE '234567890'.
           05 EMPLOYER-NAME        PIC X(30) VALUE 'ACME PAYROLL'.
           05 EMPLOYER-STREET      PIC X(30) VALUE '100 MAIN STREET'.
           05 EMPLOYER-CITY        PIC X(18) VALUE 'SACRAMENTO'.
           05 EMPLOYER-STATE       PIC X(2)  VALUE 'CA'.
           05 EMPLOYER-ZIP         PIC X(9)  VALUE '958140000'.

       01 NEW-HIRE-CONSTANTS.
           05 NH-MAX-ENTRIES       PIC 9(5) VALUE 1000.
           05 REPORTING-DAYS       PIC 9(3) VALUE 20.

       01 RUN-STAMP.
           05 RUN-DATE-FULL        PIC 9(8) VALUE 0.
           05 RUN-DAY-NUMBER       PIC 9(7) VALUE 0.

      *    One entry per hire or rehire not yet on the reported log.
      *    The image is the employee as last changed in the audit
      *    trail, so a correction keyed after the hire is what is
      *    sent.
       01 NEW-HIRE-TABLE.
           05 NH-COUNT             PIC 9(5) VALUE 0.
           05 NH-ENTRY OCCURS 1000 TIMES.
               10 NH-EMP-ID        PIC X(5).
               10 NH-HIRE-DATE     PIC 9(8).
               10 NH-HIRE-TYPE     PIC X(1).
                   88 NH-NEW-HIRE      VALUE 'N'.
                   88 NH-REHIRE        VALUE 'R'.
               10 NH-IMAGE         PIC X(213).
               10 NH-WORK-STATE    PIC X(2).
               10 NH-AGE-DAYS      PIC S9(7).
               10 NH-STATUS        PIC X(1).
                   88 NH-TO-SEND       VALUE 'S'.
                   88 NH-INCOMPLETE    VALUE 'I'.
                   88 NH-HELD          VALUE 'H'.
               10 NH-REASON        PIC X(30).

       01 NEW-HIRE-WORK-FIELDS.
           05 NH-IDX               PIC 9(5) VALUE 0.
           05 NH-SEL               PIC 9(5) VALUE 0.
           05 ST-SUB               PIC 9(2) VALUE 0.
           05 BEFORE-EMP-STATUS    PIC X(1) VALUE SPACE.
           05 CANDIDATE-TYPE       PIC X(1) VALUE SPACE.
           05 CANDIDATE-DATE-IMAGE PIC X(8) VALUE SPACES.
           05 CANDIDATE-DATE REDEFINES CANDIDATE-DATE-IMAGE
                                   PIC 9(8).
           05 STATE-HIRES          PIC 9(6) VALUE 0.

       01 NEW-HIRE-TOTALS.
           05 SENT-COUNT           PIC 9(5) VALUE 0.
           05 INCOMPLETE-COUNT     PIC 9(5) VALUE 0.
           05 HELD-COUNT           PIC 9(5) VALUE 0.
           05 LATE-COUNT           PIC 9(5) VALUE 0.

       01 DAY-NUMBER-FIELDS.
           05 DN-DATE          PIC 9(8) VALUE 0.
           05 DN-DATE-SPLIT REDEFINES DN-DATE.
               10 DN-YEAR       PIC 9(4).
               10 DN-MONTH      PIC 9(2).
               10 DN-DAY        PIC 9(2).
           05 DN-ADJ-YEAR      PIC 9(4) VALUE 0.
           05 DN-ADJ-MONTH     PIC 9(2) VALUE 0.
           05 DN-TERM-4        PIC 9(7) VALUE 0.
           05 DN-TERM-100      PIC 9(7) VALUE 0.
           05 DN-TERM-400      PIC 9(7) VALUE 0.
           05 DN-TERM-MONTH    PIC 9(7) VALUE 0.
           05 DN-DAYS          PIC 9(7) VALUE 0.

      *    The state new-hire file: for each state with hires to
      *    send, an employer header, one record per employee and a
      *    trailer carrying the employee count.
       01 NEW-HIRE-LAYOUTS.
           05 NHF-HEADER.
               10 FILLER           PIC X(1) VALUE 'H'.
               10 NHF-H-STATE      PIC X(2).
               10 NHF-H-FEIN       PIC X(9).
               10 NHF-H-NAME       PIC X(30).
               10 NHF-H-STREET     PIC X(30).
               10 NHF-H-CITY       PIC X(18).
               10 NHF-H-ADDR-STATE PIC X(2).
               10 NHF-H-ZIP        PIC X(9).
               10 NHF-H-CREATE-DATE PIC 9(8).
               10 FILLER           PIC X(41) VALUE SPACES.
           05 NHF-EMPLOYEE.
               10 FILLER           PIC X(1) VALUE 'E'.
               10 NHF-E-SSN        PIC X(9).
               10 NHF-E-NAME       PIC X(20).
               10 NHF-E-STREET     PIC X(30).
               10 NHF-E-CITY       PIC X(18).
               10 NHF-E-ADDR-STATE PIC X(2).
               10 NHF-E-ZIP        PIC X(9).
               10 NHF-E-BIRTH-DATE PIC 9(8).
               10 NHF-E-HIRE-DATE  PIC 9(8).
               10 NHF-E-HIRE-TYPE  PIC X(1).
               10 NHF-E-WORK-STATE PIC X(2).
               10 FILLER           PIC X(42) VALUE SPACES.
           05 NHF-TRAILER.
               10 FILLER           PIC X(1) VALUE 'T'.
               10 NHF-T-STATE      PIC X(2).
               10 NHF-T-COUNT      PIC 9(6).
               10 FILLER           PIC X(141) VALUE SPACES.

       01 REPORT-LINES.
           05 RPT-HEADER-LINE.
               10 FILLER           PIC X(32)
                  VALUE 'STATE NEW-HIRE REPORT RUN DATE '.
               10 RPT-HDR-DATE     PIC 9(8).
               10 FILLER           PIC X(80) VALUE SPACES.
           05 RPT-SECTION-LINE.
               10 RPT-SECTION-TITLE PIC X(40).
               10 FILLER           PIC X(80) VALUE SPACES.
           05 RPT-COLUMN-LINE.
               10 FILLER           PIC X(29) VALUE 'EMP-ID NAME'.
               10 FILLER           PIC X(8)  VALUE 'TYPE'.
               10 FILLER           PIC X(10) VALUE 'HIRED'.
               10 FILLER           PIC X(7)  VALUE '  DAYS'.
               10 FILLER           PIC X(66) VALUE ' STATE  STATUS'.
           05 RPT-DETAIL-LINE.
               10 RPT-EMP-ID       PIC X(5).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-EMP-NAME     PIC X(20).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-HIRE-TYPE    PIC X(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-HIRE-DATE    PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-AGE-DAYS     PIC ZZZZ9-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-WORK-STATE   PIC X(2).
               10 FILLER           PIC X(5) VALUE SPACES.
               10 RPT-STATUS       PIC X(30).
               10 FILLER           PIC X(28) VALUE SPACES.
           05 RPT-COUNT-LINE.
               10 RPT-CNT-LABEL    PIC X(30).
               10 RPT-CNT-COUNT    PIC ZZZZ9.
               10 FILLER           PIC X(85) VALUE SPACES.
           05 RPT-BLANK-LINE       PIC X(120) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD
           MOVE RUN-DATE-FULL TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DN-DAYS TO RUN-DAY-NUMBER

           PERFORM OPEN-NEW-HIRE-LOG
           PERFORM LOAD-UNREPORTED-HIRES

           PERFORM VARYING NH-IDX FROM 1 BY 1 UNTIL NH-IDX > NH-COUNT
               PERFORM CHECK-ONE-HIRE
           END-PERFORM

           OPEN OUTPUT NEW-HIRE-FILE
           OPEN OUTPUT NEW-HIRE-REPORT-FILE
           MOVE RUN-DATE-FULL TO RPT-HDR-DATE
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-HEADER-LINE

           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 3
               PERFORM SEND-ONE-STATE
           END-PERFORM

           PERFORM LIST-INCOMPLETE-HIRES
           PERFORM LIST-LATE-HIRES

           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'HIRES SENT                    ' TO RPT-CNT-LABEL
           MOVE SENT-COUNT               TO RPT-CNT-COUNT
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'NOT SENT - INCOMPLETE         ' TO RPT-CNT-LABEL
           MOVE INCOMPLETE-COUNT         TO RPT-CNT-COUNT
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'HELD - HIRE DATE NOT REACHED  ' TO RPT-CNT-LABEL
           MOVE HELD-COUNT               TO RPT-CNT-COUNT
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'PAST 20-DAY DEADLINE          ' TO RPT-CNT-LABEL
           MOVE LATE-COUNT               TO RPT-CNT-COUNT
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COUNT-LINE

           CLOSE NEW-HIRE-FILE
                 NEW-HIRE-REPORT-FILE
                 NEW-HIRE-LOG-FILE

           IF INCOMPLETE-COUNT > 0 OR LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       OPEN-NEW-HIRE-LOG.
           OPEN I-O NEW-HIRE-LOG-FILE
           IF NEW-HIRE-LOG-STATUS = '35'
              OR NEW-HIRE-LOG-STATUS = '05'
               OPEN OUTPUT NEW-HIRE-LOG-FILE
               CLOSE NEW-HIRE-LOG-FILE
               OPEN I-O NEW-HIRE-LOG-FILE
           END-IF
           IF NEW-HIRE-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR: NEW-HIRE REPORTED LOG NOT AVAILABLE '
                       '- STATUS ' NEW-HIRE-LOG-STATUS
               PERFORM END-RUN-WITH-ERROR
           END-IF.

      *    The audit trail is read from the start each run. An add,
      *    or a change that brings a terminated employee back, is a
      *    hire to report unless the log already has it. Audit
      *    records written before the master carried hire dates
      *    have no hire date in the image and are passed over.
       LOAD-UNREPORTED-HIRES.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00' AND AUDIT-STATUS NOT = '05'
               DISPLAY 'ERROR: CHANGE AUDIT FILE NOT AVAILABLE '
                       '- STATUS ' AUDIT-STATUS
               CLOSE NEW-HIRE-LOG-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUD-ACTION = 'A' OR AUD-ACTION = 'C'
                          OR AUD-ACTION = 'T'
                           PERFORM NOTE-ONE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE
           MOVE 'N' TO EOF-FLAG.

       NOTE-ONE-AUDIT-RECORD.
           MOVE AUD-BEFORE-IMAGE TO EMPLOYEE-RECORD
           MOVE EMP-STATUS TO BEFORE-EMP-STATUS
           MOVE AUD-AFTER-IMAGE TO EMPLOYEE-RECORD

           PERFORM VARYING NH-IDX FROM 1 BY 1 UNTIL NH-IDX > NH-COUNT
               IF NH-EMP-ID(NH-IDX) = AUD-EMP-ID
                   MOVE AUD-AFTER-IMAGE TO NH-IMAGE(NH-IDX)
               END-IF
           END-PERFORM

           MOVE SPACE TO CANDIDATE-TYPE
           EVALUATE TRUE
               WHEN AUD-ACTION = 'A'
                   MOVE 'N' TO CANDIDATE-TYPE
                   MOVE EMP-DATE-ENTRY(1) TO CANDIDATE-DATE-IMAGE
               WHEN AUD-ACTION = 'C'
                    AND BEFORE-EMP-STATUS = 'T'
                    AND EMP-ACTIVE
                   MOVE 'R' TO CANDIDATE-TYPE
                   MOVE EMP-DATE-ENTRY(2) TO CANDIDATE-DATE-IMAGE
           END-EVALUATE

           IF CANDIDATE-TYPE NOT = SPACE
              AND CANDIDATE-DATE-IMAGE NUMERIC
               IF CANDIDATE-DATE NOT = 0
                   MOVE AUD-EMP-ID     TO NHL-EMP-ID
                   MOVE CANDIDATE-DATE TO NHL-HIRE-DATE
                   READ NEW-HIRE-LOG-FILE
                       INVALID KEY
                           PERFORM ADD-UNREPORTED-HIRE
                   END-READ
               END-IF
           END-IF.

       ADD-UNREPORTED-HIRE.
           MOVE 0 TO NH-SEL
           PERFORM VARYING NH-IDX FROM 1 BY 1 UNTIL NH-IDX > NH-COUNT
               IF NH-EMP-ID(NH-IDX) = AUD-EMP-ID
                  AND NH-HIRE-DATE(NH-IDX) = CANDIDATE-DATE
                   MOVE NH-IDX TO NH-SEL
                   MOVE NH-COUNT TO NH-IDX
               END-IF
           END-PERFORM

           IF NH-SEL = 0
               IF NH-COUNT >= NH-MAX-ENTRIES
                   DISPLAY 'ERROR: MORE THAN ' NH-MAX-ENTRIES
                           ' UNREPORTED HIRES'
                   CLOSE AUDIT-FILE
                         NEW-HIRE-LOG-FILE
                   PERFORM END-RUN-WITH-ERROR
               END-IF
               ADD 1 TO NH-COUNT
               MOVE NH-COUNT        TO NH-SEL
               MOVE AUD-EMP-ID      TO NH-EMP-ID(NH-SEL)
               MOVE CANDIDATE-DATE  TO NH-HIRE-DATE(NH-SEL)
               MOVE CANDIDATE-TYPE  TO NH-HIRE-TYPE(NH-SEL)
               MOVE AUD-AFTER-IMAGE TO NH-IMAGE(NH-SEL)
           END-IF.

      *    A hire dated in the future waits for its date. Anything
      *    the state directory needs that is missing holds the hire
      *    back, unlogged, until a change supplies it.
       CHECK-ONE-HIRE.
           MOVE NH-IMAGE(NH-IDX) TO EMPLOYEE-RECORD
           MOVE EMP-WORK-STATE TO NH-WORK-STATE(NH-IDX)
           MOVE SPACES TO NH-REASON(NH-IDX)

           MOVE NH-HIRE-DATE(NH-IDX) TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE NH-AGE-DAYS(NH-IDX) = RUN-DAY-NUMBER - DN-DAYS

           EVALUATE TRUE
               WHEN NH-HIRE-DATE(NH-IDX) > RUN-DATE-FULL
                   MOVE 'H' TO NH-STATUS(NH-IDX)
                   ADD 1 TO HELD-COUNT
               WHEN EMP-WORK-STATE = SPACES
                   MOVE 'NO WORK STATE' TO NH-REASON(NH-IDX)
               WHEN EMP-SSN = SPACES
                   MOVE 'MISSING SSN' TO NH-REASON(NH-IDX)
               WHEN EMP-NAME = SPACES
                   MOVE 'MISSING NAME' TO NH-REASON(NH-IDX)
               WHEN EMP-ADDR-STREET = SPACES
                    OR EMP-ADDR-CITY = SPACES
                    OR EMP-ADDR-STATE = SPACES
                    OR EMP-ADDR-ZIP = SPACES
                   MOVE 'MISSING HOME ADDRESS' TO NH-REASON(NH-IDX)
               WHEN EMP-BIRTH-DATE NOT NUMERIC
                    OR EMP-BIRTH-DATE = 0
                   MOVE 'MISSING DATE OF BIRTH' TO NH-REASON(NH-IDX)
               WHEN OTHER
                   MOVE 'S' TO NH-STATUS(NH-IDX)
           END-EVALUATE

           IF NH-REASON(NH-IDX) NOT = SPACES
               MOVE 'I' TO NH-STATUS(NH-IDX)
               ADD 1 TO INCOMPLETE-COUNT
           END-IF

           IF NOT NH-HELD(NH-IDX)
              AND NH-AGE-DAYS(NH-IDX) > REPORTING-DAYS
               ADD 1 TO LATE-COUNT
           END-IF.

       SEND-ONE-STATE.
           MOVE 0 TO STATE-HIRES
           PERFORM VARYING NH-IDX FROM 1 BY 1 UNTIL NH-IDX > NH-COUNT
               IF NH-TO-SEND(NH-IDX)
                  AND NH-WORK-STATE(NH-IDX) = ST-STATE-CODE(ST-SUB)
                   ADD 1 TO STATE-HIRES
               END-IF
           END-PERFORM

           IF STATE-HIRES > 0
               MOVE ST-STATE-CODE(ST-SUB) TO NHF-H-STATE
               MOVE EMPLOYER-FEIN         TO NHF-H-FEIN
               MOVE EMPLOYER-NAME         TO NHF-H-NAME
               MOVE EMPLOYER-STREET       TO NHF-H-STREET
               MOVE EMPLOYER-CITY         TO NHF-H-CITY
               MOVE EMPLOYER-STATE        TO NHF-H-ADDR-STATE
               MOVE EMPLOYER-ZIP          TO NHF-H-ZIP
               MOVE RUN-DATE-FULL         TO NHF-H-CREATE-DATE
               WRITE NEW-HIRE-RECORD FROM NHF-HEADER

               WRITE NEW-HIRE-REPORT-RECORD FROM RPT-BLANK-LINE
               MOVE SPACES TO RPT-SECTION-TITLE
               STRING
                   'SENT TO STATE ' ST-STATE-CODE(ST-SUB)
                   INTO RPT-SECTION-TITLE
               WRITE NEW-HIRE-REPORT-RECORD FROM RPT-SECTION-LINE
               WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COLUMN-LINE

               PERFORM VARYING NH-IDX FROM 1 BY 1
                       UNTIL NH-IDX > NH-COUNT
                   IF NH-TO-SEND(NH-IDX)
                      AND NH-WORK-STATE(NH-IDX)
                          = ST-STATE-CODE(ST-SUB)
                       PERFORM SEND-ONE-HIRE
                   END-IF
               END-PERFORM

               MOVE ST-STATE-CODE(ST-SUB) TO NHF-T-STATE
               MOVE STATE-HIRES           TO NHF-T-COUNT
               WRITE NEW-HIRE-RECORD FROM NHF-TRAILER
           END-IF.

       SEND-ONE-HIRE.
           MOVE NH-IMAGE(NH-IDX)     TO EMPLOYEE-RECORD
           MOVE EMP-SSN              TO NHF-E-SSN
           MOVE EMP-NAME             TO NHF-E-NAME
           MOVE EMP-ADDR-STREET      TO NHF-E-STREET
           MOVE EMP-ADDR-CITY        TO NHF-E-CITY
           MOVE EMP-ADDR-STATE       TO NHF-E-ADDR-STATE
           MOVE EMP-ADDR-ZIP         TO NHF-E-ZIP
           MOVE EMP-BIRTH-DATE       TO NHF-E-BIRTH-DATE
           MOVE NH-HIRE-DATE(NH-IDX) TO NHF-E-HIRE-DATE
           MOVE NH-HIRE-TYPE(NH-IDX) TO NHF-E-HIRE-TYPE
           MOVE EMP-WORK-STATE       TO NHF-E-WORK-STATE
           WRITE NEW-HIRE-RECORD FROM NHF-EMPLOYEE

           MOVE NH-EMP-ID(NH-IDX)     TO NHL-EMP-ID
           MOVE NH-HIRE-DATE(NH-IDX)  TO NHL-HIRE-DATE
           MOVE NH-HIRE-TYPE(NH-IDX)  TO NHL-HIRE-TYPE
           MOVE NH-WORK-STATE(NH-IDX) TO NHL-WORK-STATE
           MOVE RUN-DATE-FULL         TO NHL-REPORTED-DATE
           WRITE NEW-HIRE-LOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NH-AGE-DAYS(NH-IDX) > REPORTING-DAYS
               MOVE 'SENT PAST DEADLINE' TO RPT-STATUS
           ELSE
               MOVE 'SENT' TO RPT-STATUS
           END-IF
           PERFORM WRITE-HIRE-DETAIL
           ADD 1 TO SENT-COUNT.

       LIST-INCOMPLETE-HIRES.
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'NOT SENT - INCOMPLETE MASTER DATA' TO RPT-SECTION-TITLE
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COLUMN-LINE
           PERFORM VARYING NH-IDX FROM 1 BY 1 UNTIL NH-IDX > NH-COUNT
               IF NH-INCOMPLETE(NH-IDX)
                   MOVE NH-IMAGE(NH-IDX)  TO EMPLOYEE-RECORD
                   MOVE NH-REASON(NH-IDX) TO RPT-STATUS
                   PERFORM WRITE-HIRE-DETAIL
               END-IF
           END-PERFORM.

      *    Every hire found this run that is already past the
      *    state's deadline, sent now or still held back.
       LIST-LATE-HIRES.
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'HIRES PAST 20-DAY REPORTING DEADLINE' TO
               RPT-SECTION-TITLE
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-COLUMN-LINE
           PERFORM VARYING NH-IDX FROM 1 BY 1 UNTIL NH-IDX > NH-COUNT
               IF NOT NH-HELD(NH-IDX)
                  AND NH-AGE-DAYS(NH-IDX) > REPORTING-DAYS
                   MOVE NH-IMAGE(NH-IDX) TO EMPLOYEE-RECORD
                   IF NH-TO-SEND(NH-IDX)
                       MOVE 'SENT LATE THIS RUN' TO RPT-STATUS
                   ELSE
                       MOVE NH-REASON(NH-IDX) TO RPT-STATUS
                   END-IF
                   PERFORM WRITE-HIRE-DETAIL
               END-IF
           END-PERFORM.

       WRITE-HIRE-DETAIL.
           MOVE NH-EMP-ID(NH-IDX)     TO RPT-EMP-ID
           MOVE EMP-NAME              TO RPT-EMP-NAME
           IF NH-REHIRE(NH-IDX)
               MOVE 'REHIRE' TO RPT-HIRE-TYPE
           ELSE
               MOVE 'NEW'    TO RPT-HIRE-TYPE
           END-IF
           MOVE NH-HIRE-DATE(NH-IDX)  TO RPT-HIRE-DATE
           MOVE NH-AGE-DAYS(NH-IDX)   TO RPT-AGE-DAYS
           MOVE NH-WORK-STATE(NH-IDX) TO RPT-WORK-STATE
           WRITE NEW-HIRE-REPORT-RECORD FROM RPT-DETAIL-LINE.

      *    Converts DN-DATE (YYYYMMDD) to a running day count so
      *    two dates can be subtracted. The year is taken to start
      *    in March so the leap day falls at the end of it.
       COMPUTE-DAY-NUMBER.
           IF DN-MONTH > 2
               COMPUTE DN-ADJ-MONTH = DN-MONTH - 3
               MOVE DN-YEAR TO DN-ADJ-YEAR
           ELSE
               COMPUTE DN-ADJ-MONTH = DN-MONTH + 9
               COMPUTE DN-ADJ-YEAR = DN-YEAR - 1
           END-IF
           DIVIDE DN-ADJ-YEAR BY 4 GIVING DN-TERM-4
           DIVIDE DN-ADJ-YEAR BY 100 GIVING DN-TERM-100
           DIVIDE DN-ADJ-YEAR BY 400 GIVING DN-TERM-400
           COMPUTE DN-TERM-MONTH = DN-ADJ-MONTH * 306 + 5
           DIVIDE DN-TERM-MONTH BY 10 GIVING DN-TERM-MONTH
           COMPUTE DN-DAYS = DN-ADJ-YEAR * 365 + DN-TERM-4
                           - DN-TERM-100 + DN-TERM-400
                           + DN-TERM-MONTH + DN-DAY - 1.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'NEWHIRE'  TO SEQ-STEP
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
