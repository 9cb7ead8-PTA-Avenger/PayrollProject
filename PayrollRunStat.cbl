
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollRunStat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-STATE-FILE ASSIGN TO 'runstate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO 'override.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-STATUS.
           SELECT RUNSTAT-REPORT-FILE ASSIGN TO 'runstat.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-STATE-FILE.
       01 RUN-STATE-LINE       PIC X(147).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-PAY-DATE      PIC 9(8).
           05 RC-RUN-NUMBER    PIC 9(3).
           05 RC-RUN-TYPE      PIC X(1).
           05 RC-VARIANCE-PCT  PIC 9(3).

       FD OVERRIDE-FILE.
           COPY SEQOVRD.

       FD RUNSTAT-REPORT-FILE.
       01 RUNSTAT-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
           88 NOT-END-OF-FILE  VALUE 'N'.

       01 RUN-STATE-STATUS     PIC XX VALUE '00'.
       01 RUN-CONTROL-STATUS   PIC XX VALUE '00'.
       01 OVERRIDE-STATUS      PIC XX VALUE '00'.

           COPY RUNSTATE.

           COPY SEQSTEP.

           COPY SEQCTL.

      *    Last record logged for each step, in SEQSTEP order.
       01 STEP-LAST-TABLE.
           05 SL-ENTRY OCCURS 14 TIMES.
               10 SL-RECORD-TYPE   PIC X(1).
               10 SL-COMPLETION    PIC X(1).
               10 SL-RETURN-CODE   PIC 9(4).
               10 SL-PAY-DATE      PIC 9(8).
               10 SL-RUN-NUMBER    PIC 9(3).
               10 SL-ENTRY-DATE    PIC 9(8).
               10 SL-ENTRY-TIME    PIC 9(6).

       01 RUNSTAT-SWITCHES.
           05 STEP-COUNT       PIC 9(2) VALUE 14.
           05 ST-IDX           PIC 9(2) VALUE 0.
           05 RS-IDX           PIC 9(2) VALUE 0.
           05 OVERRIDE-COUNT   PIC 9(5) VALUE 0.
           05 IN-FLIGHT-COUNT  PIC 9(5) VALUE 0.
           05 OVERRIDE-WAITING-SW PIC X VALUE 'N'.
               88 OVERRIDE-WAITING VALUE 'Y'.

       01 RUN-STAMP.
           05 RUN-DATE-FULL    PIC 9(8) VALUE 0.

       01 CYCLE-FIELDS.
           05 CYCLE-PAY-DATE   PIC 9(8) VALUE 0.
           05 CYCLE-RUN-NUMBER PIC 9(3) VALUE 0.

       01 RUNSTAT-REPORT-LINES.
           05 RSR-HEADER-LINE.
               10 FILLER           PIC X(35)
                      VALUE 'PAYROLL JOB STREAM STATUS RUN DATE '.
               10 RSR-HDR-DATE     PIC 9(8).
               10 FILLER           PIC X(17)
                      VALUE '  CYCLE PAY DATE '.
               10 RSR-HDR-PAY-DATE PIC 9(8).
               10 FILLER           PIC X(6) VALUE '  RUN '.
               10 RSR-HDR-RUN      PIC 9(3).
               10 FILLER           PIC X(43) VALUE SPACES.
           05 RSR-SECTION-LINE.
               10 RSR-SECTION-TITLE PIC X(40).
               10 FILLER           PIC X(80) VALUE SPACES.
           05 RSR-STEP-COLUMN-LINE.
               10 FILLER           PIC X(30)
                      VALUE 'STEP      LAST LOGGED         '.
               10 FILLER           PIC X(30)
                      VALUE '    RC  PAY DATE  RUN  LOGGED '.
               10 FILLER           PIC X(30)
                      VALUE 'ON AT      NEXT START         '.
               10 FILLER           PIC X(30) VALUE SPACES.
           05 RSR-STEP-LINE.
               10 RSR-STEP         PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RSR-STATE        PIC X(20).
               10 RSR-RUN-DATA.
                   15 FILLER           PIC X(2).
                   15 RSR-RC           PIC ZZZ9.
                   15 FILLER           PIC X(2).
                   15 RSR-PAY-DATE     PIC 9(8).
                   15 FILLER           PIC X(2).
                   15 RSR-RUN-NUMBER   PIC 9(3).
                   15 FILLER           PIC X(2).
                   15 RSR-ENTRY-DATE   PIC 9(8).
                   15 FILLER           PIC X(2).
                   15 RSR-ENTRY-TIME   PIC 9(6).
               10 RSR-RUN-DATA-X REDEFINES RSR-RUN-DATA
                                   PIC X(39).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RSR-NEXT         PIC X(49).
           05 RSR-OVR-COLUMN-LINE.
               10 FILLER           PIC X(30)
                      VALUE 'LOGGED ON AT      STEP      SU'.
               10 FILLER           PIC X(30)
                      VALUE 'PERVISOR  REASON              '.
               10 FILLER           PIC X(60) VALUE SPACES.
           05 RSR-OVR-LINE.
               10 RSR-OVR-DATE     PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RSR-OVR-TIME     PIC 9(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RSR-OVR-STEP     PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RSR-OVR-SUPERVISOR PIC X(8).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 RSR-OVR-REASON   PIC X(40).
               10 FILLER           PIC X(40) VALUE SPACES.
           05 RSR-OVR-REFUSAL-LINE.
               10 FILLER           PIC X(18)
                      VALUE '      OVERRODE:   '.
               10 RSR-OVR-REFUSAL  PIC X(60).
               10 FILLER           PIC X(42) VALUE SPACES.
           05 RSR-WAITING-LINE.
               10 FILLER           PIC X(35)
                      VALUE 'OVERRIDE ON FILE NOT YET USED STEP '.
               10 RSR-WAIT-STEP    PIC X(8).
               10 FILLER           PIC X(12)
                      VALUE ' SUPERVISOR '.
               10 RSR-WAIT-SUPERVISOR PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RSR-WAIT-REASON  PIC X(40).
               10 FILLER           PIC X(15) VALUE SPACES.
           05 RSR-COUNT-LINE.
               10 RSR-CNT-LABEL    PIC X(30).
               10 RSR-CNT-COUNT    PIC ZZZZ9.
               10 FILLER           PIC X(85) VALUE SPACES.
           05 RSR-BLANK-LINE       PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD

           PERFORM READ-CYCLE-CONTROL
           PERFORM LOAD-STEP-STATE

           OPEN OUTPUT RUNSTAT-REPORT-FILE
           MOVE RUN-DATE-FULL    TO RSR-HDR-DATE
           MOVE CYCLE-PAY-DATE   TO RSR-HDR-PAY-DATE
           MOVE CYCLE-RUN-NUMBER TO RSR-HDR-RUN
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-HEADER-LINE

           PERFORM REPORT-STEP-STATE
           PERFORM REPORT-OVERRIDES

           CLOSE RUNSTAT-REPORT-FILE

           IF IN-FLIGHT-COUNT > 0 OR OVERRIDE-WAITING
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-CYCLE-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = '00' OR RUN-CONTROL-STATUS = '05'
               IF RUN-CONTROL-STATUS = '00'
                   READ RUN-CONTROL-FILE
                       NOT AT END
                           IF RC-PAY-DATE NUMERIC
                               MOVE RC-PAY-DATE TO CYCLE-PAY-DATE
                           END-IF
                           IF RC-RUN-NUMBER NUMERIC
                               MOVE RC-RUN-NUMBER TO CYCLE-RUN-NUMBER
                           END-IF
                   END-READ
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-STEP-STATE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               MOVE SPACE TO SL-RECORD-TYPE(ST-IDX)
               MOVE SPACE TO SL-COMPLETION(ST-IDX)
               MOVE 0     TO SL-RETURN-CODE(ST-IDX)
               MOVE 0     TO SL-PAY-DATE(ST-IDX)
               MOVE 0     TO SL-RUN-NUMBER(ST-IDX)
               MOVE 0     TO SL-ENTRY-DATE(ST-IDX)
               MOVE 0     TO SL-ENTRY-TIME(ST-IDX)
           END-PERFORM

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT RUN-STATE-FILE
           IF RUN-STATE-STATUS NOT = '00'
              AND RUN-STATE-STATUS NOT = '05'
               DISPLAY 'ERROR: RUN STATE FILE NOT AVAILABLE - STATUS '
                       RUN-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ RUN-STATE-FILE INTO RUN-STATE-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-STEP-STATE
               END-READ
           END-PERFORM

           CLOSE RUN-STATE-FILE
           MOVE 'N' TO EOF-FLAG.

       LOAD-ONE-STEP-STATE.
           MOVE 0 TO RS-IDX
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               IF ST-CODE(ST-IDX) = RS-STEP
                   MOVE ST-IDX TO RS-IDX
               END-IF
           END-PERFORM

           IF RS-IDX > 0 AND (RS-STARTED OR RS-COMPLETED)
               MOVE RS-RECORD-TYPE TO SL-RECORD-TYPE(RS-IDX)
               MOVE RS-COMPLETION  TO SL-COMPLETION(RS-IDX)
               MOVE RS-RETURN-CODE TO SL-RETURN-CODE(RS-IDX)
               MOVE RS-PAY-DATE    TO SL-PAY-DATE(RS-IDX)
               MOVE RS-RUN-NUMBER  TO SL-RUN-NUMBER(RS-IDX)
               MOVE RS-ENTRY-DATE  TO SL-ENTRY-DATE(RS-IDX)
               MOVE RS-ENTRY-TIME  TO SL-ENTRY-TIME(RS-IDX)
           END-IF.

      *    One line per step: what was last logged for it and
      *    whether the sequence check would let it start now, and
      *    if not, why - the same answer the step itself would get.
       REPORT-STEP-STATE.
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-BLANK-LINE
           MOVE 'JOB STEPS' TO RSR-SECTION-TITLE
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-SECTION-LINE
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-STEP-COLUMN-LINE

           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               PERFORM REPORT-ONE-STEP
           END-PERFORM.

       REPORT-ONE-STEP.
           MOVE ST-CODE(ST-IDX) TO RSR-STEP
           MOVE SPACES TO RSR-RUN-DATA-X
           EVALUATE TRUE
               WHEN SL-RECORD-TYPE(ST-IDX) = 'S'
                   MOVE 'STARTED - NOT ENDED' TO RSR-STATE
                   IF ST-UPDATES(ST-IDX)
                       ADD 1 TO IN-FLIGHT-COUNT
                   END-IF
               WHEN SL-COMPLETION(ST-IDX) = 'G'
                   MOVE 'COMPLETE' TO RSR-STATE
               WHEN SL-COMPLETION(ST-IDX) = 'W'
                   MOVE 'COMPLETE - WARNINGS' TO RSR-STATE
               WHEN SL-COMPLETION(ST-IDX) = 'F'
                   MOVE 'COMPLETE - FAILED' TO RSR-STATE
               WHEN OTHER
                   MOVE 'NOT RUN' TO RSR-STATE
           END-EVALUATE

           IF SL-RECORD-TYPE(ST-IDX) NOT = SPACE
               IF SL-RECORD-TYPE(ST-IDX) = 'C'
                   MOVE SL-RETURN-CODE(ST-IDX) TO RSR-RC
               END-IF
               MOVE SL-PAY-DATE(ST-IDX)    TO RSR-PAY-DATE
               MOVE SL-RUN-NUMBER(ST-IDX)  TO RSR-RUN-NUMBER
               MOVE SL-ENTRY-DATE(ST-IDX)  TO RSR-ENTRY-DATE
               MOVE SL-ENTRY-TIME(ST-IDX)  TO RSR-ENTRY-TIME
           END-IF

           MOVE 'Q'             TO SEQ-FUNCTION
           MOVE ST-CODE(ST-IDX) TO SEQ-STEP
           MOVE 0               TO SEQ-RETURN-CODE
           CALL 'PayrollSeqCtl' USING SEQ-CONTROL-AREA
           IF SEQ-REFUSED
               MOVE SEQ-MESSAGE TO RSR-NEXT
           ELSE
               MOVE 'READY' TO RSR-NEXT
           END-IF

           WRITE RUNSTAT-REPORT-RECORD FROM RSR-STEP-LINE.

      *    Every supervisor override logged, oldest first, with
      *    the check it set aside, and any override still on file
      *    waiting to be used.
       REPORT-OVERRIDES.
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-BLANK-LINE
           MOVE 'SUPERVISOR OVERRIDES' TO RSR-SECTION-TITLE
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-SECTION-LINE
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-OVR-COLUMN-LINE

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT RUN-STATE-FILE
           PERFORM UNTIL END-OF-FILE
               READ RUN-STATE-FILE INTO RUN-STATE-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF RS-OVERRIDE
                           PERFORM REPORT-ONE-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATE-FILE
           MOVE 'N' TO EOF-FLAG

           MOVE SPACES TO OVERRIDE-RECORD
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-STATUS = '00' OR OVERRIDE-STATUS = '05'
               IF OVERRIDE-STATUS = '00'
                   READ OVERRIDE-FILE
                       AT END
                           MOVE SPACES TO OVERRIDE-RECORD
                   END-READ
               END-IF
               CLOSE OVERRIDE-FILE
           END-IF
           IF OVERRIDE-RECORD NOT = SPACES
               SET OVERRIDE-WAITING TO TRUE
               WRITE RUNSTAT-REPORT-RECORD FROM RSR-BLANK-LINE
               MOVE OV-STEP          TO RSR-WAIT-STEP
               MOVE OV-SUPERVISOR-ID TO RSR-WAIT-SUPERVISOR
               MOVE OV-REASON        TO RSR-WAIT-REASON
               WRITE RUNSTAT-REPORT-RECORD FROM RSR-WAITING-LINE
           END-IF

           WRITE RUNSTAT-REPORT-RECORD FROM RSR-BLANK-LINE
           MOVE 'OVERRIDES LOGGED              ' TO RSR-CNT-LABEL
           MOVE OVERRIDE-COUNT           TO RSR-CNT-COUNT
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-COUNT-LINE
           MOVE 'STEPS STARTED AND NOT ENDED   ' TO RSR-CNT-LABEL
           MOVE IN-FLIGHT-COUNT          TO RSR-CNT-COUNT
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-COUNT-LINE.

       REPORT-ONE-OVERRIDE.
           ADD 1 TO OVERRIDE-COUNT
           MOVE RS-ENTRY-DATE      TO RSR-OVR-DATE
           MOVE RS-ENTRY-TIME      TO RSR-OVR-TIME
           MOVE RS-STEP            TO RSR-OVR-STEP
           MOVE RS-SUPERVISOR-ID   TO RSR-OVR-SUPERVISOR
           MOVE RS-OVERRIDE-REASON TO RSR-OVR-REASON
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-OVR-LINE
           MOVE RS-REFUSAL         TO RSR-OVR-REFUSAL
           WRITE RUNSTAT-REPORT-RECORD FROM RSR-OVR-REFUSAL-LINE.
