
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollSeqCtl.

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

       WORKING-STORAGE SECTION.

       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
           88 NOT-END-OF-FILE  VALUE 'N'.

       01 RUN-STATE-STATUS     PIC XX VALUE '00'.
       01 RUN-CONTROL-STATUS   PIC XX VALUE '00'.
       01 OVERRIDE-STATUS      PIC XX VALUE '00'.

           COPY RUNSTATE.

           COPY SEQSTEP.

      *    Latest state of each step, in SEQSTEP order. SS-STATE
      *    is ' ' never run, 'S' started and not finished, 'C'
      *    finished. The sequence numbers are record positions on
      *    runstate.dat, so a larger one happened later.
       01 STEP-STATE-TABLE.
           05 SS-ENTRY OCCURS 14 TIMES.
               10 SS-STATE         PIC X(1).
               10 SS-LAST-RC       PIC 9(4).
               10 SS-LAST-COMPLETION PIC X(1).
               10 SS-LAST-SEQ      PIC 9(7).
               10 SS-CLEAN-SEQ     PIC 9(7).

      *    Positions in SEQSTEP of the steps the rules name.
       01 STEP-CONSTANTS.
           05 STEP-COUNT       PIC 9(2) VALUE 14.
           05 MAINT-STEP       PIC 9(2) VALUE 1.
           05 BANKRTN-STEP     PIC 9(2) VALUE 2.
           05 PAYRUN-STEP      PIC 9(2) VALUE 5.
           05 ADJRUN-STEP      PIC 9(2) VALUE 6.
           05 SUPPRUN-STEP     PIC 9(2) VALUE 7.
           05 RECON-STEP       PIC 9(2) VALUE 8.
           05 YEAREND-STEP     PIC 9(2) VALUE 13.
           05 ANNSTMT-STEP     PIC 9(2) VALUE 14.

       01 SEQ-SWITCHES.
           05 ST-IDX           PIC 9(2) VALUE 0.
           05 THIS-STEP        PIC 9(2) VALUE 0.
           05 RS-IDX           PIC 9(2) VALUE 0.
           05 RS-SEQ           PIC 9(7) VALUE 0.
           05 LAST-PAY-SEQ     PIC 9(7) VALUE 0.
           05 FINAL-RC         PIC 9(4) VALUE 0.

       01 CYCLE-FIELDS.
           05 CYCLE-PAY-DATE   PIC 9(8) VALUE 0.
           05 CYCLE-RUN-NUMBER PIC 9(3) VALUE 0.

       01 RUN-STAMP.
           05 RUN-DATE-FULL    PIC 9(8) VALUE 0.
           05 RUN-TIME         PIC 9(8) VALUE 0.

      *    CBL_CHECK_FILE_EXIST returns size, then day, month,
      *    two-byte year and hour/minute/second/hundredths, all
      *    unsigned binary. Laid out year first the bytes compare
      *    in time order.
       01 MASTER-FILE-FIELDS.
           05 MASTER-FILENAME      PIC X(12) VALUE 'employee.dat'.
           05 NEW-MASTER-FILENAME  PIC X(12) VALUE 'employee.new'.
           05 CHECKPOINT-FILENAME  PIC X(14) VALUE 'checkpoint.dat'.
           05 ADJ-CHECKPOINT-FILENAME PIC X(11) VALUE 'adjckpt.dat'.
           05 FILE-INFO.
               10 FI-SIZE          PIC X(8).
               10 FI-DAY           PIC X(1).
               10 FI-MONTH         PIC X(1).
               10 FI-YEAR          PIC X(2).
               10 FI-TIME          PIC X(4).
           05 MASTER-STAMP.
               10 MS-YEAR          PIC X(2).
               10 MS-MONTH         PIC X(1).
               10 MS-DAY           PIC X(1).
               10 MS-TIME          PIC X(4).
           05 NEW-MASTER-STAMP     PIC X(8).
           05 FILE-CALL-STATUS     PIC S9(9) BINARY VALUE 0.

       01 OVERRIDE-FIELDS.
           05 OVERRIDE-FILENAME    PIC X(12) VALUE 'override.dat'.
           05 DELETE-STATUS        PIC 9(9) VALUE 0.
           05 REFUSAL-SAVE         PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
           COPY SEQCTL.

       PROCEDURE DIVISION USING SEQ-CONTROL-AREA.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE 'Y'    TO SEQ-RESULT
           MOVE SPACES TO SEQ-MESSAGE
           MOVE 0      TO FINAL-RC

           MOVE 0 TO THIS-STEP
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               IF ST-CODE(ST-IDX) = SEQ-STEP
                   MOVE ST-IDX TO THIS-STEP
               END-IF
           END-PERFORM

           IF THIS-STEP = 0
               MOVE 'N' TO SEQ-RESULT
               STRING 'UNKNOWN JOB STEP ' SEQ-STEP
                   INTO SEQ-MESSAGE
           ELSE
               PERFORM READ-CYCLE-CONTROL
               IF SEQ-COMPLETE
                   PERFORM LOG-STEP-COMPLETE
               ELSE
                   PERFORM LOAD-RUN-STATE
                   PERFORM CHECK-STEP-SEQUENCE
                   IF SEQ-START AND SEQ-REFUSED
                       PERFORM APPLY-OVERRIDE
                   END-IF
                   IF SEQ-START AND SEQ-ALLOWED
                       PERFORM LOG-STEP-START
                   END-IF
               END-IF
           END-IF

           MOVE FINAL-RC TO RETURN-CODE
           GOBACK.

      *    Every record carries the pay date and run number on the
      *    run control at the time, so the log shows which pay
      *    cycle each step belonged to.
       READ-CYCLE-CONTROL.
           MOVE 0 TO CYCLE-PAY-DATE
           MOVE 0 TO CYCLE-RUN-NUMBER
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

       LOAD-RUN-STATE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               MOVE SPACE TO SS-STATE(ST-IDX)
               MOVE 0     TO SS-LAST-RC(ST-IDX)
               MOVE SPACE TO SS-LAST-COMPLETION(ST-IDX)
               MOVE 0     TO SS-LAST-SEQ(ST-IDX)
               MOVE 0     TO SS-CLEAN-SEQ(ST-IDX)
           END-PERFORM
           MOVE 0 TO RS-SEQ

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT RUN-STATE-FILE
           IF RUN-STATE-STATUS = '00' OR RUN-STATE-STATUS = '05'
               PERFORM UNTIL END-OF-FILE
                   READ RUN-STATE-FILE INTO RUN-STATE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-RUN-STATE
                   END-READ
               END-PERFORM
               CLOSE RUN-STATE-FILE
           ELSE
               MOVE 'N' TO SEQ-RESULT
               STRING 'RUN STATE FILE NOT AVAILABLE - STATUS '
                   RUN-STATE-STATUS
                   INTO SEQ-MESSAGE
           END-IF
           MOVE 'N' TO EOF-FLAG

           MOVE SS-CLEAN-SEQ(PAYRUN-STEP) TO LAST-PAY-SEQ
           IF SS-CLEAN-SEQ(ADJRUN-STEP) > LAST-PAY-SEQ
               MOVE SS-CLEAN-SEQ(ADJRUN-STEP) TO LAST-PAY-SEQ
           END-IF
           IF SS-CLEAN-SEQ(SUPPRUN-STEP) > LAST-PAY-SEQ
               MOVE SS-CLEAN-SEQ(SUPPRUN-STEP) TO LAST-PAY-SEQ
           END-IF.

       LOAD-ONE-RUN-STATE.
           ADD 1 TO RS-SEQ
           MOVE 0 TO RS-IDX
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               IF ST-CODE(ST-IDX) = RS-STEP
                   MOVE ST-IDX TO RS-IDX
               END-IF
           END-PERFORM

           IF RS-IDX > 0
               EVALUATE TRUE
                   WHEN RS-STARTED
                       MOVE 'S'    TO SS-STATE(RS-IDX)
                       MOVE RS-SEQ TO SS-LAST-SEQ(RS-IDX)
                   WHEN RS-COMPLETED
                       MOVE 'C'    TO SS-STATE(RS-IDX)
                       MOVE RS-SEQ TO SS-LAST-SEQ(RS-IDX)
                       MOVE RS-RETURN-CODE TO SS-LAST-RC(RS-IDX)
                       MOVE RS-COMPLETION
                           TO SS-LAST-COMPLETION(RS-IDX)
                       IF RS-CLEAN
                           MOVE RS-SEQ TO SS-CLEAN-SEQ(RS-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

      *    No step starts while a step that updates shared files
      *    has started and not finished. A step that itself did
      *    not finish may be run again to finish - the pay runs
      *    restart from their checkpoints - and its own rules were
      *    met when it first started. Otherwise:
      *      - maintenance, bank returns and the regular pay run
      *        need the last employee.new promoted to employee.dat;
      *      - maintenance, bank returns and reconciliation wait
      *        while a pay run that failed part way has a
      *        checkpoint to restart from;
      *      - the regular pay run needs maintenance and bank
      *        returns run clean since the last pay run, and the
      *        latest run of each not failed;
      *      - any pay run needs the last one reconciled;
      *      - reconciliation needs a pay run to reconcile;
      *      - year-end needs the last pay run reconciled and in
      *        balance;
      *      - annual statements need the year-end close done and
      *        its latest run not failed.
      *    Clean is a return code of 4 or less.
       CHECK-STEP-SEQUENCE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STEP-COUNT
               IF ST-IDX NOT = THIS-STEP
                  AND ST-UPDATES(ST-IDX)
                  AND SS-STATE(ST-IDX) = 'S'
                  AND NOT SEQ-REFUSED
                   MOVE 'N' TO SEQ-RESULT
                   STRING 'STARTED AND NOT COMPLETED - STEP '
                       ST-CODE(ST-IDX)
                       INTO SEQ-MESSAGE
               END-IF
           END-PERFORM

           IF NOT SEQ-REFUSED AND SS-STATE(THIS-STEP) NOT = 'S'
               EVALUATE THIS-STEP
                   WHEN MAINT-STEP
                   WHEN BANKRTN-STEP
                       PERFORM CHECK-NO-PAY-CHECKPOINT
                       PERFORM CHECK-MASTER-PROMOTED
                   WHEN PAYRUN-STEP
                       PERFORM CHECK-LAST-PAY-RECONCILED
                       PERFORM CHECK-MASTER-MAINTAINED
                       PERFORM CHECK-MASTER-PROMOTED
                   WHEN ADJRUN-STEP
                   WHEN SUPPRUN-STEP
                       PERFORM CHECK-LAST-PAY-RECONCILED
                   WHEN RECON-STEP
                       PERFORM CHECK-NO-PAY-CHECKPOINT
                       IF NOT SEQ-REFUSED AND LAST-PAY-SEQ = 0
                           MOVE 'N' TO SEQ-RESULT
                           MOVE 'NO COMPLETED PAY RUN TO RECONCILE'
                               TO SEQ-MESSAGE
                       END-IF
                   WHEN YEAREND-STEP
                       PERFORM CHECK-RECON-IN-BALANCE
                       PERFORM CHECK-LAST-PAY-RECONCILED
                   WHEN ANNSTMT-STEP
                       IF SS-CLEAN-SEQ(YEAREND-STEP) = 0
                           MOVE 'N' TO SEQ-RESULT
                           MOVE 'YEAR-END CLOSE HAS NOT COMPLETED'
                               TO SEQ-MESSAGE
                       END-IF
                       IF NOT SEQ-REFUSED
                          AND SS-STATE(YEAREND-STEP) = 'C'
                          AND SS-LAST-COMPLETION(YEAREND-STEP) = 'F'
                           MOVE 'N' TO SEQ-RESULT
                           MOVE 'LAST YEAR-END CLOSE RUN FAILED'
                               TO SEQ-MESSAGE
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-LAST-PAY-RECONCILED.
           IF NOT SEQ-REFUSED
              AND LAST-PAY-SEQ > 0
              AND SS-CLEAN-SEQ(RECON-STEP) < LAST-PAY-SEQ
               MOVE 'N' TO SEQ-RESULT
               MOVE 'LAST PAY RUN HAS NOT BEEN RECONCILED'
                   TO SEQ-MESSAGE
           END-IF.

       CHECK-RECON-IN-BALANCE.
           IF NOT SEQ-REFUSED
              AND SS-STATE(RECON-STEP) = 'C'
              AND SS-LAST-COMPLETION(RECON-STEP) = 'F'
               MOVE 'N' TO SEQ-RESULT
               MOVE 'LAST RECONCILIATION IS OUT OF BALANCE'
                   TO SEQ-MESSAGE
           END-IF.

       CHECK-MASTER-MAINTAINED.
           IF NOT SEQ-REFUSED
              AND (SS-CLEAN-SEQ(MAINT-STEP) = 0
                   OR SS-CLEAN-SEQ(MAINT-STEP) < LAST-PAY-SEQ)
               MOVE 'N' TO SEQ-RESULT
               MOVE 'EMPLOYEE MAINTENANCE NOT RUN SINCE LAST PAY RUN'
                   TO SEQ-MESSAGE
           END-IF
           IF NOT SEQ-REFUSED
              AND (SS-CLEAN-SEQ(BANKRTN-STEP) = 0
                   OR SS-CLEAN-SEQ(BANKRTN-STEP) < LAST-PAY-SEQ)
               MOVE 'N' TO SEQ-RESULT
               MOVE 'BANK RETURNS NOT RUN SINCE LAST PAY RUN'
                   TO SEQ-MESSAGE
           END-IF
           IF NOT SEQ-REFUSED
              AND SS-STATE(MAINT-STEP) = 'C'
              AND SS-LAST-COMPLETION(MAINT-STEP) = 'F'
               MOVE 'N' TO SEQ-RESULT
               MOVE 'LAST EMPLOYEE MAINTENANCE RUN FAILED'
                   TO SEQ-MESSAGE
           END-IF
           IF NOT SEQ-REFUSED
              AND SS-STATE(BANKRTN-STEP) = 'C'
              AND SS-LAST-COMPLETION(BANKRTN-STEP) = 'F'
               MOVE 'N' TO SEQ-RESULT
               MOVE 'LAST BANK RETURNS RUN FAILED'
                   TO SEQ-MESSAGE
           END-IF.

      *    A pay run that stops part way leaves checkpoint.dat (or
      *    adjckpt.dat for an adjustment run) for its restart.
      *    Changing the master or reconciling in between would
      *    leave the restart working from different data.
       CHECK-NO-PAY-CHECKPOINT.
           IF NOT SEQ-REFUSED
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING CHECKPOINT-FILENAME FILE-INFO
                   RETURNING FILE-CALL-STATUS
               END-CALL
               IF FILE-CALL-STATUS NOT = 0
                   CALL 'CBL_CHECK_FILE_EXIST'
                       USING ADJ-CHECKPOINT-FILENAME FILE-INFO
                       RETURNING FILE-CALL-STATUS
                   END-CALL
               END-IF
               IF FILE-CALL-STATUS = 0
                   MOVE 'N' TO SEQ-RESULT
                   MOVE
                     'PAY RUN CHECKPOINT PRESENT - RESTART THE PAY RUN'
                       TO SEQ-MESSAGE
               END-IF
           END-IF.

      *    Maintenance and bank returns each write employee.new
      *    from employee.dat. Until the operator promotes that
      *    output, employee.new is the newer of the two, and the
      *    next step would either lose it or pay from stale
      *    details.
       CHECK-MASTER-PROMOTED.
           IF NOT SEQ-REFUSED
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING NEW-MASTER-FILENAME FILE-INFO
                   RETURNING FILE-CALL-STATUS
               END-CALL
               IF FILE-CALL-STATUS = 0
                   PERFORM BUILD-MASTER-STAMP
                   MOVE MASTER-STAMP TO NEW-MASTER-STAMP
                   CALL 'CBL_CHECK_FILE_EXIST'
                       USING MASTER-FILENAME FILE-INFO
                       RETURNING FILE-CALL-STATUS
                   END-CALL
                   PERFORM BUILD-MASTER-STAMP
                   IF FILE-CALL-STATUS NOT = 0
                      OR MASTER-STAMP < NEW-MASTER-STAMP
                       MOVE 'N' TO SEQ-RESULT
                       MOVE
                         'EMPLOYEE.NEW NOT YET PROMOTED TO EMPLOYEE.DAT'
                           TO SEQ-MESSAGE
                   END-IF
               END-IF
           END-IF.

       BUILD-MASTER-STAMP.
           MOVE FI-YEAR  TO MS-YEAR
           MOVE FI-MONTH TO MS-MONTH
           MOVE FI-DAY   TO MS-DAY
           MOVE FI-TIME  TO MS-TIME.

      *    An override names the step, the supervisor and the
      *    reason. It is good for one refused start of that step
      *    only: the 'O' record logs what was overridden and the
      *    file is removed. An override for another step, or one
      *    missing the supervisor or reason, is left alone.
       APPLY-OVERRIDE.
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

           IF OV-STEP = SEQ-STEP
              AND OV-SUPERVISOR-ID NOT = SPACES
              AND OV-REASON NOT = SPACES
               MOVE SEQ-MESSAGE TO REFUSAL-SAVE
               MOVE 'Y' TO SEQ-RESULT
               MOVE SPACES TO RUN-STATE-RECORD
               MOVE 'O'              TO RS-RECORD-TYPE
               MOVE 0                TO RS-RETURN-CODE
               MOVE OV-SUPERVISOR-ID TO RS-SUPERVISOR-ID
               MOVE OV-REASON        TO RS-OVERRIDE-REASON
               MOVE REFUSAL-SAVE     TO RS-REFUSAL
               PERFORM APPEND-RUN-STATE
               IF SEQ-REFUSED
                   MOVE SPACES TO SEQ-MESSAGE
                   STRING 'OVERRIDE NOT LOGGED - RUN STATE STATUS '
                       RUN-STATE-STATUS
                       INTO SEQ-MESSAGE
               ELSE
                   CALL 'CBL_DELETE_FILE' USING OVERRIDE-FILENAME
                       RETURNING DELETE-STATUS
                   END-CALL
                   MOVE 'O' TO SEQ-RESULT
                   MOVE SPACES TO SEQ-MESSAGE
                   STRING 'OVERRIDDEN BY ' OV-SUPERVISOR-ID
                       ' - ' REFUSAL-SAVE
                       INTO SEQ-MESSAGE
               END-IF
           END-IF.

       LOG-STEP-START.
           MOVE SPACES TO RUN-STATE-RECORD
           MOVE 'S' TO RS-RECORD-TYPE
           MOVE 0   TO RS-RETURN-CODE
           PERFORM APPEND-RUN-STATE.

       LOG-STEP-COMPLETE.
           MOVE SPACES TO RUN-STATE-RECORD
           MOVE 'C' TO RS-RECORD-TYPE
           MOVE SEQ-RETURN-CODE TO RS-RETURN-CODE
           EVALUATE TRUE
               WHEN SEQ-RETURN-CODE = 0
                   MOVE 'G' TO RS-COMPLETION
               WHEN SEQ-RETURN-CODE <= 4
                   MOVE 'W' TO RS-COMPLETION
               WHEN OTHER
                   MOVE 'F' TO RS-COMPLETION
           END-EVALUATE
           MOVE SEQ-RETURN-CODE TO FINAL-RC
           PERFORM APPEND-RUN-STATE
           IF SEQ-REFUSED
               DISPLAY 'ERROR: ' SEQ-MESSAGE
               DISPLAY 'ERROR: COMPLETION OF STEP ' SEQ-STEP
                       ' NOT RECORDED'
               MOVE 16 TO FINAL-RC
           END-IF.

       APPEND-RUN-STATE.
           MOVE SEQ-STEP         TO RS-STEP
           MOVE CYCLE-PAY-DATE   TO RS-PAY-DATE
           MOVE CYCLE-RUN-NUMBER TO RS-RUN-NUMBER
           MOVE RUN-DATE-FULL    TO RS-ENTRY-DATE
           MOVE RUN-TIME(1:6)    TO RS-ENTRY-TIME
           OPEN EXTEND RUN-STATE-FILE
           IF RUN-STATE-STATUS NOT = '00'
              AND RUN-STATE-STATUS NOT = '05'
               MOVE 'N' TO SEQ-RESULT
               MOVE SPACES TO SEQ-MESSAGE
               STRING 'RUN STATE FILE NOT AVAILABLE - STATUS '
                   RUN-STATE-STATUS
                   INTO SEQ-MESSAGE
           ELSE
               WRITE RUN-STATE-LINE FROM RUN-STATE-RECORD
               CLOSE RUN-STATE-FILE
           END-IF.
