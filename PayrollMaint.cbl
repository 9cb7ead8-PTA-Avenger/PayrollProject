               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MID-EMP-ID
               FILE STATUS IS MASTER-ID-STATUS.
           SELECT ELECTION-FILE ASSIGN TO 'withhold.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WEF-EMP-ID
               FILE STATUS IS ELECTION-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'pending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO 'pending.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE.
       01 MASTER-RECORD        PIC X(213).

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD    PIC X(213).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
               88 TR-ADD           VALUE 'A'.
               88 TR-CHANGE        VALUE 'C'.
               88 TR-TERMINATE     VALUE 'T'.
               88 TR-ELECTION      VALUE 'W'.
               88 TR-APPROVE       VALUE 'V'.
           05 TR-USER-ID       PIC X(8).
           05 TR-EMP-IMAGE     PIC X(213).

       FD REJECT-FILE.
       01 REJECT-RECORD        PIC X(110).

       FD AUDIT-FILE.
           COPY CHGAUD.

       FD MASTER-ID-FILE.
       01 MASTER-ID-RECORD.
           05 MID-EMP-ID       PIC X(5).

       FD ELECTION-FILE.
       01 ELECTION-FILE-RECORD.
           05 WEF-EMP-ID       PIC X(5).
           05 FILLER           PIC X(42).

      *    Bank, pay and status changes held for a second user's
      *    approval - at most one per employee. PR-IMAGE is the
      *    employee as keyed; only the held fields are taken from
      *    it when the change is approved.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PR-EMP-ID        PIC X(5).
           05 PR-ACTION        PIC X(1).
           05 PR-MAKER-ID      PIC X(8).
           05 PR-MADE-DATE     PIC 9(8).
           05 PR-MADE-TIME     PIC 9(4).
           05 PR-CHANGE-FLAGS  PIC X(5).
           05 PR-IMAGE         PIC X(213).

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01 EOF-FLAG             PIC X VALUE 'N'.

           COPY EMPRECD.

           COPY WHELECT.

       01 TRANSACTION-STATUS   PIC XX VALUE '00'.
       01 MASTER-ID-STATUS     PIC XX VALUE '00'.
       01 ELECTION-STATUS      PIC XX VALUE '00'.
       01 PENDING-STATUS       PIC XX VALUE '00'.

       01 TRANSACTION-TABLE.
           05 TXN-COUNT        PIC 9(5) VALUE 0.
               10 TXN-ACTION       PIC X(1).
               10 TXN-USER-ID      PIC X(8).
               10 TXN-EMP-ID       PIC X(5).
               10 TXN-IMAGE        PIC X(213).
               10 TXN-DISPOSITION  PIC X(1).

       01 MAINT-CONSTANTS.
           05 TXN-MAX-RECS     PIC 9(5) VALUE 1000.
           05 PND-MAX-RECS     PIC 9(5) VALUE 500.
           05 PENDING-EXPIRY-DAYS PIC 9(3) VALUE 10.

       01 MAINT-SWITCHES.
           05 TXN-IDX          PIC 9(5) VALUE 0.
           05 REJECT-COUNT     PIC 9(5) VALUE 0.
           05 APPLIED-COUNT    PIC 9(5) VALUE 0.
           05 MAX-HOURS-FOR-FREQ PIC 9(5) VALUE 0.
           05 PND-IDX          PIC 9(5) VALUE 0.
           05 PND-SEL          PIC 9(5) VALUE 0.
           05 PND-AGE-DAYS     PIC S9(7) VALUE 0.
           05 HELD-COUNT       PIC 9(5) VALUE 0.
           05 APPROVED-COUNT   PIC 9(5) VALUE 0.
           05 EXPIRED-COUNT    PIC 9(5) VALUE 0.
           05 AWAITING-COUNT   PIC 9(5) VALUE 0.

      *    Pending changes carried from earlier runs and those held
      *    this run. PND-STATE 'P' is open from an earlier run, 'N'
      *    held this run, 'A' approved this run, 'D' approved and
      *    applied to the master, 'E' expired this run.
       01 PENDING-TABLE.
           05 PND-COUNT        PIC 9(5) VALUE 0.
           05 PND-ENTRY OCCURS 500 TIMES.
               10 PND-EMP-ID       PIC X(5).
               10 PND-ACTION       PIC X(1).
               10 PND-MAKER-ID     PIC X(8).
               10 PND-MADE-DATE    PIC 9(8).
               10 PND-MADE-TIME    PIC 9(4).
               10 PND-CHANGE-FLAGS.
                   15 PND-CHG-BANK     PIC X(1).
                   15 PND-CHG-RATE     PIC X(1).
                   15 PND-CHG-SALARY   PIC X(1).
                   15 PND-CHG-PAY-TYPE PIC X(1).
                   15 PND-CHG-STATUS   PIC X(1).
               10 PND-IMAGE        PIC X(213).
               10 PND-STATE        PIC X(1).
                   88 PND-OPEN         VALUES 'P' 'N'.
                   88 PND-CARRIED      VALUE 'P'.
                   88 PND-HELD-NOW     VALUE 'N'.
                   88 PND-APPROVED     VALUE 'A'.
                   88 PND-APPLIED      VALUE 'D'.
                   88 PND-EXPIRED      VALUE 'E'.
               10 PND-APPROVER-ID  PIC X(8).

      *    The fields that need a second user's approval, as on the
      *    master before a change and as keyed. Status is held as
      *    'A' or 'T' so a blank and an 'A' compare alike; the
      *    rehire and termination dates go with a status change.
       01 CONTROLLED-BEFORE.
           05 CB-COMPARE.
               10 CB-BANK-ROUTING   PIC X(9).
               10 CB-BANK-ACCOUNT   PIC X(17).
               10 CB-BANK-ACCT-TYPE PIC X(1).
               10 CB-RATE           PIC 9(5).
               10 CB-SALARY         PIC 9(7)V99.
               10 CB-PAY-TYPE       PIC X(1).
               10 CB-STATUS         PIC X(1).
           05 CB-REHIRE-DATE        PIC X(8).
           05 CB-TERM-DATE          PIC X(8).

       01 CONTROLLED-AFTER.
           05 CA-COMPARE.
               10 CA-BANK-ROUTING   PIC X(9).
               10 CA-BANK-ACCOUNT   PIC X(17).
               10 CA-BANK-ACCT-TYPE PIC X(1).
               10 CA-RATE           PIC 9(5).
               10 CA-SALARY         PIC 9(7)V99.
               10 CA-PAY-TYPE       PIC X(1).
               10 CA-STATUS         PIC X(1).
           05 CA-REHIRE-DATE        PIC X(8).
           05 CA-TERM-DATE          PIC X(8).

       01 VALIDATION-CONSTANTS.
           05 MAX-WEEKLY-HOURS      PIC 9(5) VALUE 168.
           05 ST-SUB           PIC 9(2) VALUE 0.
           05 STATE-SEL        PIC 9(2) VALUE 0.

           COPY LEAVPLAN.

       01 LEAVE-PLAN-CHECK-FIELDS.
           05 LP-SUB           PIC 9(2) VALUE 0.
           05 LP-SEL           PIC 9(2) VALUE 0.

       01 AUDIT-BEFORE-IMAGE   PIC X(213) VALUE SPACES.

       01 RUN-STAMP.
           05 RUN-DATE         PIC 9(6) VALUE 0.
           05 RUN-DATE-FULL    PIC 9(8) VALUE 0.
           05 RUN-TIME         PIC 9(8) VALUE 0.
           05 RUN-DAY-NUMBER   PIC 9(7) VALUE 0.

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

       01 OLD-BANK-FIELDS.
           05 OLD-BANK-ROUTING   PIC X(9)  VALUE SPACES.
           05 OLD-PRENOTE-STATUS PIC X(1)  VALUE SPACE.
           05 OLD-PRENOTE-DATE   PIC 9(8)  VALUE 0.

       01 OLD-STATUS-FIELDS.
           05 OLD-EMP-STATUS     PIC X(1)  VALUE SPACE.
           05 OLD-TERM-DATE      PIC 9(8)  VALUE 0.

       01 DATE-CHECK-FIELDS.
           05 DATE-CHECK-IMAGE   PIC X(8)  VALUE SPACES.
           05 DATE-CHECK-DATE REDEFINES DATE-CHECK-IMAGE
                                 PIC 9(8).
           05 DATE-CHECK-SPLIT REDEFINES DATE-CHECK-IMAGE.
               10 DATE-CHECK-YEAR  PIC 9(4).
               10 DATE-CHECK-MONTH PIC 9(2).
               10 DATE-CHECK-DAY   PIC 9(2).
           05 DATE-SUB           PIC 9(1)  VALUE 0.

       01 PENDING-REPORT-LINES.
           05 PRL-HEADER-LINE.
               10 FILLER           PIC X(32)
                  VALUE 'PENDING MASTER CHANGES RUN DATE '.
               10 PRL-HDR-DATE     PIC 9(8).
               10 FILLER           PIC X(20)
                  VALUE '  EXPIRE AFTER DAYS '.
               10 PRL-HDR-EXPIRY   PIC ZZ9.
               10 FILLER           PIC X(57) VALUE SPACES.
           05 PRL-SECTION-LINE.
               10 PRL-SECTION-TITLE PIC X(40).
               10 FILLER           PIC X(80) VALUE SPACES.
           05 PRL-COLUMN-LINE.
               10 FILLER           PIC X(7)  VALUE 'EMP-ID'.
               10 FILLER           PIC X(8)  VALUE 'ACTION'.
               10 FILLER           PIC X(33) VALUE 'CHANGED FIELDS'.
               10 FILLER           PIC X(10) VALUE 'KEYED BY'.
               10 FILLER           PIC X(10) VALUE 'KEYED ON'.
               10 FILLER           PIC X(10) VALUE 'APPROVER'.
               10 FILLER           PIC X(42) VALUE 'STATUS'.
           05 PRL-DETAIL-LINE.
               10 PRL-EMP-ID       PIC X(5).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 PRL-ACTION       PIC X(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 PRL-CHG-BANK     PIC X(5).
               10 PRL-CHG-RATE     PIC X(5).
               10 PRL-CHG-SALARY   PIC X(7).
               10 PRL-CHG-PAY-TYPE PIC X(8).
               10 PRL-CHG-STATUS   PIC X(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 PRL-MAKER-ID     PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 PRL-MADE-DATE    PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 PRL-APPROVER-ID  PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 PRL-STATUS       PIC X(28).
               10 FILLER           PIC X(14) VALUE SPACES.
           05 PRL-COUNT-LINE.
               10 PRL-CNT-LABEL    PIC X(30).
               10 PRL-CNT-COUNT    PIC ZZZZ9.
               10 FILLER           PIC X(85) VALUE SPACES.
           05 PRL-BLANK-LINE       PIC X(120) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE-FULL TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DN-DAYS TO RUN-DAY-NUMBER

           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-FILE

           PERFORM LOAD-PENDING-CHANGES
           PERFORM LOAD-TRANSACTIONS

           OPEN OUTPUT MASTER-ID-FILE
                       'AVAILABLE - STATUS ' MASTER-ID-STATUS
               CLOSE REJECT-FILE
                     AUDIT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM APPLY-APPROVALS
           PERFORM APPLY-CHANGES-AND-TERMS
           PERFORM APPLY-ADDS
           PERFORM REPORT-UNMATCHED
           PERFORM SAVE-PENDING-CHANGES
           PERFORM WRITE-PENDING-REPORT
           PERFORM APPLY-ELECTIONS

           CLOSE REJECT-FILE
                 AUDIT-FILE
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

      *    Changes still awaiting approval come forward from the
      *    last run. One not approved within the expiry window
      *    lapses and has to be keyed again.
       LOAD-PENDING-CHANGES.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = '00' AND PENDING-STATUS NOT = '05'
               DISPLAY 'ERROR: PENDING CHANGES FILE NOT AVAILABLE '
                       '- STATUS ' PENDING-STATUS
               CLOSE REJECT-FILE
                     AUDIT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ PENDING-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PENDING-CHANGE
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE
           MOVE 'N' TO EOF-FLAG.

       LOAD-ONE-PENDING-CHANGE.
           IF PND-COUNT >= PND-MAX-RECS
               DISPLAY 'ERROR: MORE THAN ' PND-MAX-RECS
                       ' PENDING CHANGES ON FILE'
               CLOSE PENDING-FILE
                     REJECT-FILE
                     AUDIT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF
           ADD 1 TO PND-COUNT
           MOVE PR-EMP-ID       TO PND-EMP-ID(PND-COUNT)
           MOVE PR-ACTION       TO PND-ACTION(PND-COUNT)
           MOVE PR-MAKER-ID     TO PND-MAKER-ID(PND-COUNT)
           MOVE PR-MADE-DATE    TO PND-MADE-DATE(PND-COUNT)
           MOVE PR-MADE-TIME    TO PND-MADE-TIME(PND-COUNT)
           MOVE PR-CHANGE-FLAGS TO PND-CHANGE-FLAGS(PND-COUNT)
           MOVE PR-IMAGE        TO PND-IMAGE(PND-COUNT)
           MOVE SPACES          TO PND-APPROVER-ID(PND-COUNT)
           MOVE 'P'             TO PND-STATE(PND-COUNT)

           MOVE PR-MADE-DATE TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE PND-AGE-DAYS = RUN-DAY-NUMBER - DN-DAYS
           IF PND-AGE-DAYS > PENDING-EXPIRY-DAYS
               MOVE 'E' TO PND-STATE(PND-COUNT)
               ADD 1 TO EXPIRED-COUNT
           END-IF.

       LOAD-TRANSACTIONS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT TRANSACTION-FILE
               DISPLAY 'ERROR: TRANSACTION FILE NOT AVAILABLE'
               CLOSE REJECT-FILE
                     AUDIT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
           MOVE 'Y' TO RECORD-OK-SW

           IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-TERMINATE
                         AND NOT TR-ELECTION AND NOT TR-APPROVE
               PERFORM REJECT-TRANSACTION-CODE
           ELSE
               IF TR-EMP-IMAGE(1:5) = SPACES
                       MOVE TR-EMP-IMAGE TO EMPLOYEE-RECORD
                       PERFORM VALIDATE-EMPLOYEE-IMAGE
                   END-IF
                   IF TR-ELECTION
                       PERFORM VALIDATE-ELECTION-IMAGE
                   END-IF
               END-IF
           END-IF.


           IF EMP-DEPT-CODE = SPACES
               PERFORM REJECT-IMAGE-FIELD
           END-IF

           IF NOT EMP-LEAVE-NONE
               PERFORM FIND-LEAVE-PLAN
               IF LP-SEL = 0
                   PERFORM REJECT-IMAGE-FIELD
               END-IF
           END-IF

           IF EMP-BIRTH-DATE-R NOT = SPACES
               IF EMP-BIRTH-DATE NOT NUMERIC
                   PERFORM REJECT-IMAGE-FIELD
               ELSE
                   IF EMP-BIRTH-DATE NOT = ZERO
                      AND (EMP-BIRTH-MONTH < 1 OR EMP-BIRTH-MONTH > 12
                           OR EMP-BIRTH-DAY < 1 OR EMP-BIRTH-DAY > 31
                           OR EMP-BIRTH-DATE NOT < RUN-DATE-FULL)
                       PERFORM REJECT-IMAGE-FIELD
                   END-IF
               END-IF
           END-IF

           PERFORM VALIDATE-IMAGE-NEW-HIRE-DATA.

      *    The state new-hire directory needs the hire date, SSN,
      *    home address and date of birth, so an add must carry
      *    them all. A change may leave them blank on a record
      *    converted from before they were kept, but whatever is
      *    keyed must be valid.
       VALIDATE-IMAGE-NEW-HIRE-DATA.
           IF TR-ADD
               IF EMP-HIRE-DATE NOT NUMERIC OR EMP-HIRE-DATE = 0
                  OR EMP-SSN = SPACES
                  OR EMP-ADDRESS = SPACES
                  OR EMP-BIRTH-DATE NOT NUMERIC
                  OR EMP-BIRTH-DATE = 0
                   PERFORM REJECT-IMAGE-FIELD
               END-IF
           END-IF

           PERFORM VARYING DATE-SUB FROM 1 BY 1 UNTIL DATE-SUB > 3
               MOVE EMP-DATE-ENTRY(DATE-SUB) TO DATE-CHECK-IMAGE
               PERFORM VALIDATE-IMAGE-DATE
           END-PERFORM

           IF RECORD-OK
              AND EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE NOT = 0
               IF (EMP-REHIRE-DATE NUMERIC
                   AND EMP-REHIRE-DATE NOT = 0
                   AND EMP-REHIRE-DATE < EMP-HIRE-DATE)
                  OR (EMP-TERM-DATE NUMERIC
                      AND EMP-TERM-DATE NOT = 0
                      AND EMP-TERM-DATE < EMP-HIRE-DATE)
                   PERFORM REJECT-IMAGE-FIELD
               END-IF
           END-IF

      *    Area 000, 666 and 900-999, group 00 and serial 0000 are
      *    never issued.
           IF EMP-SSN NOT = SPACES
               IF EMP-SSN NOT NUMERIC
                  OR EMP-SSN(1:3) = '000' OR EMP-SSN(1:3) = '666'
                  OR EMP-SSN(1:1) = '9'
                  OR EMP-SSN(4:2) = '00'
                  OR EMP-SSN(6:4) = '0000'
                   PERFORM REJECT-IMAGE-FIELD
               END-IF
           END-IF

           IF EMP-ADDRESS NOT = SPACES
               IF EMP-ADDR-STREET = SPACES
                  OR EMP-ADDR-CITY = SPACES
                  OR EMP-ADDR-STATE = SPACES
                  OR EMP-ADDR-STATE NOT ALPHABETIC
                  OR EMP-ADDR-ZIP(1:5) NOT NUMERIC
                  OR (EMP-ADDR-ZIP(6:4) NOT = SPACES
                      AND EMP-ADDR-ZIP(6:4) NOT NUMERIC)
                   PERFORM REJECT-IMAGE-FIELD
               END-IF
           END-IF.

      *    A blank or zero date is left to the caller to require.
       VALIDATE-IMAGE-DATE.
           IF DATE-CHECK-IMAGE NOT = SPACES
               IF DATE-CHECK-IMAGE NOT NUMERIC
                   PERFORM REJECT-IMAGE-FIELD
               ELSE
                   IF DATE-CHECK-DATE NOT = ZERO
                      AND (DATE-CHECK-MONTH < 1
                           OR DATE-CHECK-MONTH > 12
                           OR DATE-CHECK-DAY < 1
                           OR DATE-CHECK-DAY > 31)
                       PERFORM REJECT-IMAGE-FIELD
                   END-IF
               END-IF
           END-IF.

      *    A 'W' transaction carries the employee's complete W-4
      *    election in the WHELECT layout and replaces whatever is on
      *    file. An exempt election must carry an expiry that has not
      *    already passed; a non-exempt one has its expiry cleared.
       VALIDATE-ELECTION-IMAGE.
           MOVE TR-EMP-IMAGE TO WITHHOLD-ELECTION-RECORD

           IF NOT WE-FILE-SINGLE AND NOT WE-FILE-JOINT
                                 AND NOT WE-FILE-HEAD
               PERFORM REJECT-IMAGE-FIELD
           END-IF

           IF WE-DEPENDENT-CREDIT NOT NUMERIC
              OR WE-OTHER-INCOME NOT NUMERIC
              OR WE-DEDUCTIONS NOT NUMERIC
              OR WE-EXTRA-WITHHOLDING NOT NUMERIC
               PERFORM REJECT-IMAGE-FIELD
           END-IF

           EVALUATE TRUE
               WHEN WE-EXEMPT
                   IF WE-EXEMPT-EXPIRY NOT NUMERIC
                      OR WE-EXEMPT-EXPIRY < RUN-DATE-FULL
                       PERFORM REJECT-IMAGE-FIELD
                   END-IF
               WHEN WE-NOT-EXEMPT
                   MOVE 'N' TO WE-EXEMPT-FLAG
                   MOVE 0   TO WE-EXEMPT-EXPIRY
               WHEN OTHER
                   PERFORM REJECT-IMAGE-FIELD
           END-EVALUATE

           IF WE-FILING-STATUS = SPACE
               MOVE 'S' TO WE-FILING-STATUS
           END-IF

           IF RECORD-OK
               MOVE WITHHOLD-ELECTION-RECORD TO TR-EMP-IMAGE
           END-IF.

       FIND-STATE-ENTRY.
               END-IF
           END-PERFORM.

       FIND-LEAVE-PLAN.
           MOVE 0 TO LP-SEL
           PERFORM VARYING LP-SUB FROM 1 BY 1 UNTIL LP-SUB > 3
               IF LP-PLAN-CODE(LP-SUB) = EMP-LEAVE-PLAN
                   MOVE LP-SUB TO LP-SEL
                   MOVE 4 TO LP-SUB
               END-IF
           END-PERFORM.

       VALIDATE-IMAGE-SALARY.
           IF EMP-SALARY NOT NUMERIC
              OR EMP-SALARY = 0
               MOVE SPACES TO REJECT-RECORD
               STRING
                   'REJECT: INVALID FIELD DATA FOR ACTION ' TR-ACTION
                   ' EMP-ID ' TR-EMP-IMAGE(1:5) ' USER ' TR-USER-ID
                   INTO REJECT-RECORD
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
           END-IF.

      *    An approval ('V') names the employee whose waiting
      *    change it releases. Only a change held in an earlier run
      *    can be approved, and never by the user who keyed it.
       APPLY-APPROVALS.
           PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > TXN-COUNT
               IF TXN-ACTION(TXN-IDX) = 'V'
                  AND TXN-DISPOSITION(TXN-IDX) = ' '
                   PERFORM APPLY-ONE-APPROVAL
               END-IF
           END-PERFORM.

       APPLY-ONE-APPROVAL.
           MOVE 0 TO PND-SEL
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               IF PND-EMP-ID(PND-IDX) = TXN-EMP-ID(TXN-IDX)
                  AND (PND-CARRIED(PND-IDX) OR PND-EXPIRED(PND-IDX))
                   MOVE PND-IDX TO PND-SEL
               END-IF
           END-PERFORM

           MOVE SPACES TO REJECT-RECORD
           EVALUATE TRUE
               WHEN PND-SEL = 0
                   STRING
                       'REJECT: NO CHANGE AWAITING APPROVAL FOR '
                       'EMP-ID ' TXN-EMP-ID(TXN-IDX)
                       ' USER ' TXN-USER-ID(TXN-IDX)
                       INTO REJECT-RECORD
               WHEN PND-EXPIRED(PND-SEL)
                   STRING
                       'REJECT: PENDING CHANGE EXPIRED FOR '
                       'EMP-ID ' TXN-EMP-ID(TXN-IDX)
                       ' USER ' TXN-USER-ID(TXN-IDX)
                       INTO REJECT-RECORD
               WHEN TXN-USER-ID(TXN-IDX) = SPACES
                    OR TXN-USER-ID(TXN-IDX) = PND-MAKER-ID(PND-SEL)
                   STRING
                       'REJECT: APPROVER MUST DIFFER FROM MAKER FOR '
                       'EMP-ID ' TXN-EMP-ID(TXN-IDX)
                       ' USER ' TXN-USER-ID(TXN-IDX)
                       INTO REJECT-RECORD
               WHEN OTHER
                   MOVE 'A' TO PND-STATE(PND-SEL)
                   MOVE TXN-USER-ID(TXN-IDX)
                       TO PND-APPROVER-ID(PND-SEL)
                   MOVE 'P' TO TXN-DISPOSITION(TXN-IDX)
           END-EVALUATE

           IF REJECT-RECORD NOT = SPACES
               MOVE 'R' TO TXN-DISPOSITION(TXN-IDX)
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
           END-IF.

       APPLY-CHANGES-AND-TERMS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE
           END-WRITE

           MOVE MASTER-RECORD TO EMPLOYEE-RECORD
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               IF PND-EMP-ID(PND-IDX) = MASTER-RECORD(1:5)
                  AND PND-APPROVED(PND-IDX)
                   PERFORM APPLY-APPROVED-CHANGE
               END-IF
           END-PERFORM

           PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > TXN-COUNT
               IF TXN-EMP-ID(TXN-IDX) = MASTER-RECORD(1:5)

       APPLY-ONE-MASTER-TXN.
           MOVE EMPLOYEE-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE EMP-STATUS TO OLD-EMP-STATUS
           MOVE 0 TO OLD-TERM-DATE
           IF EMP-TERM-DATE NUMERIC
               MOVE EMP-TERM-DATE TO OLD-TERM-DATE
           END-IF
           PERFORM SAVE-OLD-BANK-FIELDS
           PERFORM SAVE-CONTROLLED-BEFORE
           IF TXN-ACTION(MATCH-IDX) = 'C'
               MOVE TXN-IMAGE(MATCH-IDX) TO EMPLOYEE-RECORD
           ELSE
               MOVE 'T' TO EMP-STATUS
           END-IF
           PERFORM SET-STATUS-DATES
           IF RECORD-OK
               PERFORM SAVE-CONTROLLED-AFTER
               IF CA-COMPARE = CB-COMPARE
                   PERFORM SET-PRENOTE-ON-CHANGE
                   MOVE 'P' TO TXN-DISPOSITION(MATCH-IDX)
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   PERFORM HOLD-CONTROLLED-CHANGE
               END-IF
           ELSE
               MOVE AUDIT-BEFORE-IMAGE TO EMPLOYEE-RECORD
               MOVE 'R' TO TXN-DISPOSITION(MATCH-IDX)
               MOVE SPACES TO REJECT-RECORD
               STRING
                   'REJECT: REHIRE DATE REQUIRED TO REACTIVATE '
                   'EMP-ID ' TXN-EMP-ID(MATCH-IDX)
                   ' USER ' TXN-USER-ID(MATCH-IDX)
                   INTO REJECT-RECORD
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
           END-IF.

       SAVE-OLD-BANK-FIELDS.
           MOVE EMP-BANK-ROUTING    TO OLD-BANK-ROUTING
           MOVE EMP-BANK-ACCOUNT    TO OLD-BANK-ACCOUNT
           MOVE EMP-BANK-ACCT-TYPE  TO OLD-BANK-ACCT-TYPE
           MOVE EMP-PRENOTE-STATUS  TO OLD-PRENOTE-STATUS
           MOVE EMP-PRENOTE-DATE    TO OLD-PRENOTE-DATE.

      *    Bank, pay-rate, salary, pay-type and status changes wait
      *    for a second user. The rest of the change applies now
      *    with those fields left as they were. Only one change per
      *    employee may be waiting at a time, so a second one is
      *    rejected whole until the first is approved or expires.
       HOLD-CONTROLLED-CHANGE.
           MOVE 0 TO PND-SEL
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               IF PND-EMP-ID(PND-IDX) = EMP-ID
                  AND PND-OPEN(PND-IDX)
                   MOVE PND-IDX TO PND-SEL
               END-IF
           END-PERFORM

           MOVE SPACES TO REJECT-RECORD
           EVALUATE TRUE
               WHEN PND-SEL NOT = 0
                   STRING
                       'REJECT: CHANGE ALREADY AWAITING APPROVAL FOR '
                       'EMP-ID ' TXN-EMP-ID(MATCH-IDX)
                       ' ACTION ' TXN-ACTION(MATCH-IDX)
                       ' USER ' TXN-USER-ID(MATCH-IDX)
                       INTO REJECT-RECORD
               WHEN PND-COUNT >= PND-MAX-RECS
                   STRING
                       'REJECT: PENDING CHANGE LIMIT EXCEEDED FOR '
                       'EMP-ID ' TXN-EMP-ID(MATCH-IDX)
                       ' ACTION ' TXN-ACTION(MATCH-IDX)
                       ' USER ' TXN-USER-ID(MATCH-IDX)
                       INTO REJECT-RECORD
               WHEN OTHER
                   PERFORM ADD-PENDING-CHANGE
           END-EVALUATE

           IF REJECT-RECORD NOT = SPACES
               MOVE AUDIT-BEFORE-IMAGE TO EMPLOYEE-RECORD
               MOVE 'R' TO TXN-DISPOSITION(MATCH-IDX)
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
           END-IF.

       ADD-PENDING-CHANGE.
           ADD 1 TO PND-COUNT
           MOVE EMP-ID                 TO PND-EMP-ID(PND-COUNT)
           MOVE TXN-ACTION(MATCH-IDX)  TO PND-ACTION(PND-COUNT)
           MOVE TXN-USER-ID(MATCH-IDX) TO PND-MAKER-ID(PND-COUNT)
           MOVE RUN-DATE-FULL          TO PND-MADE-DATE(PND-COUNT)
           MOVE RUN-TIME(1:4)          TO PND-MADE-TIME(PND-COUNT)
           MOVE EMPLOYEE-RECORD        TO PND-IMAGE(PND-COUNT)
           MOVE SPACES                 TO PND-APPROVER-ID(PND-COUNT)
           MOVE 'N'                    TO PND-STATE(PND-COUNT)
           MOVE SPACES TO PND-CHANGE-FLAGS(PND-COUNT)
           IF CA-BANK-ROUTING NOT = CB-BANK-ROUTING
              OR CA-BANK-ACCOUNT NOT = CB-BANK-ACCOUNT
              OR CA-BANK-ACCT-TYPE NOT = CB-BANK-ACCT-TYPE
               MOVE 'Y' TO PND-CHG-BANK(PND-COUNT)
           END-IF
           IF CA-RATE NOT = CB-RATE
               MOVE 'Y' TO PND-CHG-RATE(PND-COUNT)
           END-IF
           IF CA-SALARY NOT = CB-SALARY
               MOVE 'Y' TO PND-CHG-SALARY(PND-COUNT)
           END-IF
           IF CA-PAY-TYPE NOT = CB-PAY-TYPE
               MOVE 'Y' TO PND-CHG-PAY-TYPE(PND-COUNT)
           END-IF
           IF CA-STATUS NOT = CB-STATUS
               MOVE 'Y' TO PND-CHG-STATUS(PND-COUNT)
           END-IF
           ADD 1 TO HELD-COUNT

           PERFORM RESTORE-CONTROLLED-BEFORE
           PERFORM SET-PRENOTE-ON-CHANGE
           MOVE 'H' TO TXN-DISPOSITION(MATCH-IDX)
           IF EMPLOYEE-RECORD NOT = AUDIT-BEFORE-IMAGE
               ADD 1 TO APPLIED-COUNT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    Only the held fields are taken from the image as keyed;
      *    anything else on the master may have been changed since
      *    and stands. The audit record names both users.
       APPLY-APPROVED-CHANGE.
           MOVE EMPLOYEE-RECORD TO AUDIT-BEFORE-IMAGE
           PERFORM SAVE-OLD-BANK-FIELDS
           PERFORM SAVE-CONTROLLED-BEFORE
           MOVE PND-IMAGE(PND-IDX) TO EMPLOYEE-RECORD
           PERFORM SAVE-CONTROLLED-AFTER
           MOVE AUDIT-BEFORE-IMAGE TO EMPLOYEE-RECORD
           PERFORM RESTORE-CONTROLLED-AFTER
           PERFORM SET-PRENOTE-ON-CHANGE
           MOVE 'D' TO PND-STATE(PND-IDX)
           ADD 1 TO APPROVED-COUNT
           ADD 1 TO APPLIED-COUNT
           PERFORM WRITE-APPROVAL-AUDIT-RECORD.

       SAVE-CONTROLLED-BEFORE.
           MOVE EMP-BANK-ROUTING   TO CB-BANK-ROUTING
           MOVE EMP-BANK-ACCOUNT   TO CB-BANK-ACCOUNT
           MOVE EMP-BANK-ACCT-TYPE TO CB-BANK-ACCT-TYPE
           MOVE EMP-RATE           TO CB-RATE
           MOVE EMP-SALARY         TO CB-SALARY
           MOVE EMP-PAY-TYPE       TO CB-PAY-TYPE
           IF EMP-TERMINATED
               MOVE 'T' TO CB-STATUS
           ELSE
               MOVE 'A' TO CB-STATUS
           END-IF
           MOVE EMP-DATE-ENTRY(2)  TO CB-REHIRE-DATE
           MOVE EMP-DATE-ENTRY(3)  TO CB-TERM-DATE.

       SAVE-CONTROLLED-AFTER.
           MOVE EMP-BANK-ROUTING   TO CA-BANK-ROUTING
           MOVE EMP-BANK-ACCOUNT   TO CA-BANK-ACCOUNT
           MOVE EMP-BANK-ACCT-TYPE TO CA-BANK-ACCT-TYPE
           MOVE EMP-RATE           TO CA-RATE
           MOVE EMP-SALARY         TO CA-SALARY
           MOVE EMP-PAY-TYPE       TO CA-PAY-TYPE
           IF EMP-TERMINATED
               MOVE 'T' TO CA-STATUS
           ELSE
               MOVE 'A' TO CA-STATUS
           END-IF
           MOVE EMP-DATE-ENTRY(2)  TO CA-REHIRE-DATE
           MOVE EMP-DATE-ENTRY(3)  TO CA-TERM-DATE.

       RESTORE-CONTROLLED-BEFORE.
           MOVE CB-BANK-ROUTING   TO EMP-BANK-ROUTING
           MOVE CB-BANK-ACCOUNT   TO EMP-BANK-ACCOUNT
           MOVE CB-BANK-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
           MOVE CB-RATE           TO EMP-RATE
           MOVE CB-SALARY         TO EMP-SALARY
           MOVE CB-PAY-TYPE       TO EMP-PAY-TYPE
           IF CA-STATUS NOT = CB-STATUS
               MOVE CB-STATUS      TO EMP-STATUS
               MOVE CB-REHIRE-DATE TO EMP-DATE-ENTRY(2)
               MOVE CB-TERM-DATE   TO EMP-DATE-ENTRY(3)
           END-IF.

       RESTORE-CONTROLLED-AFTER.
           MOVE CA-BANK-ROUTING   TO EMP-BANK-ROUTING
           MOVE CA-BANK-ACCOUNT   TO EMP-BANK-ACCOUNT
           MOVE CA-BANK-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
           MOVE CA-RATE           TO EMP-RATE
           MOVE CA-SALARY         TO EMP-SALARY
           MOVE CA-PAY-TYPE       TO EMP-PAY-TYPE
           IF CA-STATUS NOT = CB-STATUS
               MOVE CA-STATUS      TO EMP-STATUS
               MOVE CA-REHIRE-DATE TO EMP-DATE-ENTRY(2)
               MOVE CA-TERM-DATE   TO EMP-DATE-ENTRY(3)
           END-IF.

      *    A termination is dated the day it is applied unless the
      *    change keyed its own date. Bringing a terminated employee
      *    back needs a rehire date on or after the termination -
      *    it is what the new-hire report dates the rehire from.
       SET-STATUS-DATES.
           MOVE 'Y' TO RECORD-OK-SW
           IF EMP-TERMINATED AND OLD-EMP-STATUS NOT = 'T'
               IF EMP-TERM-DATE NOT NUMERIC OR EMP-TERM-DATE = 0
                   MOVE RUN-DATE-FULL TO EMP-TERM-DATE
               END-IF
           END-IF
           IF EMP-ACTIVE AND OLD-EMP-STATUS = 'T'
               IF EMP-REHIRE-DATE NOT NUMERIC
                   MOVE 'N' TO RECORD-OK-SW
               ELSE
                   IF EMP-REHIRE-DATE = 0
                      OR EMP-REHIRE-DATE < OLD-TERM-DATE
                       MOVE 'N' TO RECORD-OK-SW
                   END-IF
               END-IF
           END-IF.

      *    The prenote fields are system-owned: a change that leaves
      *    the bank details alone carries the old status and date
           MOVE EMP-ID                    TO AUD-EMP-ID
           MOVE AUDIT-BEFORE-IMAGE        TO AUD-BEFORE-IMAGE
           MOVE EMPLOYEE-RECORD           TO AUD-AFTER-IMAGE
           MOVE SPACES                    TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD.

       WRITE-APPROVAL-AUDIT-RECORD.
           MOVE RUN-DATE                  TO AUD-DATE
           MOVE RUN-TIME(1:4)             TO AUD-TIME
           MOVE PND-MAKER-ID(PND-IDX)     TO AUD-USER-ID
           MOVE PND-ACTION(PND-IDX)       TO AUD-ACTION
           MOVE EMP-ID                    TO AUD-EMP-ID
           MOVE AUDIT-BEFORE-IMAGE        TO AUD-BEFORE-IMAGE
           MOVE EMPLOYEE-RECORD           TO AUD-AFTER-IMAGE
           MOVE PND-APPROVER-ID(PND-IDX)  TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD.

      *    Only changes still waiting go back on the file; approved
      *    and expired ones drop off once reported.
       SAVE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               IF PND-OPEN(PND-IDX)
                   MOVE PND-EMP-ID(PND-IDX)    TO PR-EMP-ID
                   MOVE PND-ACTION(PND-IDX)    TO PR-ACTION
                   MOVE PND-MAKER-ID(PND-IDX)  TO PR-MAKER-ID
                   MOVE PND-MADE-DATE(PND-IDX) TO PR-MADE-DATE
                   MOVE PND-MADE-TIME(PND-IDX) TO PR-MADE-TIME
                   MOVE PND-CHANGE-FLAGS(PND-IDX)
                                               TO PR-CHANGE-FLAGS
                   MOVE PND-IMAGE(PND-IDX)     TO PR-IMAGE
                   WRITE PENDING-RECORD
                   ADD 1 TO AWAITING-COUNT
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       WRITE-PENDING-REPORT.
           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE RUN-DATE-FULL       TO PRL-HDR-DATE
           MOVE PENDING-EXPIRY-DAYS TO PRL-HDR-EXPIRY
           WRITE PENDING-REPORT-RECORD FROM PRL-HEADER-LINE

           WRITE PENDING-REPORT-RECORD FROM PRL-BLANK-LINE
           MOVE 'APPROVED THIS RUN' TO PRL-SECTION-TITLE
           WRITE PENDING-REPORT-RECORD FROM PRL-SECTION-LINE
           WRITE PENDING-REPORT-RECORD FROM PRL-COLUMN-LINE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               EVALUATE TRUE
                   WHEN PND-APPLIED(PND-IDX)
                       MOVE 'APPLIED' TO PRL-STATUS
                       PERFORM WRITE-PENDING-DETAIL
                   WHEN PND-APPROVED(PND-IDX)
                       MOVE 'NOT APPLIED - NOT ON MASTER' TO PRL-STATUS
                       PERFORM WRITE-PENDING-DETAIL
               END-EVALUATE
           END-PERFORM

           WRITE PENDING-REPORT-RECORD FROM PRL-BLANK-LINE
           MOVE 'EXPIRED WITHOUT APPROVAL' TO PRL-SECTION-TITLE
           WRITE PENDING-REPORT-RECORD FROM PRL-SECTION-LINE
           WRITE PENDING-REPORT-RECORD FROM PRL-COLUMN-LINE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               IF PND-EXPIRED(PND-IDX)
                   MOVE 'EXPIRED - NOT APPLIED' TO PRL-STATUS
                   PERFORM WRITE-PENDING-DETAIL
               END-IF
           END-PERFORM

           WRITE PENDING-REPORT-RECORD FROM PRL-BLANK-LINE
           MOVE 'AWAITING APPROVAL' TO PRL-SECTION-TITLE
           WRITE PENDING-REPORT-RECORD FROM PRL-SECTION-LINE
           WRITE PENDING-REPORT-RECORD FROM PRL-COLUMN-LINE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               EVALUATE TRUE
                   WHEN PND-CARRIED(PND-IDX)
                       MOVE 'AWAITING APPROVAL' TO PRL-STATUS
                       PERFORM WRITE-PENDING-DETAIL
                   WHEN PND-HELD-NOW(PND-IDX)
                       MOVE 'KEYED THIS RUN' TO PRL-STATUS
                       PERFORM WRITE-PENDING-DETAIL
               END-EVALUATE
           END-PERFORM

           WRITE PENDING-REPORT-RECORD FROM PRL-BLANK-LINE
           MOVE 'HELD FOR APPROVAL THIS RUN    ' TO PRL-CNT-LABEL
           MOVE HELD-COUNT               TO PRL-CNT-COUNT
           WRITE PENDING-REPORT-RECORD FROM PRL-COUNT-LINE
           MOVE 'APPROVED AND APPLIED          ' TO PRL-CNT-LABEL
           MOVE APPROVED-COUNT           TO PRL-CNT-COUNT
           WRITE PENDING-REPORT-RECORD FROM PRL-COUNT-LINE
           MOVE 'EXPIRED                       ' TO PRL-CNT-LABEL
           MOVE EXPIRED-COUNT            TO PRL-CNT-COUNT
           WRITE PENDING-REPORT-RECORD FROM PRL-COUNT-LINE
           MOVE 'AWAITING APPROVAL             ' TO PRL-CNT-LABEL
           MOVE AWAITING-COUNT           TO PRL-CNT-COUNT
           WRITE PENDING-REPORT-RECORD FROM PRL-COUNT-LINE
           CLOSE PENDING-REPORT-FILE.

       WRITE-PENDING-DETAIL.
           MOVE PND-EMP-ID(PND-IDX) TO PRL-EMP-ID
           IF PND-ACTION(PND-IDX) = 'T'
               MOVE 'TERM'   TO PRL-ACTION
           ELSE
               MOVE 'CHANGE' TO PRL-ACTION
           END-IF
           MOVE SPACES TO PRL-CHG-BANK
           MOVE SPACES TO PRL-CHG-RATE
           MOVE SPACES TO PRL-CHG-SALARY
           MOVE SPACES TO PRL-CHG-PAY-TYPE
           MOVE SPACES TO PRL-CHG-STATUS
           IF PND-CHG-BANK(PND-IDX) = 'Y'
               MOVE 'BANK' TO PRL-CHG-BANK
           END-IF
           IF PND-CHG-RATE(PND-IDX) = 'Y'
               MOVE 'RATE' TO PRL-CHG-RATE
           END-IF
           IF PND-CHG-SALARY(PND-IDX) = 'Y'
               MOVE 'SALARY' TO PRL-CHG-SALARY
           END-IF
           IF PND-CHG-PAY-TYPE(PND-IDX) = 'Y'
               MOVE 'PAYTYPE' TO PRL-CHG-PAY-TYPE
           END-IF
           IF PND-CHG-STATUS(PND-IDX) = 'Y'
               MOVE 'STATUS' TO PRL-CHG-STATUS
           END-IF
           MOVE PND-MAKER-ID(PND-IDX)    TO PRL-MAKER-ID
           MOVE PND-MADE-DATE(PND-IDX)   TO PRL-MADE-DATE
           MOVE PND-APPROVER-ID(PND-IDX) TO PRL-APPROVER-ID
           WRITE PENDING-REPORT-RECORD FROM PRL-DETAIL-LINE.

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

      *    Elections apply after the master passes so that one keyed
      *    in the same batch as the employee's add is accepted. The
      *    duplicate-check work file now holds every EMP-ID on the
      *    new master and is reread to confirm the employee exists.
       APPLY-ELECTIONS.
           CLOSE MASTER-ID-FILE
           OPEN INPUT MASTER-ID-FILE

           OPEN I-O ELECTION-FILE
           IF ELECTION-STATUS = '35' OR ELECTION-STATUS = '05'
               OPEN OUTPUT ELECTION-FILE
               CLOSE ELECTION-FILE
               OPEN I-O ELECTION-FILE
           END-IF
           IF ELECTION-STATUS NOT = '00'
               DISPLAY 'ERROR: WITHHOLDING ELECTION FILE NOT '
                       'AVAILABLE - STATUS ' ELECTION-STATUS
               CLOSE REJECT-FILE
                     AUDIT-FILE
                     MASTER-ID-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > TXN-COUNT
               IF TXN-ACTION(TXN-IDX) = 'W'
                  AND TXN-DISPOSITION(TXN-IDX) = ' '
                   PERFORM APPLY-ONE-ELECTION
               END-IF
           END-PERFORM

           CLOSE ELECTION-FILE.

       APPLY-ONE-ELECTION.
           MOVE TXN-EMP-ID(TXN-IDX) TO MID-EMP-ID
           READ MASTER-ID-FILE
               INVALID KEY
                   MOVE 'R' TO TXN-DISPOSITION(TXN-IDX)
                   MOVE SPACES TO REJECT-RECORD
                   STRING
                       'REJECT: EMP-ID NOT ON MASTER '
                       TXN-EMP-ID(TXN-IDX)
                       ' FOR ACTION W USER ' TXN-USER-ID(TXN-IDX)
                       INTO REJECT-RECORD
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   PERFORM STORE-ELECTION
           END-READ.

       STORE-ELECTION.
           MOVE TXN-IDX TO MATCH-IDX
           MOVE TXN-IMAGE(TXN-IDX) TO WITHHOLD-ELECTION-RECORD
           MOVE WE-EMP-ID TO WEF-EMP-ID
           READ ELECTION-FILE
               INVALID KEY
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                   WRITE ELECTION-FILE-RECORD
                       FROM WITHHOLD-ELECTION-RECORD
               NOT INVALID KEY
                   MOVE ELECTION-FILE-RECORD TO AUDIT-BEFORE-IMAGE
                   REWRITE ELECTION-FILE-RECORD
                       FROM WITHHOLD-ELECTION-RECORD
           END-READ
           MOVE 'P' TO TXN-DISPOSITION(TXN-IDX)
           ADD 1 TO APPLIED-COUNT
           PERFORM WRITE-ELECTION-AUDIT-RECORD.

       WRITE-ELECTION-AUDIT-RECORD.
           MOVE RUN-DATE                  TO AUD-DATE
           MOVE RUN-TIME(1:4)             TO AUD-TIME
           MOVE TXN-USER-ID(MATCH-IDX)    TO AUD-USER-ID
           MOVE TXN-ACTION(MATCH-IDX)     TO AUD-ACTION
           MOVE WE-EMP-ID                 TO AUD-EMP-ID
           MOVE AUDIT-BEFORE-IMAGE        TO AUD-BEFORE-IMAGE
           MOVE WITHHOLD-ELECTION-RECORD  TO AUD-AFTER-IMAGE
           MOVE SPACES                    TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           MOVE 'MAINT'    TO SEQ-STEP
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
