
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollChkRec.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-CONTROL-FILE ASSIGN TO 'chkrcctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CONTROL-STATUS.
           SELECT OPTIONAL CHECK-REGISTER-FILE
               ASSIGN TO 'checkreg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-REGISTER-STATUS.
           SELECT PAID-ITEM-FILE ASSIGN TO 'paiditem.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-ITEM-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'employee.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT CHKREC-REPORT-FILE ASSIGN TO 'chkrec.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RECON-CONTROL-FILE.
       01 RECON-CONTROL-RECORD.
           05 RCC-AS-OF-DATE   PIC 9(8).
           05 RCC-STALE-DAYS   PIC 9(3).

       FD CHECK-REGISTER-FILE.
           COPY CHKREG.

      *    The bank's paid-items file comes back in the same shape
      *    as the positive-pay issue file it answers, with the paid
      *    date where the issue date was.
       FD PAID-ITEM-FILE.
       01 PAID-ITEM-RECORD.
           05 PI-RECORD-CODE   PIC X(1).
           05 PI-ACCOUNT-NUMBER PIC X(10).
           05 PI-CHECK-NO      PIC 9(10).
           05 PI-PAID-DATE     PIC 9(8).
           05 PI-AMOUNT-CENTS  PIC 9(10).
           05 PI-PAYEE-NAME    PIC X(30).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-INPUT-RECORD PIC X(213).

       FD CHKREC-REPORT-FILE.
       01 CHKREC-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
           88 NOT-END-OF-FILE  VALUE 'N'.

           COPY EMPRECD.

       01 RECON-CONTROL-STATUS  PIC XX VALUE '00'.
       01 CHECK-REGISTER-STATUS PIC XX VALUE '00'.
       01 PAID-ITEM-STATUS      PIC XX VALUE '00'.
       01 EMPLOYEE-STATUS       PIC XX VALUE '00'.

       01 RECON-CONTROL-FIELDS.
           05 AS-OF-DATE       PIC 9(8) VALUE 0.
           05 STALE-DAYS       PIC 9(3) VALUE 0.
           05 DEFAULT-STALE-DAYS PIC 9(3) VALUE 180.

      *    One entry per check number, holding the state left by
      *    the last register record written for it.
       01 REGISTER-TABLE.
           05 RG-COUNT         PIC 9(5) VALUE 0.
           05 RG-ENTRY OCCURS 5000 TIMES.
               10 RG-CHECK-NO      PIC 9(8).
               10 RG-EMP-ID        PIC X(5).
               10 RG-ISSUE-DATE    PIC 9(8).
               10 RG-AMOUNT        PIC 9(7)V99.
               10 RG-STATUS        PIC X(1).
                   88 RG-ISSUED        VALUE 'I'.
                   88 RG-VOIDED        VALUE 'V'.
                   88 RG-CLEARED       VALUE 'C'.
               10 RG-PAID-DATE     PIC 9(8).

       01 ESCHEAT-TABLE.
           05 ES-COUNT         PIC 9(5) VALUE 0.
           05 ES-ENTRY OCCURS 1000 TIMES.
               10 ES-RG-IDX        PIC 9(5).
               10 ES-AGE-DAYS      PIC 9(5).
               10 ES-EMP-NAME      PIC X(20).
               10 ES-EMP-STATUS    PIC X(1).
               10 ES-WORK-STATE    PIC X(2).
               10 ES-DEPT-CODE     PIC X(4).
               10 ES-PAY-METHOD    PIC X(5).
               10 ES-SSN           PIC X(9).
               10 ES-ADDR-STREET   PIC X(30).
               10 ES-ADDR-CITY     PIC X(18).
               10 ES-ADDR-STATE    PIC X(2).
               10 ES-ADDR-ZIP      PIC X(9).

       01 RECON-CONSTANTS.
           05 RG-MAX-ENTRIES   PIC 9(5) VALUE 5000.
           05 ES-MAX-ENTRIES   PIC 9(5) VALUE 1000.

       01 RECON-WORK-FIELDS.
           05 RG-IDX           PIC 9(5) VALUE 0.
           05 RG-SEL           PIC 9(5) VALUE 0.
           05 SEARCH-CHECK-NO  PIC 9(10) VALUE 0.
           05 ES-IDX           PIC 9(5) VALUE 0.
           05 PAID-AMOUNT      PIC 9(8)V99 VALUE 0.
           05 EXCEPTION-REASON PIC X(24) VALUE SPACES.
           05 AGE-DAYS         PIC S9(7) VALUE 0.
           05 AS-OF-DAY-NUMBER PIC 9(7) VALUE 0.
           05 AGE-BUCKET       PIC 9(1) VALUE 0.

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

       01 RECON-TOTALS.
           05 ITEMS-READ       PIC 9(5) VALUE 0.
           05 ITEMS-CLEARED    PIC 9(5) VALUE 0.
           05 CLEARED-AMOUNT   PIC 9(9)V99 VALUE 0.
           05 EXCEPTION-COUNT  PIC 9(5) VALUE 0.
           05 EXCEPTION-AMOUNT PIC 9(9)V99 VALUE 0.
           05 OUTSTANDING-COUNT PIC 9(5) VALUE 0.
           05 OUTSTANDING-AMOUNT PIC 9(9)V99 VALUE 0.
           05 ESCHEAT-AMOUNT   PIC 9(9)V99 VALUE 0.
           05 BUCKET-COUNT     PIC 9(5) OCCURS 5 TIMES.
           05 BUCKET-AMOUNT    PIC 9(9)V99 OCCURS 5 TIMES.

      *    Aging bands by days since issue; the last band is
      *    everything past the stale-date window.
       01 BUCKET-LABEL-VALUES.
           05 FILLER           PIC X(14) VALUE '0-30 DAYS     '.
           05 FILLER           PIC X(14) VALUE '31-60 DAYS    '.
           05 FILLER           PIC X(14) VALUE '61-90 DAYS    '.
           05 FILLER           PIC X(14) VALUE 'OVER 90 DAYS  '.
           05 FILLER           PIC X(14) VALUE 'STALE-DATED   '.
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05 BUCKET-LABEL     PIC X(14) OCCURS 5 TIMES.

       01 REPORT-LINES.
           05 RPT-HEADER-LINE.
               10 FILLER           PIC X(32)
                  VALUE 'PAID CHECK RECONCILIATION AS OF '.
               10 RPT-HDR-DATE     PIC 9(8).
               10 FILLER           PIC X(19)
                  VALUE '  STALE AFTER DAYS '.
               10 RPT-HDR-STALE    PIC ZZ9.
               10 FILLER           PIC X(58) VALUE SPACES.
           05 RPT-SECTION-LINE.
               10 RPT-SECTION-TITLE PIC X(40).
               10 FILLER           PIC X(80) VALUE SPACES.
           05 RPT-EXC-COLUMN-LINE.
               10 FILLER           PIC X(20) VALUE 'CHECK-NO   EMP-ID'.
               10 FILLER           PIC X(10) VALUE 'ISSUED'.
               10 FILLER           PIC X(14) VALUE '    ISSUED AMT'.
               10 FILLER           PIC X(10) VALUE '  PAID'.
               10 FILLER           PIC X(14) VALUE '      PAID AMT'.
               10 FILLER           PIC X(52) VALUE '  REASON'.
           05 RPT-EXC-DETAIL-LINE.
               10 RPT-EXC-CHECK-NO PIC Z(9)9.
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-EXC-EMP-ID   PIC X(5).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 RPT-EXC-ISSUE-DATE PIC X(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-EXC-ISSUED   PIC X(14).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-EXC-PAID-DATE PIC 9(8).
               10 RPT-EXC-PAID     PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-EXC-REASON   PIC X(24).
               10 FILLER           PIC X(26) VALUE SPACES.
           05 RPT-OUT-COLUMN-LINE.
               10 FILLER           PIC X(20) VALUE 'CHECK-NO   EMP-ID'.
               10 FILLER           PIC X(10) VALUE 'ISSUED'.
               10 FILLER           PIC X(14) VALUE '        AMOUNT'.
               10 FILLER           PIC X(10) VALUE '  AGE'.
               10 FILLER           PIC X(66) VALUE 'AGING'.
           05 RPT-OUT-DETAIL-LINE.
               10 RPT-OUT-CHECK-NO PIC Z(9)9.
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-OUT-EMP-ID   PIC X(5).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 RPT-OUT-ISSUE-DATE PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-OUT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-OUT-AGE      PIC ZZZZ9.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 RPT-OUT-BUCKET   PIC X(14).
               10 FILLER           PIC X(52) VALUE SPACES.
           05 RPT-BUCKET-LINE.
               10 FILLER           PIC X(6) VALUE SPACES.
               10 RPT-BKT-LABEL    PIC X(14).
               10 RPT-BKT-COUNT    PIC ZZZZ9.
               10 FILLER           PIC X(7) VALUE ' CHECKS'.
               10 RPT-BKT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(74) VALUE SPACES.
           05 RPT-ESC-COLUMN-LINE.
               10 FILLER           PIC X(20) VALUE 'CHECK-NO   EMP-ID'.
               10 FILLER           PIC X(22) VALUE 'NAME'.
               10 FILLER           PIC X(10) VALUE 'ISSUED'.
               10 FILLER           PIC X(14) VALUE '        AMOUNT'.
               10 FILLER           PIC X(8) VALUE '    AGE'.
               10 FILLER           PIC X(46)
                  VALUE '   S  ST    DEPT PAID BY'.
           05 RPT-ESC-COLUMN-LINE-2.
               10 FILLER           PIC X(20) VALUE SPACES.
               10 FILLER           PIC X(100)
                  VALUE 'SSN        LAST KNOWN ADDRESS'.
           05 RPT-ESC-DETAIL-LINE.
               10 RPT-ESC-CHECK-NO PIC Z(9)9.
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-ESC-EMP-ID   PIC X(5).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 RPT-ESC-NAME     PIC X(20).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-ESC-ISSUE-DATE PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-ESC-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 RPT-ESC-AGE      PIC ZZZZ9.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 RPT-ESC-STATUS   PIC X(1).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-ESC-STATE    PIC X(2).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 RPT-ESC-DEPT     PIC X(4).
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-ESC-METHOD   PIC X(5).
               10 FILLER           PIC X(24) VALUE SPACES.
           05 RPT-ESC-ADDRESS-LINE.
               10 FILLER           PIC X(20) VALUE SPACES.
               10 RPT-ESC-SSN      PIC X(9).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-ESC-STREET   PIC X(30).
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-ESC-CITY     PIC X(18).
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-ESC-ADDR-STATE PIC X(2).
               10 FILLER           PIC X(1) VALUE SPACE.
               10 RPT-ESC-ZIP      PIC X(9).
               10 FILLER           PIC X(27) VALUE SPACES.
           05 RPT-COUNT-LINE.
               10 RPT-CNT-LABEL    PIC X(20).
               10 RPT-CNT-COUNT    PIC ZZZZ9.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 RPT-CNT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(79) VALUE SPACES.
           05 RPT-BLANK-LINE       PIC X(120) VALUE SPACES.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-SEQUENCE

           PERFORM READ-RECON-CONTROL
           PERFORM LOAD-CHECK-REGISTER

           OPEN OUTPUT CHKREC-REPORT-FILE
           MOVE AS-OF-DATE TO RPT-HDR-DATE
           MOVE STALE-DAYS TO RPT-HDR-STALE
           WRITE CHKREC-REPORT-RECORD FROM RPT-HEADER-LINE

           PERFORM MATCH-PAID-ITEMS
           PERFORM LIST-OUTSTANDING-CHECKS
           PERFORM LOAD-ESCHEAT-DETAILS
           PERFORM LIST-ESCHEAT-CANDIDATES

           WRITE CHKREC-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'PAID ITEMS READ     ' TO RPT-CNT-LABEL
           MOVE ITEMS-READ             TO RPT-CNT-COUNT
           MOVE 0                      TO RPT-CNT-AMOUNT
           WRITE CHKREC-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'CHECKS CLEARED      ' TO RPT-CNT-LABEL
           MOVE ITEMS-CLEARED          TO RPT-CNT-COUNT
           MOVE CLEARED-AMOUNT         TO RPT-CNT-AMOUNT
           WRITE CHKREC-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'EXCEPTIONS          ' TO RPT-CNT-LABEL
           MOVE EXCEPTION-COUNT        TO RPT-CNT-COUNT
           MOVE EXCEPTION-AMOUNT       TO RPT-CNT-AMOUNT
           WRITE CHKREC-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'OUTSTANDING CHECKS  ' TO RPT-CNT-LABEL
           MOVE OUTSTANDING-COUNT      TO RPT-CNT-COUNT
           MOVE OUTSTANDING-AMOUNT     TO RPT-CNT-AMOUNT
           WRITE CHKREC-REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE 'ESCHEAT CANDIDATES  ' TO RPT-CNT-LABEL
           MOVE ES-COUNT               TO RPT-CNT-COUNT
           MOVE ESCHEAT-AMOUNT         TO RPT-CNT-AMOUNT
           WRITE CHKREC-REPORT-RECORD FROM RPT-COUNT-LINE

           CLOSE CHKREC-REPORT-FILE

           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

      *    The as-of date drives the aging, so it is required; the
      *    stale-date window defaults to 180 days when left zero.
       READ-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE
           IF RECON-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: RECONCILIATION CONTROL FILE NOT '
                       'AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF
           READ RECON-CONTROL-FILE
               AT END
                   DISPLAY 'ERROR: RECONCILIATION CONTROL FILE IS '
                           'EMPTY'
                   CLOSE RECON-CONTROL-FILE
                   PERFORM END-RUN-WITH-ERROR
           END-READ
           CLOSE RECON-CONTROL-FILE

           IF RCC-AS-OF-DATE NOT NUMERIC OR RCC-AS-OF-DATE = 0
               DISPLAY 'ERROR: INVALID AS-OF DATE IN CHKRCCTL.DAT'
               PERFORM END-RUN-WITH-ERROR
           END-IF
           MOVE RCC-AS-OF-DATE TO AS-OF-DATE

           IF RCC-STALE-DAYS NOT NUMERIC OR RCC-STALE-DAYS = 0
               MOVE DEFAULT-STALE-DAYS TO STALE-DAYS
           ELSE
               MOVE RCC-STALE-DAYS TO STALE-DAYS
           END-IF

           MOVE AS-OF-DATE TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DN-DAYS TO AS-OF-DAY-NUMBER.

       LOAD-CHECK-REGISTER.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHECK-REGISTER-STATUS NOT = '00'
              AND CHECK-REGISTER-STATUS NOT = '05'
               DISPLAY 'ERROR: CHECK REGISTER NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ CHECK-REGISTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-REGISTER-RECORD
               END-READ
           END-PERFORM

           CLOSE CHECK-REGISTER-FILE
           MOVE 'N' TO EOF-FLAG.

      *    Issue records open an entry; void and cleared records
      *    update the entry for their check number.
       LOAD-ONE-REGISTER-RECORD.
           MOVE CR-CHECK-NO TO SEARCH-CHECK-NO
           PERFORM FIND-REGISTER-ENTRY
           IF RG-SEL = 0
               IF RG-COUNT >= RG-MAX-ENTRIES
                   DISPLAY 'ERROR: MORE THAN ' RG-MAX-ENTRIES
                           ' CHECKS ON THE REGISTER'
                   CLOSE CHECK-REGISTER-FILE
                   PERFORM END-RUN-WITH-ERROR
               END-IF
               ADD 1 TO RG-COUNT
               MOVE RG-COUNT    TO RG-SEL
               MOVE CR-CHECK-NO TO RG-CHECK-NO(RG-SEL)
               MOVE CR-EMP-ID   TO RG-EMP-ID(RG-SEL)
               MOVE CR-PAY-DATE TO RG-ISSUE-DATE(RG-SEL)
               MOVE CR-AMOUNT   TO RG-AMOUNT(RG-SEL)
               MOVE 0           TO RG-PAID-DATE(RG-SEL)
           END-IF
           MOVE CR-STATUS TO RG-STATUS(RG-SEL)
           IF CR-CLEARED
               MOVE CR-PAID-DATE TO RG-PAID-DATE(RG-SEL)
           END-IF.

       FIND-REGISTER-ENTRY.
           MOVE 0 TO RG-SEL
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-COUNT
               IF RG-CHECK-NO(RG-IDX) = SEARCH-CHECK-NO
                   MOVE RG-IDX TO RG-SEL
                   MOVE RG-COUNT TO RG-IDX
               END-IF
           END-PERFORM.

      *    A paid item clears its check only when the check is
      *    still outstanding and the bank paid the issued amount;
      *    anything else is left for treasury on the exceptions
      *    list and the register is not touched.
       MATCH-PAID-ITEMS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PAID-ITEM-FILE
           IF PAID-ITEM-STATUS NOT = '00'
               DISPLAY 'ERROR: BANK PAID-ITEMS FILE NOT AVAILABLE'
               CLOSE CHKREC-REPORT-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE

           WRITE CHKREC-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'PAID-ITEM EXCEPTIONS' TO RPT-SECTION-TITLE
           WRITE CHKREC-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE CHKREC-REPORT-RECORD FROM RPT-EXC-COLUMN-LINE

           PERFORM UNTIL END-OF-FILE
               READ PAID-ITEM-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO ITEMS-READ
                       PERFORM MATCH-ONE-PAID-ITEM
               END-READ
           END-PERFORM

           CLOSE PAID-ITEM-FILE
                 CHECK-REGISTER-FILE
           MOVE 'N' TO EOF-FLAG.

       MATCH-ONE-PAID-ITEM.
           MOVE SPACES TO EXCEPTION-REASON
           MOVE 0 TO RG-SEL
           IF PI-CHECK-NO NOT NUMERIC
              OR PI-AMOUNT-CENTS NOT NUMERIC
              OR PI-PAID-DATE NOT NUMERIC
               MOVE 'INVALID PAID ITEM' TO EXCEPTION-REASON
           ELSE
               COMPUTE PAID-AMOUNT = PI-AMOUNT-CENTS / 100
               MOVE PI-CHECK-NO TO SEARCH-CHECK-NO
               PERFORM FIND-REGISTER-ENTRY
               EVALUATE TRUE
                   WHEN RG-SEL = 0
                       MOVE 'UNKNOWN CHECK NUMBER' TO EXCEPTION-REASON
                   WHEN RG-CLEARED(RG-SEL)
                       MOVE 'DUPLICATE PRESENTMENT'
                           TO EXCEPTION-REASON
                   WHEN RG-VOIDED(RG-SEL)
                       MOVE 'PAID AFTER VOID' TO EXCEPTION-REASON
                   WHEN PAID-AMOUNT NOT = RG-AMOUNT(RG-SEL)
                       MOVE 'AMOUNT MISMATCH' TO EXCEPTION-REASON
                   WHEN OTHER
                       PERFORM CLEAR-ONE-CHECK
               END-EVALUATE
           END-IF

           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-PAID-ITEM-EXCEPTION
           END-IF.

       CLEAR-ONE-CHECK.
           MOVE 'C'          TO RG-STATUS(RG-SEL)
           MOVE PI-PAID-DATE TO RG-PAID-DATE(RG-SEL)

           MOVE RG-CHECK-NO(RG-SEL)   TO CR-CHECK-NO
           MOVE RG-EMP-ID(RG-SEL)     TO CR-EMP-ID
           MOVE RG-ISSUE-DATE(RG-SEL) TO CR-PAY-DATE
           MOVE RG-AMOUNT(RG-SEL)     TO CR-AMOUNT
           MOVE 'C'                   TO CR-STATUS
           MOVE PI-PAID-DATE          TO CR-PAID-DATE
           WRITE CHECK-REGISTER-RECORD

           ADD 1 TO ITEMS-CLEARED
           ADD RG-AMOUNT(RG-SEL) TO CLEARED-AMOUNT.

       WRITE-PAID-ITEM-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           IF PI-AMOUNT-CENTS NUMERIC
               ADD PAID-AMOUNT TO EXCEPTION-AMOUNT
               MOVE PAID-AMOUNT TO RPT-EXC-PAID
           ELSE
               MOVE 0 TO RPT-EXC-PAID
           END-IF
           MOVE PI-CHECK-NO TO RPT-EXC-CHECK-NO
           IF RG-SEL = 0
               MOVE SPACES TO RPT-EXC-EMP-ID
               MOVE SPACES TO RPT-EXC-ISSUE-DATE
               MOVE SPACES TO RPT-EXC-ISSUED
           ELSE
               MOVE RG-EMP-ID(RG-SEL)     TO RPT-EXC-EMP-ID
               MOVE RG-ISSUE-DATE(RG-SEL) TO RPT-EXC-ISSUE-DATE
               MOVE RG-AMOUNT(RG-SEL)     TO RPT-OUT-AMOUNT
               MOVE RPT-OUT-AMOUNT        TO RPT-EXC-ISSUED
           END-IF
           IF PI-PAID-DATE NUMERIC
               MOVE PI-PAID-DATE TO RPT-EXC-PAID-DATE
           ELSE
               MOVE 0 TO RPT-EXC-PAID-DATE
           END-IF
           MOVE EXCEPTION-REASON TO RPT-EXC-REASON
           WRITE CHKREC-REPORT-RECORD FROM RPT-EXC-DETAIL-LINE.

      *    Every check issued on or before the as-of date and
      *    neither voided nor cleared is outstanding. Checks past
      *    the stale-date window are also held for the escheat
      *    section.
       LIST-OUTSTANDING-CHECKS.
           WRITE CHKREC-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'OUTSTANDING CHECKS BY AGE' TO RPT-SECTION-TITLE
           WRITE CHKREC-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE CHKREC-REPORT-RECORD FROM RPT-OUT-COLUMN-LINE

           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 5
               MOVE 0 TO BUCKET-COUNT(AGE-BUCKET)
               MOVE 0 TO BUCKET-AMOUNT(AGE-BUCKET)
           END-PERFORM

           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-COUNT
               IF RG-ISSUED(RG-IDX)
                  AND RG-ISSUE-DATE(RG-IDX) <= AS-OF-DATE
                   PERFORM LIST-ONE-OUTSTANDING
               END-IF
           END-PERFORM

           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 5
               MOVE BUCKET-LABEL(AGE-BUCKET)  TO RPT-BKT-LABEL
               MOVE BUCKET-COUNT(AGE-BUCKET)  TO RPT-BKT-COUNT
               MOVE BUCKET-AMOUNT(AGE-BUCKET) TO RPT-BKT-AMOUNT
               WRITE CHKREC-REPORT-RECORD FROM RPT-BUCKET-LINE
           END-PERFORM.

       LIST-ONE-OUTSTANDING.
           MOVE RG-ISSUE-DATE(RG-IDX) TO DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE AGE-DAYS = AS-OF-DAY-NUMBER - DN-DAYS

           EVALUATE TRUE
               WHEN AGE-DAYS > STALE-DAYS
                   MOVE 5 TO AGE-BUCKET
               WHEN AGE-DAYS > 90
                   MOVE 4 TO AGE-BUCKET
               WHEN AGE-DAYS > 60
                   MOVE 3 TO AGE-BUCKET
               WHEN AGE-DAYS > 30
                   MOVE 2 TO AGE-BUCKET
               WHEN OTHER
                   MOVE 1 TO AGE-BUCKET
           END-EVALUATE

           ADD 1                 TO BUCKET-COUNT(AGE-BUCKET)
           ADD RG-AMOUNT(RG-IDX) TO BUCKET-AMOUNT(AGE-BUCKET)
           ADD 1                 TO OUTSTANDING-COUNT
           ADD RG-AMOUNT(RG-IDX) TO OUTSTANDING-AMOUNT

           MOVE RG-CHECK-NO(RG-IDX)   TO RPT-OUT-CHECK-NO
           MOVE RG-EMP-ID(RG-IDX)     TO RPT-OUT-EMP-ID
           MOVE RG-ISSUE-DATE(RG-IDX) TO RPT-OUT-ISSUE-DATE
           MOVE RG-AMOUNT(RG-IDX)     TO RPT-OUT-AMOUNT
           MOVE AGE-DAYS              TO RPT-OUT-AGE
           MOVE BUCKET-LABEL(AGE-BUCKET) TO RPT-OUT-BUCKET
           WRITE CHKREC-REPORT-RECORD FROM RPT-OUT-DETAIL-LINE

           IF AGE-BUCKET = 5
               IF ES-COUNT >= ES-MAX-ENTRIES
                   DISPLAY 'ERROR: MORE THAN ' ES-MAX-ENTRIES
                           ' STALE-DATED CHECKS'
                   CLOSE CHKREC-REPORT-FILE
                   PERFORM END-RUN-WITH-ERROR
               END-IF
               ADD 1 TO ES-COUNT
               MOVE RG-IDX   TO ES-RG-IDX(ES-COUNT)
               MOVE AGE-DAYS TO ES-AGE-DAYS(ES-COUNT)
               MOVE 'NOT ON MASTER'  TO ES-EMP-NAME(ES-COUNT)
               MOVE SPACES   TO ES-EMP-STATUS(ES-COUNT)
               MOVE SPACES   TO ES-WORK-STATE(ES-COUNT)
               MOVE SPACES   TO ES-DEPT-CODE(ES-COUNT)
               MOVE SPACES   TO ES-PAY-METHOD(ES-COUNT)
               MOVE SPACES   TO ES-SSN(ES-COUNT)
               MOVE SPACES   TO ES-ADDR-STREET(ES-COUNT)
               MOVE SPACES   TO ES-ADDR-CITY(ES-COUNT)
               MOVE SPACES   TO ES-ADDR-STATE(ES-COUNT)
               MOVE SPACES   TO ES-ADDR-ZIP(ES-COUNT)
               ADD RG-AMOUNT(RG-IDX) TO ESCHEAT-AMOUNT
           END-IF.

      *    Unclaimed-property filings need the payee's last known
      *    details, taken from the current master.
       LOAD-ESCHEAT-DETAILS.
           IF ES-COUNT > 0
               MOVE 'N' TO EOF-FLAG
               OPEN INPUT EMPLOYEE-FILE
               IF EMPLOYEE-STATUS NOT = '00'
                   DISPLAY 'ERROR: EMPLOYEE MASTER NOT AVAILABLE'
                   CLOSE CHKREC-REPORT-FILE
                   PERFORM END-RUN-WITH-ERROR
               END-IF

               PERFORM UNTIL END-OF-FILE
                   READ EMPLOYEE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE EMPLOYEE-INPUT-RECORD
                               TO EMPLOYEE-RECORD
                           PERFORM NOTE-ESCHEAT-EMPLOYEE
                   END-READ
               END-PERFORM

               CLOSE EMPLOYEE-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.

       NOTE-ESCHEAT-EMPLOYEE.
           PERFORM VARYING ES-IDX FROM 1 BY 1 UNTIL ES-IDX > ES-COUNT
               MOVE ES-RG-IDX(ES-IDX) TO RG-IDX
               IF RG-EMP-ID(RG-IDX) = EMP-ID
                   MOVE EMP-NAME       TO ES-EMP-NAME(ES-IDX)
                   MOVE EMP-STATUS     TO ES-EMP-STATUS(ES-IDX)
                   MOVE EMP-WORK-STATE TO ES-WORK-STATE(ES-IDX)
                   MOVE EMP-DEPT-CODE  TO ES-DEPT-CODE(ES-IDX)
                   MOVE EMP-SSN        TO ES-SSN(ES-IDX)
                   MOVE EMP-ADDR-STREET TO ES-ADDR-STREET(ES-IDX)
                   MOVE EMP-ADDR-CITY  TO ES-ADDR-CITY(ES-IDX)
                   MOVE EMP-ADDR-STATE TO ES-ADDR-STATE(ES-IDX)
                   MOVE EMP-ADDR-ZIP   TO ES-ADDR-ZIP(ES-IDX)
                   IF EMP-BANK-ROUTING = SPACES
                       MOVE 'CHECK' TO ES-PAY-METHOD(ES-IDX)
                   ELSE
                       MOVE 'ACH'   TO ES-PAY-METHOD(ES-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LIST-ESCHEAT-CANDIDATES.
           WRITE CHKREC-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 'STALE-DATED CHECKS - ESCHEAT CANDIDATES'
               TO RPT-SECTION-TITLE
           WRITE CHKREC-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE CHKREC-REPORT-RECORD FROM RPT-ESC-COLUMN-LINE
           WRITE CHKREC-REPORT-RECORD FROM RPT-ESC-COLUMN-LINE-2

           PERFORM VARYING ES-IDX FROM 1 BY 1 UNTIL ES-IDX > ES-COUNT
               MOVE ES-RG-IDX(ES-IDX) TO RG-IDX
               MOVE RG-CHECK-NO(RG-IDX)     TO RPT-ESC-CHECK-NO
               MOVE RG-EMP-ID(RG-IDX)       TO RPT-ESC-EMP-ID
               MOVE ES-EMP-NAME(ES-IDX)     TO RPT-ESC-NAME
               MOVE RG-ISSUE-DATE(RG-IDX)   TO RPT-ESC-ISSUE-DATE
               MOVE RG-AMOUNT(RG-IDX)       TO RPT-ESC-AMOUNT
               MOVE ES-AGE-DAYS(ES-IDX)     TO RPT-ESC-AGE
               MOVE ES-EMP-STATUS(ES-IDX)   TO RPT-ESC-STATUS
               MOVE ES-WORK-STATE(ES-IDX)   TO RPT-ESC-STATE
               MOVE ES-DEPT-CODE(ES-IDX)    TO RPT-ESC-DEPT
               MOVE ES-PAY-METHOD(ES-IDX)   TO RPT-ESC-METHOD
               WRITE CHKREC-REPORT-RECORD FROM RPT-ESC-DETAIL-LINE
               MOVE ES-SSN(ES-IDX)          TO RPT-ESC-SSN
               MOVE ES-ADDR-STREET(ES-IDX)  TO RPT-ESC-STREET
               MOVE ES-ADDR-CITY(ES-IDX)    TO RPT-ESC-CITY
               MOVE ES-ADDR-STATE(ES-IDX)   TO RPT-ESC-ADDR-STATE
               MOVE ES-ADDR-ZIP(ES-IDX)     TO RPT-ESC-ZIP
               WRITE CHKREC-REPORT-RECORD FROM RPT-ESC-ADDRESS-LINE
           END-PERFORM.

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
           MOVE 'CHKREC'   TO SEQ-STEP
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
