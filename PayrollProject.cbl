               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-STATUS.
           SELECT ELECTION-FILE ASSIGN TO 'withhold.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE-EMP-ID
               FILE STATUS IS ELECTION-STATUS.
           SELECT LEAVE-FILE ASSIGN TO 'leavebal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS LEAVE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO 'adjtrans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-STATUS.
           SELECT SUPPLEMENTAL-FILE ASSIGN TO 'supptrn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLEMENTAL-STATUS.
           SELECT ADJ-CHECKPOINT-FILE ASSIGN TO 'adjckpt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-CHECKPOINT-STATUS.
               FILE STATUS IS CHECK-REGISTER-STATUS.
           SELECT POSPAY-FILE ASSIGN TO 'pospay.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-FILE ASSIGN TO 'remit401.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-PERIOD-FILE ASSIGN TO 'prfprior.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-EMP-ID
               FILE STATUS IS PRIOR-PERIOD-STATUS.
           SELECT PROOF-REGISTER-FILE ASSIGN TO 'proofreg.rep'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-FILE ASSIGN TO 'variance.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-INPUT-RECORD PIC X(213).

       FD VALIDATED-FILE.
       01 VALIDATED-RECORD      PIC X(213).

       FD EMPID-CHECK-FILE.
       01 EMPID-CHECK-RECORD.
       FD YTD-FILE.
           COPY YTDRECD.

       FD ELECTION-FILE.
           COPY WHELECT.

       FD LEAVE-FILE.
           COPY LEAVBAL.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-LAST-EMP-ID     PIC X(5).
               10 CKPT-DEPT-CODE   PIC X(4).
               10 CKPT-DEPT-GROSS  PIC 9(9)V99.
               10 CKPT-DEPT-ERFICA PIC 9(9)V99.
               10 CKPT-DEPT-ERUI   PIC 9(9)V99.
               10 CKPT-DEPT-LEAVE  PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 CKPT-DEPT-MATCH  PIC 9(9)V99.
           05 CKPT-STATE-TAX-TOTAL PIC 9(9)V99.
           05 CKPT-STATE-AMOUNT    PIC 9(9)V99 OCCURS 3 TIMES.
           05 CKPT-FUTA-TOTAL      PIC 9(9)V99.
           05 CKPT-SUTA-TOTAL      PIC 9(9)V99.
           05 CKPT-SUTA-AMOUNT     PIC 9(9)V99 OCCURS 3 TIMES.
           05 CKPT-LEAVE-TOTAL     PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 CKPT-401K-CATCHUP    PIC 9(9)V99.
           05 CKPT-401K-MATCH      PIC 9(9)V99.
           05 CKPT-REMIT-COUNT     PIC 9(6).
           05 CKPT-FINALIZED       PIC X VALUE 'N'.

       FD GL-FILE.
           05 RC-PAY-DATE      PIC 9(8).
           05 RC-RUN-NUMBER    PIC 9(3).
           05 RC-RUN-TYPE      PIC X(1).
           05 RC-VARIANCE-PCT  PIC 9(3).

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           05 AJ-POSTTAX       PIC 9(5)V99.
           05 AJ-POSTTAX-TYPE  PIC X(2).
           05 AJ-ORIG-PAY-DATE PIC 9(8).
           05 AJ-ORIG-RUN-NUMBER PIC 9(3).

       FD SUPPLEMENTAL-FILE.
       01 SUPPLEMENTAL-TRANSACTION.
           05 SP-EMP-ID        PIC X(5).
           05 SP-EARN-TYPE     PIC X(2).
               88 SP-BONUS         VALUE 'BN'.
               88 SP-COMMISSION    VALUE 'CM'.
               88 SP-AWARD         VALUE 'AW'.
               88 SP-PRETAX-ELIGIBLE VALUE 'BN' 'CM'.
           05 SP-AMOUNT        PIC 9(7)V99.

       FD ADJ-CHECKPOINT-FILE.
       01 ADJ-CHECKPOINT-RECORD.
                                       SIGN IS LEADING SEPARATE.
               10 ACK-DEPT-ERFICA  PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 ACK-DEPT-ERUI    PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 ACK-DEPT-MATCH   PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 ACK-STATE-TAX-TOTAL  PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 ACK-STATE-AMOUNT     PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE
                                       OCCURS 3 TIMES.
           05 ACK-FUTA-TOTAL       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 ACK-SUTA-TOTAL       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 ACK-SUTA-AMOUNT      PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE
                                       OCCURS 3 TIMES.
           05 ACK-FINALIZED        PIC X VALUE 'N'.
           05 ACK-RUN-TYPE         PIC X(1).
           05 ACK-401K-CATCHUP     PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 ACK-401K-MATCH       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 ACK-REMIT-COUNT      PIC 9(6).

       FD ACH-FILE.
       01 ACH-RECORD           PIC X(94).
           05 CC-NEXT-CHECK-NO PIC 9(8).

       FD CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD POSPAY-FILE.
       01 POSPAY-RECORD.
           05 TC-PERIOD-DATE   PIC 9(8).
           05 TC-HOURS         PIC 9(5).
           05 TC-HOURS-WK1     PIC 9(5).
           05 TC-VACATION-HOURS PIC 9(5).
           05 TC-SICK-HOURS    PIC 9(5).
           05 TC-HOLIDAY-HOURS PIC 9(5).

       FD GARNISH-FILE.
       01 GARNISH-INPUT-RECORD  PIC X(41).
       FD TAX-PARM-FILE.
           COPY TAXPARM.

       FD REMITTANCE-FILE.
       01 REMITTANCE-RECORD    PIC X(100).

       FD PRIOR-PERIOD-FILE.
       01 PRIOR-PERIOD-RECORD.
           05 PF-EMP-ID        PIC X(5).
           05 PF-PAY-DATE      PIC 9(8).
           05 PF-GROSS         PIC 9(7)V99.
           05 PF-FED-TAX       PIC 9(7)V99.
           05 PF-STATE-TAX     PIC 9(7)V99.
           05 PF-FICA          PIC 9(7)V99.
           05 PF-NET           PIC 9(7)V99.
           05 PF-SEEN          PIC X(1).

       FD PROOF-REGISTER-FILE.
       01 PROOF-REGISTER-LINE  PIC X(132).

       FD VARIANCE-FILE.
       01 VARIANCE-LINE        PIC X(132).

       FD STATE-TAX-FILE.
       01 STATE-TAX-REMIT-RECORD.
           05 SX-STATE-CODE    PIC X(2).
               10 TCT-EMP-ID       PIC X(5).
               10 TCT-HOURS        PIC 9(5).
               10 TCT-HOURS-WK1    PIC 9(5).
               10 TCT-VAC-HOURS    PIC 9(5).
               10 TCT-SICK-HOURS   PIC 9(5).
               10 TCT-HOLIDAY-HOURS PIC 9(5).
               10 TCT-MATCHED      PIC X(1).

       01 TIMECARD-CONSTANTS.
               88 PAY-EMPLOYEE      VALUE 'Y'.
           05 TIMECARD-HOURS   PIC 9(5) VALUE 0.
           05 TIMECARD-WK1-HOURS PIC 9(5) VALUE 0.
           05 TIMECARD-VAC-HOURS PIC 9(5) VALUE 0.
           05 TIMECARD-SICK-HOURS PIC 9(5) VALUE 0.
           05 TIMECARD-HOLIDAY-HOURS PIC 9(5) VALUE 0.
           05 TIMECARD-LEAVE-HOURS PIC 9(5) VALUE 0.

       01 CALCULATIONS.
           05 GROSS-PAY        PIC 9(7)V99 VALUE 0.
               88 PARM-SET-FOUND   VALUE 'Y'.
           05 FICA-PARM-LOADED-SW  PIC X VALUE 'N'.
               88 FICA-PARM-LOADED VALUE 'Y'.
           05 FUTA-PARM-LOADED-SW  PIC X VALUE 'N'.
               88 FUTA-PARM-LOADED VALUE 'Y'.
           05 TP-UI-SEL            PIC 9(2) VALUE 0.
           05 FED-BRACKETS-LOADED  PIC 9(2) VALUE 0
                                       OCCURS 3 TIMES.
           05 TP-STATUS-SEL        PIC 9(1) VALUE 0.
           05 TP-STATE-SEL         PIC 9(2) VALUE 0.

       01 STATE-TAX-WORK-FIELDS.
           05 FICA-MEDI-ADDL-RATE   PIC V9999 VALUE .0090.
           05 FICA-MEDI-ADDL-THRESH PIC 9(9)V99 VALUE 200000.00.

       01 FUTA-CONSTANTS.
           05 FUTA-RATE             PIC V9(5) VALUE .00600.
           05 FUTA-WAGE-BASE        PIC 9(9)V99 VALUE 7000.00.

           COPY SUTARATE.

       01 UNEMPLOYMENT-WORK-FIELDS.
           05 UI-SEL                PIC 9(2) VALUE 0.
           05 UI-SUB                PIC 9(2) VALUE 0.
           05 UI-STATE-KEY          PIC X(2) VALUE SPACES.
           05 FUTA-TAXABLE-WAGES    PIC 9(9)V99 VALUE 0.
           05 FUTA-TAX              PIC 9(7)V99 VALUE 0.
           05 SUTA-TAXABLE-WAGES    PIC 9(9)V99 VALUE 0.
           05 SUTA-TAX              PIC 9(7)V99 VALUE 0.

       01 UNEMPLOYMENT-TOTALS.
           05 TOTAL-FUTA-TAX        PIC S9(9)V99 VALUE 0.
           05 TOTAL-SUTA-TAX        PIC S9(9)V99 VALUE 0.
           05 SUTA-STATE-AMOUNT     PIC S9(9)V99 VALUE 0
                                       OCCURS 3 TIMES.

       01 FICA-WORK-FIELDS.
           05 PRIOR-YTD-GROSS       PIC 9(9)V99 VALUE 0.
           05 SS-TAXABLE-WAGES      PIC 9(9)V99 VALUE 0.
           05 UPDATED-YTD-GROSS     PIC 9(9)V99 VALUE 0.
           05 UPDATED-YTD-TAX       PIC 9(9)V99 VALUE 0.
           05 UPDATED-YTD-NET       PIC 9(9)V99 VALUE 0.
           05 UPDATED-YTD-DEFERRAL  PIC 9(9)V99 VALUE 0.
           05 UPDATED-YTD-CATCHUP   PIC 9(9)V99 VALUE 0.
           05 UPDATED-YTD-MATCH     PIC 9(9)V99 VALUE 0.

       01 FICA-TOTALS.
           05 TOTAL-FICA-SS-EE      PIC S9(9)V99 VALUE 0.
           05 ANNUALIZED-GROSS     PIC 9(9)V99 VALUE 0.
           05 ANNUAL-TAX           PIC 9(9)V99 VALUE 0.

       01 ELECTION-STATUS      PIC XX VALUE '00'.

       01 ELECTION-WORK-FIELDS.
           05 ELECTION-FILE-SW     PIC X VALUE 'N'.
               88 ELECTION-FILE-OPEN VALUE 'Y'.
           05 ELECTION-EXEMPT-SW   PIC X VALUE 'N'.
               88 ELECTION-EXEMPT  VALUE 'Y'.
           05 TB-STATUS-SEL        PIC 9(1) VALUE 1.
           05 ADJUSTED-ANNUAL-WAGE PIC 9(9)V99 VALUE 0.
           05 STATE-ANNUAL-WAGE    PIC 9(9)V99 VALUE 0.

           COPY LEAVPLAN.

       01 LEAVE-STATUS         PIC XX VALUE '00'.
       01 LEAVE-FILE-SW        PIC X VALUE 'N'.
           88 LEAVE-FILE-OPEN  VALUE 'Y'.

       01 LEAVE-WORK-FIELDS.
           05 LP-SEL               PIC 9(2) VALUE 0.
           05 LP-SUB               PIC 9(2) VALUE 0.
           05 LEAVE-FOUND-SW       PIC X VALUE 'N'.
               88 LEAVE-FOUND      VALUE 'Y'.
           05 LEAVE-KEPT-SW        PIC X VALUE 'N'.
               88 LEAVE-BALANCE-KEPT VALUE 'Y'.
           05 LEAVE-OPEN-VAC       PIC 9(5)V99 VALUE 0.
           05 LEAVE-OPEN-SICK      PIC 9(5)V99 VALUE 0.
           05 LEAVE-VAC-USED       PIC 9(5)V99 VALUE 0.
           05 LEAVE-SICK-USED      PIC 9(5)V99 VALUE 0.
           05 LEAVE-HOLIDAY-USED   PIC 9(5)V99 VALUE 0.
           05 LEAVE-VAC-ACCRUED    PIC 9(5)V99 VALUE 0.
           05 LEAVE-SICK-ACCRUED   PIC 9(5)V99 VALUE 0.
           05 LEAVE-VAC-AVAIL      PIC 9(5)V99 VALUE 0.
           05 LEAVE-SICK-AVAIL     PIC 9(5)V99 VALUE 0.
           05 LEAVE-UNPAID-HOURS   PIC 9(5)V99 VALUE 0.
           05 LEAVE-UNPAID-DISPLAY PIC ZZZZ9.99.
           05 LEAVE-PAY            PIC 9(7)V99 VALUE 0.
           05 LEAVE-HOURLY-RATE    PIC 9(5)V9(4) VALUE 0.
           05 LEAVE-LIABILITY-CHANGE PIC S9(7)V99 VALUE 0.
           05 STD-ANNUAL-HOURS     PIC 9(4) VALUE 2080.

       01 LEAVE-TOTALS.
           05 TOTAL-LEAVE-LIABILITY PIC S9(9)V99 VALUE 0.

       01 FREQ-TOTALS.
           05 WEEKLY-COUNT      PIC 9(5) VALUE 0.
           05 WEEKLY-GROSS      PIC S9(9)V99 VALUE 0.
           05 MONTHLY-GROSS     PIC S9(9)V99 VALUE 0.

       01 YTD-STATUS         PIC XX VALUE '00'.
       01 YTD-FILE-SW        PIC X VALUE 'N'.
           88 YTD-FILE-OPEN  VALUE 'Y'.

       01 RUN-CONTROL-STATUS PIC XX VALUE '00'.
       01 PAY-HISTORY-STATUS PIC XX VALUE '00'.
           05 RUN-TYPE-SAVE     PIC X(1) VALUE 'R'.
               88 REGULAR-RUN       VALUE 'R'.
               88 ADJUSTMENT-RUN    VALUE 'A'.
               88 SUPPLEMENTAL-RUN  VALUE 'S'.
               88 PROOF-RUN         VALUE 'P'.
           05 VARIANCE-PCT-SAVE PIC 9(3) VALUE 10.

       01 PAY-CALENDAR-FIELDS.
           05 CAL-YEAR          PIC 9(4) VALUE 0.

       01 ADJUSTMENT-STATUS  PIC XX VALUE '00'.

       01 SUPPLEMENTAL-STATUS PIC XX VALUE '00'.

       01 SUPPLEMENTAL-FIELDS.
           05 SUPP-FLAT-RATE       PIC V9999 VALUE 0.
           05 SUPP-PARM-LOADED-SW  PIC X VALUE 'N'.
               88 SUPP-PARM-LOADED VALUE 'Y'.
           05 SUPP-PRETAX          PIC 9(5)V99 VALUE 0.
           05 SUPP-EARN-DESC       PIC X(12) VALUE SPACES.

      *    401(k) plan limits and match formula from the 'K' tax
      *    parameter, and this period's split of the deferral.
       01 RETIREMENT-PLAN-FIELDS.
           05 PLAN-PARM-LOADED-SW  PIC X VALUE 'N'.
               88 PLAN-PARM-LOADED VALUE 'Y'.
           05 PLAN-DEFERRAL-LIMIT  PIC 9(7)V99 VALUE 0.
           05 PLAN-CATCHUP-LIMIT   PIC 9(7)V99 VALUE 0.
           05 PLAN-CATCHUP-AGE     PIC 9(2) VALUE 0.
           05 PLAN-MATCH-RATE-1    PIC 9V999 VALUE 0.
           05 PLAN-MATCH-UPTO-1    PIC V999 VALUE 0.
           05 PLAN-MATCH-RATE-2    PIC 9V999 VALUE 0.
           05 PLAN-MATCH-UPTO-2    PIC V999 VALUE 0.
           05 PRIOR-YTD-DEFERRAL   PIC 9(9)V99 VALUE 0.
           05 PRIOR-YTD-CATCHUP    PIC 9(9)V99 VALUE 0.
           05 DEFERRAL-REQUESTED   PIC 9(5)V99 VALUE 0.
           05 DEFERRAL-ROOM        PIC S9(9)V99 VALUE 0.
           05 CATCHUP-ROOM         PIC S9(9)V99 VALUE 0.
           05 DEFERRAL-AMT         PIC 9(5)V99 VALUE 0.
           05 CATCHUP-AMT          PIC 9(5)V99 VALUE 0.
           05 ER-MATCH-AMT         PIC 9(5)V99 VALUE 0.
           05 MATCH-TIER-PAY       PIC 9(7)V99 VALUE 0.
           05 MATCH-DEFERRAL-LEFT  PIC 9(7)V99 VALUE 0.
           05 MATCH-TIER-DEFERRAL  PIC 9(7)V99 VALUE 0.
           05 CATCHUP-ELIGIBLE-SW  PIC X VALUE 'N'.
               88 CATCHUP-ELIGIBLE VALUE 'Y'.
           05 DEFERRAL-DISPLAY     PIC ZZZZ9.99.

       01 RETIREMENT-TOTALS.
           05 TOTAL-401K-CATCHUP   PIC S9(9)V99 VALUE 0.
           05 TOTAL-401K-MATCH     PIC S9(9)V99 VALUE 0.
           05 REMIT-COUNT          PIC 9(6) VALUE 0.

      *    Remittance to the plan recordkeeper: a header, one line
      *    per employee with a deferral or match this run (negative
      *    on a void), and a trailer whose control total is the
      *    run's credit to 2310 - deferrals plus employer match.
       01 REMITTANCE-LAYOUTS.
           05 RMT-HEADER.
               10 RMT-H-RECORD-TYPE PIC X(1)  VALUE 'H'.
               10 RMT-H-COMPANY-ID  PIC X(10).
               10 RMT-H-PAY-DATE    PIC 9(8).
               10 RMT-H-RUN-NUMBER  PIC 9(3).
               10 RMT-H-RUN-TYPE    PIC X(1).
               10 FILLER            PIC X(77) VALUE SPACES.
           05 RMT-DETAIL.
               10 RMT-D-RECORD-TYPE PIC X(1)  VALUE 'D'.
               10 RMT-D-EMP-ID      PIC X(5).
               10 RMT-D-EMP-NAME    PIC X(20).
               10 RMT-D-DEFERRAL    PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
               10 RMT-D-CATCHUP     PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
               10 RMT-D-MATCH       PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
               10 RMT-D-YTD-DEFERRAL PIC 9(9)V99.
               10 RMT-D-YTD-CATCHUP PIC 9(9)V99.
               10 RMT-D-YTD-MATCH   PIC 9(9)V99.
               10 FILLER            PIC X(11) VALUE SPACES.
           05 RMT-TRAILER.
               10 RMT-T-RECORD-TYPE PIC X(1)  VALUE 'T'.
               10 RMT-T-COUNT       PIC 9(6).
               10 RMT-T-DEFERRAL    PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 RMT-T-CATCHUP     PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 RMT-T-MATCH       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 RMT-T-CONTROL-TOTAL PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
               10 FILLER            PIC X(45) VALUE SPACES.

       01 ADJ-CHECKPOINT-STATUS PIC XX VALUE '00'.

       01 ADJ-CHECKPOINT-FIELDS.
           05 ADJUST-REJECT-COUNT PIC 9(5) VALUE 0.
           05 EMP-FOUND-SW        PIC X VALUE 'N'.
               88 EMP-FOUND       VALUE 'Y'.
           05 FIND-EMP-ID         PIC X(5) VALUE SPACES.
           05 VOID-ER-MEDI        PIC 9(7)V99 VALUE 0.
           05 YTD-FOUND-SW        PIC X VALUE 'N'.
               88 YTD-FOUND       VALUE 'Y'.
               10 DT-DEPT-CODE PIC X(4) VALUE SPACES.
               10 DT-GROSS     PIC S9(9)V99 VALUE 0.
               10 DT-ER-FICA   PIC S9(9)V99 VALUE 0.
               10 DT-ER-UI     PIC S9(9)V99 VALUE 0.
               10 DT-LEAVE     PIC S9(9)V99 VALUE 0.
               10 DT-MATCH     PIC S9(9)V99 VALUE 0.

       01 DEPT-WORK-FIELDS.
           05 DT-IDX           PIC 9(2) VALUE 0.
           05 DEPT-CODE-WORK   PIC X(4) VALUE SPACES.
           05 DEPT-GROSS-AMT   PIC S9(9)V99 VALUE 0.
           05 DEPT-ERFICA-AMT  PIC S9(9)V99 VALUE 0.
           05 DEPT-ERUI-AMT    PIC S9(9)V99 VALUE 0.
           05 DEPT-LEAVE-AMT   PIC S9(9)V99 VALUE 0.
           05 DEPT-MATCH-AMT   PIC S9(9)V99 VALUE 0.

       01 QUARTER-FIELDS.
           05 PAY-QUARTER      PIC 9(1) VALUE 0.
           05 VOID-STATE-TAX       PIC 9(7)V99 VALUE 0.
           05 VOID-WORK-STATE      PIC X(2) VALUE SPACES.
           05 VOID-GARNISH         PIC 9(7)V99 VALUE 0.
           05 VOID-FUTA-TAX        PIC 9(7)V99 VALUE 0.
           05 VOID-SUTA-WAGES      PIC 9(7)V99 VALUE 0.
           05 VOID-SUTA-TAX        PIC 9(7)V99 VALUE 0.
           05 VOID-DEFERRAL        PIC 9(5)V99 VALUE 0.
           05 VOID-CATCHUP         PIC 9(5)V99 VALUE 0.
           05 VOID-ER-MATCH        PIC 9(5)V99 VALUE 0.
           05 HIST-FOUND-SW        PIC X VALUE 'N'.
               88 HIST-FOUND       VALUE 'Y'.
           05 HIST-VOIDED-SW       PIC X VALUE 'N'.
               88 VOID-OK          VALUE 'Y'.
           05 HIST-GROSS-SAVE      PIC 9(7)V99 VALUE 0.

       01 PAYMENT-METHOD-SW    PIC X VALUE 'C'.
           88 PAY-BY-ACH                   VALUE 'A'.
           88 PAY-BY-CHECK                 VALUE 'C'.
           88 PAY-BY-CHECK-PRENOTE-PENDING VALUE 'P'.
           88 PAY-BY-CHECK-PRENOTE-FAILED  VALUE 'F'.

       01 PRENOTE-FIELDS.
           05 PRENOTE-WAIT-DAYS    PIC 9(2) VALUE 7.
           05 PRENOTE-CLEAR-DATE   PIC 9(8) VALUE 0.
               10 PCD-MONTH        PIC 9(2).
               10 PCD-DAY          PIC 9(2).

       01 PRIOR-PERIOD-STATUS  PIC XX VALUE '00'.

       01 PROOF-FIELDS.
           05 PRIOR-RUN-DATE       PIC 9(8) VALUE 0.
           05 PRIOR-FOUND-SW       PIC X VALUE 'N'.
               88 PRIOR-FOUND      VALUE 'Y'.
           05 PROOF-OUTCOME-SW     PIC X VALUE 'N'.
               88 PROOF-PAID       VALUE 'P'.
               88 PROOF-NEGATIVE-NET VALUE 'X'.
           05 PROOF-SWING-SW       PIC X VALUE 'N'.
               88 PROOF-SWING-FOUND VALUE 'Y'.
           05 PROOF-FICA           PIC 9(7)V99 VALUE 0.
           05 PROOF-DEDUCTIONS     PIC 9(7)V99 VALUE 0.
           05 VAR-CONDITION        PIC X(26) VALUE SPACES.
           05 VAR-PRIOR-AMT        PIC S9(9)V99 VALUE 0.
           05 VAR-CURR-AMT         PIC S9(9)V99 VALUE 0.
           05 VAR-PCT              PIC S9(5)V9 VALUE 0.
           05 VAR-PCT-LIMIT        PIC S9(5)V9 VALUE 0.

       01 PROOF-TOTALS.
           05 PROOF-TOTAL-STATE    PIC S9(9)V99 VALUE 0.
           05 PROOF-TOTAL-FICA     PIC S9(9)V99 VALUE 0.
           05 PROOF-TOTAL-DEDUCT   PIC S9(9)V99 VALUE 0.
           05 PROOF-SWING-COUNT    PIC 9(5) VALUE 0.
           05 PROOF-NEW-COUNT      PIC 9(5) VALUE 0.
           05 PROOF-MISSING-COUNT  PIC 9(5) VALUE 0.
           05 PROOF-NET-COUNT      PIC 9(5) VALUE 0.
           05 PROOF-PRENOTE-COUNT  PIC 9(5) VALUE 0.

       01 PROOF-REGISTER-LAYOUT.
           05 PRG-HEADING-1.
               10 FILLER            PIC X(34)
                   VALUE 'PAYROLL PROOF REGISTER - PAY DATE '.
               10 PRG-HDR-PAY-DATE  PIC 9(8).
               10 FILLER            PIC X(5) VALUE ' RUN '.
               10 PRG-HDR-RUN-NO    PIC 9(3).
               10 FILLER            PIC X(38)
                   VALUE '   *** PROOF ONLY - NOTHING POSTED ***'.
               10 FILLER            PIC X(44) VALUE SPACES.
           05 PRG-HEADING-2.
               10 FILLER            PIC X(6)  VALUE 'EMP-ID'.
               10 FILLER            PIC X(21) VALUE 'NAME'.
               10 FILLER            PIC X(2)  VALUE 'F'.
               10 FILLER            PIC X(6)  VALUE '  HRS'.
               10 FILLER            PIC X(14) VALUE '        GROSS'.
               10 FILLER            PIC X(14) VALUE '      FED TAX'.
               10 FILLER            PIC X(14) VALUE '    STATE TAX'.
               10 FILLER            PIC X(14) VALUE '         FICA'.
               10 FILLER            PIC X(14) VALUE '   DEDUCTIONS'.
               10 FILLER            PIC X(13) VALUE '      NET PAY'.
               10 FILLER            PIC X(2)  VALUE SPACES.
               10 FILLER            PIC X(12) VALUE 'PAID VIA'.
           05 PRG-DETAIL-LINE.
               10 PRG-EMP-ID        PIC X(5).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-EMP-NAME      PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-FREQ          PIC X(1).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-HOURS         PIC ZZZZ9.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-GROSS         PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-FED-TAX       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-STATE-TAX     PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-FICA          PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-DEDUCTIONS    PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-NET           PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PRG-PAY-VIA       PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
           05 PRG-TOTAL-LINE.
               10 FILLER            PIC X(9) VALUE 'TOTALS - '.
               10 PRG-TOT-COUNT     PIC ZZZZ9.
               10 FILLER            PIC X(21)
                   VALUE ' EMPLOYEES PAID'.
               10 PRG-TOT-GROSS     PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-TOT-FED-TAX   PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-TOT-STATE-TAX PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-TOT-FICA      PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-TOT-DEDUCT    PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 PRG-TOT-NET       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(14) VALUE SPACES.

       01 VARIANCE-REPORT-LAYOUT.
           05 VR-HEADING-1.
               10 FILLER            PIC X(41)
                   VALUE 'PAYROLL PROOF VARIANCE REPORT - PAY DATE '.
               10 VR-HDR-PAY-DATE   PIC 9(8).
               10 FILLER            PIC X(5) VALUE ' RUN '.
               10 VR-HDR-RUN-NO     PIC 9(3).
               10 FILLER            PIC X(23)
                   VALUE '   SWING THRESHOLD PCT '.
               10 VR-HDR-PCT        PIC ZZ9.
               10 FILLER            PIC X(49) VALUE SPACES.
           05 VR-HEADING-2.
               10 FILLER            PIC X(32)
                   VALUE 'LATEST REGULAR PAY DATE ON FILE '.
               10 VR-HDR-PRIOR-DATE PIC X(8).
               10 FILLER            PIC X(92) VALUE SPACES.
           05 VR-HEADING-3.
               10 FILLER            PIC X(7)  VALUE 'EMP-ID'.
               10 FILLER            PIC X(22) VALUE 'NAME'.
               10 FILLER            PIC X(28) VALUE 'CONDITION'.
               10 FILLER            PIC X(10) VALUE 'PRIOR DATE'.
               10 FILLER            PIC X(16) VALUE '  PRIOR AMOUNT'.
               10 FILLER            PIC X(16) VALUE 'CURRENT AMOUNT'.
               10 FILLER            PIC X(7)  VALUE '   CHG%'.
               10 FILLER            PIC X(26) VALUE SPACES.
           05 VR-DETAIL-LINE.
               10 VR-EMP-ID         PIC X(5).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 VR-EMP-NAME       PIC X(20).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 VR-CONDITION      PIC X(26).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 VR-PRIOR-DATE     PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 VR-PRIOR-AMT      PIC -ZZ,ZZZ,ZZ9.99.
               10 VR-PRIOR-AMT-X REDEFINES VR-PRIOR-AMT PIC X(14).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 VR-CURR-AMT       PIC -ZZ,ZZZ,ZZ9.99.
               10 VR-CURR-AMT-X REDEFINES VR-CURR-AMT PIC X(14).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 VR-PCT            PIC -ZZZ9.9.
               10 VR-PCT-X REDEFINES VR-PCT PIC X(7).
               10 FILLER            PIC X(26) VALUE SPACES.
           05 VR-SUMMARY-LINE.
               10 VR-SUM-LABEL      PIC X(40).
               10 VR-SUM-COUNT      PIC ZZZZ9.
               10 FILLER            PIC X(87) VALUE SPACES.

       01 CHECK-CONTROL-STATUS  PIC XX VALUE '00'.
       01 CHECK-REGISTER-STATUS PIC XX VALUE '00'.

               10 FILLER            PIC X(6) VALUE ' FREQ '.
               10 STMT-HDR-FREQ     PIC X(1).
               10 FILLER            PIC X(32) VALUE SPACES.
           05 STMT-SUPP-LINE.
               10 FILLER            PIC X(18)
                                        VALUE 'SUPPLEMENTAL PAY  '.
               10 STMT-SUPP-DESC    PIC X(12).
               10 FILLER            PIC X(20)
                                        VALUE '  FLAT FEDERAL RATE '.
               10 STMT-SUPP-RATE    PIC ZZ9.99.
               10 FILLER            PIC X(1) VALUE '%'.
               10 FILLER            PIC X(23) VALUE SPACES.
           05 STMT-HOURS-LINE.
               10 FILLER            PIC X(15)
                                        VALUE 'REGULAR HOURS  '.
               10 FILLER            PIC X(9) VALUE '  RATE   '.
               10 STMT-RATE         PIC ZZ,ZZ9.99.
               10 FILLER            PIC X(20) VALUE SPACES.
           05 STMT-LEAVE-PAID-LINE.
               10 FILLER            PIC X(15)
                                        VALUE 'LEAVE HOURS    '.
               10 FILLER            PIC X(9) VALUE 'VACATION '.
               10 STMT-LV-VAC-USED  PIC ZZ9.99.
               10 FILLER            PIC X(7) VALUE '  SICK '.
               10 STMT-LV-SICK-USED PIC ZZ9.99.
               10 FILLER            PIC X(10) VALUE '  HOLIDAY '.
               10 STMT-LV-HOL-USED  PIC ZZ9.99.
               10 FILLER            PIC X(21) VALUE SPACES.
           05 STMT-GROSS-LINE.
               10 FILLER            PIC X(15)
                                        VALUE 'GROSS PAY      '.
               10 FILLER            PIC X(9) VALUE '  YTD NET'.
               10 STMT-YTD-NET      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER            PIC X(10) VALUE SPACES.
           05 STMT-LEAVE-BAL-LINE.
               10 STMT-LV-LABEL     PIC X(15).
               10 FILLER            PIC X(9) VALUE 'ACCRUED  '.
               10 STMT-LV-ACCRUED   PIC ZZ9.99.
               10 FILLER            PIC X(8) VALUE '  USED  '.
               10 STMT-LV-USED      PIC ZZ9.99.
               10 FILLER            PIC X(13)
                                        VALUE '  AVAILABLE  '.
               10 STMT-LV-AVAIL     PIC ZZ,ZZ9.99.
               10 FILLER            PIC X(14) VALUE SPACES.

       01 CHECKPOINT-STATUS  PIC XX VALUE '00'.

           05 FINALIZED-SW             PIC X VALUE 'N'.
               88 FINALIZED            VALUE 'Y'.

           COPY SEQCTL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-RUN-SEQUENCE
           PERFORM LOAD-TAX-PARAMETERS
           PERFORM READ-CHECK-CONTROL
           PERFORM CHECK-DATE-NOT-PROCESSED
               PERFORM PROCESS-ADJUSTMENT-RUN
           END-IF

           IF SUPPLEMENTAL-RUN
               PERFORM PROCESS-SUPPLEMENTAL-RUN
           END-IF

           IF PROOF-RUN
               PERFORM PROCESS-PROOF-RUN
           END-IF

           OPEN INPUT ADJ-CHECKPOINT-FILE
           IF ADJ-CHECKPOINT-STATUS = '00'
               CLOSE ADJ-CHECKPOINT-FILE
               DISPLAY 'ERROR: ADJUSTMENT RUN CHECKPOINT PRESENT - '
                       'PAY RUN REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM VALIDATE-EMPLOYEE-MASTER
           PERFORM LOAD-TIMECARDS
           PERFORM LOAD-GARNISHMENT-ORDERS
           PERFORM OPEN-ELECTION-FILE
           PERFORM READ-RESTART-CHECKPOINT

           OPEN INPUT VALIDATED-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND CHECK-LIST-FILE
               OPEN EXTEND POSPAY-FILE
               OPEN EXTEND REMITTANCE-FILE
               SET STILL-SKIPPING TO TRUE
           ELSE
               OPEN OUTPUT PAYROLL-FILE
               OPEN OUTPUT ACH-FILE
               OPEN OUTPUT CHECK-LIST-FILE
               OPEN OUTPUT POSPAY-FILE
               OPEN OUTPUT REMITTANCE-FILE
               PERFORM WRITE-ACH-FILE-HEADER
               PERFORM WRITE-REMITTANCE-HEADER
           END-IF

           PERFORM OPEN-YTD-MASTER
           PERFORM OPEN-LEAVE-FILE

           PERFORM UNTIL END-OF-FILE
               READ VALIDATED-FILE
                     PAYROLL-FILE
                     STATEMENT-FILE
                     YTD-FILE
                     LEAVE-FILE
                     GL-FILE
                     ACH-FILE
                     CHECK-LIST-FILE
                     POSPAY-FILE
                     REMITTANCE-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           IF NOT (RESTARTING AND FINALIZED)
               PERFORM WRITE-GARNISHMENT-ORDERS
               PERFORM WRITE-CONTROL-TOTALS
               PERFORM WRITE-GL-JOURNAL-ENTRIES
               PERFORM WRITE-REMITTANCE-TRAILER
               PERFORM WRITE-STATE-TAX-EXTRACT
               PERFORM WRITE-ACH-CONTROL-TOTALS
               PERFORM WRITE-CHECK-CONTROL

           PERFORM CLEAR-CHECKPOINT

           IF ELECTION-FILE-OPEN
               CLOSE ELECTION-FILE
           END-IF

           CLOSE VALIDATED-FILE
                 PAYROLL-FILE
                 STATEMENT-FILE
                 YTD-FILE
                 LEAVE-FILE
                 GL-FILE
                 ACH-FILE
                 CHECK-LIST-FILE
                 POSPAY-FILE
                 REMITTANCE-FILE

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       READ-RUN-CONTROL.
           ELSE
               MOVE RC-RUN-TYPE TO RUN-TYPE-SAVE
           END-IF
           IF RC-VARIANCE-PCT NUMERIC AND RC-VARIANCE-PCT > 0
               MOVE RC-VARIANCE-PCT TO VARIANCE-PCT-SAVE
           END-IF
           CLOSE RUN-CONTROL-FILE

           IF NOT REGULAR-RUN AND NOT ADJUSTMENT-RUN
                              AND NOT SUPPLEMENTAL-RUN
                              AND NOT PROOF-RUN
               DISPLAY 'ERROR: INVALID RUN TYPE IN RUN CONTROL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           OPEN INPUT TAX-PARM-FILE
           IF TAX-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR: TAX PARAMETER FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
           IF NOT PARM-SET-FOUND
               DISPLAY 'ERROR: NO TAX PARAMETER SET COVERS PAY DATE '
                       PAY-DATE-SAVE ' - RUN REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO EOF-FLAG

           IF NOT FICA-PARM-LOADED
              OR NOT FUTA-PARM-LOADED
              OR NOT PLAN-PARM-LOADED
              OR FED-BRACKETS-LOADED(1) NOT = 6
              OR (FED-BRACKETS-LOADED(2) NOT = 0
                  AND FED-BRACKETS-LOADED(2) NOT = 6)
              OR (FED-BRACKETS-LOADED(3) NOT = 0
                  AND FED-BRACKETS-LOADED(3) NOT = 6)
               DISPLAY 'ERROR: TAX PARAMETER SET FOR '
                       BEST-EFFECTIVE-DATE ' IS INCOMPLETE'
                       ' - RUN REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           IF SUPPLEMENTAL-RUN AND NOT SUPP-PARM-LOADED
               DISPLAY 'ERROR: TAX PARAMETER SET FOR '
                       BEST-EFFECTIVE-DATE ' HAS NO SUPPLEMENTAL'
                       ' RATE - RUN REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF.

       APPLY-ONE-TAX-PARM.
                   MOVE TP-MEDI-ADDL-RATE   TO FICA-MEDI-ADDL-RATE
                   MOVE TP-MEDI-ADDL-THRESH TO FICA-MEDI-ADDL-THRESH
                   SET FICA-PARM-LOADED TO TRUE
               WHEN TP-UNEMPLOYMENT-PARM
                   PERFORM APPLY-UI-TAX-PARM
               WHEN TP-SUPPLEMENTAL-PARM
                   IF TP-SUPP-RATE NOT NUMERIC
                       PERFORM REJECT-TAX-PARM-RECORD
                   END-IF
                   MOVE TP-SUPP-RATE TO SUPP-FLAT-RATE
                   SET SUPP-PARM-LOADED TO TRUE
               WHEN TP-401K-PARM
                   IF TP-DEFERRAL-LIMIT NOT NUMERIC
                      OR TP-CATCHUP-LIMIT NOT NUMERIC
                      OR TP-CATCHUP-AGE NOT NUMERIC
                      OR TP-MATCH-RATE-1 NOT NUMERIC
                      OR TP-MATCH-UPTO-1 NOT NUMERIC
                      OR TP-MATCH-RATE-2 NOT NUMERIC
                      OR TP-MATCH-UPTO-2 NOT NUMERIC
                       PERFORM REJECT-TAX-PARM-RECORD
                   END-IF
                   MOVE TP-DEFERRAL-LIMIT TO PLAN-DEFERRAL-LIMIT
                   MOVE TP-CATCHUP-LIMIT  TO PLAN-CATCHUP-LIMIT
                   MOVE TP-CATCHUP-AGE    TO PLAN-CATCHUP-AGE
                   MOVE TP-MATCH-RATE-1   TO PLAN-MATCH-RATE-1
                   MOVE TP-MATCH-UPTO-1   TO PLAN-MATCH-UPTO-1
                   MOVE TP-MATCH-RATE-2   TO PLAN-MATCH-RATE-2
                   MOVE TP-MATCH-UPTO-2   TO PLAN-MATCH-UPTO-2
                   SET PLAN-PARM-LOADED TO TRUE
               WHEN TP-BRACKET-SEQ NOT NUMERIC
                    OR TP-BRACKET-SEQ < 1 OR TP-BRACKET-SEQ > 6
                    OR TP-THRESHOLD NOT NUMERIC
                    OR TP-RATE NOT NUMERIC
                   PERFORM REJECT-TAX-PARM-RECORD
               WHEN TP-FED-BRACKET
                   PERFORM APPLY-FED-TAX-PARM
               WHEN TP-STATE-BRACKET
                   PERFORM APPLY-STATE-TAX-PARM
               WHEN OTHER
                   PERFORM REJECT-TAX-PARM-RECORD
           END-EVALUATE.

      *    Federal bracket records carry the W-4 filing status of
      *    the table they replace - blank or 'S' single, 'M'
      *    married filing jointly, 'H' head of household. Single
      *    is required in every set; a married or head-of-household
      *    table is optional but must be complete when present.
       APPLY-FED-TAX-PARM.
           EVALUATE TP-FILING-STATUS
               WHEN 'S'
               WHEN SPACE
                   MOVE 1 TO TP-STATUS-SEL
               WHEN 'M'
                   MOVE 2 TO TP-STATUS-SEL
               WHEN 'H'
                   MOVE 3 TO TP-STATUS-SEL
               WHEN OTHER
                   PERFORM REJECT-TAX-PARM-RECORD
           END-EVALUATE
           MOVE TP-THRESHOLD
               TO TB-THRESHOLD(TP-STATUS-SEL, TP-BRACKET-SEQ)
           MOVE TP-RATE
               TO TB-RATE(TP-STATUS-SEL, TP-BRACKET-SEQ)
           ADD 1 TO FED-BRACKETS-LOADED(TP-STATUS-SEL).

       APPLY-STATE-TAX-PARM.
           MOVE 0 TO TP-STATE-SEL
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 3
                   TO ST-RATE(TP-STATE-SEL, TP-BRACKET-SEQ)
           END-IF.

      *    A 'U' record with a blank state carries the FUTA rate
      *    and wage base; with a state code it replaces that
      *    state's SUTARATE entry.
       APPLY-UI-TAX-PARM.
           IF TP-UI-RATE NOT NUMERIC
              OR TP-UI-WAGE-BASE NOT NUMERIC
               PERFORM REJECT-TAX-PARM-RECORD
           END-IF
           IF TP-UI-STATE-CODE = SPACES
               MOVE TP-UI-RATE      TO FUTA-RATE
               MOVE TP-UI-WAGE-BASE TO FUTA-WAGE-BASE
               SET FUTA-PARM-LOADED TO TRUE
           ELSE
               MOVE 0 TO TP-UI-SEL
               PERFORM VARYING UI-SUB FROM 1 BY 1 UNTIL UI-SUB > 3
                   IF SU-STATE-CODE(UI-SUB) = TP-UI-STATE-CODE
                       MOVE UI-SUB TO TP-UI-SEL
                       MOVE 4 TO UI-SUB
                   END-IF
               END-PERFORM
               IF TP-UI-SEL = 0
                   PERFORM REJECT-TAX-PARM-RECORD
               ELSE
                   MOVE TP-UI-RATE      TO SU-RATE(TP-UI-SEL)
                   MOVE TP-UI-WAGE-BASE TO SU-WAGE-BASE(TP-UI-SEL)
               END-IF
           END-IF.

       REJECT-TAX-PARM-RECORD.
           DISPLAY 'ERROR: INVALID TAX PARAMETER RECORD TYPE '
                   TP-PARM-TYPE ' EFFECTIVE ' TP-EFFECTIVE-DATE
                   ' - RUN REFUSED'
           PERFORM END-RUN-WITH-ERROR.

       DETERMINE-MONTH-LAST-DAY.
           EVALUATE CAL-MONTH
                   END-IF
           END-EVALUATE.

      *    A proof is never recorded in history, so it is checked
      *    against the regular run it rehearses: once that has been
      *    paid there is nothing left to prove.
       CHECK-DATE-NOT-PROCESSED.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PAY-HISTORY-FILE
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PH-PAY-DATE = PAY-DATE-SAVE
                          AND (PH-RUN-TYPE = RUN-TYPE-SAVE
                               OR (PROOF-RUN AND PH-RUN-TYPE = 'R'))
                           DISPLAY 'ERROR: PAY DATE ' PAY-DATE-SAVE
                                   ' ALREADY PROCESSED ON RUN '
                                   PH-RUN-NUMBER
                                   ' - RUN REFUSED'
                           CLOSE PAY-HISTORY-FILE
                           PERFORM END-RUN-WITH-ERROR
                       END-IF
               END-READ
           END-PERFORM
               PERFORM POST-GL-CREDIT
           END-IF

      *    Employer unemployment tax follows the employer-FICA
      *    pattern: expense by department, liability by authority
      *    - one FUTA line and one SUTA line per state.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > 11
               IF DT-DEPT-CODE(DT-IDX) NOT = SPACES
                  AND DT-ER-UI(DT-IDX) NOT = 0
                   MOVE '5030'                 TO GL-ACCOUNT-NUMBER
                   MOVE 'UNEMPLOYMENT TAX EXP' TO GL-ACCOUNT-NAME
                   MOVE DT-ER-UI(DT-IDX)       TO GL-POST-AMOUNT
                   MOVE SPACES TO GL-DESCRIPTION
                   STRING
                       'PAYROLL RUN ER UI DEPT '
                       DT-DEPT-CODE(DT-IDX)
                       INTO GL-DESCRIPTION
                   MOVE DT-DEPT-CODE(DT-IDX) TO GL-DEPT-CODE
                   PERFORM POST-GL-DEBIT
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-DEPT-CODE

           IF TOTAL-FUTA-TAX NOT = ZERO
               MOVE '2260'                TO GL-ACCOUNT-NUMBER
               MOVE 'FUTA TAX PAYABLE'    TO GL-ACCOUNT-NAME
               MOVE TOTAL-FUTA-TAX        TO GL-POST-AMOUNT
               MOVE 'PAYROLL RUN FUTA' TO GL-DESCRIPTION
               PERFORM POST-GL-CREDIT
           END-IF

           PERFORM VARYING UI-SUB FROM 1 BY 1 UNTIL UI-SUB > 3
               IF SUTA-STATE-AMOUNT(UI-SUB) NOT = ZERO
                   MOVE '2270'                TO GL-ACCOUNT-NUMBER
                   MOVE 'SUTA TAX PAYABLE'    TO GL-ACCOUNT-NAME
                   MOVE SUTA-STATE-AMOUNT(UI-SUB) TO GL-POST-AMOUNT
                   MOVE SPACES TO GL-DESCRIPTION
                   STRING
                       'PAYROLL RUN SUTA STATE '
                       SU-STATE-CODE(UI-SUB)
                       INTO GL-DESCRIPTION
                   PERFORM POST-GL-CREDIT
               END-IF
           END-PERFORM

      *    Vacation accrued less vacation taken is booked the same
      *    way. A period where more was taken than earned posts
      *    negative and so lands on the opposite sides.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > 11
               IF DT-DEPT-CODE(DT-IDX) NOT = SPACES
                  AND DT-LEAVE(DT-IDX) NOT = 0
                   MOVE '5050'                 TO GL-ACCOUNT-NUMBER
                   MOVE 'VACATION ACCRUAL EXP' TO GL-ACCOUNT-NAME
                   MOVE DT-LEAVE(DT-IDX)       TO GL-POST-AMOUNT
                   MOVE SPACES TO GL-DESCRIPTION
                   STRING
                       'PAYROLL RUN LEAVE DEPT '
                       DT-DEPT-CODE(DT-IDX)
                       INTO GL-DESCRIPTION
                   MOVE DT-DEPT-CODE(DT-IDX) TO GL-DEPT-CODE
                   PERFORM POST-GL-DEBIT
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-DEPT-CODE

           IF TOTAL-LEAVE-LIABILITY NOT = ZERO
               MOVE '2280'                 TO GL-ACCOUNT-NUMBER
               MOVE 'ACCRUED VACATION PAY' TO GL-ACCOUNT-NAME
               MOVE TOTAL-LEAVE-LIABILITY  TO GL-POST-AMOUNT
               MOVE 'PAYROLL RUN VACATION ACCRUAL' TO GL-DESCRIPTION
               PERFORM POST-GL-CREDIT
           END-IF

           IF TOTAL-PRETAX-401K NOT = ZERO
               MOVE '2310'                   TO GL-ACCOUNT-NUMBER
               MOVE '401K CONTRIB PAYABLE'    TO GL-ACCOUNT-NAME
               PERFORM POST-GL-CREDIT
           END-IF

      *    The employer 401(k) match is expensed by department and
      *    owed to the plan alongside the employee deferrals, so
      *    2310 carries both and ties to the remittance total.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > 11
               IF DT-DEPT-CODE(DT-IDX) NOT = SPACES
                  AND DT-MATCH(DT-IDX) NOT = 0
                   MOVE '5060'                 TO GL-ACCOUNT-NUMBER
                   MOVE '401K MATCH EXPENSE'   TO GL-ACCOUNT-NAME
                   MOVE DT-MATCH(DT-IDX)       TO GL-POST-AMOUNT
                   MOVE SPACES TO GL-DESCRIPTION
                   STRING
                       'PAYROLL RUN ER MATCH DEPT '
                       DT-DEPT-CODE(DT-IDX)
                       INTO GL-DESCRIPTION
                   MOVE DT-DEPT-CODE(DT-IDX) TO GL-DEPT-CODE
                   PERFORM POST-GL-DEBIT
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-DEPT-CODE

           IF TOTAL-401K-MATCH NOT = ZERO
               MOVE '2310'                   TO GL-ACCOUNT-NUMBER
               MOVE '401K CONTRIB PAYABLE'    TO GL-ACCOUNT-NAME
               MOVE TOTAL-401K-MATCH         TO GL-POST-AMOUNT
               MOVE 'PAYROLL RUN 401K ER MATCH' TO GL-DESCRIPTION
               PERFORM POST-GL-CREDIT
           END-IF

           IF TOTAL-PRETAX-HEALTH NOT = ZERO
               MOVE '2320'                   TO GL-ACCOUNT-NUMBER
               MOVE 'HEALTH INS PAYABLE'      TO GL-ACCOUNT-NAME
      *    A returned prenote leaves the fields flagged failed and
      *    the employee on checks until maintenance fixes them.
       WRITE-DEPOSIT-DETAIL.
           PERFORM DETERMINE-PAYMENT-METHOD
           EVALUATE TRUE
               WHEN PAY-BY-ACH
                   PERFORM WRITE-ACH-ENTRY
               WHEN PAY-BY-CHECK-PRENOTE-PENDING
                   PERFORM WRITE-ACH-PRENOTE-ENTRY
                   PERFORM WRITE-NUMBERED-CHECK
               WHEN OTHER
                   PERFORM WRITE-NUMBERED-CHECK
           END-EVALUATE.

      *    Direct deposit needs complete bank details and a prenote
      *    that has cleared its waiting period; until then a check
      *    is cut. The proof run reports the same decision without
      *    writing either.
       DETERMINE-PAYMENT-METHOD.
           IF EMP-BANK-ROUTING NUMERIC
              AND EMP-BANK-ROUTING NOT = ZEROS
              AND EMP-BANK-ACCOUNT NOT = SPACES
               EVALUATE TRUE
                   WHEN EMP-PRENOTE-FAILED
                       SET PAY-BY-CHECK-PRENOTE-FAILED TO TRUE
                   WHEN EMP-PRENOTE-PENDING
                       PERFORM COMPUTE-PRENOTE-CLEAR-DATE
                       IF PRENOTE-CLEAR-DATE <= PAY-DATE-SAVE
                           SET PAY-BY-ACH TO TRUE
                       ELSE
                           SET PAY-BY-CHECK-PRENOTE-PENDING TO TRUE
                       END-IF
                   WHEN OTHER
                       SET PAY-BY-ACH TO TRUE
               END-EVALUATE
           ELSE
               SET PAY-BY-CHECK TO TRUE
           END-IF.

      *    Seven calendar days is at most one month boundary, so a
           MOVE PAY-DATE-SAVE TO CR-PAY-DATE
           MOVE NET-PAY       TO CR-AMOUNT
           MOVE 'I'           TO CR-STATUS
           MOVE 0             TO CR-PAID-DATE
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE

       WRITE-ACH-BLOCK-FILLER.
           WRITE ACH-RECORD FROM ACH-FILLER-RECORD.

       WRITE-REMITTANCE-HEADER.
           MOVE ACH-COMPANY-ID  TO RMT-H-COMPANY-ID
           MOVE PAY-DATE-SAVE   TO RMT-H-PAY-DATE
           MOVE RUN-NUMBER-SAVE TO RMT-H-RUN-NUMBER
           MOVE RUN-TYPE-SAVE   TO RMT-H-RUN-TYPE
           WRITE REMITTANCE-RECORD FROM RMT-HEADER.

       WRITE-REMITTANCE-DETAIL.
           IF DEFERRAL-AMT NOT = 0
              OR CATCHUP-AMT NOT = 0
              OR ER-MATCH-AMT NOT = 0
               MOVE EMP-ID       TO RMT-D-EMP-ID
               MOVE EMP-NAME     TO RMT-D-EMP-NAME
               MOVE DEFERRAL-AMT TO RMT-D-DEFERRAL
               MOVE CATCHUP-AMT  TO RMT-D-CATCHUP
               MOVE ER-MATCH-AMT TO RMT-D-MATCH
               PERFORM WRITE-REMITTANCE-LINE
           END-IF.

      *    A voided payment goes back to the recordkeeper as a
      *    negative line so the plan can reverse the contribution.
       WRITE-VOID-REMITTANCE-DETAIL.
           IF VOID-DEFERRAL NOT = 0
              OR VOID-CATCHUP NOT = 0
              OR VOID-ER-MATCH NOT = 0
               MOVE AJ-EMP-ID    TO RMT-D-EMP-ID
               MOVE EMP-NAME     TO RMT-D-EMP-NAME
               COMPUTE RMT-D-DEFERRAL = 0 - VOID-DEFERRAL
               COMPUTE RMT-D-CATCHUP  = 0 - VOID-CATCHUP
               COMPUTE RMT-D-MATCH    = 0 - VOID-ER-MATCH
               PERFORM WRITE-REMITTANCE-LINE
           END-IF.

       WRITE-REMITTANCE-LINE.
           MOVE UPDATED-YTD-DEFERRAL TO RMT-D-YTD-DEFERRAL
           MOVE UPDATED-YTD-CATCHUP  TO RMT-D-YTD-CATCHUP
           MOVE UPDATED-YTD-MATCH    TO RMT-D-YTD-MATCH
           WRITE REMITTANCE-RECORD FROM RMT-DETAIL
           ADD 1 TO REMIT-COUNT.

      *    TOTAL-PRETAX-401K carries the catch-up as well, so the
      *    regular deferral is what is left once catch-up is out.
       WRITE-REMITTANCE-TRAILER.
           MOVE REMIT-COUNT TO RMT-T-COUNT
           COMPUTE RMT-T-DEFERRAL =
               TOTAL-PRETAX-401K - TOTAL-401K-CATCHUP
           MOVE TOTAL-401K-CATCHUP TO RMT-T-CATCHUP
           MOVE TOTAL-401K-MATCH   TO RMT-T-MATCH
           COMPUTE RMT-T-CONTROL-TOTAL =
               TOTAL-PRETAX-401K + TOTAL-401K-MATCH
           WRITE REMITTANCE-RECORD FROM RMT-TRAILER.

      *    The next-check-number series survives across runs on
      *    checkctl.dat; a restart takes the number from the
      *    checkpoint instead so no check number is issued twice.
      *    the register is searched for an issued check matching the
      *    employee, original pay date and net amount that has not
      *    already been voided. ACH-paid originals have no check and
      *    produce no positive-pay line; neither does a check the
      *    bank has already paid, which is past stopping.
       VOID-ORIGINAL-CHECK.
           IF AJ-ORIG-PAY-DATE NOT NUMERIC
              OR AJ-ORIG-PAY-DATE = 0
                   MOVE AJ-ORIG-PAY-DATE TO CR-PAY-DATE
                   MOVE AJ-NET          TO CR-AMOUNT
                   MOVE 'V'             TO CR-STATUS
                   MOVE 0               TO CR-PAID-DATE
                   WRITE CHECK-REGISTER-RECORD
                   CLOSE CHECK-REGISTER-FILE

                               TO CAND-CHECK-NO(CAND-COUNT)
                       END-IF
                   WHEN CR-VOIDED
                   WHEN CR-CLEARED
                       IF VOIDED-COUNT < 10
                           ADD 1 TO VOIDED-COUNT
                           MOVE CR-CHECK-NO
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           SET YTD-FILE-OPEN TO TRUE.

       OPEN-LEAVE-FILE.
           OPEN I-O LEAVE-FILE
           IF LEAVE-STATUS = '35' OR LEAVE-STATUS = '05'
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF
           SET LEAVE-FILE-OPEN TO TRUE.

       READ-RESTART-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
                               TO DT-GROSS(DT-IDX)
                           MOVE CKPT-DEPT-ERFICA(DT-IDX)
                               TO DT-ER-FICA(DT-IDX)
                           MOVE CKPT-DEPT-ERUI(DT-IDX)
                               TO DT-ER-UI(DT-IDX)
                           MOVE CKPT-DEPT-LEAVE(DT-IDX)
                               TO DT-LEAVE(DT-IDX)
                           MOVE CKPT-DEPT-MATCH(DT-IDX)
                               TO DT-MATCH(DT-IDX)
                       END-PERFORM
                       MOVE CKPT-STATE-TAX-TOTAL
                                       TO TOTAL-STATE-TAX
                           MOVE CKPT-STATE-AMOUNT(ST-SUB)
                               TO STATE-TOTAL-AMOUNT(ST-SUB)
                       END-PERFORM
                       MOVE CKPT-FUTA-TOTAL TO TOTAL-FUTA-TAX
                       MOVE CKPT-SUTA-TOTAL TO TOTAL-SUTA-TAX
                       PERFORM VARYING UI-SUB FROM 1 BY 1
                               UNTIL UI-SUB > 3
                           MOVE CKPT-SUTA-AMOUNT(UI-SUB)
                               TO SUTA-STATE-AMOUNT(UI-SUB)
                       END-PERFORM
                       MOVE CKPT-LEAVE-TOTAL
                                       TO TOTAL-LEAVE-LIABILITY
                       MOVE CKPT-401K-CATCHUP
                                       TO TOTAL-401K-CATCHUP
                       MOVE CKPT-401K-MATCH TO TOTAL-401K-MATCH
                       MOVE CKPT-REMIT-COUNT TO REMIT-COUNT
                       MOVE CKPT-FINALIZED TO FINALIZED-SW
                       SET RESTARTING TO TRUE
               END-READ
      *    pay path re-initializes PAY-EMPLOYEE-SW, so this has no
      *    other effect during the skip.
       CHECK-SKIP-RECORD.
           PERFORM CHECK-EMPLOYEE-DUE
           IF NOT EMP-TERMINATED AND EMPLOYEE-DUE
               IF EMP-PAY-SALARIED
                   PERFORM FIND-TIMECARD
               ELSE
                   PERFORM GET-TIMECARD-HOURS
               END-IF
           END-IF
               MOVE DT-DEPT-CODE(DT-IDX) TO CKPT-DEPT-CODE(DT-IDX)
               MOVE DT-GROSS(DT-IDX)     TO CKPT-DEPT-GROSS(DT-IDX)
               MOVE DT-ER-FICA(DT-IDX)   TO CKPT-DEPT-ERFICA(DT-IDX)
               MOVE DT-ER-UI(DT-IDX)     TO CKPT-DEPT-ERUI(DT-IDX)
               MOVE DT-LEAVE(DT-IDX)     TO CKPT-DEPT-LEAVE(DT-IDX)
               MOVE DT-MATCH(DT-IDX)     TO CKPT-DEPT-MATCH(DT-IDX)
           END-PERFORM
           MOVE TOTAL-STATE-TAX     TO CKPT-STATE-TAX-TOTAL
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 3
               MOVE STATE-TOTAL-AMOUNT(ST-SUB)
                   TO CKPT-STATE-AMOUNT(ST-SUB)
           END-PERFORM
           MOVE TOTAL-FUTA-TAX      TO CKPT-FUTA-TOTAL
           MOVE TOTAL-SUTA-TAX      TO CKPT-SUTA-TOTAL
           PERFORM VARYING UI-SUB FROM 1 BY 1 UNTIL UI-SUB > 3
               MOVE SUTA-STATE-AMOUNT(UI-SUB)
                   TO CKPT-SUTA-AMOUNT(UI-SUB)
           END-PERFORM
           MOVE TOTAL-LEAVE-LIABILITY TO CKPT-LEAVE-TOTAL
           MOVE TOTAL-401K-CATCHUP  TO CKPT-401K-CATCHUP
           MOVE TOTAL-401K-MATCH    TO CKPT-401K-MATCH
           MOVE REMIT-COUNT         TO CKPT-REMIT-COUNT
           MOVE FINALIZED-SW        TO CKPT-FINALIZED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
               CLOSE EMPLOYEE-FILE
                     EXCEPTION-FILE
                     VALIDATED-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
                   EMP-ID
                   INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF

           IF NOT EMP-LEAVE-NONE
               PERFORM FIND-LEAVE-PLAN
               IF LP-SEL = 0
                   MOVE 'N' TO RECORD-OK-SW
                   STRING
                       'EXCEPTION: UNKNOWN LEAVE PLAN ' EMP-LEAVE-PLAN
                       ' FOR EMP-ID ' EMP-ID
                       INTO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
               END-IF
           END-IF.

       VALIDATE-SALARY.
           OPEN INPUT TIMECARD-FILE
           IF TIMECARD-STATUS NOT = '00'
               DISPLAY 'ERROR: TIMECARD FILE NOT AVAILABLE'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
           CLOSE TIMECARD-FILE
           MOVE 'N' TO EOF-FLAG.

      *    Leave-hour columns were added after the original layout;
      *    cards keyed without them arrive blank and count as none.
       LOAD-ONE-TIMECARD.
           IF TC-VACATION-HOURS = SPACES
               MOVE 0 TO TC-VACATION-HOURS
           END-IF
           IF TC-SICK-HOURS = SPACES
               MOVE 0 TO TC-SICK-HOURS
           END-IF
           IF TC-HOLIDAY-HOURS = SPACES
               MOVE 0 TO TC-HOLIDAY-HOURS
           END-IF
           EVALUATE TRUE
               WHEN TC-EMP-ID = SPACES
                   MOVE SPACES TO EXCEPTION-WORK-LINE
                   PERFORM REPORT-RUN-EXCEPTION
               WHEN TC-HOURS NOT NUMERIC
                    OR TC-HOURS-WK1 NOT NUMERIC
                    OR TC-VACATION-HOURS NOT NUMERIC
                    OR TC-SICK-HOURS NOT NUMERIC
                    OR TC-HOLIDAY-HOURS NOT NUMERIC
                   MOVE SPACES TO EXCEPTION-WORK-LINE
                   STRING
                       'EXCEPTION: NON-NUMERIC TIMECARD HOURS'
                   MOVE TC-EMP-ID     TO TCT-EMP-ID(TCT-COUNT)
                   MOVE TC-HOURS     TO TCT-HOURS(TCT-COUNT)
                   MOVE TC-HOURS-WK1 TO TCT-HOURS-WK1(TCT-COUNT)
                   MOVE TC-VACATION-HOURS TO TCT-VAC-HOURS(TCT-COUNT)
                   MOVE TC-SICK-HOURS     TO TCT-SICK-HOURS(TCT-COUNT)
                   MOVE TC-HOLIDAY-HOURS
                                     TO TCT-HOLIDAY-HOURS(TCT-COUNT)
                   MOVE ' '          TO TCT-MATCHED(TCT-COUNT)
           END-EVALUATE.

       FIND-TIMECARD.
           MOVE 'N' TO TIMECARD-FOUND-SW
           MOVE 0 TO TIMECARD-VAC-HOURS
           MOVE 0 TO TIMECARD-SICK-HOURS
           MOVE 0 TO TIMECARD-HOLIDAY-HOURS
           PERFORM VARYING TCT-IDX FROM 1 BY 1
                   UNTIL TCT-IDX > TCT-COUNT
               IF TCT-EMP-ID(TCT-IDX) = EMP-ID
                   MOVE 'M' TO TCT-MATCHED(TCT-IDX)
                   MOVE TCT-HOURS(TCT-IDX)     TO TIMECARD-HOURS
                   MOVE TCT-HOURS-WK1(TCT-IDX) TO TIMECARD-WK1-HOURS
                   MOVE TCT-VAC-HOURS(TCT-IDX) TO TIMECARD-VAC-HOURS
                   MOVE TCT-SICK-HOURS(TCT-IDX)
                                           TO TIMECARD-SICK-HOURS
                   MOVE TCT-HOLIDAY-HOURS(TCT-IDX)
                                           TO TIMECARD-HOLIDAY-HOURS
               END-IF
           END-PERFORM
           COMPUTE TIMECARD-LEAVE-HOURS =
               TIMECARD-VAC-HOURS + TIMECARD-SICK-HOURS
               + TIMECARD-HOLIDAY-HOURS.

       GET-TIMECARD-HOURS.
           PERFORM FIND-TIMECARD
                   WHEN OTHER
                       MOVE MAX-WEEKLY-HOURS TO MAX-HOURS-FOR-FREQ
               END-EVALUATE
               IF TIMECARD-HOURS + TIMECARD-LEAVE-HOURS = 0
                  OR TIMECARD-HOURS + TIMECARD-LEAVE-HOURS
                     > MAX-HOURS-FOR-FREQ
                  OR (EMP-FREQ-BIWEEKLY
                      AND TIMECARD-WK1-HOURS > TIMECARD-HOURS)
                   MOVE 'N' TO PAY-EMPLOYEE-SW
           IF GARNISH-STATUS NOT = '00' AND GARNISH-STATUS NOT = '05'
               DISPLAY 'ERROR: GARNISHMENT ORDER FILE NOT '
                       'AVAILABLE - STATUS ' GARNISH-STATUS
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM UNTIL END-OF-FILE
      *    master are standing defaults only and no longer drive a
      *    payment. An active hourly employee with no timecard is
      *    reported on the exception file and not paid.
      *    Vacation, sick and holiday hours on the card are paid at
      *    straight time on top of worked-hours gross. A salaried
      *    employee needs a card only to report leave taken; the
      *    salary already covers it, so only the balance moves.
       PROCESS-EMPLOYEE.
           MOVE 'Y' TO PAY-EMPLOYEE-SW
           PERFORM CLEAR-LEAVE-FIELDS
           IF EMP-PAY-SALARIED
               MOVE 0 TO HRS-WORKED
               MOVE 0 TO RATE-PER-HOUR
               MOVE 0 TO REGULAR-HOURS
               MOVE 0 TO OVERTIME-HOURS
               MOVE EMP-SALARY TO GROSS-PAY
               PERFORM FIND-TIMECARD
               PERFORM DETERMINE-LEAVE-USAGE
           ELSE
               PERFORM GET-TIMECARD-HOURS
               IF PAY-EMPLOYEE
                   MOVE FUNCTION NUMVAL(EMP-RATE) TO RATE-PER-HOUR

                   PERFORM COMPUTE-GROSS-WITH-OVERTIME
                   PERFORM DETERMINE-LEAVE-USAGE
                   COMPUTE LEAVE-PAY ROUNDED =
                       (LEAVE-VAC-USED + LEAVE-SICK-USED
                        + LEAVE-HOLIDAY-USED) * RATE-PER-HOUR
                   ADD LEAVE-PAY TO GROSS-PAY
               END-IF
           END-IF

           END-IF.

       PAY-ONE-EMPLOYEE.
           PERFORM LOAD-EMPLOYEE-ELECTION
           PERFORM READ-PRIOR-YTD
           PERFORM COMPUTE-401K-CONTRIBUTIONS
           PERFORM COMPUTE-FICA
           PERFORM COMPUTE-UNEMPLOYMENT-TAX

           COMPUTE TAXABLE-GROSS =
               GROSS-PAY - EMP-PRETAX-DEDUCTION
           IF NET-PAY-SIGNED < ZERO
               PERFORM CLEAR-GARNISHMENT-DRAWS
               PERFORM REPORT-NEGATIVE-NET-PAY
               SET PROOF-NEGATIVE-NET TO TRUE
           ELSE
               MOVE NET-PAY-SIGNED TO NET-PAY
               IF PROOF-RUN
                   PERFORM RECORD-PROOF-PAYMENT
               ELSE
                   PERFORM COMPLETE-EMPLOYEE-PAYMENT
               END-IF
           END-IF.

      *    Deductions can exceed a small check now that FICA also

       COMPLETE-EMPLOYEE-PAYMENT.
           PERFORM UPDATE-YTD-TOTALS
           PERFORM UPDATE-LEAVE-BALANCE

           ADD FICA-SS-EMPLOYEE   TO TOTAL-FICA-SS-EE
           ADD FICA-MEDI-EMPLOYEE TO TOTAL-FICA-MEDI-EE
           ADD TAX TO TOTAL-TAX
           ADD NET-PAY TO TOTAL-NET
           PERFORM ACCUMULATE-STATE-TAX
           PERFORM ACCUMULATE-UNEMPLOYMENT-TAX

           MOVE EMP-DEPT-CODE TO DEPT-CODE-WORK
           MOVE GROSS-PAY     TO DEPT-GROSS-AMT
           COMPUTE DEPT-ERFICA-AMT =
               FICA-SS-EMPLOYER + FICA-MEDI-EMPLOYER
           COMPUTE DEPT-ERUI-AMT = FUTA-TAX + SUTA-TAX
           MOVE LEAVE-LIABILITY-CHANGE TO DEPT-LEAVE-AMT
           MOVE ER-MATCH-AMT  TO DEPT-MATCH-AMT
           PERFORM ACCUMULATE-DEPT-TOTALS

           PERFORM ACCUMULATE-FREQUENCY-TOTALS
           MOVE POSTTAX-TAKEN         TO PD-POSTTAX
           MOVE EMP-POSTTAX-TYPE      TO PD-POSTTAX-TYPE
           MOVE GARNISH-TAKEN-TOTAL   TO PD-GARNISH
           MOVE FUTA-TAX              TO PD-FUTA-TAX
           MOVE SUTA-TAXABLE-WAGES    TO PD-SUTA-WAGES
           MOVE SUTA-TAX              TO PD-SUTA-TAX
           MOVE CATCHUP-AMT           TO PD-CATCHUP
           MOVE ER-MATCH-AMT          TO PD-ER-MATCH
           PERFORM WRITE-PAY-DETAIL-HISTORY
           PERFORM WRITE-REMITTANCE-DETAIL

           PERFORM WRITE-PAY-STATEMENT

           MOVE UPDATED-YTD-NET   TO STMT-YTD-NET
           WRITE STATEMENT-LINE FROM STMT-SEPARATOR-LINE
           WRITE STATEMENT-LINE FROM STMT-HEADER-LINE
           IF SUPPLEMENTAL-RUN
               MOVE SUPP-EARN-DESC TO STMT-SUPP-DESC
               COMPUTE STMT-SUPP-RATE = SUPP-FLAT-RATE * 100
               WRITE STATEMENT-LINE FROM STMT-SUPP-LINE
           END-IF
           WRITE STATEMENT-LINE FROM STMT-HOURS-LINE
           IF LEAVE-VAC-USED NOT = 0 OR LEAVE-SICK-USED NOT = 0
              OR LEAVE-HOLIDAY-USED NOT = 0
               MOVE LEAVE-VAC-USED     TO STMT-LV-VAC-USED
               MOVE LEAVE-SICK-USED    TO STMT-LV-SICK-USED
               MOVE LEAVE-HOLIDAY-USED TO STMT-LV-HOL-USED
               WRITE STATEMENT-LINE FROM STMT-LEAVE-PAID-LINE
           END-IF
           WRITE STATEMENT-LINE FROM STMT-GROSS-LINE
           WRITE STATEMENT-LINE FROM STMT-PRETAX-LINE
           WRITE STATEMENT-LINE FROM STMT-TAX-LINE
           WRITE STATEMENT-LINE FROM STMT-POSTTAX-LINE
           PERFORM WRITE-GARNISH-STATEMENT-LINES
           WRITE STATEMENT-LINE FROM STMT-NET-LINE
           WRITE STATEMENT-LINE FROM STMT-YTD-LINE
           IF LEAVE-BALANCE-KEPT
               MOVE 'VACATION HOURS '  TO STMT-LV-LABEL
               MOVE LEAVE-VAC-ACCRUED  TO STMT-LV-ACCRUED
               MOVE LEAVE-VAC-USED     TO STMT-LV-USED
               MOVE LEAVE-VAC-AVAIL    TO STMT-LV-AVAIL
               WRITE STATEMENT-LINE FROM STMT-LEAVE-BAL-LINE
               MOVE 'SICK HOURS     '  TO STMT-LV-LABEL
               MOVE LEAVE-SICK-ACCRUED TO STMT-LV-ACCRUED
               MOVE LEAVE-SICK-USED    TO STMT-LV-USED
               MOVE LEAVE-SICK-AVAIL   TO STMT-LV-AVAIL
               WRITE STATEMENT-LINE FROM STMT-LEAVE-BAL-LINE
           END-IF.

       ACCUMULATE-FREQUENCY-TOTALS.
           EVALUATE TRUE
                   CONTINUE
               WHEN EMP-PRETAX-401K
                   ADD EMP-PRETAX-DEDUCTION TO TOTAL-PRETAX-401K
                   ADD CATCHUP-AMT          TO TOTAL-401K-CATCHUP
               WHEN EMP-PRETAX-HEALTH-INS
                   ADD EMP-PRETAX-DEDUCTION TO TOTAL-PRETAX-HEALTH
               WHEN OTHER
                   ADD EMP-PRETAX-DEDUCTION TO TOTAL-PRETAX-OTHER
           END-EVALUATE
           ADD ER-MATCH-AMT TO TOTAL-401K-MATCH

           EVALUATE TRUE
               WHEN POSTTAX-TAKEN = ZERO
                   MOVE DEPT-CODE-WORK TO DT-DEPT-CODE(DT-SEL)
                   MOVE 0 TO DT-GROSS(DT-SEL)
                   MOVE 0 TO DT-ER-FICA(DT-SEL)
                   MOVE 0 TO DT-ER-UI(DT-SEL)
                   MOVE 0 TO DT-LEAVE(DT-SEL)
                   MOVE 0 TO DT-MATCH(DT-SEL)
               ELSE
                   MOVE 11 TO DT-SEL
                   MOVE '****' TO DT-DEPT-CODE(11)
               END-IF
           END-IF
           ADD DEPT-GROSS-AMT  TO DT-GROSS(DT-SEL)
           ADD DEPT-ERFICA-AMT TO DT-ER-FICA(DT-SEL)
           ADD DEPT-ERUI-AMT   TO DT-ER-UI(DT-SEL)
           ADD DEPT-LEAVE-AMT  TO DT-LEAVE(DT-SEL)
           ADD DEPT-MATCH-AMT  TO DT-MATCH(DT-SEL).

       UPDATE-YTD-TOTALS.
           MOVE EMP-ID TO YTD-EMP-ID
                   MOVE NET-PAY TO YTD-NET
                   MOVE FICA-SS-EMPLOYEE TO YTD-FICA-SS
                   MOVE FICA-MEDI-EMPLOYEE TO YTD-FICA-MEDI
                   MOVE DEFERRAL-AMT TO YTD-401K-DEFERRAL
                   MOVE CATCHUP-AMT TO YTD-401K-CATCHUP
                   MOVE ER-MATCH-AMT TO YTD-401K-MATCH
                   PERFORM SAVE-UPDATED-YTD
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   ADD NET-PAY TO YTD-NET
                   ADD FICA-SS-EMPLOYEE TO YTD-FICA-SS
                   ADD FICA-MEDI-EMPLOYEE TO YTD-FICA-MEDI
                   ADD DEFERRAL-AMT TO YTD-401K-DEFERRAL
                   ADD CATCHUP-AMT TO YTD-401K-CATCHUP
                   ADD ER-MATCH-AMT TO YTD-401K-MATCH
                   PERFORM SAVE-UPDATED-YTD
                   REWRITE YTD-RECORD
           END-READ.
       SAVE-UPDATED-YTD.
           MOVE YTD-GROSS TO UPDATED-YTD-GROSS
           MOVE YTD-TAX   TO UPDATED-YTD-TAX
           MOVE YTD-NET   TO UPDATED-YTD-NET
           MOVE YTD-401K-DEFERRAL TO UPDATED-YTD-DEFERRAL
           MOVE YTD-401K-CATCHUP  TO UPDATED-YTD-CATCHUP
           MOVE YTD-401K-MATCH    TO UPDATED-YTD-MATCH.

      *    A proof run against a year with no ytd.dat yet finds no
      *    file to open, and every employee starts the year at zero.
       READ-PRIOR-YTD.
           MOVE EMP-ID TO YTD-EMP-ID
           MOVE 0 TO PRIOR-YTD-GROSS
           MOVE 0 TO PRIOR-YTD-DEFERRAL
           MOVE 0 TO PRIOR-YTD-CATCHUP
           IF YTD-FILE-OPEN
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YTD-GROSS TO PRIOR-YTD-GROSS
                       MOVE YTD-401K-DEFERRAL TO PRIOR-YTD-DEFERRAL
                       MOVE YTD-401K-CATCHUP  TO PRIOR-YTD-CATCHUP
               END-READ
           END-IF.

      *    A 401(k) deferral is held to the plan's annual limit.
      *    An employee who reaches the catch-up age during the
      *    calendar year may go on deferring up to the catch-up
      *    limit beyond it. A deferral cut back by the limits is
      *    reported in the period it is cut; once both limits are
      *    used up the deferral simply stops. The match is figured
      *    each period on that period's pay and the deferral
      *    actually taken, catch-up included - there is no
      *    year-end true-up.
       COMPUTE-401K-CONTRIBUTIONS.
           MOVE 0 TO DEFERRAL-AMT
           MOVE 0 TO CATCHUP-AMT
           MOVE 0 TO ER-MATCH-AMT
           IF EMP-PRETAX-401K AND EMP-PRETAX-DEDUCTION > 0
               MOVE EMP-PRETAX-DEDUCTION TO DEFERRAL-REQUESTED
               MOVE 'N' TO CATCHUP-ELIGIBLE-SW
               IF EMP-BIRTH-DATE NUMERIC AND EMP-BIRTH-DATE NOT = 0
                   IF EMP-BIRTH-YEAR + PLAN-CATCHUP-AGE
                           NOT > PAY-DATE-YEAR
                       SET CATCHUP-ELIGIBLE TO TRUE
                   END-IF
               END-IF

               COMPUTE DEFERRAL-ROOM =
                   PLAN-DEFERRAL-LIMIT - PRIOR-YTD-DEFERRAL
               IF DEFERRAL-ROOM < 0
                   MOVE 0 TO DEFERRAL-ROOM
               END-IF
               MOVE 0 TO CATCHUP-ROOM
               IF CATCHUP-ELIGIBLE
                   COMPUTE CATCHUP-ROOM =
                       PLAN-CATCHUP-LIMIT - PRIOR-YTD-CATCHUP
                   IF CATCHUP-ROOM < 0
                       MOVE 0 TO CATCHUP-ROOM
                   END-IF
               END-IF

               IF DEFERRAL-REQUESTED > DEFERRAL-ROOM
                   MOVE DEFERRAL-ROOM TO DEFERRAL-AMT
                   COMPUTE CATCHUP-AMT =
                       DEFERRAL-REQUESTED - DEFERRAL-ROOM
                   IF CATCHUP-AMT > CATCHUP-ROOM
                       MOVE CATCHUP-ROOM TO CATCHUP-AMT
                   END-IF
               ELSE
                   MOVE DEFERRAL-REQUESTED TO DEFERRAL-AMT
               END-IF
               COMPUTE EMP-PRETAX-DEDUCTION =
                   DEFERRAL-AMT + CATCHUP-AMT

               IF EMP-PRETAX-DEDUCTION < DEFERRAL-REQUESTED
                  AND EMP-PRETAX-DEDUCTION > 0
                   MOVE EMP-PRETAX-DEDUCTION TO DEFERRAL-DISPLAY
                   MOVE SPACES TO EXCEPTION-WORK-LINE
                   STRING
                       'EXCEPTION: 401K LIMIT REACHED - DEFERRAL '
                       DEFERRAL-DISPLAY
                       ' FOR EMP-ID '
                       EMP-ID
                       INTO EXCEPTION-WORK-LINE
                   PERFORM REPORT-RUN-EXCEPTION
               END-IF

               PERFORM COMPUTE-EMPLOYER-MATCH
           END-IF.

      *    Two match tiers: the first tier's rate applies to the
      *    deferral up to its percentage of this period's gross,
      *    the second tier's rate to the deferral beyond that up to
      *    the second percentage of gross.
       COMPUTE-EMPLOYER-MATCH.
           MOVE EMP-PRETAX-DEDUCTION TO MATCH-DEFERRAL-LEFT
           COMPUTE MATCH-TIER-PAY ROUNDED =
               GROSS-PAY * PLAN-MATCH-UPTO-1
           IF MATCH-DEFERRAL-LEFT > MATCH-TIER-PAY
               MOVE MATCH-TIER-PAY TO MATCH-TIER-DEFERRAL
           ELSE
               MOVE MATCH-DEFERRAL-LEFT TO MATCH-TIER-DEFERRAL
           END-IF
           COMPUTE ER-MATCH-AMT ROUNDED =
               MATCH-TIER-DEFERRAL * PLAN-MATCH-RATE-1
           SUBTRACT MATCH-TIER-DEFERRAL FROM MATCH-DEFERRAL-LEFT

           COMPUTE MATCH-TIER-PAY ROUNDED =
               GROSS-PAY * PLAN-MATCH-UPTO-2
           IF MATCH-DEFERRAL-LEFT > MATCH-TIER-PAY
               MOVE MATCH-TIER-PAY TO MATCH-TIER-DEFERRAL
           ELSE
               MOVE MATCH-DEFERRAL-LEFT TO MATCH-TIER-DEFERRAL
           END-IF
           COMPUTE ER-MATCH-AMT ROUNDED =
               ER-MATCH-AMT
               + MATCH-TIER-DEFERRAL * PLAN-MATCH-RATE-2.

       COMPUTE-FICA.
           EVALUATE TRUE
                   + (MEDI-ADDL-WAGES * FICA-MEDI-ADDL-RATE)
           END-IF.

      *    FUTA and SUTA are employer-only taxes on the first
      *    wage-base dollars of the year, capped off the same prior
      *    YTD gross the Social Security cap uses. SUTA goes to the
      *    work state; a blank or unlisted work state carries none.
       COMPUTE-UNEMPLOYMENT-TAX.
           EVALUATE TRUE
               WHEN PRIOR-YTD-GROSS >= FUTA-WAGE-BASE
                   MOVE 0 TO FUTA-TAXABLE-WAGES
               WHEN PRIOR-YTD-GROSS + GROSS-PAY > FUTA-WAGE-BASE
                   COMPUTE FUTA-TAXABLE-WAGES =
                       FUTA-WAGE-BASE - PRIOR-YTD-GROSS
               WHEN OTHER
                   MOVE GROSS-PAY TO FUTA-TAXABLE-WAGES
           END-EVALUATE
           COMPUTE FUTA-TAX ROUNDED =
               FUTA-TAXABLE-WAGES * FUTA-RATE

           MOVE 0 TO SUTA-TAXABLE-WAGES
           MOVE 0 TO SUTA-TAX
           MOVE EMP-WORK-STATE TO UI-STATE-KEY
           PERFORM FIND-UI-STATE-ENTRY
           IF UI-SEL NOT = 0
               EVALUATE TRUE
                   WHEN PRIOR-YTD-GROSS >= SU-WAGE-BASE(UI-SEL)
                       MOVE 0 TO SUTA-TAXABLE-WAGES
                   WHEN PRIOR-YTD-GROSS + GROSS-PAY
                            > SU-WAGE-BASE(UI-SEL)
                       COMPUTE SUTA-TAXABLE-WAGES =
                           SU-WAGE-BASE(UI-SEL) - PRIOR-YTD-GROSS
                   WHEN OTHER
                       MOVE GROSS-PAY TO SUTA-TAXABLE-WAGES
               END-EVALUATE
               COMPUTE SUTA-TAX ROUNDED =
                   SUTA-TAXABLE-WAGES * SU-RATE(UI-SEL)
           END-IF.

       FIND-UI-STATE-ENTRY.
           MOVE 0 TO UI-SEL
           IF UI-STATE-KEY NOT = SPACES
               PERFORM VARYING UI-SUB FROM 1 BY 1 UNTIL UI-SUB > 3
                   IF SU-STATE-CODE(UI-SUB) = UI-STATE-KEY
                       MOVE UI-SUB TO UI-SEL
                       MOVE 4 TO UI-SUB
                   END-IF
               END-PERFORM
           END-IF.

       ACCUMULATE-UNEMPLOYMENT-TAX.
           ADD FUTA-TAX TO TOTAL-FUTA-TAX
           IF UI-SEL NOT = 0 AND SUTA-TAX NOT = 0
               ADD SUTA-TAX TO TOTAL-SUTA-TAX
               ADD SUTA-TAX TO SUTA-STATE-AMOUNT(UI-SEL)
           END-IF.

      *    HRS-WORKED holds worked time only. Paid leave is added to
      *    gross afterwards and never counts toward overtime.
       COMPUTE-GROSS-WITH-OVERTIME.
           EVALUATE TRUE
               WHEN EMP-FREQ-MONTHLY
                   MOVE 52 TO ANNUALIZATION-FACTOR
           END-EVALUATE.

       CLEAR-LEAVE-FIELDS.
           MOVE 'N' TO LEAVE-KEPT-SW
           MOVE 0 TO LEAVE-VAC-USED
           MOVE 0 TO LEAVE-SICK-USED
           MOVE 0 TO LEAVE-HOLIDAY-USED
           MOVE 0 TO LEAVE-VAC-ACCRUED
           MOVE 0 TO LEAVE-SICK-ACCRUED
           MOVE 0 TO LEAVE-VAC-AVAIL
           MOVE 0 TO LEAVE-SICK-AVAIL
           MOVE 0 TO LEAVE-PAY
           MOVE 0 TO LEAVE-LIABILITY-CHANGE.

       FIND-LEAVE-PLAN.
           MOVE 0 TO LP-SEL
           IF NOT EMP-LEAVE-NONE
               PERFORM VARYING LP-SUB FROM 1 BY 1 UNTIL LP-SUB > 3
                   IF LP-PLAN-CODE(LP-SUB) = EMP-LEAVE-PLAN
                       MOVE LP-SUB TO LP-SEL
                       MOVE 4 TO LP-SUB
                   END-IF
               END-PERFORM
           END-IF.

       READ-LEAVE-BALANCE.
           MOVE EMP-ID TO LB-EMP-ID
           MOVE 'N' TO LEAVE-FOUND-SW
           MOVE 0 TO LEAVE-OPEN-VAC
           MOVE 0 TO LEAVE-OPEN-SICK
           IF LEAVE-FILE-OPEN
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LEAVE-FOUND TO TRUE
                       MOVE LB-VAC-BALANCE  TO LEAVE-OPEN-VAC
                       MOVE LB-SICK-BALANCE TO LEAVE-OPEN-SICK
               END-READ
           END-IF.

      *    Leave taken is paid only out of the balance standing
      *    before this period's accrual. Hours beyond it go unpaid
      *    and are reported. Holiday hours draw on no balance.
       DETERMINE-LEAVE-USAGE.
           PERFORM READ-LEAVE-BALANCE
           IF TIMECARD-VAC-HOURS > LEAVE-OPEN-VAC
               MOVE LEAVE-OPEN-VAC TO LEAVE-VAC-USED
               COMPUTE LEAVE-UNPAID-HOURS =
                   TIMECARD-VAC-HOURS - LEAVE-OPEN-VAC
               MOVE LEAVE-UNPAID-HOURS TO LEAVE-UNPAID-DISPLAY
               MOVE SPACES TO EXCEPTION-WORK-LINE
               STRING
                   'EXCEPTION: VACATION EXCEEDS BALANCE FOR EMP-ID '
                   EMP-ID ' - ' LEAVE-UNPAID-DISPLAY ' HRS UNPAID'
                   INTO EXCEPTION-WORK-LINE
               PERFORM REPORT-RUN-EXCEPTION
           ELSE
               MOVE TIMECARD-VAC-HOURS TO LEAVE-VAC-USED
           END-IF
           IF TIMECARD-SICK-HOURS > LEAVE-OPEN-SICK
               MOVE LEAVE-OPEN-SICK TO LEAVE-SICK-USED
               COMPUTE LEAVE-UNPAID-HOURS =
                   TIMECARD-SICK-HOURS - LEAVE-OPEN-SICK
               MOVE LEAVE-UNPAID-HOURS TO LEAVE-UNPAID-DISPLAY
               MOVE SPACES TO EXCEPTION-WORK-LINE
               STRING
                   'EXCEPTION: SICK HOURS EXCEED BALANCE FOR EMP-ID '
                   EMP-ID ' - ' LEAVE-UNPAID-DISPLAY ' HRS UNPAID'
                   INTO EXCEPTION-WORK-LINE
               PERFORM REPORT-RUN-EXCEPTION
           ELSE
               MOVE TIMECARD-SICK-HOURS TO LEAVE-SICK-USED
           END-IF
           MOVE TIMECARD-HOLIDAY-HOURS TO LEAVE-HOLIDAY-USED.

      *    Accrual is credited after the period's usage and stops
      *    at the plan cap. Only vacation is carried as a liability
      *    - unused sick leave is never paid out - valued at base
      *    straight-time rate; a salaried rate is the annual salary
      *    over a 2080-hour year.
       UPDATE-LEAVE-BALANCE.
           PERFORM DETERMINE-ANNUALIZATION-FACTOR
           PERFORM FIND-LEAVE-PLAN
           COMPUTE LEAVE-VAC-AVAIL  = LEAVE-OPEN-VAC - LEAVE-VAC-USED
           COMPUTE LEAVE-SICK-AVAIL = LEAVE-OPEN-SICK - LEAVE-SICK-USED
           MOVE 0 TO LEAVE-VAC-ACCRUED
           MOVE 0 TO LEAVE-SICK-ACCRUED
           IF LP-SEL NOT = 0
               COMPUTE LEAVE-VAC-ACCRUED ROUNDED =
                   LP-VAC-ANNUAL-HOURS(LP-SEL) / ANNUALIZATION-FACTOR
               COMPUTE LEAVE-SICK-ACCRUED ROUNDED =
                   LP-SICK-ANNUAL-HOURS(LP-SEL) / ANNUALIZATION-FACTOR
               EVALUATE TRUE
                   WHEN LEAVE-VAC-AVAIL >= LP-VAC-CAP-HOURS(LP-SEL)
                       MOVE 0 TO LEAVE-VAC-ACCRUED
                   WHEN LEAVE-VAC-AVAIL + LEAVE-VAC-ACCRUED
                        > LP-VAC-CAP-HOURS(LP-SEL)
                       COMPUTE LEAVE-VAC-ACCRUED =
                           LP-VAC-CAP-HOURS(LP-SEL) - LEAVE-VAC-AVAIL
               END-EVALUATE
               EVALUATE TRUE
                   WHEN LEAVE-SICK-AVAIL >= LP-SICK-CAP-HOURS(LP-SEL)
                       MOVE 0 TO LEAVE-SICK-ACCRUED
                   WHEN LEAVE-SICK-AVAIL + LEAVE-SICK-ACCRUED
                        > LP-SICK-CAP-HOURS(LP-SEL)
                       COMPUTE LEAVE-SICK-ACCRUED =
                           LP-SICK-CAP-HOURS(LP-SEL) - LEAVE-SICK-AVAIL
               END-EVALUATE
               ADD LEAVE-VAC-ACCRUED  TO LEAVE-VAC-AVAIL
               ADD LEAVE-SICK-ACCRUED TO LEAVE-SICK-AVAIL
           END-IF

           IF LEAVE-FOUND OR LP-SEL NOT = 0
               SET LEAVE-BALANCE-KEPT TO TRUE
               MOVE EMP-ID           TO LB-EMP-ID
               MOVE LEAVE-VAC-AVAIL  TO LB-VAC-BALANCE
               MOVE LEAVE-SICK-AVAIL TO LB-SICK-BALANCE
               MOVE PAY-DATE-SAVE    TO LB-LAST-PAY-DATE
               IF LEAVE-FOUND
                   REWRITE LEAVE-BALANCE-RECORD
               ELSE
                   WRITE LEAVE-BALANCE-RECORD
               END-IF
           END-IF

           IF EMP-PAY-SALARIED
               COMPUTE LEAVE-HOURLY-RATE ROUNDED =
                   EMP-SALARY * ANNUALIZATION-FACTOR / STD-ANNUAL-HOURS
           ELSE
               MOVE RATE-PER-HOUR TO LEAVE-HOURLY-RATE
           END-IF
           COMPUTE LEAVE-LIABILITY-CHANGE ROUNDED =
               (LEAVE-VAC-ACCRUED - LEAVE-VAC-USED) * LEAVE-HOURLY-RATE
           ADD LEAVE-LIABILITY-CHANGE TO TOTAL-LEAVE-LIABILITY.

      *    withhold.dat is maintained by PayrollMaint and only read
      *    here. No file at all simply means no elections have been
      *    keyed yet and everyone withholds as single.
       OPEN-ELECTION-FILE.
           MOVE 'N' TO ELECTION-FILE-SW
           OPEN INPUT ELECTION-FILE
           EVALUATE ELECTION-STATUS
               WHEN '00'
                   SET ELECTION-FILE-OPEN TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: WITHHOLDING ELECTION FILE NOT '
                           'AVAILABLE - STATUS ' ELECTION-STATUS
                   PERFORM END-RUN-WITH-ERROR
           END-EVALUATE.

      *    An employee with no election on file withholds as single
      *    with no adjustments. An exempt election covers pay dates
      *    through its expiry; once lapsed, withholding resumes on
      *    the elected status and the lapse is reported each run
      *    until a new election is keyed.
       LOAD-EMPLOYEE-ELECTION.
           MOVE EMP-ID TO WE-EMP-ID
           IF ELECTION-FILE-OPEN
               READ ELECTION-FILE
                   INVALID KEY
                       PERFORM SET-DEFAULT-ELECTION
               END-READ
           ELSE
               PERFORM SET-DEFAULT-ELECTION
           END-IF

           MOVE 'N' TO ELECTION-EXEMPT-SW
           IF WE-EXEMPT
               IF WE-EXEMPT-EXPIRY >= PAY-DATE-SAVE
                   SET ELECTION-EXEMPT TO TRUE
               ELSE
                   MOVE SPACES TO EXCEPTION-WORK-LINE
                   STRING
                       'EXCEPTION: EXEMPT ELECTION EXPIRED '
                       WE-EXEMPT-EXPIRY ' FOR EMP-ID ' EMP-ID
                       ' - TAX WITHHELD'
                       INTO EXCEPTION-WORK-LINE
                   PERFORM REPORT-RUN-EXCEPTION
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WE-FILE-JOINT
                   MOVE 2 TO TB-STATUS-SEL
               WHEN WE-FILE-HEAD
                   MOVE 3 TO TB-STATUS-SEL
               WHEN OTHER
                   MOVE 1 TO TB-STATUS-SEL
           END-EVALUATE.

       SET-DEFAULT-ELECTION.
           MOVE 'S' TO WE-FILING-STATUS
           MOVE 0   TO WE-DEPENDENT-CREDIT
           MOVE 0   TO WE-OTHER-INCOME
           MOVE 0   TO WE-DEDUCTIONS
           MOVE 0   TO WE-EXTRA-WITHHOLDING
           MOVE 'N' TO WE-EXEMPT-FLAG
           MOVE 0   TO WE-EXEMPT-EXPIRY.

      *    The W-4 adjustments work on the annualized wage: other
      *    income is added and the deductions figure taken off
      *    before the filing-status brackets apply, the dependent
      *    credit comes off the annual tax, and the extra amount is
      *    added to the period withholding. An exempt election
      *    withholds nothing. LOAD-EMPLOYEE-ELECTION must have run
      *    for the employee first.
       COMPUTE-PROGRESSIVE-TAX.
           PERFORM DETERMINE-ANNUALIZATION-FACTOR

           COMPUTE ANNUALIZED-GROSS =
               TAXABLE-GROSS * ANNUALIZATION-FACTOR

           IF ANNUALIZED-GROSS + WE-OTHER-INCOME > WE-DEDUCTIONS
               COMPUTE ADJUSTED-ANNUAL-WAGE =
                   ANNUALIZED-GROSS + WE-OTHER-INCOME - WE-DEDUCTIONS
           ELSE
               MOVE 0 TO ADJUSTED-ANNUAL-WAGE
           END-IF

           MOVE 0 TO ANNUAL-TAX
           MOVE 0 TO PREV-THRESHOLD
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > 6
               IF ADJUSTED-ANNUAL-WAGE
                      > TB-THRESHOLD(TB-STATUS-SEL, TB-IDX)
                   COMPUTE ANNUAL-TAX = ANNUAL-TAX +
                       (TB-THRESHOLD(TB-STATUS-SEL, TB-IDX)
                           - PREV-THRESHOLD)
                           * TB-RATE(TB-STATUS-SEL, TB-IDX)
                   MOVE TB-THRESHOLD(TB-STATUS-SEL, TB-IDX)
                       TO PREV-THRESHOLD
               ELSE
                   COMPUTE ANNUAL-TAX = ANNUAL-TAX +
                       (ADJUSTED-ANNUAL-WAGE - PREV-THRESHOLD)
                           * TB-RATE(TB-STATUS-SEL, TB-IDX)
                   SET TB-IDX TO 7
               END-IF
           END-PERFORM

           IF ANNUAL-TAX > WE-DEPENDENT-CREDIT
               SUBTRACT WE-DEPENDENT-CREDIT FROM ANNUAL-TAX
           ELSE
               MOVE 0 TO ANNUAL-TAX
           END-IF

           COMPUTE TAX ROUNDED =
               ANNUAL-TAX / ANNUALIZATION-FACTOR
               + WE-EXTRA-WITHHOLDING

           IF ELECTION-EXEMPT
               MOVE 0 TO TAX
           END-IF.

       FIND-STATE-ENTRY.
           MOVE 0 TO STATE-SEL
      *    federal calculation just used - ANNUALIZED-GROSS and the
      *    annualization factor are still current from
      *    COMPUTE-PROGRESSIVE-TAX. A blank work state means no
      *    state withholding. A state that honors the federal
      *    election takes the wage after the other-income and
      *    deductions adjustments and respects an exempt election;
      *    any other state withholds on the plain annualized gross.
       COMPUTE-STATE-TAX.
           MOVE 0 TO STATE-TAX
           IF EMP-WORK-STATE = SPACES
           ELSE
               PERFORM FIND-STATE-ENTRY
               IF STATE-SEL NOT = 0
                   IF ST-HONORS-ELECTION(STATE-SEL)
                       MOVE ADJUSTED-ANNUAL-WAGE TO STATE-ANNUAL-WAGE
                   ELSE
                       MOVE ANNUALIZED-GROSS TO STATE-ANNUAL-WAGE
                   END-IF
                   IF NOT (ELECTION-EXEMPT
                           AND ST-HONORS-ELECTION(STATE-SEL))
                       PERFORM COMPUTE-STATE-BRACKET-TAX
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO ST-ANNUAL-TAX
           MOVE 0 TO ST-PREV-THRESHOLD
           PERFORM VARYING SB-SUB FROM 1 BY 1 UNTIL SB-SUB > 6
               IF STATE-ANNUAL-WAGE
                      > ST-THRESHOLD(STATE-SEL, SB-SUB)
                   COMPUTE ST-ANNUAL-TAX = ST-ANNUAL-TAX +
                       (ST-THRESHOLD(STATE-SEL, SB-SUB)
                       TO ST-PREV-THRESHOLD
               ELSE
                   COMPUTE ST-ANNUAL-TAX = ST-ANNUAL-TAX +
                       (STATE-ANNUAL-WAGE - ST-PREV-THRESHOLD)
                           * ST-RATE(STATE-SEL, SB-SUB)
                   MOVE 7 TO SB-SUB
               END-IF
               CLOSE CHECKPOINT-FILE
               DISPLAY 'ERROR: PAY RUN CHECKPOINT PRESENT - '
                       'ADJUSTMENT RUN REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM READ-ADJUSTMENT-CHECKPOINT
           PERFORM OPEN-ELECTION-FILE

           IF ADJ-RESTARTING
               OPEN EXTEND PAYROLL-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND CHECK-LIST-FILE
               OPEN EXTEND POSPAY-FILE
               OPEN EXTEND REMITTANCE-FILE
           ELSE
               OPEN OUTPUT PAYROLL-FILE
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT ACH-FILE
               OPEN OUTPUT CHECK-LIST-FILE
               OPEN OUTPUT POSPAY-FILE
               OPEN OUTPUT REMITTANCE-FILE
               PERFORM WRITE-ACH-FILE-HEADER
               PERFORM WRITE-REMITTANCE-HEADER
           END-IF
           PERFORM OPEN-YTD-MASTER

                     ACH-FILE
                     CHECK-LIST-FILE
                     POSPAY-FILE
                     REMITTANCE-FILE
                     YTD-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           MOVE 'N' TO EOF-FLAG
               PERFORM WRITE-ADJUSTMENT-CHECKPOINT
               PERFORM WRITE-CONTROL-TOTALS
               PERFORM WRITE-GL-JOURNAL-ENTRIES
               PERFORM WRITE-REMITTANCE-TRAILER
               PERFORM WRITE-STATE-TAX-EXTRACT
               PERFORM WRITE-ACH-CONTROL-TOTALS
               PERFORM WRITE-CHECK-CONTROL

           PERFORM CLEAR-ADJUSTMENT-CHECKPOINT

           IF ELECTION-FILE-OPEN
               CLOSE ELECTION-FILE
           END-IF

           CLOSE PAYROLL-FILE
                 STATEMENT-FILE
                 GL-FILE
                 ACH-FILE
                 CHECK-LIST-FILE
                 POSPAY-FILE
                 REMITTANCE-FILE
                 YTD-FILE

           IF ADJUST-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       READ-ADJUSTMENT-CHECKPOINT.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACK-RUN-TYPE = SPACE
                           MOVE 'A' TO ACK-RUN-TYPE
                       END-IF
                       IF ACK-RUN-TYPE NOT = RUN-TYPE-SAVE
                           DISPLAY 'ERROR: ADJUSTMENT CHECKPOINT IS '
                                   'FOR RUN TYPE ' ACK-RUN-TYPE
                                   ' - RUN REFUSED'
                           CLOSE ADJ-CHECKPOINT-FILE
                           PERFORM END-RUN-WITH-ERROR
                       END-IF
                       MOVE ACK-TXN-DONE        TO ADJ-TXN-DONE
                       MOVE ACK-EMPLOYEE-COUNT  TO EMPLOYEE-COUNT
                       MOVE ACK-TOTAL-GROSS     TO TOTAL-GROSS
                               TO DT-GROSS(DT-IDX)
                           MOVE ACK-DEPT-ERFICA(DT-IDX)
                               TO DT-ER-FICA(DT-IDX)
                           MOVE ACK-DEPT-ERUI(DT-IDX)
                               TO DT-ER-UI(DT-IDX)
                           MOVE ACK-DEPT-MATCH(DT-IDX)
                               TO DT-MATCH(DT-IDX)
                       END-PERFORM
                       MOVE ACK-STATE-TAX-TOTAL
                                       TO TOTAL-STATE-TAX
                           MOVE ACK-STATE-AMOUNT(ST-SUB)
                               TO STATE-TOTAL-AMOUNT(ST-SUB)
                       END-PERFORM
                       MOVE ACK-FUTA-TOTAL  TO TOTAL-FUTA-TAX
                       MOVE ACK-SUTA-TOTAL  TO TOTAL-SUTA-TAX
                       PERFORM VARYING UI-SUB FROM 1 BY 1
                               UNTIL UI-SUB > 3
                           MOVE ACK-SUTA-AMOUNT(UI-SUB)
                               TO SUTA-STATE-AMOUNT(UI-SUB)
                       END-PERFORM
                       MOVE ACK-401K-CATCHUP
                                       TO TOTAL-401K-CATCHUP
                       MOVE ACK-401K-MATCH  TO TOTAL-401K-MATCH
                       MOVE ACK-REMIT-COUNT TO REMIT-COUNT
                       MOVE ACK-FINALIZED TO ADJ-FINALIZED-SW
                       SET ADJ-RESTARTING TO TRUE
               END-READ
               MOVE DT-DEPT-CODE(DT-IDX) TO ACK-DEPT-CODE(DT-IDX)
               MOVE DT-GROSS(DT-IDX)     TO ACK-DEPT-GROSS(DT-IDX)
               MOVE DT-ER-FICA(DT-IDX)   TO ACK-DEPT-ERFICA(DT-IDX)
               MOVE DT-ER-UI(DT-IDX)     TO ACK-DEPT-ERUI(DT-IDX)
               MOVE DT-MATCH(DT-IDX)     TO ACK-DEPT-MATCH(DT-IDX)
           END-PERFORM
           MOVE TOTAL-STATE-TAX      TO ACK-STATE-TAX-TOTAL
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 3
               MOVE STATE-TOTAL-AMOUNT(ST-SUB)
                   TO ACK-STATE-AMOUNT(ST-SUB)
           END-PERFORM
           MOVE TOTAL-FUTA-TAX       TO ACK-FUTA-TOTAL
           MOVE TOTAL-SUTA-TAX       TO ACK-SUTA-TOTAL
           PERFORM VARYING UI-SUB FROM 1 BY 1 UNTIL UI-SUB > 3
               MOVE SUTA-STATE-AMOUNT(UI-SUB)
                   TO ACK-SUTA-AMOUNT(UI-SUB)
           END-PERFORM
           MOVE ADJ-FINALIZED-SW     TO ACK-FINALIZED
           MOVE RUN-TYPE-SAVE        TO ACK-RUN-TYPE
           MOVE TOTAL-401K-CATCHUP   TO ACK-401K-CATCHUP
           MOVE TOTAL-401K-MATCH     TO ACK-401K-MATCH
           MOVE REMIT-COUNT          TO ACK-REMIT-COUNT
           OPEN OUTPUT ADJ-CHECKPOINT-FILE
           WRITE ADJ-CHECKPOINT-RECORD
           CLOSE ADJ-CHECKPOINT-FILE.
           END-EVALUATE.

       APPLY-VOID.
           MOVE AJ-EMP-ID TO FIND-EMP-ID
           PERFORM FIND-EMPLOYEE-RECORD
           IF NOT EMP-FOUND
               DISPLAY 'ADJUSTMENT REJECTED: EMP-ID ' AJ-EMP-ID
               WHEN OTHER
                   PERFORM BACK-OUT-RUN-TOTALS
                   PERFORM WRITE-VOID-PAYROLL-LINE
                   PERFORM WRITE-VOID-REMITTANCE-DETAIL
                   PERFORM VOID-ORIGINAL-CHECK
           END-EVALUATE.

      *    that EMP-ID and date - the keyed figures are ignored. A
      *    dateless transaction runs the legacy hand-keyed path. A
      *    payment already voided in history, or a dated void with
      *    no history line, is rejected. When a supplemental run
      *    shares the pay date, the original run number, if keyed,
      *    picks out which of the two payments is being voided.
       FETCH-VOID-FROM-HISTORY.
           MOVE 'Y' TO VOID-OK-SW
           MOVE 0 TO VOID-STATE-TAX
           MOVE 0 TO VOID-GARNISH
           MOVE 0 TO VOID-FUTA-TAX
           MOVE 0 TO VOID-SUTA-WAGES
           MOVE 0 TO VOID-SUTA-TAX
           MOVE 0 TO VOID-CATCHUP
           MOVE 0 TO VOID-ER-MATCH
           MOVE SPACES TO VOID-WORK-STATE
           IF AJ-ORIG-PAY-DATE NUMERIC AND AJ-ORIG-PAY-DATE NOT = 0
               PERFORM SCAN-HISTORY-FOR-VOID
                           SET HIST-VOIDED TO TRUE
                       END-IF
                   WHEN NOT HIST-FOUND
                    AND (AJ-ORIG-RUN-NUMBER NOT NUMERIC
                         OR AJ-ORIG-RUN-NUMBER = 0
                         OR AJ-ORIG-RUN-NUMBER = PD-RUN-NUMBER)
                       SET HIST-FOUND TO TRUE
                       MOVE PD-GROSS        TO HIST-GROSS-SAVE
                       MOVE PD-GROSS        TO AJ-GROSS
                       MOVE PD-STATE-TAX    TO VOID-STATE-TAX
                       MOVE PD-WORK-STATE   TO VOID-WORK-STATE
                       MOVE PD-GARNISH      TO VOID-GARNISH
                       IF PD-FUTA-TAX NUMERIC
                          AND PD-SUTA-WAGES NUMERIC
                          AND PD-SUTA-TAX NUMERIC
                           MOVE PD-FUTA-TAX   TO VOID-FUTA-TAX
                           MOVE PD-SUTA-WAGES TO VOID-SUTA-WAGES
                           MOVE PD-SUTA-TAX   TO VOID-SUTA-TAX
                       END-IF
                       IF PD-CATCHUP NUMERIC
                          AND PD-ER-MATCH NUMERIC
                           MOVE PD-CATCHUP    TO VOID-CATCHUP
                           MOVE PD-ER-MATCH   TO VOID-ER-MATCH
                       END-IF
               END-EVALUATE
           END-IF.

       REVERSE-YTD-TOTALS.
           MOVE 'N' TO YTD-FOUND-SW
           MOVE 'N' TO VOID-APPLIED-SW
           PERFORM SPLIT-VOID-DEFERRAL
           MOVE AJ-EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                       SUBTRACT AJ-NET       FROM YTD-NET
                       SUBTRACT AJ-FICA-SS   FROM YTD-FICA-SS
                       SUBTRACT AJ-FICA-MEDI FROM YTD-FICA-MEDI
                       PERFORM REVERSE-YTD-401K
                       PERFORM SAVE-UPDATED-YTD
                       REWRITE YTD-RECORD
                       SET VOID-APPLIED TO TRUE
                   END-IF
           END-READ.

      *    The history line gives the catch-up part of a voided
      *    401(k) deferral; a hand-keyed void has no history line
      *    and is taken as all regular deferral.
       SPLIT-VOID-DEFERRAL.
           MOVE 0 TO VOID-DEFERRAL
           IF AJ-PRETAX-TYPE = '4K'
               IF VOID-CATCHUP > AJ-PRETAX
                   MOVE AJ-PRETAX TO VOID-CATCHUP
               END-IF
               COMPUTE VOID-DEFERRAL = AJ-PRETAX - VOID-CATCHUP
           ELSE
               MOVE 0 TO VOID-CATCHUP
           END-IF.

      *    The 401(k) YTD fields came in later than the others and a
      *    year converted part-way through may hold less than the
      *    void, so they are floored at zero rather than rejected.
       REVERSE-YTD-401K.
           IF VOID-DEFERRAL > YTD-401K-DEFERRAL
               MOVE 0 TO YTD-401K-DEFERRAL
           ELSE
               SUBTRACT VOID-DEFERRAL FROM YTD-401K-DEFERRAL
           END-IF
           IF VOID-CATCHUP > YTD-401K-CATCHUP
               MOVE 0 TO YTD-401K-CATCHUP
           ELSE
               SUBTRACT VOID-CATCHUP FROM YTD-401K-CATCHUP
           END-IF
           IF VOID-ER-MATCH > YTD-401K-MATCH
               MOVE 0 TO YTD-401K-MATCH
           ELSE
               SUBTRACT VOID-ER-MATCH FROM YTD-401K-MATCH
           END-IF.

       BACK-OUT-RUN-TOTALS.
           ADD 1 TO EMPLOYEE-COUNT
           SUBTRACT AJ-GROSS FROM TOTAL-GROSS
           COMPUTE DEPT-GROSS-AMT = 0 - AJ-GROSS
           COMPUTE DEPT-ERFICA-AMT =
               0 - (AJ-FICA-SS + VOID-ER-MEDI)
           COMPUTE DEPT-ERUI-AMT =
               0 - (VOID-FUTA-TAX + VOID-SUTA-TAX)
           MOVE 0 TO DEPT-LEAVE-AMT
           COMPUTE DEPT-MATCH-AMT = 0 - VOID-ER-MATCH
           PERFORM ACCUMULATE-DEPT-TOTALS

           EVALUATE TRUE
                   CONTINUE
               WHEN AJ-PRETAX-TYPE = '4K'
                   SUBTRACT AJ-PRETAX FROM TOTAL-PRETAX-401K
                   SUBTRACT VOID-CATCHUP FROM TOTAL-401K-CATCHUP
               WHEN AJ-PRETAX-TYPE = 'HI'
                   SUBTRACT AJ-PRETAX FROM TOTAL-PRETAX-HEALTH
               WHEN OTHER
               WHEN OTHER
                   SUBTRACT AJ-POSTTAX FROM TOTAL-POSTTAX-OTHER
           END-EVALUATE
           SUBTRACT VOID-ER-MATCH FROM TOTAL-401K-MATCH

      *    Adjustment runs do not carry the garnishment order
      *    table, so the order's remaining balance is not restored
               PERFORM REPORT-RUN-EXCEPTION
           END-IF

      *    Employer unemployment tax reverses from the history line;
      *    a dateless legacy void carries none.
           SUBTRACT VOID-FUTA-TAX FROM TOTAL-FUTA-TAX
           IF VOID-SUTA-TAX NOT = 0
               MOVE VOID-WORK-STATE TO UI-STATE-KEY
               PERFORM FIND-UI-STATE-ENTRY
               IF UI-SEL NOT = 0
                   SUBTRACT VOID-SUTA-TAX FROM TOTAL-SUTA-TAX
                   SUBTRACT VOID-SUTA-TAX
                       FROM SUTA-STATE-AMOUNT(UI-SEL)
               END-IF
           END-IF

           IF VOID-STATE-TAX NOT = 0
               SUBTRACT VOID-STATE-TAX FROM TOTAL-STATE-TAX
               PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 3
           MOVE AJ-POSTTAX            TO PD-POSTTAX
           MOVE AJ-POSTTAX-TYPE       TO PD-POSTTAX-TYPE
           MOVE VOID-GARNISH          TO PD-GARNISH
           MOVE VOID-FUTA-TAX         TO PD-FUTA-TAX
           MOVE VOID-SUTA-WAGES       TO PD-SUTA-WAGES
           MOVE VOID-SUTA-TAX         TO PD-SUTA-TAX
           MOVE VOID-CATCHUP          TO PD-CATCHUP
           MOVE VOID-ER-MATCH         TO PD-ER-MATCH
           PERFORM WRITE-PAY-DETAIL-HISTORY.

      *    History appends open and close around each write so the
           CLOSE PAY-DETAIL-FILE.

       APPLY-RETRO.
           MOVE AJ-EMP-ID TO FIND-EMP-ID
           PERFORM FIND-EMPLOYEE-RECORD
           IF NOT EMP-FOUND
               DISPLAY 'ADJUSTMENT REJECTED: EMP-ID ' AJ-EMP-ID
      *    A retro payment taxes the supplemental gross through the
      *    normal annualized brackets and FICA; the period pretax and
      *    posttax deductions were already taken on the original
      *    check, so they are not taken again here. The employee's
      *    withholding election applies, but the per-period extra
      *    amount was already withheld on the regular check. Retro
      *    pay neither accrues nor draws leave.
       PAY-RETRO-AMOUNT.
           PERFORM CLEAR-LEAVE-FIELDS
           MOVE 0 TO DEFERRAL-AMT
           MOVE 0 TO CATCHUP-AMT
           MOVE 0 TO ER-MATCH-AMT
           MOVE 0 TO HRS-WORKED
           MOVE 0 TO RATE-PER-HOUR
           MOVE 0 TO REGULAR-HOURS
           MOVE 0 TO OVERTIME-HOURS
           MOVE AJ-GROSS TO GROSS-PAY

           PERFORM LOAD-EMPLOYEE-ELECTION
           MOVE 0 TO WE-EXTRA-WITHHOLDING
           PERFORM READ-PRIOR-YTD
           PERFORM COMPUTE-FICA
           PERFORM COMPUTE-UNEMPLOYMENT-TAX

           MOVE GROSS-PAY TO TAXABLE-GROSS

           ADD TAX TO TOTAL-TAX
           ADD NET-PAY TO TOTAL-NET
           PERFORM ACCUMULATE-STATE-TAX
           PERFORM ACCUMULATE-UNEMPLOYMENT-TAX

           MOVE EMP-DEPT-CODE TO DEPT-CODE-WORK
           MOVE GROSS-PAY     TO DEPT-GROSS-AMT
           COMPUTE DEPT-ERFICA-AMT =
               FICA-SS-EMPLOYER + FICA-MEDI-EMPLOYER
           COMPUTE DEPT-ERUI-AMT = FUTA-TAX + SUTA-TAX
           MOVE 0 TO DEPT-LEAVE-AMT
           MOVE ER-MATCH-AMT  TO DEPT-MATCH-AMT
           PERFORM ACCUMULATE-DEPT-TOTALS

           PERFORM ACCUMULATE-FREQUENCY-TOTALS
           MOVE 0                     TO PD-POSTTAX
           MOVE SPACES                TO PD-POSTTAX-TYPE
           MOVE 0                     TO PD-GARNISH
           MOVE FUTA-TAX              TO PD-FUTA-TAX
           MOVE SUTA-TAXABLE-WAGES    TO PD-SUTA-WAGES
           MOVE SUTA-TAX              TO PD-SUTA-TAX
           MOVE 0                     TO PD-CATCHUP
           MOVE 0                     TO PD-ER-MATCH
           PERFORM WRITE-PAY-DETAIL-HISTORY

           MOVE 0      TO EMP-PRETAX-DEDUCTION
                   NOT AT END
                       MOVE EMPLOYEE-INPUT-RECORD
                           TO EMPLOYEE-RECORD
                       IF EMP-ID = FIND-EMP-ID
                           SET EMP-FOUND TO TRUE
                           SET END-OF-FILE TO TRUE
                       END-IF
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO EOF-FLAG.

      *    Supplemental runs pay bonuses, commissions and awards
      *    from supptrn.dat to the employees listed, whatever their
      *    pay frequency. Federal tax is the flat supplemental rate
      *    from the 'W' tax parameter instead of the annualized
      *    brackets, which would treat a lump sum as if it recurred
      *    every period. FICA, unemployment and state tax are
      *    figured as usual. Restart works as for an adjustment run,
      *    through adjckpt.dat, and the run is recorded under its
      *    own run type so it may share a regular run's pay date.
       PROCESS-SUPPLEMENTAL-RUN.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = '00'
               CLOSE CHECKPOINT-FILE
               DISPLAY 'ERROR: PAY RUN CHECKPOINT PRESENT - '
                       'SUPPLEMENTAL RUN REFUSED'
               PERFORM END-RUN-WITH-ERROR
           END-IF

           PERFORM READ-ADJUSTMENT-CHECKPOINT
           PERFORM OPEN-ELECTION-FILE

           IF ADJ-RESTARTING
               OPEN EXTEND PAYROLL-FILE
               OPEN EXTEND STATEMENT-FILE
               OPEN EXTEND GL-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND CHECK-LIST-FILE
               OPEN EXTEND POSPAY-FILE
               OPEN EXTEND REMITTANCE-FILE
           ELSE
               OPEN OUTPUT PAYROLL-FILE
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT GL-FILE
               OPEN OUTPUT ACH-FILE
               OPEN OUTPUT CHECK-LIST-FILE
               OPEN OUTPUT POSPAY-FILE
               OPEN OUTPUT REMITTANCE-FILE
               PERFORM WRITE-ACH-FILE-HEADER
               PERFORM WRITE-REMITTANCE-HEADER
           END-IF
           PERFORM OPEN-YTD-MASTER

           OPEN INPUT SUPPLEMENTAL-FILE
           IF SUPPLEMENTAL-STATUS NOT = '00'
               DISPLAY 'ERROR: SUPPLEMENTAL EARNINGS FILE NOT '
                       'AVAILABLE'
               CLOSE PAYROLL-FILE
                     STATEMENT-FILE
                     GL-FILE
                     ACH-FILE
                     CHECK-LIST-FILE
                     POSPAY-FILE
                     REMITTANCE-FILE
                     YTD-FILE
               PERFORM END-RUN-WITH-ERROR
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ SUPPLEMENTAL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO ADJ-TXN-ORDINAL
                       IF ADJ-TXN-ORDINAL > ADJ-TXN-DONE
                           PERFORM PROCESS-ONE-SUPPLEMENTAL
                           MOVE ADJ-TXN-ORDINAL TO ADJ-TXN-DONE
                           PERFORM WRITE-ADJUSTMENT-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLEMENTAL-FILE

           IF NOT (ADJ-RESTARTING AND ADJ-FINALIZED)
               SET ADJ-FINALIZED TO TRUE
               PERFORM WRITE-ADJUSTMENT-CHECKPOINT
               PERFORM WRITE-CONTROL-TOTALS
               PERFORM WRITE-GL-JOURNAL-ENTRIES
               PERFORM WRITE-REMITTANCE-TRAILER
               PERFORM WRITE-STATE-TAX-EXTRACT
               PERFORM WRITE-ACH-CONTROL-TOTALS
               PERFORM WRITE-CHECK-CONTROL
               PERFORM WRITE-QUARTERLY-TAX-RECORD
               PERFORM RECORD-RUN-IN-HISTORY
           END-IF

           PERFORM CLEAR-ADJUSTMENT-CHECKPOINT

           IF ELECTION-FILE-OPEN
               CLOSE ELECTION-FILE
           END-IF

           CLOSE PAYROLL-FILE
                 STATEMENT-FILE
                 GL-FILE
                 ACH-FILE
                 CHECK-LIST-FILE
                 POSPAY-FILE
                 REMITTANCE-FILE
                 YTD-FILE

           IF ADJUST-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

       PROCESS-ONE-SUPPLEMENTAL.
           MOVE SP-EMP-ID TO FIND-EMP-ID
           PERFORM FIND-EMPLOYEE-RECORD
           EVALUATE TRUE
               WHEN NOT EMP-FOUND
                   DISPLAY 'SUPPLEMENTAL REJECTED: EMP-ID ' SP-EMP-ID
                           ' NOT ON MASTER'
                   ADD 1 TO ADJUST-REJECT-COUNT
               WHEN NOT SP-BONUS AND NOT SP-COMMISSION
                                 AND NOT SP-AWARD
                   DISPLAY 'SUPPLEMENTAL REJECTED: INVALID EARNING '
                           'TYPE ' SP-EARN-TYPE ' FOR EMP-ID '
                           SP-EMP-ID
                   ADD 1 TO ADJUST-REJECT-COUNT
               WHEN SP-AMOUNT NOT NUMERIC OR SP-AMOUNT = 0
                   DISPLAY 'SUPPLEMENTAL REJECTED: INVALID AMOUNT '
                           'FOR EMP-ID ' SP-EMP-ID
                   ADD 1 TO ADJUST-REJECT-COUNT
               WHEN OTHER
                   PERFORM PAY-SUPPLEMENTAL-AMOUNT
           END-EVALUATE.

      *    Only a 401(k) deferral follows a bonus or commission: the
      *    employee's per-period amount is taken again, up to the
      *    payment. Health premiums, garnishment orders and the
      *    flat post-tax deduction were collected on the regular
      *    check. Awards take no pre-tax deduction at all. No leave
      *    accrues on supplemental pay.
       PAY-SUPPLEMENTAL-AMOUNT.
           PERFORM CLEAR-LEAVE-FIELDS
           MOVE 0 TO HRS-WORKED
           MOVE 0 TO RATE-PER-HOUR
           MOVE 0 TO REGULAR-HOURS
           MOVE 0 TO OVERTIME-HOURS
           MOVE SP-AMOUNT TO GROSS-PAY
           EVALUATE TRUE
               WHEN SP-BONUS
                   MOVE 'BONUS'      TO SUPP-EARN-DESC
               WHEN SP-COMMISSION
                   MOVE 'COMMISSION' TO SUPP-EARN-DESC
               WHEN OTHER
                   MOVE 'AWARD'      TO SUPP-EARN-DESC
           END-EVALUATE

           MOVE 0 TO SUPP-PRETAX
           IF SP-PRETAX-ELIGIBLE AND EMP-PRETAX-401K
              AND EMP-PRETAX-DEDUCTION NUMERIC
               IF EMP-PRETAX-DEDUCTION > GROSS-PAY
                   MOVE GROSS-PAY TO SUPP-PRETAX
               ELSE
                   MOVE EMP-PRETAX-DEDUCTION TO SUPP-PRETAX
               END-IF
           END-IF
           MOVE SUPP-PRETAX TO EMP-PRETAX-DEDUCTION
           IF SUPP-PRETAX = 0
               MOVE SPACES TO EMP-PRETAX-TYPE
           END-IF
           MOVE 0      TO EMP-POSTTAX-DEDUCTION
           MOVE 0      TO POSTTAX-TAKEN
           MOVE SPACES TO EMP-POSTTAX-TYPE

           PERFORM LOAD-EMPLOYEE-ELECTION
           MOVE 0 TO WE-EXTRA-WITHHOLDING
           PERFORM READ-PRIOR-YTD
           PERFORM COMPUTE-401K-CONTRIBUTIONS
           MOVE EMP-PRETAX-DEDUCTION TO SUPP-PRETAX
           PERFORM COMPUTE-FICA
           PERFORM COMPUTE-UNEMPLOYMENT-TAX

           COMPUTE TAXABLE-GROSS = GROSS-PAY - SUPP-PRETAX

      *    The bracket pass still runs: it leaves the annualized
      *    wage the state calculation works from.
           PERFORM COMPUTE-PROGRESSIVE-TAX
           IF ELECTION-EXEMPT
               MOVE 0 TO TAX
           ELSE
               COMPUTE TAX ROUNDED = TAXABLE-GROSS * SUPP-FLAT-RATE
           END-IF
           PERFORM COMPUTE-STATE-TAX

           COMPUTE NET-PAY-SIGNED =
               TAXABLE-GROSS - TAX - STATE-TAX
               - FICA-SS-EMPLOYEE - FICA-MEDI-EMPLOYEE
           IF NET-PAY-SIGNED < ZERO
               DISPLAY 'SUPPLEMENTAL REJECTED: NEGATIVE NET PAY '
                       'FOR EMP-ID ' SP-EMP-ID
               ADD 1 TO ADJUST-REJECT-COUNT
           ELSE
               MOVE NET-PAY-SIGNED TO NET-PAY
               PERFORM COMPLETE-SUPPLEMENTAL-PAYMENT
           END-IF.

       COMPLETE-SUPPLEMENTAL-PAYMENT.
           PERFORM UPDATE-YTD-TOTALS

           ADD FICA-SS-EMPLOYEE   TO TOTAL-FICA-SS-EE
           ADD FICA-MEDI-EMPLOYEE TO TOTAL-FICA-MEDI-EE
           ADD FICA-SS-EMPLOYER   TO TOTAL-FICA-SS-ER
           ADD FICA-MEDI-EMPLOYER TO TOTAL-FICA-MEDI-ER

           ADD 1 TO EMPLOYEE-COUNT
           ADD GROSS-PAY TO TOTAL-GROSS
           ADD TAX TO TOTAL-TAX
           ADD NET-PAY TO TOTAL-NET
           PERFORM ACCUMULATE-STATE-TAX
           PERFORM ACCUMULATE-UNEMPLOYMENT-TAX

           MOVE EMP-DEPT-CODE TO DEPT-CODE-WORK
           MOVE GROSS-PAY     TO DEPT-GROSS-AMT
           COMPUTE DEPT-ERFICA-AMT =
               FICA-SS-EMPLOYER + FICA-MEDI-EMPLOYER
           COMPUTE DEPT-ERUI-AMT = FUTA-TAX + SUTA-TAX
           MOVE 0 TO DEPT-LEAVE-AMT
           MOVE ER-MATCH-AMT  TO DEPT-MATCH-AMT
           PERFORM ACCUMULATE-DEPT-TOTALS

           PERFORM ACCUMULATE-FREQUENCY-TOTALS
           PERFORM ACCUMULATE-DEDUCTION-TOTALS

           MOVE EMP-ID    TO PR-EMP-ID
           MOVE EMP-NAME  TO PR-EMP-NAME
           MOVE EMP-PAY-FREQUENCY TO PR-PAY-FREQUENCY
           MOVE 0         TO PR-HOURS
           MOVE 0         TO PR-RATE
           MOVE GROSS-PAY TO PR-GROSS
           MOVE TAX       TO PR-TAX
           MOVE NET-PAY   TO PR-NET
           MOVE PAY-DATE-SAVE   TO PR-PAY-DATE
           MOVE RUN-NUMBER-SAVE TO PR-RUN-NUMBER
           MOVE 'S'             TO PR-RECORD-FLAG
           MOVE EMP-WORK-STATE  TO PR-WORK-STATE
           MOVE STATE-TAX       TO PR-STATE-TAX
           WRITE PAYROLL-RECORD

           MOVE EMP-ID                TO PD-EMP-ID
           MOVE PAY-DATE-SAVE         TO PD-PAY-DATE
           MOVE 'S'                   TO PD-RECORD-FLAG
           MOVE GROSS-PAY             TO PD-GROSS
           MOVE TAX                   TO PD-TAX
           MOVE STATE-TAX             TO PD-STATE-TAX
           MOVE EMP-WORK-STATE        TO PD-WORK-STATE
           MOVE NET-PAY               TO PD-NET
           MOVE FICA-SS-EMPLOYEE      TO PD-FICA-SS
           MOVE FICA-MEDI-EMPLOYEE    TO PD-FICA-MEDI
           MOVE SUPP-PRETAX           TO PD-PRETAX
           MOVE EMP-PRETAX-TYPE       TO PD-PRETAX-TYPE
           MOVE 0                     TO PD-POSTTAX
           MOVE SPACES                TO PD-POSTTAX-TYPE
           MOVE 0                     TO PD-GARNISH
           MOVE FUTA-TAX              TO PD-FUTA-TAX
           MOVE SUTA-TAXABLE-WAGES    TO PD-SUTA-WAGES
           MOVE SUTA-TAX              TO PD-SUTA-TAX
           MOVE CATCHUP-AMT           TO PD-CATCHUP
           MOVE ER-MATCH-AMT          TO PD-ER-MATCH
           PERFORM WRITE-PAY-DETAIL-HISTORY
           PERFORM WRITE-REMITTANCE-DETAIL

           PERFORM WRITE-PAY-STATEMENT

           PERFORM WRITE-DEPOSIT-DETAIL.

      *    A proof run rehearses the regular run for the pay date in
      *    runctl.dat: the same master validation, timecards,
      *    garnishment orders, elections and tax figures, but nothing
      *    is posted. ytd.dat and leavebal.dat are only read, and the
      *    run writes no payroll, history, bank, check or GL file -
      *    only the proof register and the variance report. No pay
      *    history entry is made, so the live run may follow, and
      *    nothing is checkpointed since a proof is simply rerun.
       PROCESS-PROOF-RUN.
           PERFORM VALIDATE-EMPLOYEE-MASTER
           PERFORM LOAD-TIMECARDS
           PERFORM LOAD-GARNISHMENT-ORDERS
           PERFORM OPEN-ELECTION-FILE
           PERFORM LOAD-PRIOR-PERIOD

           OPEN INPUT YTD-FILE
           IF YTD-STATUS = '00'
               SET YTD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS = '00'
               SET LEAVE-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT VALIDATED-FILE
           OPEN OUTPUT PROOF-REGISTER-FILE
           OPEN OUTPUT VARIANCE-FILE
           PERFORM WRITE-PROOF-HEADINGS

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ VALIDATED-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE VALIDATED-RECORD TO EMPLOYEE-RECORD
                       PERFORM PROVE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           PERFORM REPORT-UNMATCHED-TIMECARDS
           PERFORM REPORT-PRIOR-PAYEES-MISSING
           PERFORM WRITE-PROOF-TOTALS

           IF ELECTION-FILE-OPEN
               CLOSE ELECTION-FILE
           END-IF
           IF YTD-FILE-OPEN
               CLOSE YTD-FILE
           END-IF
           IF LEAVE-FILE-OPEN
               CLOSE LEAVE-FILE
           END-IF

           CLOSE VALIDATED-FILE
                 PRIOR-PERIOD-FILE
                 PROOF-REGISTER-FILE
                 VARIANCE-FILE

           IF PROOF-SWING-COUNT > 0 OR PROOF-NEW-COUNT > 0
              OR PROOF-MISSING-COUNT > 0 OR PROOF-NET-COUNT > 0
              OR PROOF-PRENOTE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

      *    prfprior.dat is rebuilt each proof from paydtl.dat with
      *    each employee's latest regular payment before this pay
      *    date. Voids, retros and supplemental pay are left out so
      *    the comparison is period against period. The latest date
      *    found is taken as the last regular run.
       LOAD-PRIOR-PERIOD.
           MOVE 0 TO PRIOR-RUN-DATE
           OPEN OUTPUT PRIOR-PERIOD-FILE
           CLOSE PRIOR-PERIOD-FILE
           OPEN I-O PRIOR-PERIOD-FILE
           IF PRIOR-PERIOD-STATUS NOT = '00'
               DISPLAY 'ERROR: PRIOR-PERIOD WORK FILE NOT '
                       'AVAILABLE - STATUS ' PRIOR-PERIOD-STATUS
               PERFORM END-RUN-WITH-ERROR
           END-IF

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PAY-DETAIL-FILE
           IF PAY-DETAIL-STATUS = '00' OR PAY-DETAIL-STATUS = '05'
               PERFORM UNTIL END-OF-FILE
                   READ PAY-DETAIL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PD-REGULAR-LINE
                              AND PD-PAY-DATE < PAY-DATE-SAVE
                               PERFORM KEEP-PRIOR-PERIOD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-DETAIL-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG.

       KEEP-PRIOR-PERIOD-LINE.
           MOVE PD-EMP-ID TO PF-EMP-ID
           READ PRIOR-PERIOD-FILE
               INVALID KEY
                   PERFORM MOVE-PRIOR-PERIOD-AMOUNTS
                   WRITE PRIOR-PERIOD-RECORD
               NOT INVALID KEY
                   IF PD-PAY-DATE >= PF-PAY-DATE
                       PERFORM MOVE-PRIOR-PERIOD-AMOUNTS
                       REWRITE PRIOR-PERIOD-RECORD
                   END-IF
           END-READ
           IF PD-PAY-DATE > PRIOR-RUN-DATE
               MOVE PD-PAY-DATE TO PRIOR-RUN-DATE
           END-IF.

       MOVE-PRIOR-PERIOD-AMOUNTS.
           MOVE PD-PAY-DATE   TO PF-PAY-DATE
           MOVE PD-GROSS      TO PF-GROSS
           MOVE PD-TAX        TO PF-FED-TAX
           MOVE PD-STATE-TAX  TO PF-STATE-TAX
           COMPUTE PF-FICA = PD-FICA-SS + PD-FICA-MEDI
           MOVE PD-NET        TO PF-NET
           MOVE 'N'           TO PF-SEEN.

       WRITE-PROOF-HEADINGS.
           MOVE PAY-DATE-SAVE     TO PRG-HDR-PAY-DATE
           MOVE PAY-DATE-SAVE     TO VR-HDR-PAY-DATE
           MOVE RUN-NUMBER-SAVE   TO PRG-HDR-RUN-NO
           MOVE RUN-NUMBER-SAVE   TO VR-HDR-RUN-NO
           MOVE VARIANCE-PCT-SAVE TO VR-HDR-PCT
           IF PRIOR-RUN-DATE = 0
               MOVE 'NONE'         TO VR-HDR-PRIOR-DATE
           ELSE
               MOVE PRIOR-RUN-DATE TO VR-HDR-PRIOR-DATE
           END-IF

           WRITE PROOF-REGISTER-LINE FROM PRG-HEADING-1
           MOVE SPACES TO PROOF-REGISTER-LINE
           WRITE PROOF-REGISTER-LINE
           WRITE PROOF-REGISTER-LINE FROM PRG-HEADING-2

           WRITE VARIANCE-LINE FROM VR-HEADING-1
           WRITE VARIANCE-LINE FROM VR-HEADING-2
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           WRITE VARIANCE-LINE FROM VR-HEADING-3.

      *    Terminated employees are not paid, as in the live run,
      *    but one paid on the last regular run is reported as
      *    missing so the termination can be confirmed. An employee
      *    due this period who is not paid - no timecard, or a
      *    negative net - is reported whether or not paid before.
       PROVE-ONE-EMPLOYEE.
           MOVE 'N' TO PROOF-OUTCOME-SW
           MOVE 'N' TO PROOF-SWING-SW
           PERFORM CHECK-EMPLOYEE-DUE
           PERFORM FIND-PRIOR-PERIOD
           IF EMP-TERMINATED
               IF PRIOR-FOUND AND PF-PAY-DATE = PRIOR-RUN-DATE
                   PERFORM START-VARIANCE-LINE
                   MOVE 'TERMINATED SINCE LAST PAY' TO VR-CONDITION
                   MOVE PF-NET TO VR-PRIOR-AMT
                   PERFORM WRITE-VARIANCE-LINE
                   ADD 1 TO PROOF-MISSING-COUNT
               END-IF
           ELSE
               IF EMPLOYEE-DUE
                   PERFORM PROCESS-EMPLOYEE
                   EVALUATE TRUE
                       WHEN PROOF-PAID
                           CONTINUE
                       WHEN PROOF-NEGATIVE-NET
                           PERFORM START-VARIANCE-LINE
                           MOVE 'NEGATIVE NET - NOT PAID'
                               TO VR-CONDITION
                           IF PRIOR-FOUND
                               MOVE PF-NET TO VR-PRIOR-AMT
                           END-IF
                           MOVE NET-PAY-SIGNED TO VR-CURR-AMT
                           PERFORM WRITE-VARIANCE-LINE
                           ADD 1 TO PROOF-NET-COUNT
                       WHEN OTHER
                           PERFORM START-VARIANCE-LINE
                           MOVE 'DUE BUT NOT PAID' TO VR-CONDITION
                           IF PRIOR-FOUND
                               MOVE PF-NET TO VR-PRIOR-AMT
                           END-IF
                           PERFORM WRITE-VARIANCE-LINE
                           ADD 1 TO PROOF-MISSING-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-PRIOR-PERIOD.
           MOVE 'N' TO PRIOR-FOUND-SW
           MOVE EMP-ID TO PF-EMP-ID
           READ PRIOR-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRIOR-FOUND TO TRUE
                   MOVE 'Y' TO PF-SEEN
                   REWRITE PRIOR-PERIOD-RECORD
           END-READ.

      *    Stands in for COMPLETE-EMPLOYEE-PAYMENT on a proof run.
      *    Garnishment draws are committed in storage only, so an
      *    order shared by later records still declines as it will
      *    in the live run; garnish.new is never written.
       RECORD-PROOF-PAYMENT.
           SET PROOF-PAID TO TRUE
           COMPUTE PROOF-FICA = FICA-SS-EMPLOYEE + FICA-MEDI-EMPLOYEE
           COMPUTE PROOF-DEDUCTIONS =
               EMP-PRETAX-DEDUCTION + POSTTAX-TAKEN
               + GARNISH-TAKEN-TOTAL
           PERFORM COMMIT-GARNISHMENT-DRAWS

           ADD 1 TO EMPLOYEE-COUNT
           ADD GROSS-PAY        TO TOTAL-GROSS
           ADD TAX              TO TOTAL-TAX
           ADD NET-PAY          TO TOTAL-NET
           ADD STATE-TAX        TO PROOF-TOTAL-STATE
           ADD PROOF-FICA       TO PROOF-TOTAL-FICA
           ADD PROOF-DEDUCTIONS TO PROOF-TOTAL-DEDUCT

           PERFORM DETERMINE-PAYMENT-METHOD
           PERFORM WRITE-PROOF-REGISTER-LINE
           PERFORM CHECK-PROOF-VARIANCES.

       WRITE-PROOF-REGISTER-LINE.
           MOVE EMP-ID            TO PRG-EMP-ID
           MOVE EMP-NAME          TO PRG-EMP-NAME
           MOVE EMP-PAY-FREQUENCY TO PRG-FREQ
           MOVE HRS-WORKED        TO PRG-HOURS
           MOVE GROSS-PAY         TO PRG-GROSS
           MOVE TAX               TO PRG-FED-TAX
           MOVE STATE-TAX         TO PRG-STATE-TAX
           MOVE PROOF-FICA        TO PRG-FICA
           MOVE PROOF-DEDUCTIONS  TO PRG-DEDUCTIONS
           MOVE NET-PAY           TO PRG-NET
           EVALUATE TRUE
               WHEN PAY-BY-ACH
                   MOVE 'ACH'      TO PRG-PAY-VIA
               WHEN PAY-BY-CHECK-PRENOTE-PENDING
                   MOVE 'CHECK/PN' TO PRG-PAY-VIA
               WHEN PAY-BY-CHECK-PRENOTE-FAILED
                   MOVE 'CHECK/PF' TO PRG-PAY-VIA
               WHEN OTHER
                   MOVE 'CHECK'    TO PRG-PAY-VIA
           END-EVALUATE
           WRITE PROOF-REGISTER-LINE FROM PRG-DETAIL-LINE.

      *    Each figure is compared with the employee's last regular
      *    payment; a swing either way beyond the run-control
      *    percentage is listed. The employee is counted once
      *    however many figures swing.
       CHECK-PROOF-VARIANCES.
           IF NOT PRIOR-FOUND
               PERFORM START-VARIANCE-LINE
               MOVE 'NEW PAYEE' TO VR-CONDITION
               MOVE NET-PAY TO VR-CURR-AMT
               PERFORM WRITE-VARIANCE-LINE
               ADD 1 TO PROOF-NEW-COUNT
           ELSE
               MOVE 'SWING - GROSS'       TO VAR-CONDITION
               MOVE PF-GROSS              TO VAR-PRIOR-AMT
               MOVE GROSS-PAY             TO VAR-CURR-AMT
               PERFORM CHECK-PROOF-SWING
               MOVE 'SWING - FEDERAL TAX' TO VAR-CONDITION
               MOVE PF-FED-TAX            TO VAR-PRIOR-AMT
               MOVE TAX                   TO VAR-CURR-AMT
               PERFORM CHECK-PROOF-SWING
               MOVE 'SWING - STATE TAX'   TO VAR-CONDITION
               MOVE PF-STATE-TAX          TO VAR-PRIOR-AMT
               MOVE STATE-TAX             TO VAR-CURR-AMT
               PERFORM CHECK-PROOF-SWING
               MOVE 'SWING - FICA'        TO VAR-CONDITION
               MOVE PF-FICA               TO VAR-PRIOR-AMT
               MOVE PROOF-FICA            TO VAR-CURR-AMT
               PERFORM CHECK-PROOF-SWING
               MOVE 'SWING - NET PAY'     TO VAR-CONDITION
               MOVE PF-NET                TO VAR-PRIOR-AMT
               MOVE NET-PAY               TO VAR-CURR-AMT
               PERFORM CHECK-PROOF-SWING
               IF PROOF-SWING-FOUND
                   ADD 1 TO PROOF-SWING-COUNT
               END-IF
           END-IF

           IF NET-PAY = 0
               PERFORM START-VARIANCE-LINE
               MOVE 'ZERO NET PAY' TO VR-CONDITION
               IF PRIOR-FOUND
                   MOVE PF-NET TO VR-PRIOR-AMT
               END-IF
               MOVE NET-PAY TO VR-CURR-AMT
               PERFORM WRITE-VARIANCE-LINE
               ADD 1 TO PROOF-NET-COUNT
           END-IF

           IF PAY-BY-CHECK-PRENOTE-PENDING
              OR PAY-BY-CHECK-PRENOTE-FAILED
               PERFORM START-VARIANCE-LINE
               IF PAY-BY-CHECK-PRENOTE-PENDING
                   MOVE 'CHECK - PRENOTE PENDING' TO VR-CONDITION
               ELSE
                   MOVE 'CHECK - PRENOTE FAILED'  TO VR-CONDITION
               END-IF
               MOVE NET-PAY TO VR-CURR-AMT
               PERFORM WRITE-VARIANCE-LINE
               ADD 1 TO PROOF-PRENOTE-COUNT
           END-IF.

      *    From nothing to something is shown as the 999.9 ceiling
      *    rather than left out.
       CHECK-PROOF-SWING.
           IF VAR-PRIOR-AMT = 0
               IF VAR-CURR-AMT = 0
                   MOVE 0 TO VAR-PCT
               ELSE
                   MOVE 999.9 TO VAR-PCT
               END-IF
           ELSE
               COMPUTE VAR-PCT ROUNDED =
                   (VAR-CURR-AMT - VAR-PRIOR-AMT) * 100
                   / VAR-PRIOR-AMT
                   ON SIZE ERROR
                       MOVE 999.9 TO VAR-PCT
               END-COMPUTE
               IF VAR-PCT > 999.9
                   MOVE 999.9 TO VAR-PCT
               END-IF
           END-IF

           COMPUTE VAR-PCT-LIMIT = 0 - VARIANCE-PCT-SAVE
           IF VAR-PCT > VARIANCE-PCT-SAVE OR VAR-PCT < VAR-PCT-LIMIT
               SET PROOF-SWING-FOUND TO TRUE
               PERFORM START-VARIANCE-LINE
               MOVE VAR-CONDITION TO VR-CONDITION
               MOVE VAR-PRIOR-AMT TO VR-PRIOR-AMT
               MOVE VAR-CURR-AMT  TO VR-CURR-AMT
               MOVE VAR-PCT       TO VR-PCT
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       START-VARIANCE-LINE.
           MOVE SPACES   TO VR-CONDITION
                            VR-PRIOR-DATE
                            VR-PRIOR-AMT-X
                            VR-CURR-AMT-X
                            VR-PCT-X
           MOVE EMP-ID   TO VR-EMP-ID
           MOVE EMP-NAME TO VR-EMP-NAME
           IF PRIOR-FOUND
               MOVE PF-PAY-DATE TO VR-PRIOR-DATE
           END-IF.

       WRITE-VARIANCE-LINE.
           WRITE VARIANCE-LINE FROM VR-DETAIL-LINE.

      *    Anyone paid on the last regular run with no record on the
      *    validated master at all - removed, or rejected by this
      *    run's validation - is missing from the period.
       REPORT-PRIOR-PAYEES-MISSING.
           MOVE 'N' TO EOF-FLAG
           MOVE LOW-VALUES TO PF-EMP-ID
           START PRIOR-PERIOD-FILE KEY IS > PF-EMP-ID
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ PRIOR-PERIOD-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PF-SEEN NOT = 'Y'
                          AND PF-PAY-DATE = PRIOR-RUN-DATE
                           MOVE SPACES TO VR-EMP-NAME
                                          VR-CONDITION
                                          VR-CURR-AMT-X
                                          VR-PCT-X
                           MOVE PF-EMP-ID   TO VR-EMP-ID
                           MOVE 'NOT ON VALIDATED MASTER'
                               TO VR-CONDITION
                           MOVE PF-PAY-DATE TO VR-PRIOR-DATE
                           MOVE PF-NET      TO VR-PRIOR-AMT
                           PERFORM WRITE-VARIANCE-LINE
                           ADD 1 TO PROOF-MISSING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       WRITE-PROOF-TOTALS.
           MOVE EMPLOYEE-COUNT     TO PRG-TOT-COUNT
           MOVE TOTAL-GROSS        TO PRG-TOT-GROSS
           MOVE TOTAL-TAX          TO PRG-TOT-FED-TAX
           MOVE PROOF-TOTAL-STATE  TO PRG-TOT-STATE-TAX
           MOVE PROOF-TOTAL-FICA   TO PRG-TOT-FICA
           MOVE PROOF-TOTAL-DEDUCT TO PRG-TOT-DEDUCT
           MOVE TOTAL-NET          TO PRG-TOT-NET
           MOVE SPACES TO PROOF-REGISTER-LINE
           WRITE PROOF-REGISTER-LINE
           WRITE PROOF-REGISTER-LINE FROM PRG-TOTAL-LINE

           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE 'EMPLOYEES PAID IN PROOF' TO VR-SUM-LABEL
           MOVE EMPLOYEE-COUNT            TO VR-SUM-COUNT
           WRITE VARIANCE-LINE FROM VR-SUMMARY-LINE
           MOVE 'EMPLOYEES SWINGING OVER THRESHOLD' TO VR-SUM-LABEL
           MOVE PROOF-SWING-COUNT         TO VR-SUM-COUNT
           WRITE VARIANCE-LINE FROM VR-SUMMARY-LINE
           MOVE 'NEW PAYEES'              TO VR-SUM-LABEL
           MOVE PROOF-NEW-COUNT           TO VR-SUM-COUNT
           WRITE VARIANCE-LINE FROM VR-SUMMARY-LINE
           MOVE 'MISSING FROM THIS PERIOD' TO VR-SUM-LABEL
           MOVE PROOF-MISSING-COUNT       TO VR-SUM-COUNT
           WRITE VARIANCE-LINE FROM VR-SUMMARY-LINE
           MOVE 'ZERO OR NEGATIVE NET PAY' TO VR-SUM-LABEL
           MOVE PROOF-NET-COUNT           TO VR-SUM-COUNT
           WRITE VARIANCE-LINE FROM VR-SUMMARY-LINE
           MOVE 'PAID BY CHECK - PRENOTE NOT CLEARED'
                                          TO VR-SUM-LABEL
           MOVE PROOF-PRENOTE-COUNT       TO VR-SUM-COUNT
           WRITE VARIANCE-LINE FROM VR-SUMMARY-LINE.

      *    Job-stream sequence check. A step started out of order
      *    is refused unless a supervisor override is on file; the
      *    start and the finish are logged to runstate.dat.
       CHECK-RUN-SEQUENCE.
           MOVE 'S' TO SEQ-FUNCTION
           EVALUATE TRUE
               WHEN ADJUSTMENT-RUN
                   MOVE 'ADJRUN'   TO SEQ-STEP
               WHEN SUPPLEMENTAL-RUN
                   MOVE 'SUPPRUN'  TO SEQ-STEP
               WHEN PROOF-RUN
                   MOVE 'PROOFRUN' TO SEQ-STEP
               WHEN OTHER
                   MOVE 'PAYRUN'   TO SEQ-STEP
           END-EVALUATE
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
