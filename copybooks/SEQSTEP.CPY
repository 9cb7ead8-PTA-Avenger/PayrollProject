      *****************************************************
      *  SEQSTEP.CPY
      *  Steps of the payroll job stream known to the
      *  sequence check, in cycle order. ST-KIND 'U' marks a
      *  step that updates shared files - while one of these
      *  has started and not finished no other step may
      *  start. 'R' marks a report-only step, which never
      *  holds up another.
      *****************************************************
       01 STEP-VALUES.
           05 FILLER PIC X(9) VALUE 'MAINT   U'.
           05 FILLER PIC X(9) VALUE 'BANKRTN U'.
           05 FILLER PIC X(9) VALUE 'NEWHIRE U'.
           05 FILLER PIC X(9) VALUE 'PROOFRUNR'.
           05 FILLER PIC X(9) VALUE 'PAYRUN  U'.
           05 FILLER PIC X(9) VALUE 'ADJRUN  U'.
           05 FILLER PIC X(9) VALUE 'SUPPRUN U'.
           05 FILLER PIC X(9) VALUE 'RECON   U'.
           05 FILLER PIC X(9) VALUE 'CHKREC  U'.
           05 FILLER PIC X(9) VALUE 'INQUIRY R'.
           05 FILLER PIC X(9) VALUE 'QTRRPT  R'.
           05 FILLER PIC X(9) VALUE 'SUIRPT  R'.
           05 FILLER PIC X(9) VALUE 'YEAREND U'.
           05 FILLER PIC X(9) VALUE 'ANNSTMT R'.
       01 STEP-TABLE REDEFINES STEP-VALUES.
           05 ST-ENTRY OCCURS 14 TIMES.
               10 ST-CODE          PIC X(8).
               10 ST-KIND          PIC X(1).
                   88 ST-UPDATES       VALUE 'U'.
