      *****************************************************
      *  CHGAUD.CPY
      *  Master-change audit record (chgaudit.dat), one per
      *  transaction master maintenance applies, appended in
      *  the order applied. Before and after images are the
      *  EMPRECD layout - the before image is spaces on an
      *  add - except on a 'W' record, which carries WHELECT
      *  election images. The new-hire extract reads the file
      *  back to find adds and reactivations.
      *  AUD-USER-ID is the user who keyed the change. A bank,
      *  pay or status change is applied only once a second
      *  user approves it, and that user is AUD-APPROVER-ID;
      *  it is spaces on a change that needed no approval.
      *****************************************************
       01 AUDIT-RECORD.
           05 AUD-DATE         PIC 9(6).
           05 AUD-TIME         PIC 9(4).
           05 AUD-USER-ID      PIC X(8).
           05 AUD-ACTION       PIC X(1).
           05 AUD-EMP-ID       PIC X(5).
           05 AUD-BEFORE-IMAGE PIC X(213).
           05 AUD-AFTER-IMAGE  PIC X(213).
           05 AUD-APPROVER-ID  PIC X(8).
