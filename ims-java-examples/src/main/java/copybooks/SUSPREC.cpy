      *    M = record was valid but the master-file update was lost
      *    U = dropped by the window's duplicate-key policy
      *    N = delete request for a key not on the master
      *    E = the Java method threw on this record; isolated from its
      *        chunk and never reached COB1
      *    C = Java changed a field its method's change contract does
      *        not allow (see CHGRULE); refused before the master was
      *        touched, image as it was before Java had it
      *    F = a future-dated change that could not be held on the
      *        PENDING file (not allocated, or its table full), or a
      *        "*CANCEL*" request that found no pending change to
      *        withdraw (see PENDREC); never reached COB1
      *
      *  SUSP-WINDOW-ID, SUSP-BUSINESS-DATE and SUSP-SOURCE-SYSTEM
      *  name the window the record was rejected in and the source
      *  transmission that sent it -- the split the REJFEED reject
      *  notifications to each upstream system are built on.  SUSPLOG
      *  stamps them from what the window registered with it (see the
      *  "*WINDOW*" and "*SOURCE*" notes there); a record that was
      *  resubmitted through SUSPRSUB carries SUSPRSUB as its source.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-TIMESTAMP           PIC X(26).
               88  SUSP-REASON-LOST-UPDATE  VALUE "M".
               88  SUSP-REASON-DUPLICATE    VALUE "U".
               88  SUSP-REASON-NO-MASTER    VALUE "N".
               88  SUSP-REASON-JAVA-EXCEPTION VALUE "E".
               88  SUSP-REASON-CONTRACT     VALUE "C".
               88  SUSP-REASON-PENDING      VALUE "F".
           05  SUSP-CORRELATION-ID      PIC 9(9).
           05  SUSP-CUSTOMER-IMAGE.
               10  SUSP-CUSTOMER-NAME   PIC X(6).
               10  SUSP-CUSTOMER-JOB    PIC X(8).
               10  SUSP-CUSTOMER-DATE   PIC X(9).
           05  SUSP-WINDOW-ID           PIC X(6).
           05  SUSP-BUSINESS-DATE       PIC X(8).
           05  SUSP-SOURCE-SYSTEM       PIC X(8).
