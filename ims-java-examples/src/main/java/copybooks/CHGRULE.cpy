      *****************************************************************
      *  CHGRULE
      *
      *  One field-level change contract for a Java method COBTOJAV
      *  can be configured to call, a card on the CHGCTL dataset
      *  maintained alongside JAVACTL.  The Java round trip is
      *  supposed to enrich or normalize a CUSTOMER-INFO, not to
      *  rewrite it wholesale, and these cards say which fields each
      *  method is entitled to touch.  A record that comes back with
      *  a field changed that its method's card does not allow is
      *  refused before COB1 updates the master -- above all a
      *  changed customer key, which would otherwise post the change
      *  against somebody else's master record.
      *
      *  CHG-METHOD-NAME matches JC-METHOD-NAME on the JAVACTL card
      *  (blank-padded, no trailing null).  Each may-change flag is
      *  Y (the method may change that field) or N (it may not).
      *  A method with no card on a CHGCTL that is present may
      *  change nothing; with no CHGCTL at all nothing is enforced.
      *****************************************************************
       01  CHANGE-CONTRACT-RECORD.
           05  CHG-METHOD-NAME          PIC X(80).
           05  CHG-NAME-MAY-CHANGE      PIC X(1).
               88  CHG-NAME-CHANGE-ALLOWED  VALUE "Y".
           05  CHG-JOB-MAY-CHANGE       PIC X(1).
               88  CHG-JOB-CHANGE-ALLOWED   VALUE "Y".
           05  CHG-DATE-MAY-CHANGE      PIC X(1).
               88  CHG-DATE-CHANGE-ALLOWED  VALUE "Y".
           05  FILLER                   PIC X(17).
