      *
      *  DISP-RECORD-RC is the per-record code COB1 posted (0 clean,
      *  8/12/16 validation, 40 lost update, 72 delete key missing,
      *  80 Java change contract violated, 99 unknowable); zero on a
      *  policy drop or a Java exception, neither of which reached
      *  COB1.  DISP-CODE is the disposition taken:
      *    E = accepted and extracted to CUSTXTR
      *    R = delete request applied; deletion extracted (type "X")
      *    P = dropped by the window's duplicate-key policy
      *    X = outcome unknowable (scoreboard overflow or extract
      *        unavailable); excluded from the feed, step ends RC 60
      *    J = the Java method threw on this record; isolated to
      *        SUSPENSE (reason "E"), never journalled, step ends RC 76
      *    C = Java changed a field its change contract does not allow
      *        (see CHGRULE); refused by COB1 before the master was
      *        touched, SUSPENSE reason "C", step ends RC 80
      *    H = future-dated (effective after the window's business
      *        date); held on the PENDING file (see PENDREC), or on
      *        SUSPENSE reason "F" when it could not be held -- never
      *        journalled
      *    W = "*CANCEL*" request withdrawing a pending change; never
      *        journalled (SUSPENSE reason "F" when nothing was
      *        pending to withdraw)
      *  A pending change released by a later window is disposed in
      *  THAT window like any other record reaching COB1.
      *
      *  DISP-SOURCE-SYSTEM is the source transmission the record
      *  came in on (for a released pending change, the one that
      *  sent it originally); SUSPRSUB for a corrected record
      *  resubmitted from suspense.
      *****************************************************************
       01  RECORD-DISPOSITION-RECORD.
           05  DISP-TIMESTAMP           PIC X(26).
               88  DISP-SUSPENSED           VALUE "S".
               88  DISP-POLICY-DROPPED      VALUE "P".
               88  DISP-UNKNOWN             VALUE "X".
               88  DISP-JAVA-EXCEPTION      VALUE "J".
               88  DISP-CONTRACT-REFUSED    VALUE "C".
               88  DISP-HELD-PENDING        VALUE "H".
               88  DISP-PENDING-WITHDRAWN   VALUE "W".
           05  DISP-SOURCE-SYSTEM       PIC X(8).
