      *   through DELETE-CUSTOMER-MASTER instead of the update path.
      *   RETURN-CODE 72 is reserved for a delete naming a key that
      *   is not on the master, clear of every other code on the
      *   register (0-16/40/80 here, 20-32/36/44/48/52/56/60/64/68/76
      *   in the window step's own ranges).
       01 DELETE-ACTION-JOB            PIC X(8) VALUE "*DELETE*".
       01 DELETE-REQUEST-SWITCH        PIC X(1) VALUE "N".
          88 DELETE-WAS-REQUESTED              VALUE "Y".
       01 STATS-ACCEPTED-COUNT         PIC 9(7) VALUE 0.
       01 STATS-REJECTED-COUNT         PIC 9(7) VALUE 0.

      *   Java change contract (see CHGGUARD and CHGRULE): before
      *   anything else is done with the record, CHGGUARD compares it
      *   with the before-image COBTOJAV registered for its slot.  A
      *   record Java changed in a field its method may not touch is
      *   refused -- no validation, no master update -- and goes to
      *   suspense as it was BEFORE Java had it (reason "C"), posted
      *   to VALSTATS under that original key with RC 80.  RC 80 is
      *   reserved for "Java change contract violated", clear of
      *   every other code on the register; it is a per-record
      *   outcome only, the window step asserts it on the register at
      *   its own close.
       01 GUARD-REQUEST-CODE           PIC X(8) VALUE "CHECK".
       01 GUARD-SLOT-NUMBER            PIC 9(4) VALUE 0.
       01 GUARD-CONTRACT-FLAGS         PIC X(3) VALUE SPACES.
       01 GUARD-BEFORE-IMAGE           PIC X(23).
       01 GUARD-VERDICT                PIC X(1) VALUE "Y".
          88 GUARD-WITHIN-CONTRACT               VALUE "Y".
          88 GUARD-KEY-CHANGED                   VALUE "K".
       01 CONTRACT-BREACH-RC           PIC 9(2) BINARY VALUE 80.
      *   A refused delete request is journalled with this in place
      *   of "*DELETE*" on both images, so no reader of the journal
      *   (CUSTRCVR, CUSTROLL, CUSTSWEP, RECONBAL) takes a delete
      *   that never landed for one that did.  Suspense still gets
      *   the request as it came, "*DELETE*" and all.
       01 REFUSED-DELETE-JOB           PIC X(8) VALUE "*REFUSE*".

       LINKAGE SECTION.
       01 PASSED-ADDRESS USAGE POINTER.


           MOVE CORRELATION-ID TO CORRELATION-ID-FOR-AUDIT.

           CALL "CHGGUARD" USING GUARD-REQUEST-CODE
                                  GUARD-SLOT-NUMBER
                                  GUARD-CONTRACT-FLAGS
                                  CUSTOMER-INFO
                                  GUARD-BEFORE-IMAGE
                                  GUARD-VERDICT.
           IF NOT GUARD-WITHIN-CONTRACT
              PERFORM REFUSE-CONTRACT-BREACH THRU
                      REFUSE-CONTRACT-BREACH-END
              GOBACK
           END-IF.

           PERFORM LOAD-JOB-CODE-TABLE THRU LOAD-JOB-CODE-TABLE-END.

      *   The delete/not-found switches are WORKING-STORAGE and so
       WRITE-SUSPENSE-IF-REJECTED-END.
           EXIT.

      *****************************************************************
      *  REFUSE-CONTRACT-BREACH disposes of a record CHGGUARD found
      *  Java had changed beyond its method's contract.  Nothing in
      *  it is trusted -- above all not a changed key, which would
      *  post the change against somebody else's master record -- so
      *  it is staged from the before-image CHGGUARD handed back, the
      *  record as it was before Java had it: posted to VALSTATS
      *  under that original key with RC 80, written to suspense for
      *  resubmission under reason "C", and journalled with identical
      *  before and after images, since nothing was applied -- a
      *  refused delete request under REFUSED-DELETE-JOB, so the
      *  journal reads it as the reject it is.  What
      *  Java sent back is on the run log here and on the window
      *  step's own journal entry for the slot.
      *****************************************************************
       REFUSE-CONTRACT-BREACH.
           IF GUARD-KEY-CHANGED
              DISPLAY "COBOL:>> JAVA CHANGED CUSTOMER KEY "
                      GUARD-BEFORE-IMAGE (1:6) " TO "
                      CUSTOMER-INFO-NAME " - RECORD REFUSED"
           ELSE
              DISPLAY "COBOL:>> JAVA CHANGED A PROTECTED FIELD FOR "
                      GUARD-BEFORE-IMAGE (1:6) " - RECORD REFUSED"
           END-IF.

           MOVE GUARD-BEFORE-IMAGE TO BEFORE-STAGING-AREA.
           MOVE CONTRACT-BREACH-RC TO CURRENT-RECORD-RC.
           PERFORM POST-RECORD-OUTCOME THRU
                   POST-RECORD-OUTCOME-END.

           MOVE "C" TO SUSPENSE-REASON-CODE.
           CALL "SUSPLOG" USING CURRENT-PROGRAM-ID
                                 SUSPENSE-REASON-CODE
                                 CORRELATION-ID-FOR-AUDIT
                                 BEFORE-STAGING-AREA.

           IF BEFORE-STAGING-JOB = DELETE-ACTION-JOB
              MOVE REFUSED-DELETE-JOB TO BEFORE-STAGING-JOB
              MOVE BEFORE-STAGING-AREA TO GUARD-BEFORE-IMAGE
           END-IF.
           CALL "AUDITLOG" USING CURRENT-PROGRAM-ID
                                  CORRELATION-ID-FOR-AUDIT
                                  BEFORE-STAGING-AREA
                                  GUARD-BEFORE-IMAGE.
       REFUSE-CONTRACT-BREACH-END.
           EXIT.

      *   Leap-year test done with DIVIDE/REMAINDER rather than an
      *   intrinsic FUNCTION: divisible by 4, except centuries unless
      *   also divisible by 400.
