      *****************************************************************
      *  REJREG
      *
      *  The reject-notification register: what REJFEED has told each
      *  upstream source system about the records it sent that were
      *  rejected, appended to the durable REJREG file as each
      *  source's feed is built.  It is DISP=MOD and only ever
      *  appended to, the WINDREG way; the latest record for a
      *  reject is the one that stands.
      *
      *  RREG-STATUS says what the record notes:
      *    R = a rejected record reported to its source.  Source,
      *        window, business date, image, correlation id and
      *        reason are the rejected record's, off SUSPENSE;
      *    C = a reported record that has since cleared -- a
      *        corrected resubmission through SUSPRSUB was accepted
      *        (CUSTDISP "E" or "R", source SUSPRSUB) -- and the
      *        follow-up notice sent.  It repeats the "R" record's
      *        fields, so the two pair on source, window, business
      *        date and correlation id, and adds the window the
      *        record cleared in and its correlation id there;
      *    F = a source's feed for a window was built (image and
      *        reason SPACES, correlation id zero).  A second feed
      *        for the same source, window and business date is a
      *        retransmission: its header carries the "R" flag and
      *        nothing is appended to the register a second time.
      *
      *  A clear pairs with the OLDEST reported record for the same
      *  customer key not yet cleared, whichever source it belongs
      *  to; only that source's feed carries the follow-up, so each
      *  source's step of the same window agrees on the pairing.
      *****************************************************************
       01  REJECT-REGISTER-RECORD.
           05  RREG-TIMESTAMP           PIC X(26).
           05  RREG-STATUS              PIC X(1).
               88  RREG-IS-REPORTED         VALUE "R".
               88  RREG-IS-CLEARED          VALUE "C".
               88  RREG-IS-FEED-SENT        VALUE "F".
           05  RREG-SOURCE-SYSTEM       PIC X(8).
           05  RREG-WINDOW-ID           PIC X(6).
           05  RREG-BUSINESS-DATE       PIC X(8).
           05  RREG-CUSTOMER-IMAGE.
               10  RREG-CUSTOMER-NAME   PIC X(6).
               10  RREG-CUSTOMER-JOB    PIC X(8).
               10  RREG-CUSTOMER-DATE   PIC X(9).
           05  RREG-CORRELATION-ID      PIC 9(9).
           05  RREG-REASON-CODE         PIC X(1).
           05  RREG-CLEARED-WINDOW-ID   PIC X(6).
           05  RREG-CLEARED-BUSINESS-DATE PIC X(8).
           05  RREG-CLEARED-CORRELATION-ID PIC 9(9).
