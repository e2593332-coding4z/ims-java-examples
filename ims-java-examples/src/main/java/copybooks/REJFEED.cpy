      *****************************************************************
      *  REJFEED
      *
      *  The outbound reject-notification feed REJFEED builds for one
      *  upstream source system after a window: one record for every
      *  record that source sent which the window rejected or dropped
      *  by policy (everything SUSPLOG put on SUSPENSE for it), and a
      *  follow-up for every record an earlier feed reported that has
      *  since cleared through a SUSPRSUB resubmission.  It is wrapped
      *  in a header and a trailer carrying the record count and a
      *  hash total over the customer-name fields (computed through
      *  the shared KEYHASH subprogram), the same discipline as
      *  CUSTXTR, so the source can validate the transmission.
      *
      *  All four record shapes share the 111-byte layout, told apart
      *  by RJF-RECORD-TYPE:
      *    H = header: source system, window, business date;
      *    D = reject notice: the image as received, the suspense
      *        reason code and its text, the correlation id;
      *    F = follow-up notice: a record reported in an earlier feed
      *        (its original image, reason, correlation id, window
      *        and business date) has cleared in the window named by
      *        RJF-CLEARED-WINDOW-ID/-BUSINESS-DATE, with the
      *        correlation id it cleared under;
      *    T = trailer: count and hash over the D and F records.
      *****************************************************************
       01  REJECT-FEED-RECORD.
           05  RJF-RECORD-TYPE          PIC X(1).
               88  RJF-IS-HEADER            VALUE "H".
               88  RJF-IS-REJECT            VALUE "D".
               88  RJF-IS-FOLLOW-UP         VALUE "F".
               88  RJF-IS-TRAILER           VALUE "T".
           05  RJF-RECORD-BODY          PIC X(110).
           05  RJF-NOTICE-DATA REDEFINES RJF-RECORD-BODY.
               10  RJF-CUSTOMER-IMAGE.
                   15  RJF-CUSTOMER-NAME    PIC X(6).
                   15  RJF-CUSTOMER-JOB     PIC X(8).
                   15  RJF-CUSTOMER-DATE    PIC X(9).
               10  RJF-REASON-CODE      PIC X(1).
               10  RJF-REASON-TEXT      PIC X(40).
               10  RJF-CORRELATION-ID   PIC 9(9).
               10  RJF-WINDOW-ID        PIC X(6).
               10  RJF-BUSINESS-DATE    PIC X(8).
      *  Follow-ups only; SPACES and zero on a reject notice.
               10  RJF-CLEARED-WINDOW-ID PIC X(6).
               10  RJF-CLEARED-BUSINESS-DATE PIC X(8).
               10  RJF-CLEARED-CORRELATION-ID PIC 9(9).
      *  RJF-RETRANS-FLAG is SPACES on a fresh feed and "R" when the
      *  source's feed for the window is built again, so the
      *  receiver's duplicate controls can admit it deliberately.
           05  RJF-HEADER-DATA REDEFINES RJF-RECORD-BODY.
               10  RJF-SOURCE-SYSTEM    PIC X(8).
               10  RJF-HDR-BUSINESS-DATE PIC X(8).
               10  RJF-HDR-WINDOW-ID    PIC X(6).
               10  RJF-RETRANS-FLAG     PIC X(1).
                   88  RJF-IS-RETRANSMISSION VALUE "R".
               10  FILLER               PIC X(87).
           05  RJF-TRAILER-DATA REDEFINES RJF-RECORD-BODY.
               10  RJF-RECORD-COUNT     PIC 9(7).
               10  RJF-HASH-TOTAL       PIC 9(15).
               10  FILLER               PIC X(88).
