      *****************************************************************
      *  NETCHG
      *
      *  The data warehouse's incremental feed of the customer master:
      *  one record per customer whose master state differs between
      *  two as-of dates (the master as it stood at the close of each,
      *  rebuilt as CUSTSNAP rebuilds one), written by CUSTNETX in key
      *  order between a header and a trailer.  Only the NET effect of
      *  the period is carried -- a key added and deleted inside it,
      *  or changed and changed back, does not appear at all, and a
      *  key changed several times appears once, opening image
      *  against closing image.
      *
      *  A = added:   the key was not on the master at the FROM date;
      *               NCHG-AFTER-IMAGE is its state at the TO date,
      *               NCHG-BEFORE-IMAGE is SPACES.
      *  C = changed: on the master at both dates with a different
      *               image -- both images carried.
      *  D = deleted: on the master at the FROM date, gone by the TO
      *               date; NCHG-BEFORE-IMAGE is its last state,
      *               NCHG-AFTER-IMAGE is SPACES.
      *
      *  As CUSTXTR, the trailer carries the count of detail records
      *  and a hash total over their keys (computed through the shared
      *  KEYHASH subprogram), so the warehouse can prove the feed
      *  whole before it applies it.  The header's dates are the PARM
      *  dates as given (MM/DD/YY); the run date is YYYYMMDD.
      *****************************************************************
       01  NET-CHANGE-RECORD.
           05  NCHG-RECORD-TYPE         PIC X(1).
               88  NCHG-IS-HEADER           VALUE "H".
               88  NCHG-IS-ADDED            VALUE "A".
               88  NCHG-IS-CHANGED          VALUE "C".
               88  NCHG-IS-DELETED          VALUE "D".
               88  NCHG-IS-TRAILER          VALUE "T".
           05  NCHG-RECORD-BODY         PIC X(52).
           05  NCHG-DETAIL-DATA REDEFINES NCHG-RECORD-BODY.
               10  NCHG-CUSTOMER-KEY    PIC X(6).
               10  NCHG-BEFORE-IMAGE.
                   15  NCHG-BEFORE-NAME     PIC X(6).
                   15  NCHG-BEFORE-JOB      PIC X(8).
                   15  NCHG-BEFORE-DATE     PIC X(9).
               10  NCHG-AFTER-IMAGE.
                   15  NCHG-AFTER-NAME      PIC X(6).
                   15  NCHG-AFTER-JOB       PIC X(8).
                   15  NCHG-AFTER-DATE      PIC X(9).
           05  NCHG-HEADER-DATA REDEFINES NCHG-RECORD-BODY.
               10  NCHG-SOURCE-SYSTEM   PIC X(8).
               10  NCHG-FROM-DATE       PIC X(8).
               10  NCHG-TO-DATE         PIC X(8).
               10  NCHG-RUN-DATE        PIC X(8).
               10  FILLER               PIC X(20).
           05  NCHG-TRAILER-DATA REDEFINES NCHG-RECORD-BODY.
               10  NCHG-RECORD-COUNT    PIC 9(7).
               10  NCHG-HASH-TOTAL      PIC 9(15).
               10  FILLER               PIC X(30).
