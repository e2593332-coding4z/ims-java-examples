      *****************************************************************
      *  PENDREC
      *
      *  One record per future-dated customer change waiting for its
      *  effective date, on the PENDING generation data group.  A
      *  CUSTIN record whose CUSTOMER-INFO-DATE falls after the
      *  window's business date is not handed to Java: COBTOJAV parks
      *  it here instead, and each later window reads the current
      *  generation (PENDIN), releases the changes that have come due
      *  ahead of its own CUSTIN records -- through the normal Java,
      *  COB1, journal and extract path -- and writes the changes
      *  still waiting to the next generation (PENDOUT).
      *
      *  There is at most one pending change per customer key: a
      *  later future-dated record for the same key supersedes the
      *  one waiting, and a CUSTIN record whose job field carries the
      *  "*CANCEL*" sentinel withdraws it.
      *
      *  PEND-WINDOW-ID, PEND-BUSINESS-DATE and PEND-SOURCE-SYSTEM
      *  name the window and source transmission that delivered the
      *  change; PEND-EFFECTIVE-DATE is the record's own date as
      *  YYYYMMDD, century-windowed the way COB1 windows customer
      *  dates.  The image widths mirror CUSTINFO (6/8/9) the same
      *  way SUSPREC's do, and the image is released exactly as it
      *  was received.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PEND-TIMESTAMP           PIC X(26).
           05  PEND-WINDOW-ID           PIC X(6).
           05  PEND-BUSINESS-DATE       PIC X(8).
           05  PEND-SOURCE-SYSTEM       PIC X(8).
           05  PEND-EFFECTIVE-DATE      PIC 9(8).
           05  PEND-CUSTOMER-IMAGE.
               10  PEND-CUSTOMER-NAME   PIC X(6).
               10  PEND-CUSTOMER-JOB    PIC X(8).
               10  PEND-CUSTOMER-DATE   PIC X(9).
