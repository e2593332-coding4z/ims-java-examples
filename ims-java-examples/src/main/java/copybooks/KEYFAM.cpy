      *****************************************************************
      *  KEYFAM
      *
      *  The answer XREFFIND gives for one customer key: every key
      *  the customer has had, linked through the CUSTXREF key
      *  cross-reference in either direction (the requested key
      *  first), and the links themselves in the order they were
      *  made.  A key with no links comes back as a family of one.
      *  FAMILY-CURRENT-KEY is the key the family's master record
      *  stands under now -- the one key no link has retired -- or
      *  SPACES when the family has no single survivor (the last key
      *  deleted, or a cross-reference too tangled to say).
      *****************************************************************
       01  KEY-FAMILY-AREA.
           05  FAMILY-KEY-COUNT         PIC 9(4) BINARY.
           05  FAMILY-LINK-COUNT        PIC 9(4) BINARY.
           05  FAMILY-CURRENT-KEY       PIC X(6).
           05  FAMILY-KEY-ENTRY OCCURS 50 TIMES
                                        PIC X(6).
           05  FAMILY-LINK-ENTRY OCCURS 50 TIMES.
               10  FAMILY-LINK-TIMESTAMP    PIC X(26).
               10  FAMILY-LINK-OLD-KEY      PIC X(6).
               10  FAMILY-LINK-NEW-KEY      PIC X(6).
               10  FAMILY-LINK-ACTION       PIC X(1).
                   88  FAMILY-LINK-IS-MERGE     VALUE "M".
