      *****************************************************************
      *  ERASMAP
      *
      *  The erasure map CUSTERAS builds in its PREPARE step from the
      *  ERASKEYS request cards: one record per card, in card order,
      *  carrying the key to be erased, the replacement key every
      *  retained dataset will hold in its place, and the certificate
      *  id the privacy office files the result under.  It is a
      *  temporary (&&) dataset passed from step to step of the one
      *  erasure job and is never cataloged -- once the job ends
      *  nothing anywhere ties an erased key to its replacement.
      *
      *  EMAP-MASK-KEY is "*" followed by five digits drawn at random
      *  and checked unused against the ERASREG register of masks
      *  already issued and against CUSTMSTR, so a mask never
      *  collides with a live key or with another erased customer's
      *  mask.
      *
      *  EMAP-STATUS says what becomes of the card:
      *    E = erase: the key is not on CUSTMSTR and will be masked;
      *    R = refused: the key is still on CUSTMSTR -- the customer
      *        must be deleted through CUSTMNT before erasure;
      *    D = duplicate of an earlier card in the same run;
      *    B = blank key on the card.
      *  Only "E" records have a mask; every record has a
      *  certificate id, so every card gets a certificate.
      *****************************************************************
       01  ERASURE-MAP-RECORD.
           05  EMAP-CERTIFICATE-ID      PIC X(19).
           05  EMAP-CUSTOMER-KEY        PIC X(6).
           05  EMAP-MASK-KEY            PIC X(6).
           05  EMAP-REQUEST-REF         PIC X(20).
           05  EMAP-STATUS              PIC X(1).
               88  EMAP-IS-ERASE            VALUE "E".
               88  EMAP-IS-REFUSED          VALUE "R".
               88  EMAP-IS-DUPLICATE        VALUE "D".
               88  EMAP-IS-BLANK            VALUE "B".
