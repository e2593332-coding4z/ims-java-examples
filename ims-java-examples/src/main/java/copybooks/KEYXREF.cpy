      *****************************************************************
      *  KEYXREF
      *
      *  One record per customer re-key or merge CUSTMNT has applied,
      *  appended to the permanent CUSTXREF key cross-reference.
      *  CUSTMSTR is keyed on the six-byte customer name, so when
      *  upstream renames a customer, or two keys turn out to be the
      *  same customer, the master record moves to a new key (action
      *  "R") or the duplicate is folded into a survivor (action
      *  "M").  Either way the old key's CUSTHIST and AUDITJRN trail
      *  stays filed under the old key; this link is what ties the
      *  two trails into one story.  CUSTINQ and CUSTHLST follow the
      *  links in both directions (by way of XREFFIND), so an
      *  inquiry on any key the customer has ever had shows all of
      *  it.
      *
      *  Like WINDREG the file is DISP=MOD and only ever appended
      *  to; ARCPURGE does not touch it.  A link is never removed --
      *  the old key's history is permanent, and so is the way to it.
      *****************************************************************
       01  KEY-XREF-RECORD.
           05  XREF-TIMESTAMP           PIC X(26).
           05  XREF-PROGRAM-ID          PIC X(8).
           05  XREF-OLD-KEY             PIC X(6).
           05  XREF-NEW-KEY             PIC X(6).
           05  XREF-ACTION              PIC X(1).
               88  XREF-IS-REKEY            VALUE "R".
               88  XREF-IS-MERGE            VALUE "M".
