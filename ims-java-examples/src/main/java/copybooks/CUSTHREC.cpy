      *  key that existed on the as-of date from one created after
      *  it.  Keys created before the markers existed have no marker
      *  and are treated as always-existing -- a documented limit of
      *  snapshots cut across that boundary.  The marker CUSTMNT logs
      *  for the new key of a re-key carries the key it came from in
      *  HIST-PRIOR-DATE (blank on every other marker).
      *
      *  The CUSTRCVR forward recovery reads the prior images and the
      *  markers back as what the master really held at each moment,
      *  and corrects its replay of the journal wherever they differ.
      *****************************************************************
       01  CUSTOMER-HISTORY-RECORD.
           05  HIST-TIMESTAMP           PIC X(26).
