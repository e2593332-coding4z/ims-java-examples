      *  directly instead of hunting for correlation-id restarts.
      *  SPACES on records written before a window registers (or by
      *  journals from before these fields existed).
      *
      *  Programs that maintain CUSTMSTR outside the bridge (CUSTMNT
      *  and its kind) journal each change they apply with the
      *  master's image before and after it, under their own program
      *  id and a zero correlation id.  An add carries the CUSTHREC
      *  "*CREATE*" sentinel in AUDIT-BEFORE-JOB (there was no prior
      *  image); a delete carries "*DELETE*" in AUDIT-AFTER-JOB
      *  (there is no image after).  A re-key or merge (see KEYXREF)
      *  is the one maintenance entry whose two images name different
      *  keys: the record removed from the old key, and the record
      *  standing under the new key afterward.  CUSTRCVR replays
      *  these entries, with COB1's, to roll a master backup forward.
      *
      *  COB1 journals a record it rejects with identical before and
      *  after images; a delete request (job "*DELETE*" on both) is
      *  the one exception, and is replayed as a delete.  A delete
      *  request COB1 refused as a breach of the Java change contract
      *  carries "*REFUSE*" on both images instead -- a reject like
      *  any other.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP          PIC X(26).
