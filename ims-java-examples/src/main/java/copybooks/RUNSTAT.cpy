      *  data count in RSTAT-RECORDS-IN, and 0 or 36 in
      *  RSTAT-FINAL-RETURN-CODE for verified/failed -- the per-source
      *  totals, on the same cumulative file.
      *
      *  A window that held, released or withdrew future-dated
      *  changes (see PENDREC) gets one more record after those, with
      *  "*PENDING" in RSTAT-SOURCE-SYSTEM and the three counts in
      *  the RSTAT-PENDING-xxx fields that redefine the volume
      *  fields, so balancing can account for records that did not
      *  reach Java this window and for released ones that did
      *  without a record on this window's CUSTIN.
      *****************************************************************
       01  RUN-STATISTICS-RECORD.
           05  RSTAT-TIMESTAMP          PIC X(26).
           05  RSTAT-WINDOW-ID          PIC X(6).
           05  RSTAT-BUSINESS-DATE      PIC X(8).
           05  RSTAT-CHUNKS-PROCESSED   PIC 9(7).
           05  RSTAT-PENDING-HELD       REDEFINES
               RSTAT-CHUNKS-PROCESSED   PIC 9(7).
           05  RSTAT-RECORDS-IN         PIC 9(7).
           05  RSTAT-PENDING-RELEASED   REDEFINES
               RSTAT-RECORDS-IN         PIC 9(7).
           05  RSTAT-RECORDS-JOURNALLED PIC 9(7).
           05  RSTAT-PENDING-WITHDRAWN  REDEFINES
               RSTAT-RECORDS-JOURNALLED PIC 9(7).
           05  RSTAT-BATCH-CHUNK-SIZE   PIC 9(4).
           05  RSTAT-FINAL-RETURN-CODE  PIC 9(4).
           05  RSTAT-RESUME-FLAG        PIC X(1).
           05  RSTAT-SOURCE-SYSTEM      PIC X(8).
               88  RSTAT-IS-PENDING-TOTALS  VALUE "*PENDING".
