      *  does not touch it (one 49-byte record per window costs
      *  nothing, and the sequence check needs the full history for
      *  each source).
      *
      *  A window the WINBKOUT backout has undone on CUSTMSTR gets a
      *  second record, status "B", appended after its "C" one.  The
      *  latest record for a window id/business date/source is the
      *  one that stands: a backed-out window is no longer complete,
      *  so the corrected file is admitted as a re-run of it, and its
      *  clean finish appends a fresh "C".  Only WINBKOUT writes "B";
      *  a backed-out window plays no part in the sequence checks.
      *****************************************************************
       01  WINDOW-REGISTRY-RECORD.
           05  WREG-TIMESTAMP           PIC X(26).
           05  WREG-WINDOW-ID           PIC X(6).
           05  WREG-STATUS              PIC X(1).
               88  WREG-IS-COMPLETE         VALUE "C".
               88  WREG-IS-BACKED-OUT       VALUE "B".
