      *****************************************************************
      *  CHNKTIME
      *
      *  One record per chunk COBTOJAV hands to Java, appended to the
      *  cumulative CHNKTIME file as the chunk finishes -- where a
      *  window's time went, which RUNSTATS (one record per run) can
      *  not say.  The CHNKLAT report reads it for per-window latency
      *  percentiles, the slowest chunks and JVM startup cost.
      *
      *  All times are elapsed wall-clock hundredths of a second.
      *    CTIME-ELAPSED-HSEC  the whole chunk, from the load of its
      *                        first record to its POST-CALL
      *                        checkpoint;
      *    CTIME-CALL-HSEC     the CallStaticVoidMethod round trip --
      *                        the Java method and everything COB1
      *                        does on the master for the chunk's
      *                        records inside it -- plus any piece-by-
      *                        piece re-drives after the call threw
      *                        (CTIME-ISOLATED-FLAG "Y");
      *    CTIME-POST-HSEC     the post-call work, REPORT-CHUNK-RESULTS
      *                        with the EXTRACT-IF-ACCEPTED writes it
      *                        drives for each record.
      *  What is left over (elapsed less call less post) is the
      *  chunk load, the code-page translations and the checkpoints.
      *
      *  CTIME-STARTUP-HSEC is the run's JVM startup (JNI-LOOKUPS:
      *  JNI_CreateJavaVM and the class and method lookups).  It is
      *  carried once per run, on the run's first chunk record --
      *  zero on every other -- or, when the run got no chunk to Java
      *  at all, on a record of its own with CTIME-CHUNK-NUMBER and
      *  CTIME-CHUNK-RECORDS zero.
      *
      *  CTIME-CHUNK-SIZE is the configured JC-BATCH-SIZE, and
      *  CTIME-CHUNK-RECORDS how many records the chunk carried;
      *  CTIME-FIRST-KEY and CTIME-LAST-KEY are the keys of its first
      *  and last slot.  CTIME-CHUNK-NUMBER counts the run's chunks
      *  from 1, so a resumed window numbers its chunks afresh
      *  (CTIME-RESUME-FLAG "Y").
      *****************************************************************
       01  CHUNK-TIMING-RECORD.
           05  CTIME-TIMESTAMP          PIC X(26).
           05  CTIME-WINDOW-ID          PIC X(6).
           05  CTIME-BUSINESS-DATE      PIC X(8).
           05  CTIME-CHUNK-NUMBER       PIC 9(7).
           05  CTIME-CHUNK-SIZE         PIC 9(4).
           05  CTIME-CHUNK-RECORDS      PIC 9(4).
           05  CTIME-FIRST-KEY          PIC X(6).
           05  CTIME-LAST-KEY           PIC X(6).
           05  CTIME-STARTUP-HSEC       PIC 9(7).
           05  CTIME-ELAPSED-HSEC       PIC 9(7).
           05  CTIME-CALL-HSEC          PIC 9(7).
           05  CTIME-POST-HSEC          PIC 9(7).
           05  CTIME-ISOLATED-FLAG      PIC X(1).
           05  CTIME-RESUME-FLAG        PIC X(1).
