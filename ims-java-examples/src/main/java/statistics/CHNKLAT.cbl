        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CHNKLAT".

      *   CHNKLAT is the latency report over the CHNKTIME records
      *   COBTOJAV writes one of for every chunk it hands to Java (see
      *   CHNKTIME) -- where a long window's time went, for capacity
      *   planning to choose JC-BATCH-SIZE and the WINSPLIT stream
      *   count from.  Four sections:
      *     - one line per window: its runs, chunks and records, the
      *       50th/90th/95th/99th percentile and the maximum chunk
      *       elapsed time, the average chunk's time split into the
      *       Java round trip (CALL), the post-call work (POST) and
      *       the rest (OTHER), the average JVM startup per run and
      *       the elapsed milliseconds per record;
      *     - the ten slowest chunks, with the key range each carried
      *       and whether the call threw and was re-driven (ISOL);
      *     - JVM startup across windows: runs timed, fastest,
      *       average and slowest startup, and startup's share of all
      *       the time timed;
      *     - and the chunks by configured chunk size: the average
      *       chunk and call time and milliseconds per record at each
      *       JC-BATCH-SIZE that has been run.
      *
      *   Percentiles are nearest-rank over the window's chunks,
      *   taken in elapsed-time order off the SORT.  Windows are
      *   listed in the order they first appear on the file -- the
      *   order they ran.  A window rerun after a backout, or resumed,
      *   is one window: its runs' chunks are reported together.
      *   CHNKTIME concatenations (a split window's per-stream files
      *   behind the main one) read as one file.
      *
      *   The EXEC PARM may name one window id to report alone; empty
      *   means every window on file, up to 5,000 of them -- any
      *   beyond that are left off and the step ends RC 4.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHUNK-TIMING-FILE ASSIGN TO "CHNKTIME"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHUNK-TIMING-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

            SELECT REPORT-FILE ASSIGN TO "LATRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CHUNK-TIMING-FILE
            RECORDING MODE IS F.
        01  CHUNK-TIMING-INPUT          PIC X(97).

      *   The window's ordinal (its slot in the window table) ahead of
      *   the elapsed time: one window's chunks come back together,
      *   fastest first, windows in the order they ran.
        SD  SORT-WORK-FILE.
        01  SORT-TIMING-RECORD.
            05  SORT-WINDOW-ORDINAL     PIC 9(5).
            05  SORT-ELAPSED-HSEC       PIC 9(7).
            05  SORT-TIMING-IMAGE       PIC X(97).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 CHUNK-TIMING-STATUS       PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        COPY CHNKTIME.

        01 WINDOW-FILTER             PIC X(6) VALUE SPACES.
        01 TIMING-RECORDS-USED       PIC 9(7) BINARY VALUE 0.
        01 SORT-RETURN-DONE-SW       PIC X(1) VALUE "N".
           88 SORT-RETURN-IS-DONE            VALUE "Y".

      *   Windows in the order first seen, with the count of chunks
      *   each carried -- the percentile ranks need it before the
      *   window's first chunk comes back off the SORT.
        01 WINDOW-TABLE-LIMIT        PIC 9(5) BINARY VALUE 5000.
        01 WINDOW-TABLE-COUNT        PIC 9(5) BINARY VALUE 0.
        01 WINDOW-TABLE-AREA.
            05  WINDOW-ENTRY OCCURS 5000 TIMES.
                10  WT-WINDOW-ID     PIC X(6).
                10  WT-CHUNK-COUNT   PIC 9(7) BINARY.
        01 WINDOW-INDEX              PIC 9(5) BINARY VALUE 0.
        01 WINDOW-FOUND-SWITCH       PIC X(1) VALUE "N".
           88 WINDOW-ENTRY-FOUND             VALUE "Y".
        01 WINDOWS-LEFT-OFF-COUNT    PIC 9(7) BINARY VALUE 0.

      *   The ten slowest chunks, slowest first.
        01 SLOW-TABLE-LIMIT          PIC 9(2) BINARY VALUE 10.
        01 SLOW-TABLE-COUNT          PIC 9(2) BINARY VALUE 0.
        01 SLOW-TABLE-AREA.
            05  SLOW-ENTRY OCCURS 10 TIMES.
                10  SLOW-ELAPSED-HSEC PIC 9(7) BINARY.
                10  SLOW-TIMING-IMAGE PIC X(97).
        01 SLOW-INSERT-POSITION      PIC 9(2) BINARY VALUE 0.
        01 SLOW-SHIFT-INDEX          PIC 9(2) BINARY VALUE 0.
        01 SLOW-LIST-INDEX           PIC 9(2) BINARY VALUE 0.

      *   JVM startup across every run timed.
        01 STARTUP-RUN-COUNT         PIC 9(7) BINARY VALUE 0.
        01 STARTUP-TOTAL-HSEC        PIC 9(11) BINARY VALUE 0.
        01 STARTUP-MIN-HSEC          PIC 9(7) BINARY VALUE 0.
        01 STARTUP-MAX-HSEC          PIC 9(7) BINARY VALUE 0.
        01 STARTUP-MAX-WINDOW        PIC X(6) VALUE SPACES.
        01 STARTUP-MAX-TIMESTAMP     PIC X(26) VALUE SPACES.
        01 ALL-CHUNKS-ELAPSED-HSEC   PIC 9(11) BINARY VALUE 0.

      *   Chunks by the configured chunk size they ran under.
        01 SIZE-TABLE-LIMIT          PIC 9(2) BINARY VALUE 50.
        01 SIZE-TABLE-COUNT          PIC 9(2) BINARY VALUE 0.
        01 SIZE-TABLE-AREA.
            05  SIZE-ENTRY OCCURS 50 TIMES.
                10  SZ-CHUNK-SIZE    PIC 9(4) BINARY.
                10  SZ-CHUNKS        PIC 9(7) BINARY.
                10  SZ-RECORDS       PIC 9(9) BINARY.
                10  SZ-ELAPSED-HSEC  PIC 9(11) BINARY.
                10  SZ-CALL-HSEC     PIC 9(11) BINARY.
        01 SIZE-INDEX                PIC 9(2) BINARY VALUE 0.
        01 SIZE-FOUND-SWITCH         PIC X(1) VALUE "N".
           88 SIZE-ENTRY-FOUND               VALUE "Y".

      *   The window being listed off the SORT.
        01 CURRENT-WINDOW-ORDINAL    PIC 9(5) BINARY VALUE 0.
        01 WINDOW-CHUNKS-EXPECTED    PIC 9(7) BINARY VALUE 0.
        01 WINDOW-CHUNK-ORDINAL      PIC 9(7) BINARY VALUE 0.
        01 RANK-P50                  PIC 9(7) BINARY VALUE 0.
        01 RANK-P90                  PIC 9(7) BINARY VALUE 0.
        01 RANK-P95                  PIC 9(7) BINARY VALUE 0.
        01 RANK-P99                  PIC 9(7) BINARY VALUE 0.
        01 VALUE-P50                 PIC 9(7) BINARY VALUE 0.
        01 VALUE-P90                 PIC 9(7) BINARY VALUE 0.
        01 VALUE-P95                 PIC 9(7) BINARY VALUE 0.
        01 VALUE-P99                 PIC 9(7) BINARY VALUE 0.
        01 VALUE-MAX                 PIC 9(7) BINARY VALUE 0.
        01 WINDOW-RUN-COUNT          PIC 9(5) BINARY VALUE 0.
        01 WINDOW-RECORDS            PIC 9(9) BINARY VALUE 0.
        01 WINDOW-ELAPSED-HSEC       PIC 9(11) BINARY VALUE 0.
        01 WINDOW-CALL-HSEC          PIC 9(11) BINARY VALUE 0.
        01 WINDOW-POST-HSEC          PIC 9(11) BINARY VALUE 0.
        01 WINDOW-OTHER-HSEC         PIC 9(11) BINARY VALUE 0.
        01 WINDOW-STARTUP-HSEC       PIC 9(11) BINARY VALUE 0.
        01 WINDOWS-LISTED-COUNT      PIC 9(7) BINARY VALUE 0.
        01 CHUNK-OTHER-HSEC          PIC 9(7) BINARY VALUE 0.

        01 REPORT-HEADING-1.
            05  FILLER PIC X(40)
                VALUE "JNI CHUNK LATENCY REPORT".
        01 LATENCY-HEADING-1.
            05  FILLER PIC X(30) VALUE SPACES.
            05  FILLER PIC X(44) VALUE
                "---------- CHUNK ELAPSED, SECONDS ----------".
            05  FILLER PIC X(2)  VALUE SPACES.
            05  FILLER PIC X(26) VALUE
                "--- AVG SECS PER CHUNK ---".
            05  FILLER PIC X(19) VALUE " JVM START MILLISEC".
        01 LATENCY-HEADING-2.
            05  FILLER PIC X(38) VALUE
                "WINDOW RUNS  CHUNKS   RECORDS      P50".
            05  FILLER PIC X(36) VALUE
                "      P90      P95      P99      MAX".
            05  FILLER PIC X(28) VALUE
                "      CALL     POST    OTHER".
            05  FILLER PIC X(20) VALUE
                "   PER RUN  PER REC".

        01 LATENCY-DETAIL-LINE.
            05  LAT-WINDOW-ID            PIC X(6).
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-RUNS                 PIC ZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-CHUNKS               PIC ZZZZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-RECORDS              PIC ZZZZZZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-P50                  PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-P90                  PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-P95                  PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-P99                  PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-MAX                  PIC ZZZZ9.99.
            05  FILLER                   PIC X(2) VALUE SPACES.
            05  LAT-AVG-CALL             PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-AVG-POST             PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-AVG-OTHER            PIC ZZZZ9.99.
            05  FILLER                   PIC X(2) VALUE SPACES.
            05  LAT-AVG-STARTUP          PIC ZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  LAT-MS-PER-RECORD        PIC ZZZZ9.99.
            05  FILLER                   PIC X(11) VALUE SPACES.

        01 SLOWEST-HEADING-1.
            05  FILLER PIC X(40)
                VALUE "SLOWEST CHUNKS (SECONDS)".
        01 SLOWEST-HEADING-2.
            05  FILLER PIC X(34) VALUE
                "WINDOW   CHUNK RECS FIRST  LAST  ".
            05  FILLER PIC X(32) VALUE
                " ELAPSED    CALL    POST   OTHER".
            05  FILLER PIC X(16) VALUE " ISOL  FINISHED".

        01 SLOWEST-DETAIL-LINE.
            05  SLW-WINDOW-ID            PIC X(6).
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-CHUNK                PIC ZZZZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-RECORDS              PIC ZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-FIRST-KEY            PIC X(6).
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-LAST-KEY             PIC X(6).
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-ELAPSED              PIC ZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-CALL                 PIC ZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-POST                 PIC ZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SLW-OTHER                PIC ZZZ9.99.
            05  FILLER                   PIC X(4) VALUE SPACES.
            05  SLW-ISOLATED             PIC X(1).
            05  FILLER                   PIC X(2) VALUE SPACES.
            05  SLW-TIMESTAMP            PIC X(26).
            05  FILLER                   PIC X(34) VALUE SPACES.

        01 STARTUP-HEADING-1.
            05  FILLER PIC X(40)
                VALUE "JVM STARTUP ACROSS WINDOWS".

        01 SIZE-HEADING-1.
            05  FILLER PIC X(40)
                VALUE "CHUNKS BY CONFIGURED CHUNK SIZE".
        01 SIZE-HEADING-2.
            05  FILLER PIC X(23) VALUE
                "SIZE   CHUNKS   RECORDS".
            05  FILLER PIC X(31) VALUE
                " AVG CHUNK  AVG CALL MS PER REC".

        01 SIZE-DETAIL-LINE.
            05  SIZ-CHUNK-SIZE           PIC ZZZ9.
            05  FILLER                   PIC X(2) VALUE SPACES.
            05  SIZ-CHUNKS               PIC ZZZZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SIZ-RECORDS              PIC ZZZZZZZZ9.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SIZ-AVG-CHUNK            PIC ZZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SIZ-AVG-CALL             PIC ZZZZZ9.99.
            05  FILLER                   PIC X(1) VALUE SPACES.
            05  SIZ-MS-PER-RECORD        PIC ZZZZZZ9.99.
            05  FILLER                   PIC X(78) VALUE SPACES.

        01 COUNT-DISPLAY-AREA            PIC ZZZZZZ9.
        01 SECONDS-DISPLAY-AREA          PIC ZZZ9.99.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-WINDOW-ID       PIC X(6).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "CHNKLAT: Entering".

            IF PARM-LENGTH > 6
               MOVE 6 TO PARM-LENGTH
            END-IF.
            IF PARM-LENGTH > 0
               MOVE PARM-WINDOW-ID (1:PARM-LENGTH) TO WINDOW-FILTER
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.

            SORT SORT-WORK-FILE
                 ON ASCENDING KEY SORT-WINDOW-ORDINAL
                                  SORT-ELAPSED-HSEC
                 INPUT PROCEDURE IS RELEASE-TIMING-RECORDS
                                THRU RELEASE-TIMING-RECORDS-END
                 OUTPUT PROCEDURE IS LIST-WINDOW-LATENCY
                                THRU LIST-WINDOW-LATENCY-END.

            IF TIMING-RECORDS-USED = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO CHUNK TIMINGS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CHNKLAT: NO CHUNK TIMINGS TO REPORT ON"
            ELSE
               PERFORM WRITE-SLOWEST-CHUNKS THRU
                       WRITE-SLOWEST-CHUNKS-END
               PERFORM WRITE-STARTUP-SUMMARY THRU
                       WRITE-STARTUP-SUMMARY-END
               PERFORM WRITE-SIZE-SUMMARY THRU
                       WRITE-SIZE-SUMMARY-END
            END-IF.

            CLOSE REPORT-FILE.

            IF WINDOWS-LEFT-OFF-COUNT > 0
               DISPLAY "CHNKLAT: WINDOW TABLE FULL - "
                       WINDOWS-LEFT-OFF-COUNT
                       " TIMING RECORD(S) LEFT OFF THE REPORT"
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "CHNKLAT: " WINDOWS-LISTED-COUNT
                    " window(s) listed".
            DISPLAY "CHNKLAT: Exiting".
            GOBACK.

      *****************************************************************
      *  RELEASE-TIMING-RECORDS reads CHNKTIME through, tabling each
      *  window's chunk count, the slowest chunks, the startups and
      *  the chunk-size totals on the way, and hands every record of
      *  a reported window to the SORT.
      *****************************************************************
        RELEASE-TIMING-RECORDS.
            OPEN INPUT CHUNK-TIMING-FILE.
            IF CHUNK-TIMING-STATUS NOT = "00"
               DISPLAY "CHNKLAT: NO CHNKTIME, STATUS="
                       CHUNK-TIMING-STATUS
               GO TO RELEASE-TIMING-RECORDS-END
            END-IF.
            PERFORM RELEASE-ONE-TIMING THRU RELEASE-ONE-TIMING-END
               UNTIL CHUNK-TIMING-STATUS NOT = "00".
            CLOSE CHUNK-TIMING-FILE.
        RELEASE-TIMING-RECORDS-END.
            EXIT.

        RELEASE-ONE-TIMING.
            READ CHUNK-TIMING-FILE INTO CHUNK-TIMING-RECORD.
            IF CHUNK-TIMING-STATUS NOT = "00"
               GO TO RELEASE-ONE-TIMING-END
            END-IF.
            IF WINDOW-FILTER NOT = SPACES
               AND CTIME-WINDOW-ID NOT = WINDOW-FILTER
               GO TO RELEASE-ONE-TIMING-END
            END-IF.

            PERFORM FIND-WINDOW-ENTRY THRU FIND-WINDOW-ENTRY-END.
            IF NOT WINDOW-ENTRY-FOUND
               ADD 1 TO WINDOWS-LEFT-OFF-COUNT
               GO TO RELEASE-ONE-TIMING-END
            END-IF.
            ADD 1 TO TIMING-RECORDS-USED.

      *   A run's first chunk (or its startup-only record) carries
      *   the run's JVM startup.
            IF CTIME-CHUNK-NUMBER NOT > 1
               PERFORM NOTE-ONE-STARTUP THRU NOTE-ONE-STARTUP-END
            END-IF.

            IF CTIME-CHUNK-RECORDS > 0
               ADD 1 TO WT-CHUNK-COUNT (WINDOW-INDEX)
               ADD CTIME-ELAPSED-HSEC TO ALL-CHUNKS-ELAPSED-HSEC
               PERFORM NOTE-IF-SLOW THRU NOTE-IF-SLOW-END
               PERFORM NOTE-CHUNK-SIZE THRU NOTE-CHUNK-SIZE-END
            END-IF.

            MOVE WINDOW-INDEX        TO SORT-WINDOW-ORDINAL.
            MOVE CTIME-ELAPSED-HSEC  TO SORT-ELAPSED-HSEC.
            MOVE CHUNK-TIMING-RECORD TO SORT-TIMING-IMAGE.
            RELEASE SORT-TIMING-RECORD.
        RELEASE-ONE-TIMING-END.
            EXIT.

      *   A window's records are all together on the file, so the
      *   last window found is tried before the table is searched.
        FIND-WINDOW-ENTRY.
            MOVE "N" TO WINDOW-FOUND-SWITCH.
            IF WINDOW-INDEX > 0
               IF WT-WINDOW-ID (WINDOW-INDEX) = CTIME-WINDOW-ID
                  SET WINDOW-ENTRY-FOUND TO TRUE
                  GO TO FIND-WINDOW-ENTRY-END
               END-IF
            END-IF.
            MOVE 1 TO WINDOW-INDEX.
            PERFORM MATCH-ONE-WINDOW THRU MATCH-ONE-WINDOW-END
               UNTIL WINDOW-ENTRY-FOUND
                  OR WINDOW-INDEX > WINDOW-TABLE-COUNT.
            IF WINDOW-ENTRY-FOUND
               GO TO FIND-WINDOW-ENTRY-END
            END-IF.
            IF WINDOW-TABLE-COUNT NOT < WINDOW-TABLE-LIMIT
               MOVE 0 TO WINDOW-INDEX
               GO TO FIND-WINDOW-ENTRY-END
            END-IF.
            ADD 1 TO WINDOW-TABLE-COUNT.
            MOVE WINDOW-TABLE-COUNT TO WINDOW-INDEX.
            MOVE CTIME-WINDOW-ID TO WT-WINDOW-ID (WINDOW-INDEX).
            MOVE 0 TO WT-CHUNK-COUNT (WINDOW-INDEX).
            SET WINDOW-ENTRY-FOUND TO TRUE.
        FIND-WINDOW-ENTRY-END.
            EXIT.

        MATCH-ONE-WINDOW.
            IF WT-WINDOW-ID (WINDOW-INDEX) = CTIME-WINDOW-ID
               SET WINDOW-ENTRY-FOUND TO TRUE
            ELSE
               ADD 1 TO WINDOW-INDEX
            END-IF.
        MATCH-ONE-WINDOW-END.
            EXIT.

        NOTE-ONE-STARTUP.
            ADD 1 TO STARTUP-RUN-COUNT.
            ADD CTIME-STARTUP-HSEC TO STARTUP-TOTAL-HSEC.
            IF STARTUP-RUN-COUNT = 1
               OR CTIME-STARTUP-HSEC < STARTUP-MIN-HSEC
               MOVE CTIME-STARTUP-HSEC TO STARTUP-MIN-HSEC
            END-IF.
            IF STARTUP-RUN-COUNT = 1
               OR CTIME-STARTUP-HSEC > STARTUP-MAX-HSEC
               MOVE CTIME-STARTUP-HSEC TO STARTUP-MAX-HSEC
               MOVE CTIME-WINDOW-ID    TO STARTUP-MAX-WINDOW
               MOVE CTIME-TIMESTAMP    TO STARTUP-MAX-TIMESTAMP
            END-IF.
        NOTE-ONE-STARTUP-END.
            EXIT.

      *****************************************************************
      *  NOTE-IF-SLOW keeps the chunk if it is slower than the
      *  slowest ten so far: it goes in ahead of the first one it
      *  beats, the ones behind it move down, and the eleventh
      *  drops off the end.
      *****************************************************************
        NOTE-IF-SLOW.
            MOVE 1 TO SLOW-INSERT-POSITION.
            PERFORM FIND-SLOW-POSITION THRU FIND-SLOW-POSITION-END
               UNTIL SLOW-INSERT-POSITION > SLOW-TABLE-COUNT
                  OR CTIME-ELAPSED-HSEC >
                     SLOW-ELAPSED-HSEC (SLOW-INSERT-POSITION).
            IF SLOW-INSERT-POSITION > SLOW-TABLE-LIMIT
               GO TO NOTE-IF-SLOW-END
            END-IF.
            IF SLOW-TABLE-COUNT < SLOW-TABLE-LIMIT
               ADD 1 TO SLOW-TABLE-COUNT
            END-IF.
            MOVE SLOW-TABLE-COUNT TO SLOW-SHIFT-INDEX.
            PERFORM SHIFT-ONE-SLOW-ENTRY THRU SHIFT-ONE-SLOW-ENTRY-END
               UNTIL SLOW-SHIFT-INDEX NOT > SLOW-INSERT-POSITION.
            MOVE CTIME-ELAPSED-HSEC
                TO SLOW-ELAPSED-HSEC (SLOW-INSERT-POSITION).
            MOVE CHUNK-TIMING-RECORD
                TO SLOW-TIMING-IMAGE (SLOW-INSERT-POSITION).
        NOTE-IF-SLOW-END.
            EXIT.

        FIND-SLOW-POSITION.
            ADD 1 TO SLOW-INSERT-POSITION.
        FIND-SLOW-POSITION-END.
            EXIT.

        SHIFT-ONE-SLOW-ENTRY.
            MOVE SLOW-ENTRY (SLOW-SHIFT-INDEX - 1)
                TO SLOW-ENTRY (SLOW-SHIFT-INDEX).
            SUBTRACT 1 FROM SLOW-SHIFT-INDEX.
        SHIFT-ONE-SLOW-ENTRY-END.
            EXIT.

      *   Chunk-size totals; sizes past the table's fifty are not
      *   broken out.
        NOTE-CHUNK-SIZE.
            MOVE "N" TO SIZE-FOUND-SWITCH.
            MOVE 1 TO SIZE-INDEX.
            PERFORM MATCH-ONE-SIZE THRU MATCH-ONE-SIZE-END
               UNTIL SIZE-ENTRY-FOUND
                  OR SIZE-INDEX > SIZE-TABLE-COUNT.
            IF NOT SIZE-ENTRY-FOUND
               IF SIZE-TABLE-COUNT NOT < SIZE-TABLE-LIMIT
                  GO TO NOTE-CHUNK-SIZE-END
               END-IF
               ADD 1 TO SIZE-TABLE-COUNT
               MOVE SIZE-TABLE-COUNT TO SIZE-INDEX
               MOVE CTIME-CHUNK-SIZE TO SZ-CHUNK-SIZE (SIZE-INDEX)
               MOVE 0 TO SZ-CHUNKS (SIZE-INDEX)
               MOVE 0 TO SZ-RECORDS (SIZE-INDEX)
               MOVE 0 TO SZ-ELAPSED-HSEC (SIZE-INDEX)
               MOVE 0 TO SZ-CALL-HSEC (SIZE-INDEX)
            END-IF.
            ADD 1 TO SZ-CHUNKS (SIZE-INDEX).
            ADD CTIME-CHUNK-RECORDS TO SZ-RECORDS (SIZE-INDEX).
            ADD CTIME-ELAPSED-HSEC TO SZ-ELAPSED-HSEC (SIZE-INDEX).
            ADD CTIME-CALL-HSEC TO SZ-CALL-HSEC (SIZE-INDEX).
        NOTE-CHUNK-SIZE-END.
            EXIT.

        MATCH-ONE-SIZE.
            IF SZ-CHUNK-SIZE (SIZE-INDEX) = CTIME-CHUNK-SIZE
               SET SIZE-ENTRY-FOUND TO TRUE
            ELSE
               ADD 1 TO SIZE-INDEX
            END-IF.
        MATCH-ONE-SIZE-END.
            EXIT.

      *****************************************************************
      *  LIST-WINDOW-LATENCY takes the sorted records back a window
      *  at a time, fastest chunk first, so the nearest-rank
      *  percentiles fall out as the chunk ordinal reaches each rank
      *  and the last chunk is the maximum.
      *****************************************************************
        LIST-WINDOW-LATENCY.
            IF TIMING-RECORDS-USED = 0
               GO TO LIST-WINDOW-LATENCY-END
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE LATENCY-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE LATENCY-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE 0 TO CURRENT-WINDOW-ORDINAL.
            PERFORM RETURN-ONE-TIMING THRU RETURN-ONE-TIMING-END
               UNTIL SORT-RETURN-IS-DONE.
            IF CURRENT-WINDOW-ORDINAL > 0
               PERFORM FINISH-WINDOW-LINE THRU FINISH-WINDOW-LINE-END
            END-IF.
        LIST-WINDOW-LATENCY-END.
            EXIT.

        RETURN-ONE-TIMING.
            RETURN SORT-WORK-FILE
               AT END
                  SET SORT-RETURN-IS-DONE TO TRUE
                  GO TO RETURN-ONE-TIMING-END
            END-RETURN.
            MOVE SORT-TIMING-IMAGE TO CHUNK-TIMING-RECORD.

            IF SORT-WINDOW-ORDINAL NOT = CURRENT-WINDOW-ORDINAL
               IF CURRENT-WINDOW-ORDINAL > 0
                  PERFORM FINISH-WINDOW-LINE THRU
                          FINISH-WINDOW-LINE-END
               END-IF
               PERFORM START-WINDOW-LINE THRU START-WINDOW-LINE-END
            END-IF.

            IF CTIME-CHUNK-NUMBER NOT > 1
               ADD 1 TO WINDOW-RUN-COUNT
               ADD CTIME-STARTUP-HSEC TO WINDOW-STARTUP-HSEC
            END-IF.
            IF CTIME-CHUNK-RECORDS = 0
               GO TO RETURN-ONE-TIMING-END
            END-IF.

            ADD 1 TO WINDOW-CHUNK-ORDINAL.
            ADD CTIME-CHUNK-RECORDS TO WINDOW-RECORDS.
            ADD CTIME-ELAPSED-HSEC  TO WINDOW-ELAPSED-HSEC.
            ADD CTIME-CALL-HSEC     TO WINDOW-CALL-HSEC.
            ADD CTIME-POST-HSEC     TO WINDOW-POST-HSEC.
            IF WINDOW-CHUNK-ORDINAL = RANK-P50
               MOVE CTIME-ELAPSED-HSEC TO VALUE-P50
            END-IF.
            IF WINDOW-CHUNK-ORDINAL = RANK-P90
               MOVE CTIME-ELAPSED-HSEC TO VALUE-P90
            END-IF.
            IF WINDOW-CHUNK-ORDINAL = RANK-P95
               MOVE CTIME-ELAPSED-HSEC TO VALUE-P95
            END-IF.
            IF WINDOW-CHUNK-ORDINAL = RANK-P99
               MOVE CTIME-ELAPSED-HSEC TO VALUE-P99
            END-IF.
            MOVE CTIME-ELAPSED-HSEC TO VALUE-MAX.
        RETURN-ONE-TIMING-END.
            EXIT.

      *   Nearest rank: the smallest ordinal at or past p percent of
      *   the window's chunks.
        START-WINDOW-LINE.
            MOVE SORT-WINDOW-ORDINAL TO CURRENT-WINDOW-ORDINAL.
            MOVE WT-CHUNK-COUNT (CURRENT-WINDOW-ORDINAL)
                TO WINDOW-CHUNKS-EXPECTED.
            COMPUTE RANK-P50 = (50 * WINDOW-CHUNKS-EXPECTED + 99) / 100.
            COMPUTE RANK-P90 = (90 * WINDOW-CHUNKS-EXPECTED + 99) / 100.
            COMPUTE RANK-P95 = (95 * WINDOW-CHUNKS-EXPECTED + 99) / 100.
            COMPUTE RANK-P99 = (99 * WINDOW-CHUNKS-EXPECTED + 99) / 100.
            MOVE 0 TO WINDOW-CHUNK-ORDINAL.
            MOVE 0 TO VALUE-P50.
            MOVE 0 TO VALUE-P90.
            MOVE 0 TO VALUE-P95.
            MOVE 0 TO VALUE-P99.
            MOVE 0 TO VALUE-MAX.
            MOVE 0 TO WINDOW-RUN-COUNT.
            MOVE 0 TO WINDOW-RECORDS.
            MOVE 0 TO WINDOW-ELAPSED-HSEC.
            MOVE 0 TO WINDOW-CALL-HSEC.
            MOVE 0 TO WINDOW-POST-HSEC.
            MOVE 0 TO WINDOW-STARTUP-HSEC.
        START-WINDOW-LINE-END.
            EXIT.

        FINISH-WINDOW-LINE.
            MOVE WT-WINDOW-ID (CURRENT-WINDOW-ORDINAL) TO LAT-WINDOW-ID.
            MOVE WINDOW-RUN-COUNT     TO LAT-RUNS.
            MOVE WINDOW-CHUNK-ORDINAL TO LAT-CHUNKS.
            MOVE WINDOW-RECORDS       TO LAT-RECORDS.
            COMPUTE LAT-P50 = VALUE-P50 / 100.
            COMPUTE LAT-P90 = VALUE-P90 / 100.
            COMPUTE LAT-P95 = VALUE-P95 / 100.
            COMPUTE LAT-P99 = VALUE-P99 / 100.
            COMPUTE LAT-MAX = VALUE-MAX / 100.
            MOVE 0 TO LAT-AVG-CALL.
            MOVE 0 TO LAT-AVG-POST.
            MOVE 0 TO LAT-AVG-OTHER.
            MOVE 0 TO LAT-MS-PER-RECORD.
            IF WINDOW-CHUNK-ORDINAL > 0
               COMPUTE WINDOW-OTHER-HSEC = WINDOW-ELAPSED-HSEC
                       - WINDOW-CALL-HSEC - WINDOW-POST-HSEC
               COMPUTE LAT-AVG-CALL ROUNDED =
                       WINDOW-CALL-HSEC / (WINDOW-CHUNK-ORDINAL * 100)
               COMPUTE LAT-AVG-POST ROUNDED =
                       WINDOW-POST-HSEC / (WINDOW-CHUNK-ORDINAL * 100)
               COMPUTE LAT-AVG-OTHER ROUNDED =
                       WINDOW-OTHER-HSEC / (WINDOW-CHUNK-ORDINAL * 100)
            END-IF.
            IF WINDOW-RECORDS > 0
               COMPUTE LAT-MS-PER-RECORD ROUNDED =
                       WINDOW-ELAPSED-HSEC * 10 / WINDOW-RECORDS
            END-IF.
            IF WINDOW-RUN-COUNT > 0
               COMPUTE LAT-AVG-STARTUP ROUNDED =
                       WINDOW-STARTUP-HSEC / (WINDOW-RUN-COUNT * 100)
            ELSE
               MOVE 0 TO LAT-AVG-STARTUP
            END-IF.
            MOVE LATENCY-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WINDOWS-LISTED-COUNT.
        FINISH-WINDOW-LINE-END.
            EXIT.

        WRITE-SLOWEST-CHUNKS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SLOWEST-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SLOWEST-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO SLOW-LIST-INDEX.
            PERFORM WRITE-ONE-SLOW-CHUNK THRU WRITE-ONE-SLOW-CHUNK-END
               UNTIL SLOW-LIST-INDEX > SLOW-TABLE-COUNT.
        WRITE-SLOWEST-CHUNKS-END.
            EXIT.

        WRITE-ONE-SLOW-CHUNK.
            MOVE SLOW-TIMING-IMAGE (SLOW-LIST-INDEX)
                TO CHUNK-TIMING-RECORD.
            MOVE CTIME-WINDOW-ID     TO SLW-WINDOW-ID.
            MOVE CTIME-CHUNK-NUMBER  TO SLW-CHUNK.
            MOVE CTIME-CHUNK-RECORDS TO SLW-RECORDS.
            MOVE CTIME-FIRST-KEY     TO SLW-FIRST-KEY.
            MOVE CTIME-LAST-KEY      TO SLW-LAST-KEY.
            COMPUTE SLW-ELAPSED = CTIME-ELAPSED-HSEC / 100.
            COMPUTE SLW-CALL = CTIME-CALL-HSEC / 100.
            COMPUTE SLW-POST = CTIME-POST-HSEC / 100.
            COMPUTE CHUNK-OTHER-HSEC = CTIME-ELAPSED-HSEC
                    - CTIME-CALL-HSEC - CTIME-POST-HSEC.
            COMPUTE SLW-OTHER = CHUNK-OTHER-HSEC / 100.
            IF CTIME-ISOLATED-FLAG = "Y"
               MOVE "Y" TO SLW-ISOLATED
            ELSE
               MOVE SPACE TO SLW-ISOLATED
            END-IF.
            MOVE CTIME-TIMESTAMP     TO SLW-TIMESTAMP.
            MOVE SLOWEST-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO SLOW-LIST-INDEX.
        WRITE-ONE-SLOW-CHUNK-END.
            EXIT.

        WRITE-STARTUP-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE STARTUP-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE STARTUP-RUN-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "RUN(S) WITH JVM STARTUP TIMED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.
            IF STARTUP-RUN-COUNT = 0
               GO TO WRITE-STARTUP-SUMMARY-END
            END-IF.

            COMPUTE SECONDS-DISPLAY-AREA = STARTUP-MIN-HSEC / 100.
            MOVE SPACES TO REPORT-LINE.
            MOVE SECONDS-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "FASTEST STARTUP, SECONDS" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            COMPUTE SECONDS-DISPLAY-AREA ROUNDED =
                    STARTUP-TOTAL-HSEC / (STARTUP-RUN-COUNT * 100).
            MOVE SPACES TO REPORT-LINE.
            MOVE SECONDS-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "AVERAGE STARTUP, SECONDS" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            COMPUTE SECONDS-DISPLAY-AREA = STARTUP-MAX-HSEC / 100.
            MOVE SPACES TO REPORT-LINE.
            MOVE SECONDS-DISPLAY-AREA TO REPORT-LINE (1:7).
            STRING "SLOWEST STARTUP, SECONDS - WINDOW "
                                          DELIMITED BY SIZE
                   STARTUP-MAX-WINDOW     DELIMITED BY SIZE
                   " AT "                 DELIMITED BY SIZE
                   STARTUP-MAX-TIMESTAMP  DELIMITED BY SIZE
                   INTO REPORT-LINE (10:80)
            END-STRING.
            WRITE REPORT-LINE.

      *   Startup's share of all the time timed: every startup
      *   against every startup plus every chunk.
            MOVE 0 TO SECONDS-DISPLAY-AREA.
            IF STARTUP-TOTAL-HSEC + ALL-CHUNKS-ELAPSED-HSEC > 0
               COMPUTE SECONDS-DISPLAY-AREA ROUNDED =
                       STARTUP-TOTAL-HSEC * 100
                       / (STARTUP-TOTAL-HSEC + ALL-CHUNKS-ELAPSED-HSEC)
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            MOVE SECONDS-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "PERCENT OF ALL TIME TIMED SPENT IN STARTUP"
                TO REPORT-LINE (10:45).
            WRITE REPORT-LINE.
        WRITE-STARTUP-SUMMARY-END.
            EXIT.

        WRITE-SIZE-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SIZE-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SIZE-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO SIZE-INDEX.
            PERFORM WRITE-ONE-SIZE-LINE THRU WRITE-ONE-SIZE-LINE-END
               UNTIL SIZE-INDEX > SIZE-TABLE-COUNT.
        WRITE-SIZE-SUMMARY-END.
            EXIT.

        WRITE-ONE-SIZE-LINE.
            MOVE SZ-CHUNK-SIZE (SIZE-INDEX) TO SIZ-CHUNK-SIZE.
            MOVE SZ-CHUNKS (SIZE-INDEX)     TO SIZ-CHUNKS.
            MOVE SZ-RECORDS (SIZE-INDEX)    TO SIZ-RECORDS.
            COMPUTE SIZ-AVG-CHUNK ROUNDED = SZ-ELAPSED-HSEC (SIZE-INDEX)
                    / (SZ-CHUNKS (SIZE-INDEX) * 100).
            COMPUTE SIZ-AVG-CALL ROUNDED = SZ-CALL-HSEC (SIZE-INDEX)
                    / (SZ-CHUNKS (SIZE-INDEX) * 100).
            IF SZ-RECORDS (SIZE-INDEX) > 0
               COMPUTE SIZ-MS-PER-RECORD ROUNDED =
                       SZ-ELAPSED-HSEC (SIZE-INDEX) * 10
                       / SZ-RECORDS (SIZE-INDEX)
            ELSE
               MOVE 0 TO SIZ-MS-PER-RECORD
            END-IF.
            MOVE SIZE-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO SIZE-INDEX.
        WRITE-ONE-SIZE-LINE-END.
            EXIT.
