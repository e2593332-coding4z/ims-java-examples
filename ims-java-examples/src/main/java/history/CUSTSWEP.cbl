        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CUSTSWEP".

      *   CUSTSWEP is the weekly integrity sweep of the CUSTMSTR
      *   customer master against its change trail.  The master is
      *   only supposed to change through COB1 and CUSTMNT (and the
      *   other maintenance programs that log the same way), every
      *   change going through HISTLOG and AUDITLOG -- but an IDCAMS
      *   REPRO fix or a restore changes it behind the trail's back,
      *   and from then on CUSTHLST, CUSTSNAP, CUSTROLL and the
      *   CUSTRCVR forward recovery all tell the wrong story about
      *   that key without saying so.
      *
      *   Every master record, every CUSTHIST entry and every journal
      *   entry that changed the master (COB1's, and the maintenance
      *   programs' -- see AUDITREC) are sorted together by key and
      *   time, with CUSTDISP's lost-update markers so a bridge record
      *   whose master update never landed is not taken as a change.
      *   Each key's trail is walked oldest first, the way CUSTRCVR
      *   replays it, to the state its latest recorded change left it
      *   in, and that state is held against the master:
      *     - a master record whose image is not what the latest
      *       recorded change left (or that is on file after the
      *       trail's last word was a delete) matches no recorded
      *       change;
      *     - a master record with neither a creation marker nor a
      *       journal entry anywhere in the trail has no recorded
      *       origin at all -- a key loaded behind the trail's back,
      *       or one older than both the markers and the oldest
      *       journal generation still retained;
      *     - a key the trail leaves on file that is no longer on the
      *       master vanished without a logged delete.
      *   On the way, a CUSTHIST prior image that is not what the
      *   trail says the master held at that moment is itself an
      *   out-of-band change, made and then overwritten since, and is
      *   listed too.
      *
      *   Findings go to the exception report (SWEEPRPT), each with
      *   the master image, the image the trail expected, and the
      *   trail entry it was expected from, followed by the totals.
      *
      *   RETURN-CODE: 0 = every key traces; 4 = findings are listed
      *   and must be investigated; 12 = the sweep could not run
      *   whole (CUSTMSTR, CUSTHIST or AUDITJRN missing, or a key's
      *   lost-update markers exceeded the table).
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-MASTER-KEY
                FILE STATUS IS CUSTOMER-MASTER-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HISTORY-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITJRN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT DISPOSITION-FILE ASSIGN TO "CUSTDISP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DISPOSITION-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

            SELECT REPORT-FILE ASSIGN TO "SWEEPRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER-FILE
            RECORDING MODE IS F.
        01  CUSTOMER-MASTER-RECORD.
            05  CUSTOMER-MASTER-KEY     PIC X(6).
            05  CUSTOMER-MASTER-JOB     PIC X(8).
            05  CUSTOMER-MASTER-DATE    PIC X(9).

        FD  HISTORY-FILE
            RECORDING MODE IS F.
        COPY CUSTHREC.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  DISPOSITION-FILE
            RECORDING MODE IS F.
        COPY DISPREC.

      *   One sweep event: a lost-update marker, a CUSTHIST entry, a
      *   journal entry, or the key's master record -- in the order
      *   the walk takes them, the master record last.
        SD  SORT-WORK-FILE.
        01  SORT-EVENT-RECORD.
            05  SRT-KEY                 PIC X(6).
            05  SRT-STAMP               PIC X(16).
            05  SRT-RANK                PIC X(1).
                88 SRT-LOST-MARKER              VALUE "1".
                88 SRT-FROM-HISTORY             VALUE "2".
                88 SRT-FROM-JOURNAL             VALUE "3".
                88 SRT-FROM-MASTER              VALUE "9".
            05  SRT-SEQUENCE            PIC 9(9).
            05  SRT-PROGRAM-ID          PIC X(8).
            05  SRT-WINDOW-ID           PIC X(6).
            05  SRT-CORRELATION-ID      PIC 9(9).
            05  SRT-BEFORE-IMAGE.
                10  SRT-BEFORE-NAME     PIC X(6).
                10  SRT-BEFORE-JOB      PIC X(8).
                10  SRT-BEFORE-DATE     PIC X(9).
            05  SRT-AFTER-IMAGE.
                10  SRT-AFTER-NAME      PIC X(6).
                10  SRT-AFTER-JOB       PIC X(8).
                10  SRT-AFTER-DATE      PIC X(9).
            05  SRT-RAW-TIMESTAMP       PIC X(26).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 CUSTOMER-MASTER-STATUS    PIC X(2) VALUE "00".
        01 HISTORY-FILE-STATUS       PIC X(2) VALUE "00".
        01 AUDIT-FILE-STATUS         PIC X(2) VALUE "00".
        01 DISPOSITION-STATUS        PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        01 MORE-MASTER-SWITCH        PIC X(1) VALUE "Y".
           88 NO-MORE-MASTER                  VALUE "N".

      *   A trail timestamp (FUNCTION CURRENT-DATE layout as AUDITLOG
      *   and HISTLOG write it, or YYYY-MM-DD-HH.MM.SS.ffffff should
      *   a writer ever hyphenate) reduced to YYYYMMDDHHMMSShh for
      *   the sort.
        01 STAMP-SOURCE              PIC X(26).
        01 NORMALIZED-STAMP          PIC X(16).
        01 STAMP-GOOD-SWITCH         PIC X(1).
           88 STAMP-IS-GOOD                  VALUE "Y".

        01 EVENT-SEQUENCE            PIC 9(9) BINARY VALUE 0.
        01 MAINTENANCE-CREATE-JOB    PIC X(8) VALUE "*CREATE*".
        01 MAINTENANCE-DELETE-JOB    PIC X(8) VALUE "*DELETE*".
        01 MAINTENANCE-REKEY-JOB     PIC X(8) VALUE "*REKEY*".
        01 MASTER-RECORD-STAMP       PIC X(16)
                                     VALUE "9999999999999999".

      *   The key under the walk and the state its trail has left it
      *   in: unknown until the first entry, then on file (with the
      *   image, where the trail carries one) or removed.
        01 KEY-IN-HAND-SWITCH        PIC X(1) VALUE "N".
           88 KEY-IN-HAND                    VALUE "Y".
        01 CURRENT-KEY               PIC X(6) VALUE SPACES.
        01 TRAIL-STATE-SWITCH        PIC X(1) VALUE "U".
           88 TRAIL-STATE-UNKNOWN            VALUE "U".
           88 TRAIL-SAYS-PRESENT             VALUE "P".
           88 TRAIL-SAYS-REMOVED             VALUE "R".
        01 TRAIL-IMAGE-SWITCH        PIC X(1) VALUE "N".
           88 TRAIL-IMAGE-KNOWN              VALUE "Y".
        01 TRAIL-STATE-IMAGE.
            05  TRAIL-STATE-KEY      PIC X(6).
            05  TRAIL-STATE-JOB      PIC X(8).
            05  TRAIL-STATE-DATE     PIC X(9).
        01 TRAIL-LAST-TIMESTAMP      PIC X(26).
        01 TRAIL-LAST-PROGRAM-ID     PIC X(8).
        01 ORIGIN-SWITCH             PIC X(1) VALUE "N".
           88 KEY-HAS-RECORDED-ORIGIN        VALUE "Y".
        01 MASTER-SEEN-SWITCH        PIC X(1) VALUE "N".
           88 KEY-ON-MASTER                  VALUE "Y".
        01 MASTER-IMAGE              PIC X(23).
        01 KEY-FINDING-SWITCH        PIC X(1) VALUE "N".
           88 KEY-HAS-FINDING                VALUE "Y".
        01 SORT-RETURN-DONE-SW       PIC X(1) VALUE "N".
           88 SORT-RETURN-IS-DONE            VALUE "Y".

      *   This key's lost-update markers from CUSTDISP, as CUSTRCVR
      *   holds them.
        01 LOST-MARKER-COUNT         PIC 9(4) BINARY VALUE 0.
        01 LOST-MARKER-INDEX         PIC 9(4) BINARY VALUE 0.
        01 LOST-MARKER-TABLE.
            05  LOST-MARKER-ENTRY OCCURS 50 TIMES.
                10  LOST-WINDOW-ID       PIC X(6).
                10  LOST-CORRELATION-ID  PIC 9(9).
        01 LOST-MATCH-SWITCH         PIC X(1) VALUE "N".
           88 LOST-MARKER-MATCHED            VALUE "Y".
        01 LOST-OVERFLOW-SW          PIC X(1) VALUE "N".
           88 LOST-TABLE-OVERFLOWED          VALUE "Y".
        01 DISPOSITION-PRESENT-SW    PIC X(1) VALUE "N".
           88 DISPOSITION-TRAIL-PRESENT      VALUE "Y".

      *   Control totals for the report.
        01 MASTER-READ-COUNT         PIC 9(7) BINARY VALUE 0.
        01 HISTORY-READ-COUNT        PIC 9(7) BINARY VALUE 0.
        01 JOURNAL-USED-COUNT        PIC 9(7) BINARY VALUE 0.
        01 LOST-SKIPPED-COUNT        PIC 9(7) BINARY VALUE 0.
        01 KEYS-TRACED-COUNT         PIC 9(7) BINARY VALUE 0.
        01 NO-MATCH-COUNT            PIC 9(7) BINARY VALUE 0.
        01 AFTER-DELETE-COUNT        PIC 9(7) BINARY VALUE 0.
        01 NO-ORIGIN-COUNT           PIC 9(7) BINARY VALUE 0.
        01 VANISHED-COUNT            PIC 9(7) BINARY VALUE 0.
        01 HISTORY-MISMATCH-COUNT    PIC 9(7) BINARY VALUE 0.
        01 UNDATEABLE-COUNT          PIC 9(7) BINARY VALUE 0.
        01 KEYS-FLAGGED-COUNT        PIC 9(7) BINARY VALUE 0.

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

      *   One finding; the caller fills the fields and performs the
      *   writer.
        01 FINDING-HEADING-SW        PIC X(1) VALUE "N".
           88 FINDING-HEADING-WRITTEN        VALUE "Y".
        01 FINDING-LINE.
            05  FND-KEY              PIC X(6).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FND-TEXT             PIC X(36).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FND-MASTER-IMAGE     PIC X(23).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FND-TRAIL-IMAGE      PIC X(23).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FND-TIMESTAMP        PIC X(26).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FND-PROGRAM-ID       PIC X(8).
        01 FINDING-HEADING.
            05  FILLER PIC X(46)
                VALUE "KEY     FINDING".
            05  FILLER PIC X(25)
                VALUE "MASTER IMAGE".
            05  FILLER PIC X(25)
                VALUE "TRAIL IMAGE".
            05  FILLER PIC X(28)
                VALUE "TRAIL ENTRY".
            05  FILLER PIC X(8)
                VALUE "PROGRAM".

        01 REPORT-HEADING-1.
            05  FILLER PIC X(42)
                VALUE "CUSTOMER MASTER INTEGRITY SWEEP".
        01 RUN-TIMESTAMP             PIC X(21).

        COPY WINCTL.

        PROCEDURE DIVISION.
            DISPLAY "CUSTSWEP: Entering".

            MOVE "CUSTSWEP" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "CUSTSWEP: Exiting"
               GOBACK
            END-IF.

            PERFORM VERIFY-SWEEP-INPUTS THRU VERIFY-SWEEP-INPUTS-END.

            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
            MOVE SPACES TO REPORT-LINE.
            STRING "RUN " DELIMITED BY SIZE
                   RUN-TIMESTAMP (1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUN-TIMESTAMP (5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUN-TIMESTAMP (9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   RUN-TIMESTAMP (11:2) DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-KEY SRT-STAMP
                                  SRT-RANK SRT-SEQUENCE
                 INPUT PROCEDURE IS RELEASE-SWEEP-EVENTS
                                THRU RELEASE-SWEEP-EVENTS-END
                 OUTPUT PROCEDURE IS WALK-SWEEP-EVENTS
                                THRU WALK-SWEEP-EVENTS-END.

            PERFORM WRITE-SWEEP-TOTALS THRU WRITE-SWEEP-TOTALS-END.
            CLOSE REPORT-FILE.

      *   A key with more lost-update markers than the table holds
      *   was swept without some of them, so its findings cannot be
      *   trusted either way -- the sweep did not run whole.
            EVALUATE TRUE
               WHEN LOST-TABLE-OVERFLOWED
                  MOVE 12 TO RETURN-CODE
               WHEN KEYS-FLAGGED-COUNT > 0
               WHEN UNDATEABLE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            DISPLAY "CUSTSWEP: " MASTER-READ-COUNT
                    " master record(s) swept, " KEYS-FLAGGED-COUNT
                    " key(s) flagged, RC=" RETURN-CODE.
            DISPLAY "CUSTSWEP: Exiting".
            GOBACK.

      *****************************************************************
      *  VERIFY-SWEEP-INPUTS makes sure the master and both trails are
      *  there before anything is sorted: a sweep missing any one of
      *  them would flag every key, or none.
      *****************************************************************
        VERIFY-SWEEP-INPUTS.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTSWEP: CANNOT OPEN CUSTMSTR, STATUS="
                       CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTSWEP: Exiting"
               GOBACK
            END-IF.
            CLOSE CUSTOMER-MASTER-FILE.
            OPEN INPUT HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CUSTSWEP: CANNOT OPEN CUSTHIST, STATUS="
                       HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTSWEP: Exiting"
               GOBACK
            END-IF.
            CLOSE HISTORY-FILE.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTSWEP: CANNOT OPEN AUDITJRN, STATUS="
                       AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTSWEP: Exiting"
               GOBACK
            END-IF.
            CLOSE AUDIT-FILE.
        VERIFY-SWEEP-INPUTS-END.
            EXIT.

      *****************************************************************
      *  RELEASE-SWEEP-EVENTS is the sort's input side: every lost-
      *  update marker, every history entry, every journal entry that
      *  changed the master, and every master record.
      *****************************************************************
        RELEASE-SWEEP-EVENTS.
            PERFORM RELEASE-LOST-MARKERS THRU
                    RELEASE-LOST-MARKERS-END.
            PERFORM RELEASE-HISTORY-EVENTS THRU
                    RELEASE-HISTORY-EVENTS-END.
            PERFORM RELEASE-JOURNAL-EVENTS THRU
                    RELEASE-JOURNAL-EVENTS-END.
            PERFORM RELEASE-MASTER-RECORDS THRU
                    RELEASE-MASTER-RECORDS-END.
        RELEASE-SWEEP-EVENTS-END.
            EXIT.

      *   Only the lost master updates matter, as in CUSTRCVR.  No
      *   CUSTDISP allocation means a lost update is taken as landed
      *   -- its key then shows up as a finding to be cleared by hand.
        RELEASE-LOST-MARKERS.
            OPEN INPUT DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               DISPLAY "CUSTSWEP: NO CUSTDISP ALLOCATED -"
                       " LOST UPDATES CANNOT BE RECOGNIZED"
               GO TO RELEASE-LOST-MARKERS-END
            END-IF.
            SET DISPOSITION-TRAIL-PRESENT TO TRUE.
            PERFORM RELEASE-ONE-LOST-MARKER THRU
                    RELEASE-ONE-LOST-MARKER-END
               UNTIL DISPOSITION-STATUS NOT = "00".
            CLOSE DISPOSITION-FILE.
        RELEASE-LOST-MARKERS-END.
            EXIT.

        RELEASE-ONE-LOST-MARKER.
            READ DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               GO TO RELEASE-ONE-LOST-MARKER-END
            END-IF.
            IF DISP-RECORD-RC NOT = 40
               GO TO RELEASE-ONE-LOST-MARKER-END
            END-IF.
            MOVE SPACES TO SORT-EVENT-RECORD.
            MOVE DISP-CUSTOMER-KEY TO SRT-KEY.
            MOVE ZEROS TO SRT-STAMP.
            SET SRT-LOST-MARKER TO TRUE.
            ADD 1 TO EVENT-SEQUENCE.
            MOVE EVENT-SEQUENCE TO SRT-SEQUENCE.
            MOVE "CUSTDISP" TO SRT-PROGRAM-ID.
            MOVE DISP-WINDOW-ID TO SRT-WINDOW-ID.
            MOVE DISP-CORRELATION-ID TO SRT-CORRELATION-ID.
            MOVE DISP-TIMESTAMP TO SRT-RAW-TIMESTAMP.
            RELEASE SORT-EVENT-RECORD.
        RELEASE-ONE-LOST-MARKER-END.
            EXIT.

        RELEASE-HISTORY-EVENTS.
            OPEN INPUT HISTORY-FILE.
            PERFORM RELEASE-ONE-HISTORY-EVENT THRU
                    RELEASE-ONE-HISTORY-EVENT-END
               UNTIL HISTORY-FILE-STATUS NOT = "00".
            CLOSE HISTORY-FILE.
        RELEASE-HISTORY-EVENTS-END.
            EXIT.

        RELEASE-ONE-HISTORY-EVENT.
            READ HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            ADD 1 TO HISTORY-READ-COUNT.
            MOVE HIST-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               MOVE HIST-PRIOR-KEY TO FND-KEY
               MOVE "TRAIL ENTRY CANNOT BE DATED" TO FND-TEXT
               MOVE SPACES TO FND-MASTER-IMAGE
               MOVE HIST-PRIOR-IMAGE TO FND-TRAIL-IMAGE
               MOVE HIST-TIMESTAMP TO FND-TIMESTAMP
               MOVE HIST-PROGRAM-ID TO FND-PROGRAM-ID
               ADD 1 TO UNDATEABLE-COUNT
               PERFORM WRITE-FINDING-LINE THRU WRITE-FINDING-LINE-END
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            MOVE SPACES TO SORT-EVENT-RECORD.
            MOVE HIST-PRIOR-KEY TO SRT-KEY.
            MOVE NORMALIZED-STAMP TO SRT-STAMP.
            SET SRT-FROM-HISTORY TO TRUE.
            ADD 1 TO EVENT-SEQUENCE.
            MOVE EVENT-SEQUENCE TO SRT-SEQUENCE.
            MOVE HIST-PROGRAM-ID TO SRT-PROGRAM-ID.
            MOVE HIST-CORRELATION-ID TO SRT-CORRELATION-ID.
            MOVE HIST-PRIOR-IMAGE TO SRT-BEFORE-IMAGE.
            MOVE HIST-TIMESTAMP TO SRT-RAW-TIMESTAMP.
            RELEASE SORT-EVENT-RECORD.
        RELEASE-ONE-HISTORY-EVENT-END.
            EXIT.

      *   COBTOJAV's own entries are the in-flight images around the
      *   JNI crossing and never touched the master -- COB1's entry
      *   for the same record is the one that says what landed.
        RELEASE-JOURNAL-EVENTS.
            OPEN INPUT AUDIT-FILE.
            PERFORM RELEASE-ONE-JOURNAL-EVENT THRU
                    RELEASE-ONE-JOURNAL-EVENT-END
               UNTIL AUDIT-FILE-STATUS NOT = "00".
            CLOSE AUDIT-FILE.
        RELEASE-JOURNAL-EVENTS-END.
            EXIT.

        RELEASE-ONE-JOURNAL-EVENT.
            READ AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            IF AUDIT-PROGRAM-ID = "COBTOJAV"
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            MOVE AUDIT-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               MOVE AUDIT-BEFORE-NAME TO FND-KEY
               MOVE "TRAIL ENTRY CANNOT BE DATED" TO FND-TEXT
               MOVE SPACES TO FND-MASTER-IMAGE
               MOVE AUDIT-AFTER-IMAGE TO FND-TRAIL-IMAGE
               MOVE AUDIT-TIMESTAMP TO FND-TIMESTAMP
               MOVE AUDIT-PROGRAM-ID TO FND-PROGRAM-ID
               ADD 1 TO UNDATEABLE-COUNT
               PERFORM WRITE-FINDING-LINE THRU WRITE-FINDING-LINE-END
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            ADD 1 TO JOURNAL-USED-COUNT.
            MOVE SPACES TO SORT-EVENT-RECORD.
            MOVE AUDIT-BEFORE-NAME TO SRT-KEY.
            MOVE NORMALIZED-STAMP TO SRT-STAMP.
            SET SRT-FROM-JOURNAL TO TRUE.
            ADD 1 TO EVENT-SEQUENCE.
            MOVE EVENT-SEQUENCE TO SRT-SEQUENCE.
            MOVE AUDIT-PROGRAM-ID TO SRT-PROGRAM-ID.
            MOVE AUDIT-WINDOW-ID TO SRT-WINDOW-ID.
            MOVE AUDIT-CORRELATION-ID TO SRT-CORRELATION-ID.
            MOVE AUDIT-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
            MOVE AUDIT-AFTER-IMAGE TO SRT-AFTER-IMAGE.
            MOVE AUDIT-TIMESTAMP TO SRT-RAW-TIMESTAMP.
      *   A maintenance entry whose images name different keys moved
      *   the record (a CUSTMNT re-key or merge): it is the old key's
      *   delete and, as a second event, the new key's arrival.
            IF AUDIT-PROGRAM-ID NOT = "COB1"
               AND AUDIT-BEFORE-NAME NOT = AUDIT-AFTER-NAME
               AND AUDIT-BEFORE-JOB NOT = MAINTENANCE-CREATE-JOB
               AND AUDIT-AFTER-JOB NOT = MAINTENANCE-DELETE-JOB
               MOVE MAINTENANCE-DELETE-JOB TO SRT-AFTER-JOB
               RELEASE SORT-EVENT-RECORD
               MOVE AUDIT-AFTER-NAME TO SRT-KEY
               ADD 1 TO EVENT-SEQUENCE
               MOVE EVENT-SEQUENCE TO SRT-SEQUENCE
               MOVE MAINTENANCE-REKEY-JOB TO SRT-BEFORE-JOB
               MOVE AUDIT-AFTER-IMAGE TO SRT-AFTER-IMAGE
            END-IF.
            RELEASE SORT-EVENT-RECORD.
        RELEASE-ONE-JOURNAL-EVENT-END.
            EXIT.

        RELEASE-MASTER-RECORDS.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            MOVE LOW-VALUES TO CUSTOMER-MASTER-KEY.
            START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CUSTOMER-MASTER-KEY
               INVALID KEY
                  SET NO-MORE-MASTER TO TRUE
            END-START.
            PERFORM RELEASE-ONE-MASTER-RECORD THRU
                    RELEASE-ONE-MASTER-RECORD-END
               UNTIL NO-MORE-MASTER.
            CLOSE CUSTOMER-MASTER-FILE.
        RELEASE-MASTER-RECORDS-END.
            EXIT.

        RELEASE-ONE-MASTER-RECORD.
            READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                  SET NO-MORE-MASTER TO TRUE
                  GO TO RELEASE-ONE-MASTER-RECORD-END
            END-READ.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               SET NO-MORE-MASTER TO TRUE
               GO TO RELEASE-ONE-MASTER-RECORD-END
            END-IF.
            ADD 1 TO MASTER-READ-COUNT.
            MOVE SPACES TO SORT-EVENT-RECORD.
            MOVE CUSTOMER-MASTER-KEY TO SRT-KEY.
            MOVE MASTER-RECORD-STAMP TO SRT-STAMP.
            SET SRT-FROM-MASTER TO TRUE.
            ADD 1 TO EVENT-SEQUENCE.
            MOVE EVENT-SEQUENCE TO SRT-SEQUENCE.
            MOVE 0 TO SRT-CORRELATION-ID.
            MOVE "CUSTMSTR" TO SRT-PROGRAM-ID.
            MOVE CUSTOMER-MASTER-RECORD TO SRT-AFTER-IMAGE.
            RELEASE SORT-EVENT-RECORD.
        RELEASE-ONE-MASTER-RECORD-END.
            EXIT.

        NORMALIZE-ONE-TIMESTAMP.
            MOVE "N" TO STAMP-GOOD-SWITCH.
            IF STAMP-SOURCE (5:1) = "-"
               MOVE STAMP-SOURCE (1:4)  TO NORMALIZED-STAMP (1:4)
               MOVE STAMP-SOURCE (6:2)  TO NORMALIZED-STAMP (5:2)
               MOVE STAMP-SOURCE (9:2)  TO NORMALIZED-STAMP (7:2)
               MOVE STAMP-SOURCE (12:2) TO NORMALIZED-STAMP (9:2)
               MOVE STAMP-SOURCE (15:2) TO NORMALIZED-STAMP (11:2)
               MOVE STAMP-SOURCE (18:2) TO NORMALIZED-STAMP (13:2)
               MOVE STAMP-SOURCE (21:2) TO NORMALIZED-STAMP (15:2)
            ELSE
               MOVE STAMP-SOURCE (1:16) TO NORMALIZED-STAMP
            END-IF.
            IF NORMALIZED-STAMP NOT NUMERIC
               GO TO NORMALIZE-ONE-TIMESTAMP-END
            END-IF.
            MOVE "Y" TO STAMP-GOOD-SWITCH.
        NORMALIZE-ONE-TIMESTAMP-END.
            EXIT.

      *****************************************************************
      *  WALK-SWEEP-EVENTS is the sort's output side: each key's trail
      *  comes back oldest first with its master record, if any, last.
      *****************************************************************
        WALK-SWEEP-EVENTS.
            PERFORM RETURN-ONE-EVENT THRU RETURN-ONE-EVENT-END
               UNTIL SORT-RETURN-IS-DONE.
            IF KEY-IN-HAND
               PERFORM FINISH-ONE-KEY THRU FINISH-ONE-KEY-END
            END-IF.
        WALK-SWEEP-EVENTS-END.
            EXIT.

        RETURN-ONE-EVENT.
            RETURN SORT-WORK-FILE
               AT END
                  SET SORT-RETURN-IS-DONE TO TRUE
                  GO TO RETURN-ONE-EVENT-END
            END-RETURN.
            IF KEY-IN-HAND
               AND SRT-KEY NOT = CURRENT-KEY
               PERFORM FINISH-ONE-KEY THRU FINISH-ONE-KEY-END
            END-IF.
            IF NOT KEY-IN-HAND
               PERFORM START-ONE-KEY THRU START-ONE-KEY-END
            END-IF.

            EVALUATE TRUE
               WHEN SRT-LOST-MARKER
                  PERFORM HOLD-LOST-MARKER THRU
                          HOLD-LOST-MARKER-END
               WHEN SRT-FROM-HISTORY
                  PERFORM TRACE-HISTORY-ENTRY THRU
                          TRACE-HISTORY-ENTRY-END
               WHEN SRT-FROM-JOURNAL
                  IF SRT-PROGRAM-ID = "COB1"
                     PERFORM TRACE-BRIDGE-ENTRY THRU
                             TRACE-BRIDGE-ENTRY-END
                  ELSE
                     PERFORM TRACE-MAINTENANCE-ENTRY THRU
                             TRACE-MAINTENANCE-ENTRY-END
                  END-IF
               WHEN SRT-FROM-MASTER
                  SET KEY-ON-MASTER TO TRUE
                  MOVE SRT-AFTER-IMAGE TO MASTER-IMAGE
            END-EVALUATE.
        RETURN-ONE-EVENT-END.
            EXIT.

        START-ONE-KEY.
            SET KEY-IN-HAND TO TRUE.
            MOVE SRT-KEY TO CURRENT-KEY.
            SET TRAIL-STATE-UNKNOWN TO TRUE.
            MOVE "N" TO TRAIL-IMAGE-SWITCH.
            MOVE SPACES TO TRAIL-STATE-IMAGE.
            MOVE SPACES TO TRAIL-LAST-TIMESTAMP.
            MOVE SPACES TO TRAIL-LAST-PROGRAM-ID.
            MOVE "N" TO ORIGIN-SWITCH.
            MOVE "N" TO MASTER-SEEN-SWITCH.
            MOVE SPACES TO MASTER-IMAGE.
            MOVE "N" TO KEY-FINDING-SWITCH.
            MOVE 0 TO LOST-MARKER-COUNT.
        START-ONE-KEY-END.
            EXIT.

      *****************************************************************
      *  FINISH-ONE-KEY holds the master against the state the key's
      *  latest recorded change left it in.
      *****************************************************************
        FINISH-ONE-KEY.
            MOVE CURRENT-KEY TO FND-KEY.
            MOVE MASTER-IMAGE TO FND-MASTER-IMAGE.
            MOVE TRAIL-LAST-TIMESTAMP TO FND-TIMESTAMP.
            MOVE TRAIL-LAST-PROGRAM-ID TO FND-PROGRAM-ID.
            IF TRAIL-IMAGE-KNOWN
               MOVE TRAIL-STATE-IMAGE TO FND-TRAIL-IMAGE
            ELSE
               MOVE SPACES TO FND-TRAIL-IMAGE
            END-IF.

            EVALUATE TRUE
               WHEN KEY-ON-MASTER
                AND NOT KEY-HAS-RECORDED-ORIGIN
                  MOVE "NO CREATION MARKER OR JOURNAL ENTRY"
                      TO FND-TEXT
                  ADD 1 TO NO-ORIGIN-COUNT
                  PERFORM NOTE-KEY-FINDING THRU NOTE-KEY-FINDING-END
               WHEN KEY-ON-MASTER
                AND TRAIL-SAYS-REMOVED
                  MOVE "ON MASTER AFTER A LOGGED DELETE" TO FND-TEXT
                  MOVE SPACES TO FND-TRAIL-IMAGE
                  ADD 1 TO AFTER-DELETE-COUNT
                  PERFORM NOTE-KEY-FINDING THRU NOTE-KEY-FINDING-END
               WHEN KEY-ON-MASTER
                AND TRAIL-IMAGE-KNOWN
                AND MASTER-IMAGE NOT = TRAIL-STATE-IMAGE
                  MOVE "MASTER MATCHES NO RECORDED CHANGE"
                      TO FND-TEXT
                  ADD 1 TO NO-MATCH-COUNT
                  PERFORM NOTE-KEY-FINDING THRU NOTE-KEY-FINDING-END
               WHEN NOT KEY-ON-MASTER
                AND TRAIL-SAYS-PRESENT
                  MOVE "GONE FROM MASTER WITHOUT A DELETE"
                      TO FND-TEXT
                  ADD 1 TO VANISHED-COUNT
                  PERFORM NOTE-KEY-FINDING THRU NOTE-KEY-FINDING-END
            END-EVALUATE.

            IF KEY-HAS-FINDING
               ADD 1 TO KEYS-FLAGGED-COUNT
            ELSE
               ADD 1 TO KEYS-TRACED-COUNT
            END-IF.
            MOVE "N" TO KEY-IN-HAND-SWITCH.
        FINISH-ONE-KEY-END.
            EXIT.

        HOLD-LOST-MARKER.
            IF LOST-MARKER-COUNT = 50
               SET LOST-TABLE-OVERFLOWED TO TRUE
               GO TO HOLD-LOST-MARKER-END
            END-IF.
            ADD 1 TO LOST-MARKER-COUNT.
            MOVE SRT-WINDOW-ID TO LOST-WINDOW-ID (LOST-MARKER-COUNT).
            MOVE SRT-CORRELATION-ID
                TO LOST-CORRELATION-ID (LOST-MARKER-COUNT).
        HOLD-LOST-MARKER-END.
            EXIT.

      *****************************************************************
      *  TRACE-HISTORY-ENTRY takes one CUSTHIST entry.  A creation
      *  marker records the key's origin; the record it was created
      *  with comes from the journal entry that follows it.  A prior
      *  image is what the master held just before a change -- when
      *  the trail says it should have held something else (or
      *  nothing), the master was changed out of band in between.
      *  Either way the walk carries on from what the master held.
      *****************************************************************
        TRACE-HISTORY-ENTRY.
            MOVE SRT-RAW-TIMESTAMP TO TRAIL-LAST-TIMESTAMP.
            MOVE SRT-PROGRAM-ID TO TRAIL-LAST-PROGRAM-ID.
            IF SRT-BEFORE-JOB = MAINTENANCE-CREATE-JOB
               SET KEY-HAS-RECORDED-ORIGIN TO TRUE
               GO TO TRACE-HISTORY-ENTRY-END
            END-IF.
            IF TRAIL-SAYS-REMOVED
               OR (TRAIL-IMAGE-KNOWN
                   AND TRAIL-STATE-IMAGE NOT = SRT-BEFORE-IMAGE)
               MOVE CURRENT-KEY TO FND-KEY
               MOVE "HISTORY IMAGE MATCHES NO CHANGE" TO FND-TEXT
               MOVE SRT-BEFORE-IMAGE TO FND-MASTER-IMAGE
               IF TRAIL-IMAGE-KNOWN
                  MOVE TRAIL-STATE-IMAGE TO FND-TRAIL-IMAGE
               ELSE
                  MOVE SPACES TO FND-TRAIL-IMAGE
               END-IF
               MOVE SRT-RAW-TIMESTAMP TO FND-TIMESTAMP
               MOVE SRT-PROGRAM-ID TO FND-PROGRAM-ID
               ADD 1 TO HISTORY-MISMATCH-COUNT
               PERFORM NOTE-KEY-FINDING THRU NOTE-KEY-FINDING-END
            END-IF.
            SET TRAIL-SAYS-PRESENT TO TRUE.
            SET TRAIL-IMAGE-KNOWN TO TRUE.
            MOVE SRT-BEFORE-IMAGE TO TRAIL-STATE-IMAGE.
        TRACE-HISTORY-ENTRY-END.
            EXIT.

      *****************************************************************
      *  TRACE-BRIDGE-ENTRY reads one COB1 journal entry as CUSTRCVR
      *  replays it: differing images are an accepted record standing
      *  under the before-image key with the after-image's job and
      *  date; identical images with the "*DELETE*" job a delete; any
      *  other identical pair a reject that changed nothing.  A
      *  record CUSTDISP says lost its master update changed nothing.
      *****************************************************************
        TRACE-BRIDGE-ENTRY.
            PERFORM FIND-LOST-MARKER THRU FIND-LOST-MARKER-END.
            IF LOST-MARKER-MATCHED
               ADD 1 TO LOST-SKIPPED-COUNT
               GO TO TRACE-BRIDGE-ENTRY-END
            END-IF.

            IF SRT-BEFORE-IMAGE = SRT-AFTER-IMAGE
               IF SRT-BEFORE-JOB = MAINTENANCE-DELETE-JOB
                  SET KEY-HAS-RECORDED-ORIGIN TO TRUE
                  PERFORM NOTE-TRAIL-ENTRY THRU NOTE-TRAIL-ENTRY-END
                  SET TRAIL-SAYS-REMOVED TO TRUE
                  MOVE "N" TO TRAIL-IMAGE-SWITCH
                  MOVE SPACES TO TRAIL-STATE-IMAGE
               END-IF
               GO TO TRACE-BRIDGE-ENTRY-END
            END-IF.

            SET KEY-HAS-RECORDED-ORIGIN TO TRUE.
            PERFORM NOTE-TRAIL-ENTRY THRU NOTE-TRAIL-ENTRY-END.
            SET TRAIL-SAYS-PRESENT TO TRUE.
            SET TRAIL-IMAGE-KNOWN TO TRUE.
            MOVE SRT-KEY TO TRAIL-STATE-KEY.
            MOVE SRT-AFTER-JOB TO TRAIL-STATE-JOB.
            MOVE SRT-AFTER-DATE TO TRAIL-STATE-DATE.
        TRACE-BRIDGE-ENTRY-END.
            EXIT.

        FIND-LOST-MARKER.
            MOVE "N" TO LOST-MATCH-SWITCH.
            MOVE 1 TO LOST-MARKER-INDEX.
            PERFORM MATCH-ONE-LOST-MARKER THRU
                    MATCH-ONE-LOST-MARKER-END
               UNTIL LOST-MARKER-INDEX > LOST-MARKER-COUNT
                  OR LOST-MARKER-MATCHED.
        FIND-LOST-MARKER-END.
            EXIT.

        MATCH-ONE-LOST-MARKER.
            IF LOST-WINDOW-ID (LOST-MARKER-INDEX) = SRT-WINDOW-ID
               AND LOST-CORRELATION-ID (LOST-MARKER-INDEX)
                   = SRT-CORRELATION-ID
               SET LOST-MARKER-MATCHED TO TRUE
               MOVE HIGH-VALUES TO LOST-WINDOW-ID (LOST-MARKER-INDEX)
            END-IF.
            ADD 1 TO LOST-MARKER-INDEX.
        MATCH-ONE-LOST-MARKER-END.
            EXIT.

      *****************************************************************
      *  TRACE-MAINTENANCE-ENTRY reads a change journalled outside the
      *  bridge (see AUDITREC): "*DELETE*" after-job removes the key;
      *  an add, a change, or the new key of a re-key or merge
      *  ("*REKEY*", set when the entry was released) leaves the
      *  after-image standing.
      *****************************************************************
        TRACE-MAINTENANCE-ENTRY.
            SET KEY-HAS-RECORDED-ORIGIN TO TRUE.
            PERFORM NOTE-TRAIL-ENTRY THRU NOTE-TRAIL-ENTRY-END.
            IF SRT-AFTER-JOB = MAINTENANCE-DELETE-JOB
               SET TRAIL-SAYS-REMOVED TO TRUE
               MOVE "N" TO TRAIL-IMAGE-SWITCH
               MOVE SPACES TO TRAIL-STATE-IMAGE
            ELSE
               SET TRAIL-SAYS-PRESENT TO TRUE
               SET TRAIL-IMAGE-KNOWN TO TRUE
               MOVE SRT-AFTER-IMAGE TO TRAIL-STATE-IMAGE
            END-IF.
        TRACE-MAINTENANCE-ENTRY-END.
            EXIT.

        NOTE-TRAIL-ENTRY.
            MOVE SRT-RAW-TIMESTAMP TO TRAIL-LAST-TIMESTAMP.
            MOVE SRT-PROGRAM-ID TO TRAIL-LAST-PROGRAM-ID.
        NOTE-TRAIL-ENTRY-END.
            EXIT.

      *   The caller has filled the finding line; the key is marked
      *   and the line listed.
        NOTE-KEY-FINDING.
            SET KEY-HAS-FINDING TO TRUE.
            PERFORM WRITE-FINDING-LINE THRU WRITE-FINDING-LINE-END.
        NOTE-KEY-FINDING-END.
            EXIT.

        WRITE-FINDING-LINE.
            IF NOT FINDING-HEADING-WRITTEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE FINDING-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               SET FINDING-HEADING-WRITTEN TO TRUE
            END-IF.
            MOVE FINDING-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-FINDING-LINE-END.
            EXIT.

      *****************************************************************
      *  WRITE-SWEEP-TOTALS closes the report with the control totals
      *  and the verdict.
      *****************************************************************
        WRITE-SWEEP-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE MASTER-READ-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MASTER RECORDS SWEPT" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE HISTORY-READ-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HISTORY ENTRIES READ" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE JOURNAL-USED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JOURNAL ENTRIES TRACED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE LOST-SKIPPED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "LOST UPDATES NOT TAKEN AS CHANGES"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE KEYS-TRACED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS TRACED CLEAN" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE NO-MATCH-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MASTERS MATCHING NO RECORDED CHANGE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE AFTER-DELETE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MASTERS ON FILE AFTER A LOGGED DELETE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE NO-ORIGIN-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MASTERS WITH NO RECORDED ORIGIN"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE VANISHED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS GONE WITHOUT A LOGGED DELETE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE HISTORY-MISMATCH-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HISTORY IMAGES MATCHING NO CHANGE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE UNDATEABLE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "TRAIL ENTRIES THAT COULD NOT BE DATED"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE KEYS-FLAGGED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS FLAGGED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            IF NOT DISPOSITION-TRAIL-PRESENT
               MOVE "NO CUSTDISP - LOST UPDATES NOT RECOGNIZED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF LOST-TABLE-OVERFLOWED
               MOVE "LOST-UPDATE MARKERS OVERFLOWED FOR A KEY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF KEYS-FLAGGED-COUNT > 0
               OR UNDATEABLE-COUNT > 0
               MOVE "*** OUT-OF-BAND CHANGES FOUND - INVESTIGATE"
                   TO REPORT-LINE
               MOVE "EVERY KEY LISTED ***" TO REPORT-LINE (45:20)
            ELSE
               MOVE "EVERY MASTER RECORD TRACES TO ITS CHANGE TRAIL"
                   TO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
        WRITE-SWEEP-TOTALS-END.
            EXIT.

      *   Stages the already-edited count into a fresh report line;
      *   the caller drops its caption in behind it and writes.
        WRITE-ONE-TOTAL-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
        WRITE-ONE-TOTAL-LINE-END.
            EXIT.
