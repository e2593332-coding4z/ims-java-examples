        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CUSTRCVR".

      *   CUSTRCVR is the forward recovery for the CUSTMSTR customer
      *   master: when the KSDS is damaged or lost between backups,
      *   it takes the last backup copy and rolls it forward to a
      *   chosen point in time from the record of what happened to
      *   the master since -- instead of restoring the backup and
      *   rerunning windows, which WINDREG rightly refuses.
      *
      *   The change trail is read from:
      *     AUDITJRN  the audit journal, live file and the ARCPURGE
      *               archive generations concatenated: COB1's entry
      *               for every bridge record and the before/after
      *               images CUSTMNT (and its kind) journal for every
      *               maintenance change (see AUDITREC)
      *     CUSTHIST  the prior image of every record replaced or
      *               removed, and the creation markers -- the master
      *               as it actually stood just before each change
      *     CUSTDISP  the retained disposition trails: a bridge
      *               record whose master update was lost (RC 40) is
      *               journalled like an accepted one, and only its
      *               disposition says it never landed
      *
      *   The backup, the trail entries stamped after the backup and
      *   no later than the recovery point, and the lost-update
      *   markers are sorted together by customer key and time and
      *   applied key by key, the way a sequential master update
      *   applies a sorted transaction file to an old master: time
      *   order within each key is all the replay needs, and no table
      *   limits how big the master or the trail can be.  A
      *   CUSTMNT re-key or merge is the one change that touches two
      *   keys: its history logs the old key's prior image and then a
      *   "*CREATE*" marker on the new key carrying the old key in
      *   HIST-PRIOR-DATE, and its journal entry names both keys.
      *   Every entry is still applied under its own key -- the
      *   journal entry is split into the old key's delete and a
      *   "*REKEY*" arrival on the new key -- and it is the "*REKEY*"
      *   / "*CREATE*" pair on the new key that ties the two together.
      *   Within a key and a timestamp the history entry comes ahead
      *   of the journal entry (HISTLOG is called before AUDITLOG in
      *   every writer).
      *
      *   Per key: the backup image starts the state; a CUSTHIST
      *   prior image that disagrees with the state corrects it (it
      *   is what the master held at that moment -- a gap in the
      *   journal, such as maintenance applied before CUSTMNT
      *   journalled, heals here); a journal entry replays its add,
      *   change or delete.  A maintenance change that does not fit
      *   the state (an add for a key already on file, a change or
      *   delete for a key not on file) or an entry that cannot be
      *   dated is NOT placed and is listed on the report.
      *
      *   The rebuilt master goes to RCVOUT in the master's own
      *   23-byte layout, key order -- ready for IDCAMS REPRO into a
      *   freshly defined KSDS.  Last, it is compared key for key
      *   with RCVEXPCT, a CUSTSNAP-style snapshot of the master as
      *   of the recovery point, and only a rebuild that matches may
      *   be loaded.  The recovery report (RCVRPT) gives records
      *   restored, changes replayed, every change not placed, and
      *   every difference the comparison found.
      *
      *   The EXEC PARM carries the backup's point in time and the
      *   recovery point, YYYYMMDDHHMMSS each, comma-separated; with
      *   the recovery point left off the whole trail is replayed.
      *
      *   RETURN-CODE: 0 = rebuilt and verified; 4 = verified, but
      *   some change was not placed or the state was corrected from
      *   CUSTHIST (read the report before loading); 8 = the rebuild
      *   does not match the expectation, or there was no
      *   expectation to compare with -- do NOT load it; 12 = the
      *   recovery could not run (PARM, backup or journal missing).
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BACKUP-FILE ASSIGN TO "CUSTBKUP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS BACKUP-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITJRN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HISTORY-FILE-STATUS.

            SELECT DISPOSITION-FILE ASSIGN TO "CUSTDISP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DISPOSITION-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

            SELECT RECOVERED-FILE ASSIGN TO "RCVOUT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RECOVERED-STATUS.

            SELECT EXPECTED-FILE ASSIGN TO "RCVEXPCT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS EXPECTED-STATUS.

            SELECT REPORT-FILE ASSIGN TO "RCVRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BACKUP-FILE
            RECORDING MODE IS F.
        01  BACKUP-RECORD.
            05  BACKUP-KEY              PIC X(6).
            05  BACKUP-JOB              PIC X(8).
            05  BACKUP-DATE             PIC X(9).

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  HISTORY-FILE
            RECORDING MODE IS F.
        COPY CUSTHREC.

        FD  DISPOSITION-FILE
            RECORDING MODE IS F.
        COPY DISPREC.

      *   One replay event: the backup image of a key, a lost-update
      *   marker, a CUSTHIST prior image, or a journal entry -- in
      *   the order the replay applies them.
        SD  SORT-WORK-FILE.
        01  SORT-EVENT-RECORD.
            05  SRT-KEY                 PIC X(6).
            05  SRT-STAMP               PIC X(16).
            05  SRT-RANK                PIC X(1).
                88 SRT-FROM-BACKUP              VALUE "0".
                88 SRT-LOST-MARKER              VALUE "1".
                88 SRT-FROM-HISTORY             VALUE "2".
                88 SRT-FROM-JOURNAL             VALUE "3".
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

        FD  RECOVERED-FILE
            RECORDING MODE IS F.
        01  RECOVERED-RECORD.
            05  RECOVERED-KEY           PIC X(6).
            05  RECOVERED-BODY          PIC X(17).

        FD  EXPECTED-FILE
            RECORDING MODE IS F.
        01  EXPECTED-RECORD.
            05  EXPECTED-KEY            PIC X(6).
            05  EXPECTED-BODY           PIC X(17).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 BACKUP-FILE-STATUS        PIC X(2) VALUE "00".
        01 AUDIT-FILE-STATUS         PIC X(2) VALUE "00".
        01 HISTORY-FILE-STATUS       PIC X(2) VALUE "00".
        01 DISPOSITION-STATUS        PIC X(2) VALUE "00".
        01 RECOVERED-STATUS          PIC X(2) VALUE "00".
        01 EXPECTED-STATUS           PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

      *   The replay range: trail entries stamped after the backup
      *   and no later than the recovery point.
        01 BACKUP-TIMESTAMP          PIC X(14) VALUE SPACES.
        01 RECOVER-TO-TIMESTAMP      PIC X(14) VALUE "99999999999999".

      *   A trail timestamp (FUNCTION CURRENT-DATE layout as AUDITLOG
      *   and HISTLOG write it, or YYYY-MM-DD-HH.MM.SS.ffffff should
      *   a writer ever hyphenate) reduced to YYYYMMDDHHMMSShh for
      *   the sort and the range test.
        01 STAMP-SOURCE              PIC X(26).
        01 NORMALIZED-STAMP          PIC X(16).
        01 STAMP-GOOD-SWITCH         PIC X(1).
           88 STAMP-IS-GOOD                  VALUE "Y".
        01 STAMP-RANGE-SWITCH        PIC X(1).
           88 STAMP-IN-RANGE                 VALUE "Y".
           88 STAMP-PAST-RECOVERY-POINT      VALUE "P".

        01 EVENT-SEQUENCE            PIC 9(9) BINARY VALUE 0.
        01 MAINTENANCE-CREATE-JOB    PIC X(8) VALUE "*CREATE*".
        01 MAINTENANCE-DELETE-JOB    PIC X(8) VALUE "*DELETE*".
        01 MAINTENANCE-REKEY-JOB     PIC X(8) VALUE "*REKEY*".

      *   The key under replay and its state.
        01 KEY-IN-HAND-SWITCH        PIC X(1) VALUE "N".
           88 KEY-IN-HAND                    VALUE "Y".
        01 CURRENT-KEY               PIC X(6) VALUE SPACES.
        01 KEY-STATE-SWITCH          PIC X(1) VALUE "N".
           88 KEY-IS-PRESENT                 VALUE "Y".
        01 KEY-STATE-IMAGE.
            05  KEY-STATE-KEY        PIC X(6).
            05  KEY-STATE-JOB        PIC X(8).
            05  KEY-STATE-DATE       PIC X(9).
        01 SORT-RETURN-DONE-SW       PIC X(1) VALUE "N".
           88 SORT-RETURN-IS-DONE            VALUE "Y".

      *   This key's lost-update markers from CUSTDISP (window id
      *   and correlation id of each bridge record whose master
      *   update never landed).  A key lost that often in the range
      *   is beyond belief; past the table the markers are counted
      *   and the step asks for attention.
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
        01 HISTORY-PRESENT-SW        PIC X(1) VALUE "N".
           88 HISTORY-TRAIL-PRESENT          VALUE "Y".
        01 RECOVERY-INPUT-SW         PIC X(1) VALUE "Y".
           88 RECOVERY-INPUTS-READY          VALUE "Y".

      *   The key-for-key comparison: both files in key order,
      *   matched the way any two sorted files are; HIGH-VALUES
      *   marks a file that has run out.
        01 EXPECTATION-PRESENT-SW    PIC X(1) VALUE "N".
           88 EXPECTATION-PRESENT            VALUE "Y".
        01 EXPECTATION-ORDER-SW      PIC X(1) VALUE "N".
           88 EXPECTATION-OUT-OF-ORDER       VALUE "Y".
        01 COMPARE-EXPECTED-KEY      PIC X(6).
        01 COMPARE-RECOVERED-KEY     PIC X(6).
        01 PREVIOUS-EXPECTED-KEY     PIC X(6) VALUE LOW-VALUES.

      *   Control totals for the report.
        01 BACKUP-RESTORED-COUNT     PIC 9(7) BINARY VALUE 0.
        01 JOURNAL-IN-RANGE-COUNT    PIC 9(7) BINARY VALUE 0.
        01 HISTORY-IN-RANGE-COUNT    PIC 9(7) BINARY VALUE 0.
        01 PAST-POINT-COUNT          PIC 9(7) BINARY VALUE 0.
        01 LOST-MARKER-READ-COUNT    PIC 9(7) BINARY VALUE 0.
        01 ADDS-REPLAYED-COUNT       PIC 9(7) BINARY VALUE 0.
        01 CHANGES-REPLAYED-COUNT    PIC 9(7) BINARY VALUE 0.
        01 DELETES-REPLAYED-COUNT    PIC 9(7) BINARY VALUE 0.
        01 DELETES-KEY-GONE-COUNT    PIC 9(7) BINARY VALUE 0.
        01 NO-MASTER-EFFECT-COUNT    PIC 9(7) BINARY VALUE 0.
        01 LOST-SKIPPED-COUNT        PIC 9(7) BINARY VALUE 0.
        01 CORRECTED-COUNT           PIC 9(7) BINARY VALUE 0.
        01 UNPLACED-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REBUILT-COUNT             PIC 9(7) BINARY VALUE 0.
        01 EXPECTED-READ-COUNT       PIC 9(7) BINARY VALUE 0.
        01 MATCHED-COUNT             PIC 9(7) BINARY VALUE 0.
        01 IMAGE-DIFFERS-COUNT       PIC 9(7) BINARY VALUE 0.
        01 MISSING-FROM-REBUILD-COUNT PIC 9(7) BINARY VALUE 0.
        01 NOT-EXPECTED-COUNT        PIC 9(7) BINARY VALUE 0.

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

      *   One line of the trail-exception and comparison sections;
      *   the caller fills the fields and performs the writer.
        01 EXCEPTION-HEADING-SW      PIC X(1) VALUE "N".
           88 EXCEPTION-HEADING-WRITTEN      VALUE "Y".
        01 DIFFERENCE-HEADING-SW     PIC X(1) VALUE "N".
           88 DIFFERENCE-HEADING-WRITTEN     VALUE "Y".
        01 EXCEPTION-LINE.
            05  EXC-TIMESTAMP        PIC X(26).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  EXC-PROGRAM-ID       PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  EXC-KEY              PIC X(6).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  EXC-TEXT             PIC X(40).
            05  FILLER               PIC X(46) VALUE SPACES.
        01 DIFFERENCE-LINE.
            05  DIF-KEY              PIC X(6).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  DIF-TEXT             PIC X(24).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  DIF-REBUILT-IMAGE    PIC X(23).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  DIF-EXPECTED-IMAGE   PIC X(23).
            05  FILLER               PIC X(50) VALUE SPACES.

        01 REPORT-HEADING-1.
            05  FILLER PIC X(42)
                VALUE "CUSTOMER MASTER FORWARD RECOVERY".

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-BACKUP-TS       PIC X(14).
            05  PARM-SEPARATOR       PIC X(1).
            05  PARM-RECOVER-TO-TS   PIC X(14).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "CUSTRCVR: Entering".

            MOVE "CUSTRCVR" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "CUSTRCVR: Exiting"
               GOBACK
            END-IF.

            IF PARM-LENGTH < 14
               DISPLAY "CUSTRCVR: PARM MUST CARRY THE BACKUP TIME"
                       " (YYYYMMDDHHMMSS)"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTRCVR: Exiting"
               GOBACK
            END-IF.
            MOVE PARM-BACKUP-TS TO BACKUP-TIMESTAMP.
            IF PARM-LENGTH NOT < 29
               MOVE PARM-RECOVER-TO-TS TO RECOVER-TO-TIMESTAMP
            END-IF.
            IF BACKUP-TIMESTAMP NOT NUMERIC
               OR RECOVER-TO-TIMESTAMP NOT NUMERIC
               OR RECOVER-TO-TIMESTAMP < BACKUP-TIMESTAMP
               DISPLAY "CUSTRCVR: PARM " BACKUP-TIMESTAMP ","
                       RECOVER-TO-TIMESTAMP
                       " IS NOT A VALID BACKUP TIME/RECOVERY POINT"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTRCVR: Exiting"
               GOBACK
            END-IF.
            DISPLAY "CUSTRCVR: ROLLING BACKUP OF " BACKUP-TIMESTAMP
                    " FORWARD TO " RECOVER-TO-TIMESTAMP.

            PERFORM VERIFY-RECOVERY-INPUTS THRU
                    VERIFY-RECOVERY-INPUTS-END.
            IF NOT RECOVERY-INPUTS-READY
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTRCVR: Exiting"
               GOBACK
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "BACKUP TAKEN " DELIMITED BY SIZE
                   BACKUP-TIMESTAMP DELIMITED BY SIZE
                   "   RECOVERED TO " DELIMITED BY SIZE
                   RECOVER-TO-TIMESTAMP DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-KEY SRT-STAMP
                                  SRT-RANK SRT-SEQUENCE
                 INPUT PROCEDURE IS RELEASE-RECOVERY-EVENTS
                                THRU RELEASE-RECOVERY-EVENTS-END
                 OUTPUT PROCEDURE IS APPLY-RECOVERY-EVENTS
                                THRU APPLY-RECOVERY-EVENTS-END.

            PERFORM VERIFY-AGAINST-EXPECTATION THRU
                    VERIFY-AGAINST-EXPECTATION-END.
            PERFORM WRITE-RECOVERY-TOTALS THRU
                    WRITE-RECOVERY-TOTALS-END.
            CLOSE REPORT-FILE.

            EVALUATE TRUE
               WHEN NOT EXPECTATION-PRESENT
               WHEN EXPECTATION-OUT-OF-ORDER
               WHEN IMAGE-DIFFERS-COUNT > 0
               WHEN MISSING-FROM-REBUILD-COUNT > 0
               WHEN NOT-EXPECTED-COUNT > 0
                  MOVE 8 TO RETURN-CODE
               WHEN UNPLACED-COUNT > 0
               WHEN CORRECTED-COUNT > 0
               WHEN LOST-TABLE-OVERFLOWED
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            DISPLAY "CUSTRCVR: " REBUILT-COUNT
                    " record(s) in the recovered master, RC="
                    RETURN-CODE.
            DISPLAY "CUSTRCVR: Exiting".
            GOBACK.

      *****************************************************************
      *  VERIFY-RECOVERY-INPUTS makes sure the two inputs nothing can
      *  stand in for are there before anything is sorted: without
      *  the backup there is nothing to roll forward, and without the
      *  journal the "recovered" master would silently be the backup.
      *****************************************************************
        VERIFY-RECOVERY-INPUTS.
            OPEN INPUT BACKUP-FILE.
            IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "CUSTRCVR: CANNOT OPEN CUSTBKUP, STATUS="
                       BACKUP-FILE-STATUS
               MOVE "N" TO RECOVERY-INPUT-SW
            ELSE
               CLOSE BACKUP-FILE
            END-IF.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTRCVR: CANNOT OPEN AUDITJRN, STATUS="
                       AUDIT-FILE-STATUS " - NO CHANGE TRAIL"
               MOVE "N" TO RECOVERY-INPUT-SW
            ELSE
               CLOSE AUDIT-FILE
            END-IF.
        VERIFY-RECOVERY-INPUTS-END.
            EXIT.

      *****************************************************************
      *  RELEASE-RECOVERY-EVENTS is the sort's input side: every
      *  backup record, every lost-update marker, and every history
      *  and journal entry inside the replay range, one event each.
      *****************************************************************
        RELEASE-RECOVERY-EVENTS.
            PERFORM RELEASE-BACKUP-RECORDS THRU
                    RELEASE-BACKUP-RECORDS-END.
            PERFORM RELEASE-LOST-MARKERS THRU
                    RELEASE-LOST-MARKERS-END.
            PERFORM RELEASE-HISTORY-EVENTS THRU
                    RELEASE-HISTORY-EVENTS-END.
            PERFORM RELEASE-JOURNAL-EVENTS THRU
                    RELEASE-JOURNAL-EVENTS-END.
        RELEASE-RECOVERY-EVENTS-END.
            EXIT.

        RELEASE-BACKUP-RECORDS.
            OPEN INPUT BACKUP-FILE.
            PERFORM RELEASE-ONE-BACKUP-RECORD THRU
                    RELEASE-ONE-BACKUP-RECORD-END
               UNTIL BACKUP-FILE-STATUS NOT = "00".
            CLOSE BACKUP-FILE.
        RELEASE-BACKUP-RECORDS-END.
            EXIT.

        RELEASE-ONE-BACKUP-RECORD.
            READ BACKUP-FILE.
            IF BACKUP-FILE-STATUS NOT = "00"
               GO TO RELEASE-ONE-BACKUP-RECORD-END
            END-IF.
            ADD 1 TO BACKUP-RESTORED-COUNT.
            MOVE SPACES TO SORT-EVENT-RECORD.
            MOVE BACKUP-KEY TO SRT-KEY.
            MOVE ZEROS TO SRT-STAMP.
            SET SRT-FROM-BACKUP TO TRUE.
            ADD 1 TO EVENT-SEQUENCE.
            MOVE EVENT-SEQUENCE TO SRT-SEQUENCE.
            MOVE 0 TO SRT-CORRELATION-ID.
            MOVE "CUSTBKUP" TO SRT-PROGRAM-ID.
            MOVE BACKUP-RECORD TO SRT-AFTER-IMAGE.
            RELEASE SORT-EVENT-RECORD.
        RELEASE-ONE-BACKUP-RECORD-END.
            EXIT.

      *   Only the lost master updates matter to the replay: every
      *   other disposition either agrees with its journal entry or
      *   left the master alone.  No CUSTDISP allocation means a lost
      *   update would be replayed as if it had landed -- the
      *   comparison is what catches that.
        RELEASE-LOST-MARKERS.
            OPEN INPUT DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               DISPLAY "CUSTRCVR: NO CUSTDISP ALLOCATED -"
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
            ADD 1 TO LOST-MARKER-READ-COUNT.
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
            IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CUSTRCVR: NO CUSTHIST ALLOCATED -"
                       " STATE NOT CROSS-CHECKED"
               GO TO RELEASE-HISTORY-EVENTS-END
            END-IF.
            SET HISTORY-TRAIL-PRESENT TO TRUE.
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
            MOVE HIST-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               MOVE HIST-TIMESTAMP TO EXC-TIMESTAMP
               MOVE HIST-PROGRAM-ID TO EXC-PROGRAM-ID
               MOVE HIST-PRIOR-KEY TO EXC-KEY
               MOVE "NOT PLACED - UNDATEABLE HISTORY ENTRY"
                   TO EXC-TEXT
               PERFORM NOTE-CHANGE-NOT-PLACED THRU
                       NOTE-CHANGE-NOT-PLACED-END
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            IF NOT STAMP-IN-RANGE
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            ADD 1 TO HISTORY-IN-RANGE-COUNT.
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
               MOVE AUDIT-TIMESTAMP TO EXC-TIMESTAMP
               MOVE AUDIT-PROGRAM-ID TO EXC-PROGRAM-ID
               MOVE AUDIT-BEFORE-NAME TO EXC-KEY
               MOVE "NOT PLACED - UNDATEABLE JOURNAL ENTRY"
                   TO EXC-TEXT
               PERFORM NOTE-CHANGE-NOT-PLACED THRU
                       NOTE-CHANGE-NOT-PLACED-END
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            IF STAMP-PAST-RECOVERY-POINT
               ADD 1 TO PAST-POINT-COUNT
            END-IF.
            IF NOT STAMP-IN-RANGE
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            ADD 1 TO JOURNAL-IN-RANGE-COUNT.
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

      *****************************************************************
      *  NORMALIZE-ONE-TIMESTAMP reduces STAMP-SOURCE to NORMALIZED-
      *  STAMP and places it against the replay range: after the
      *  backup and no later than the recovery point is IN RANGE;
      *  later than the recovery point is PAST it.
      *****************************************************************
        NORMALIZE-ONE-TIMESTAMP.
            MOVE "N" TO STAMP-GOOD-SWITCH.
            MOVE "N" TO STAMP-RANGE-SWITCH.
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
            IF NORMALIZED-STAMP (1:14) > RECOVER-TO-TIMESTAMP
               SET STAMP-PAST-RECOVERY-POINT TO TRUE
               GO TO NORMALIZE-ONE-TIMESTAMP-END
            END-IF.
            IF NORMALIZED-STAMP (1:14) > BACKUP-TIMESTAMP
               SET STAMP-IN-RANGE TO TRUE
            END-IF.
        NORMALIZE-ONE-TIMESTAMP-END.
            EXIT.

      *****************************************************************
      *  APPLY-RECOVERY-EVENTS is the sort's output side: the events
      *  come back grouped by key and in time order within the key.
      *  Each key's state is built from its events and, when the key
      *  ends present, written to RCVOUT -- in key order, because
      *  that is the order the keys come back in.
      *****************************************************************
        APPLY-RECOVERY-EVENTS.
            OPEN OUTPUT RECOVERED-FILE.
            PERFORM RETURN-ONE-EVENT THRU RETURN-ONE-EVENT-END
               UNTIL SORT-RETURN-IS-DONE.
            IF KEY-IN-HAND
               PERFORM FINISH-ONE-KEY THRU FINISH-ONE-KEY-END
            END-IF.
            CLOSE RECOVERED-FILE.
        APPLY-RECOVERY-EVENTS-END.
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
               WHEN SRT-FROM-BACKUP
                  PERFORM RESTORE-BACKUP-IMAGE THRU
                          RESTORE-BACKUP-IMAGE-END
               WHEN SRT-LOST-MARKER
                  PERFORM HOLD-LOST-MARKER THRU
                          HOLD-LOST-MARKER-END
               WHEN SRT-FROM-HISTORY
                  PERFORM CHECK-HISTORY-IMAGE THRU
                          CHECK-HISTORY-IMAGE-END
               WHEN SRT-FROM-JOURNAL
                  IF SRT-PROGRAM-ID = "COB1"
                     PERFORM REPLAY-BRIDGE-ENTRY THRU
                             REPLAY-BRIDGE-ENTRY-END
                  ELSE
                     PERFORM REPLAY-MAINTENANCE-ENTRY THRU
                             REPLAY-MAINTENANCE-ENTRY-END
                  END-IF
            END-EVALUATE.
        RETURN-ONE-EVENT-END.
            EXIT.

        START-ONE-KEY.
            SET KEY-IN-HAND TO TRUE.
            MOVE SRT-KEY TO CURRENT-KEY.
            MOVE "N" TO KEY-STATE-SWITCH.
            MOVE SPACES TO KEY-STATE-IMAGE.
            MOVE 0 TO LOST-MARKER-COUNT.
        START-ONE-KEY-END.
            EXIT.

        FINISH-ONE-KEY.
            IF KEY-IS-PRESENT
               MOVE KEY-STATE-IMAGE TO RECOVERED-RECORD
               WRITE RECOVERED-RECORD
               ADD 1 TO REBUILT-COUNT
            END-IF.
            MOVE "N" TO KEY-IN-HAND-SWITCH.
        FINISH-ONE-KEY-END.
            EXIT.

      *   A key twice on the backup is a damaged backup; the later
      *   image stands and the duplicate is listed.
        RESTORE-BACKUP-IMAGE.
            IF KEY-IS-PRESENT
               MOVE SPACES TO EXC-TIMESTAMP
               MOVE "CUSTBKUP" TO EXC-PROGRAM-ID
               MOVE SRT-KEY TO EXC-KEY
               MOVE "DUPLICATE KEY ON BACKUP - LAST KEPT"
                   TO EXC-TEXT
               PERFORM NOTE-CHANGE-NOT-PLACED THRU
                       NOTE-CHANGE-NOT-PLACED-END
            END-IF.
            SET KEY-IS-PRESENT TO TRUE.
            MOVE SRT-AFTER-IMAGE TO KEY-STATE-IMAGE.
        RESTORE-BACKUP-IMAGE-END.
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
      *  CHECK-HISTORY-IMAGE holds the state against what CUSTHIST
      *  says the master held at that moment.  A creation marker
      *  says the key did not exist yet; a prior image says exactly
      *  what it held.  Where the state disagrees, the history is
      *  right -- it was read off the master itself -- and the state
      *  is corrected to it and the correction listed.
      *****************************************************************
        CHECK-HISTORY-IMAGE.
            IF SRT-BEFORE-JOB = MAINTENANCE-CREATE-JOB
               IF KEY-IS-PRESENT
                  MOVE "N" TO KEY-STATE-SWITCH
                  MOVE SPACES TO KEY-STATE-IMAGE
                  MOVE "CORRECTED - CUSTHIST SAYS NOT YET CREATED"
                      TO EXC-TEXT
                  PERFORM NOTE-STATE-CORRECTED THRU
                          NOTE-STATE-CORRECTED-END
               END-IF
               GO TO CHECK-HISTORY-IMAGE-END
            END-IF.
            IF NOT KEY-IS-PRESENT
               OR KEY-STATE-IMAGE NOT = SRT-BEFORE-IMAGE
               SET KEY-IS-PRESENT TO TRUE
               MOVE SRT-BEFORE-IMAGE TO KEY-STATE-IMAGE
               MOVE "CORRECTED - TO CUSTHIST PRIOR IMAGE"
                   TO EXC-TEXT
               PERFORM NOTE-STATE-CORRECTED THRU
                       NOTE-STATE-CORRECTED-END
            END-IF.
        CHECK-HISTORY-IMAGE-END.
            EXIT.

      *****************************************************************
      *  REPLAY-BRIDGE-ENTRY replays one COB1 journal entry the way
      *  RECONBAL reads it: before and after images that differ are
      *  an accepted record (the master key is the before-image name
      *  -- the after-image carries COB1's rename -- and the job and
      *  date are the after-image's); identical images with the
      *  "*DELETE*" job are a delete request; any other identical
      *  pair is a reject and changed nothing.  A record CUSTDISP
      *  says lost its master update is not replayed.  Each lost
      *  marker answers for one entry only: a window backed out
      *  (WINBKOUT) and run again reuses its correlation ids.
      *****************************************************************
        REPLAY-BRIDGE-ENTRY.
            PERFORM FIND-LOST-MARKER THRU FIND-LOST-MARKER-END.
            IF LOST-MARKER-MATCHED
               ADD 1 TO LOST-SKIPPED-COUNT
               GO TO REPLAY-BRIDGE-ENTRY-END
            END-IF.

            IF SRT-BEFORE-IMAGE = SRT-AFTER-IMAGE
               IF SRT-BEFORE-JOB = MAINTENANCE-DELETE-JOB
                  IF KEY-IS-PRESENT
                     MOVE "N" TO KEY-STATE-SWITCH
                     MOVE SPACES TO KEY-STATE-IMAGE
                     ADD 1 TO DELETES-REPLAYED-COUNT
                  ELSE
                     ADD 1 TO DELETES-KEY-GONE-COUNT
                  END-IF
               ELSE
                  ADD 1 TO NO-MASTER-EFFECT-COUNT
               END-IF
               GO TO REPLAY-BRIDGE-ENTRY-END
            END-IF.

            IF KEY-IS-PRESENT
               ADD 1 TO CHANGES-REPLAYED-COUNT
            ELSE
               ADD 1 TO ADDS-REPLAYED-COUNT
            END-IF.
            SET KEY-IS-PRESENT TO TRUE.
            MOVE SRT-KEY TO KEY-STATE-KEY.
            MOVE SRT-AFTER-JOB TO KEY-STATE-JOB.
            MOVE SRT-AFTER-DATE TO KEY-STATE-DATE.
        REPLAY-BRIDGE-ENTRY-END.
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
      *  REPLAY-MAINTENANCE-ENTRY replays a change journalled by a
      *  program maintaining the master outside the bridge (see
      *  AUDITREC): "*CREATE*" before-job = add, "*DELETE*" after-
      *  job = delete, anything else a change to the after-image.
      *  The new key of a re-key or merge ("*REKEY*", set when the
      *  entry was released) takes the after-image whether it was on
      *  file (merge survivor) or not (re-key).
      *  Each was applied against the real master only after its
      *  keyed I/O succeeded, so one that does not fit the rebuilt
      *  state means the state has gone wrong -- it is listed and not
      *  placed, and the comparison settles the key.
      *****************************************************************
        REPLAY-MAINTENANCE-ENTRY.
            MOVE SRT-RAW-TIMESTAMP TO EXC-TIMESTAMP.
            MOVE SRT-PROGRAM-ID TO EXC-PROGRAM-ID.
            MOVE SRT-KEY TO EXC-KEY.
            EVALUATE TRUE
               WHEN SRT-BEFORE-JOB = MAINTENANCE-REKEY-JOB
                  IF KEY-IS-PRESENT
                     ADD 1 TO CHANGES-REPLAYED-COUNT
                  ELSE
                     ADD 1 TO ADDS-REPLAYED-COUNT
                  END-IF
                  SET KEY-IS-PRESENT TO TRUE
                  MOVE SRT-AFTER-IMAGE TO KEY-STATE-IMAGE
               WHEN SRT-BEFORE-JOB = MAINTENANCE-CREATE-JOB
                  IF KEY-IS-PRESENT
                     MOVE "NOT PLACED - ADD FOR KEY ALREADY ON FILE"
                         TO EXC-TEXT
                     PERFORM NOTE-CHANGE-NOT-PLACED THRU
                             NOTE-CHANGE-NOT-PLACED-END
                  ELSE
                     SET KEY-IS-PRESENT TO TRUE
                     MOVE SRT-AFTER-IMAGE TO KEY-STATE-IMAGE
                     ADD 1 TO ADDS-REPLAYED-COUNT
                  END-IF
               WHEN SRT-AFTER-JOB = MAINTENANCE-DELETE-JOB
                  IF NOT KEY-IS-PRESENT
                     MOVE "NOT PLACED - DELETE FOR KEY NOT ON FILE"
                         TO EXC-TEXT
                     PERFORM NOTE-CHANGE-NOT-PLACED THRU
                             NOTE-CHANGE-NOT-PLACED-END
                  ELSE
                     MOVE "N" TO KEY-STATE-SWITCH
                     MOVE SPACES TO KEY-STATE-IMAGE
                     ADD 1 TO DELETES-REPLAYED-COUNT
                  END-IF
               WHEN OTHER
                  IF NOT KEY-IS-PRESENT
                     MOVE "NOT PLACED - CHANGE FOR KEY NOT ON FILE"
                         TO EXC-TEXT
                     PERFORM NOTE-CHANGE-NOT-PLACED THRU
                             NOTE-CHANGE-NOT-PLACED-END
                  ELSE
                     MOVE SRT-AFTER-IMAGE TO KEY-STATE-IMAGE
                     ADD 1 TO CHANGES-REPLAYED-COUNT
                  END-IF
            END-EVALUATE.
        REPLAY-MAINTENANCE-ENTRY-END.
            EXIT.

        NOTE-CHANGE-NOT-PLACED.
            ADD 1 TO UNPLACED-COUNT.
            PERFORM WRITE-EXCEPTION-LINE THRU
                    WRITE-EXCEPTION-LINE-END.
        NOTE-CHANGE-NOT-PLACED-END.
            EXIT.

        NOTE-STATE-CORRECTED.
            ADD 1 TO CORRECTED-COUNT.
            MOVE SRT-RAW-TIMESTAMP TO EXC-TIMESTAMP.
            MOVE SRT-PROGRAM-ID TO EXC-PROGRAM-ID.
            MOVE SRT-KEY TO EXC-KEY.
            PERFORM WRITE-EXCEPTION-LINE THRU
                    WRITE-EXCEPTION-LINE-END.
        NOTE-STATE-CORRECTED-END.
            EXIT.

        WRITE-EXCEPTION-LINE.
            IF NOT EXCEPTION-HEADING-WRITTEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CHANGE TRAIL EXCEPTIONS" TO REPORT-LINE
               WRITE REPORT-LINE
               SET EXCEPTION-HEADING-WRITTEN TO TRUE
            END-IF.
            MOVE EXCEPTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-EXCEPTION-LINE-END.
            EXIT.

      *****************************************************************
      *  VERIFY-AGAINST-EXPECTATION matches RCVOUT against RCVEXPCT
      *  key for key.  Every key must be on both with the same image;
      *  each one that is not is listed.  No expectation means the
      *  rebuild cannot be proven and must not be loaded.
      *****************************************************************
        VERIFY-AGAINST-EXPECTATION.
            OPEN INPUT EXPECTED-FILE.
            IF EXPECTED-STATUS NOT = "00"
               DISPLAY "CUSTRCVR: NO RCVEXPCT ALLOCATED -"
                       " RECOVERED MASTER NOT VERIFIED"
               GO TO VERIFY-AGAINST-EXPECTATION-END
            END-IF.
            SET EXPECTATION-PRESENT TO TRUE.
            OPEN INPUT RECOVERED-FILE.

            PERFORM READ-EXPECTED-RECORD THRU
                    READ-EXPECTED-RECORD-END.
            PERFORM READ-RECOVERED-RECORD THRU
                    READ-RECOVERED-RECORD-END.
            PERFORM COMPARE-ONE-KEY THRU COMPARE-ONE-KEY-END
               UNTIL COMPARE-EXPECTED-KEY = HIGH-VALUES
                 AND COMPARE-RECOVERED-KEY = HIGH-VALUES.

            CLOSE RECOVERED-FILE.
            CLOSE EXPECTED-FILE.
        VERIFY-AGAINST-EXPECTATION-END.
            EXIT.

        COMPARE-ONE-KEY.
            MOVE SPACES TO DIF-REBUILT-IMAGE.
            MOVE SPACES TO DIF-EXPECTED-IMAGE.
            EVALUATE TRUE
               WHEN COMPARE-EXPECTED-KEY = COMPARE-RECOVERED-KEY
                  IF EXPECTED-RECORD = RECOVERED-RECORD
                     ADD 1 TO MATCHED-COUNT
                  ELSE
                     ADD 1 TO IMAGE-DIFFERS-COUNT
                     MOVE COMPARE-RECOVERED-KEY TO DIF-KEY
                     MOVE "IMAGE DIFFERS" TO DIF-TEXT
                     MOVE RECOVERED-RECORD TO DIF-REBUILT-IMAGE
                     MOVE EXPECTED-RECORD TO DIF-EXPECTED-IMAGE
                     PERFORM WRITE-DIFFERENCE-LINE THRU
                             WRITE-DIFFERENCE-LINE-END
                  END-IF
                  PERFORM READ-EXPECTED-RECORD THRU
                          READ-EXPECTED-RECORD-END
                  PERFORM READ-RECOVERED-RECORD THRU
                          READ-RECOVERED-RECORD-END
               WHEN COMPARE-EXPECTED-KEY < COMPARE-RECOVERED-KEY
                  ADD 1 TO MISSING-FROM-REBUILD-COUNT
                  MOVE COMPARE-EXPECTED-KEY TO DIF-KEY
                  MOVE "MISSING FROM REBUILD" TO DIF-TEXT
                  MOVE EXPECTED-RECORD TO DIF-EXPECTED-IMAGE
                  PERFORM WRITE-DIFFERENCE-LINE THRU
                          WRITE-DIFFERENCE-LINE-END
                  PERFORM READ-EXPECTED-RECORD THRU
                          READ-EXPECTED-RECORD-END
               WHEN OTHER
                  ADD 1 TO NOT-EXPECTED-COUNT
                  MOVE COMPARE-RECOVERED-KEY TO DIF-KEY
                  MOVE "NOT IN EXPECTATION" TO DIF-TEXT
                  MOVE RECOVERED-RECORD TO DIF-REBUILT-IMAGE
                  PERFORM WRITE-DIFFERENCE-LINE THRU
                          WRITE-DIFFERENCE-LINE-END
                  PERFORM READ-RECOVERED-RECORD THRU
                          READ-RECOVERED-RECORD-END
            END-EVALUATE.
        COMPARE-ONE-KEY-END.
            EXIT.

      *   The expectation has to be in key order for the match to
      *   mean anything (a CUSTSNAP snapshot always is); one that is
      *   not fails the verification outright.
        READ-EXPECTED-RECORD.
            READ EXPECTED-FILE
               AT END
                  MOVE HIGH-VALUES TO COMPARE-EXPECTED-KEY
                  GO TO READ-EXPECTED-RECORD-END
            END-READ.
            IF EXPECTED-STATUS NOT = "00"
               MOVE HIGH-VALUES TO COMPARE-EXPECTED-KEY
               GO TO READ-EXPECTED-RECORD-END
            END-IF.
            ADD 1 TO EXPECTED-READ-COUNT.
            IF EXPECTED-KEY NOT > PREVIOUS-EXPECTED-KEY
               SET EXPECTATION-OUT-OF-ORDER TO TRUE
            END-IF.
            MOVE EXPECTED-KEY TO PREVIOUS-EXPECTED-KEY.
            MOVE EXPECTED-KEY TO COMPARE-EXPECTED-KEY.
        READ-EXPECTED-RECORD-END.
            EXIT.

        READ-RECOVERED-RECORD.
            READ RECOVERED-FILE
               AT END
                  MOVE HIGH-VALUES TO COMPARE-RECOVERED-KEY
                  GO TO READ-RECOVERED-RECORD-END
            END-READ.
            IF RECOVERED-STATUS NOT = "00"
               MOVE HIGH-VALUES TO COMPARE-RECOVERED-KEY
               GO TO READ-RECOVERED-RECORD-END
            END-IF.
            MOVE RECOVERED-KEY TO COMPARE-RECOVERED-KEY.
        READ-RECOVERED-RECORD-END.
            EXIT.

        WRITE-DIFFERENCE-LINE.
            IF NOT DIFFERENCE-HEADING-WRITTEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "VERIFICATION DIFFERENCES (KEY, WHAT, REBUILT"
                   TO REPORT-LINE
               MOVE "IMAGE, EXPECTED IMAGE)" TO REPORT-LINE (46:22)
               WRITE REPORT-LINE
               SET DIFFERENCE-HEADING-WRITTEN TO TRUE
            END-IF.
            MOVE DIFFERENCE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-DIFFERENCE-LINE-END.
            EXIT.

      *****************************************************************
      *  WRITE-RECOVERY-TOTALS closes the report with the control
      *  totals and the verdict operations loads (or does not load)
      *  the recovered master on.
      *****************************************************************
        WRITE-RECOVERY-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE BACKUP-RESTORED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "RECORDS RESTORED FROM BACKUP" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE JOURNAL-IN-RANGE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JOURNAL ENTRIES IN RANGE" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE HISTORY-IN-RANGE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HISTORY ENTRIES IN RANGE" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE ADDS-REPLAYED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "ADDS REPLAYED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE CHANGES-REPLAYED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CHANGES REPLAYED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE DELETES-REPLAYED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "DELETES REPLAYED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE DELETES-KEY-GONE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "DELETES, KEY ALREADY GONE" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE NO-MASTER-EFFECT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "REJECTS (NO MASTER EFFECT)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE LOST-SKIPPED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "LOST UPDATES NOT REPLAYED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE CORRECTED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "STATES CORRECTED (CUSTHIST)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE UNPLACED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CHANGES NOT PLACED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE PAST-POINT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JOURNAL ENTRIES PAST POINT" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REBUILT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "RECORDS IN RECOVERED MASTER" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            IF NOT DISPOSITION-TRAIL-PRESENT
               MOVE "NO CUSTDISP - LOST UPDATES NOT RECOGNIZED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF NOT HISTORY-TRAIL-PRESENT
               MOVE "NO CUSTHIST - STATE NOT CROSS-CHECKED"
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
            IF NOT EXPECTATION-PRESENT
               MOVE "*** NO EXPECTATION ALLOCATED - RECOVERED MASTER"
                   TO REPORT-LINE
               MOVE "NOT VERIFIED, DO NOT LOAD ***"
                   TO REPORT-LINE (50:29)
               WRITE REPORT-LINE
               GO TO WRITE-RECOVERY-TOTALS-END
            END-IF.

            MOVE EXPECTED-READ-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "RECORDS IN EXPECTATION" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE MATCHED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS MATCHED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE IMAGE-DIFFERS-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS WITH A DIFFERENT IMAGE" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE MISSING-FROM-REBUILD-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS MISSING FROM REBUILD" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE NOT-EXPECTED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS NOT IN EXPECTATION" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            IF EXPECTATION-OUT-OF-ORDER
               MOVE "EXPECTATION NOT IN KEY ORDER - COMPARISON VOID"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF EXPECTATION-OUT-OF-ORDER
               OR IMAGE-DIFFERS-COUNT > 0
               OR MISSING-FROM-REBUILD-COUNT > 0
               OR NOT-EXPECTED-COUNT > 0
               MOVE "*** RECOVERED MASTER DOES NOT MATCH THE"
                   TO REPORT-LINE
               MOVE "EXPECTATION - DO NOT LOAD ***"
                   TO REPORT-LINE (41:29)
            ELSE
               MOVE "RECOVERED MASTER VERIFIED KEY FOR KEY"
                   TO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
        WRITE-RECOVERY-TOTALS-END.
            EXIT.

      *   Stages the already-edited count into a fresh report line;
      *   the caller drops its caption in behind it and writes.
        WRITE-ONE-TOTAL-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
        WRITE-ONE-TOTAL-LINE-END.
            EXIT.
