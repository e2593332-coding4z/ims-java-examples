        IDENTIFICATION DIVISION.
        PROGRAM-ID. "WINBKOUT".

      *   WINBKOUT backs a single bad batch window out of the CUSTMSTR
      *   customer master -- the answer when a bad jar release or a
      *   bad upstream file got through a window and every customer
      *   it touched is now wrong, which used to mean hand-building
      *   CUSTMNT transactions from CUSTHLST listings.
      *
      *   The window id comes from the EXEC PARM.  What the window did
      *   to each key is read back from its own record:
      *     JRNIN   - the audit journal (archive generations ahead of
      *               the live journal, oldest first): the window's
      *               COB1 entries, selected by window stamp, and any
      *               change journalled for the same keys after the
      *               window ended
      *     HISTIN  - the CUSTHIST change history: the prior image
      *               HISTLOG captured before the window rewrote or
      *               deleted a key, or the "*CREATE*" marker of a
      *               key the window created
      *   A window history entry is the one COB1 wrote for the same
      *   key and correlation id just ahead of that record's journal
      *   entry, inside the window's span.  The FIRST such entry per
      *   key is the key's state before the window, and that state is
      *   put back: a rewritten key gets its prior image again, a
      *   created key is removed, a deleted key is re-created.  A key
      *   the window sent through COB1 without changing the master (a
      *   reject, a lost update, a delete for a key not on file)
      *   has no history entry and is left alone.
      *
      *   A key some later window or maintenance run has changed
      *   since -- a CUSTHIST entry or an effective journal entry for
      *   it stamped after the window's last entry -- is REFUSED: it
      *   is listed on the report and not touched, since putting the
      *   prior image back would destroy the later change too.
      *
      *   Every restored key is a maintenance change in its own right
      *   and is recorded as one: the image it replaces goes to
      *   CUSTHIST (by way of HISTLOG) and the change to AUDITJRN (by
      *   way of AUDITLOG, under this program's id and the window's
      *   stamp -- see AUDITREC), so CUSTHLST, CUSTINQ and the
      *   CUSTRCVR forward recovery all see the backout.  A reversing
      *   billing extract (XTROUT, CUSTXTR layout, header flagged "B")
      *   carries the restored image of every key put back and a type
      *   "X" deletion for every key removed, so billing follows the
      *   master back.
      *
      *   Last, the window is marked backed out on the WINDREG
      *   registry (see WINREG), so COBTOJAV admits the corrected
      *   file as a re-run of the same window.  A window already
      *   backed out and not run again since is refused.
      *
      *   A split window (WINSPLIT/COBTSPLT) ran as one window per
      *   stream, each with its own id, journal, history and stream
      *   registry; it is backed out one stream at a time.  The parent
      *   window id may follow the stream id in the PARM (stream,
      *   parent): the parent's completion record on the main
      *   registry (PARENTREG) is then marked backed out as well, so
      *   WINSPLIT admits the corrected file.
      *
      *   RETURN-CODE: 0 = window backed out; 4 = backed out, but one
      *   or more keys were refused as changed since, or the window
      *   is not on the registry (read BKORPT); 8 = a restore failed
      *   on the master (the key is listed for hand repair); 12 = the
      *   backout could not run.
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOURNAL-IN-FILE ASSIGN TO "JRNIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JOURNAL-IN-STATUS.

            SELECT HISTORY-IN-FILE ASSIGN TO "HISTIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HISTORY-IN-STATUS.

            SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-MASTER-KEY
                FILE STATUS IS CUSTOMER-MASTER-STATUS.

            SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WINDOW-REGISTRY-STATUS.

            SELECT PARENT-REGISTRY-FILE ASSIGN TO "PARENTREG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PARENT-REGISTRY-STATUS.

            SELECT EXTRACT-FILE ASSIGN TO "XTROUT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS EXTRACT-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

            SELECT REPORT-FILE ASSIGN TO "BKORPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  JOURNAL-IN-FILE
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  HISTORY-IN-FILE
            RECORDING MODE IS F.
        COPY CUSTHREC.

        FD  CUSTOMER-MASTER-FILE
            RECORDING MODE IS F.
        01  CUSTOMER-MASTER-RECORD.
            05  CUSTOMER-MASTER-KEY     PIC X(6).
            05  CUSTOMER-MASTER-JOB     PIC X(8).
            05  CUSTOMER-MASTER-DATE    PIC X(9).

        FD  WINDOW-REGISTRY-FILE
            RECORDING MODE IS F.
        COPY WINREG.

        FD  PARENT-REGISTRY-FILE
            RECORDING MODE IS F.
        01  PARENT-REGISTRY-RECORD      PIC X(49).

        FD  EXTRACT-FILE
            RECORDING MODE IS F.
        COPY CUSTXTR.

      *   One event for the per-key pass: a CUSTHIST entry, one of
      *   the window's COB1 journal entries, or a change journalled
      *   after the window ended.
        SD  SORT-WORK-FILE.
        01  SORT-EVENT-RECORD.
            05  SRT-KEY                 PIC X(6).
            05  SRT-STAMP               PIC X(16).
            05  SRT-RANK                PIC X(1).
                88 SRT-FROM-HISTORY             VALUE "1".
                88 SRT-WINDOW-ENTRY             VALUE "2".
                88 SRT-LATER-ENTRY              VALUE "3".
            05  SRT-SEQUENCE            PIC 9(9).
            05  SRT-PROGRAM-ID          PIC X(8).
            05  SRT-CORRELATION-ID      PIC 9(9).
            05  SRT-IMAGE.
                10  SRT-IMAGE-KEY       PIC X(6).
                10  SRT-IMAGE-JOB       PIC X(8).
                10  SRT-IMAGE-DATE      PIC X(9).
            05  SRT-RAW-TIMESTAMP       PIC X(26).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 CURRENT-PROGRAM-ID        PIC X(8) VALUE "WINBKOUT".

        01 JOURNAL-IN-STATUS         PIC X(2) VALUE "00".
        01 HISTORY-IN-STATUS         PIC X(2) VALUE "00".
        01 CUSTOMER-MASTER-STATUS    PIC X(2) VALUE "00".
        01 WINDOW-REGISTRY-STATUS    PIC X(2) VALUE "00".
        01 PARENT-REGISTRY-STATUS    PIC X(2) VALUE "00".
        01 EXTRACT-STATUS            PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        01 MASTER-OPEN-SWITCH        PIC X(1) VALUE "N".
           88 MASTER-IS-OPEN                 VALUE "Y".

        01 TARGET-WINDOW-ID          PIC X(6) VALUE SPACES.
        01 PARENT-WINDOW-ID          PIC X(6) VALUE SPACES.
        01 WINDOW-BUSINESS-DATE      PIC X(8) VALUE SPACES.
        01 CREATE-MARKER-JOB         PIC X(8) VALUE "*CREATE*".
        01 DELETE-MARKER-JOB         PIC X(8) VALUE "*DELETE*".

      *   The window's span on the journal, as normalized timestamps,
      *   and where its latest run begins: a window backed out before
      *   and run again has the earlier run's entries, then this
      *   program's, then the re-run's, all under the same stamp --
      *   only the entries after the last backout are this run's.
        01 WINDOW-START-STAMP        PIC X(16) VALUE SPACES.
        01 WINDOW-END-STAMP          PIC X(16) VALUE SPACES.
        01 JOURNAL-ORDINAL           PIC 9(9) BINARY VALUE 0.
        01 LAST-BACKOUT-ORDINAL      PIC 9(9) BINARY VALUE 0.
        01 WINDOW-COB1-COUNT         PIC 9(7) BINARY VALUE 0.

      *   A trail timestamp reduced to YYYYMMDDHHMMSShh, the same
      *   reduction CUSTRCVR makes.
        01 STAMP-SOURCE              PIC X(26).
        01 NORMALIZED-STAMP          PIC X(16).
        01 STAMP-GOOD-SWITCH         PIC X(1).
           88 STAMP-IS-GOOD                  VALUE "Y".
        01 EVENT-SEQUENCE            PIC 9(9) BINARY VALUE 0.

      *   The key under review.  PRIOR-STATE is what the first window
      *   history entry says the key held before the window; PENDING
      *   is the latest history entry not yet paired with a journal
      *   entry; TOUCHED names the first change made after the window.
        01 KEY-IN-HAND-SWITCH        PIC X(1) VALUE "N".
           88 KEY-IN-HAND                    VALUE "Y".
        01 CURRENT-KEY               PIC X(6) VALUE SPACES.
        01 PRIOR-KNOWN-SWITCH        PIC X(1) VALUE "N".
           88 PRIOR-STATE-KNOWN              VALUE "Y".
        01 PRIOR-PRESENT-SWITCH      PIC X(1) VALUE "N".
           88 PRIOR-KEY-PRESENT              VALUE "Y".
        01 PRIOR-IMAGE               PIC X(23).
        01 PENDING-SWITCH            PIC X(1) VALUE "N".
           88 HISTORY-IS-PENDING             VALUE "Y".
        01 PENDING-PROGRAM-ID        PIC X(8).
        01 PENDING-CORRELATION-ID    PIC 9(9).
        01 PENDING-IMAGE.
            05  PENDING-KEY          PIC X(6).
            05  PENDING-JOB          PIC X(8).
            05  PENDING-DATE         PIC X(9).
        01 TOUCHED-SWITCH            PIC X(1) VALUE "N".
           88 KEY-TOUCHED-SINCE              VALUE "Y".
        01 TOUCHED-PROGRAM-ID        PIC X(8).
        01 TOUCHED-TIMESTAMP         PIC X(26).
        01 SORT-RETURN-DONE-SW       PIC X(1) VALUE "N".
           88 SORT-RETURN-IS-DONE            VALUE "Y".

      *   HISTLOG/AUDITLOG parameters.  A backout has no correlation
      *   id; SPACES is the close sentinel both share, "*WINDOW*"
      *   AUDITLOG's window registration (the before-image slot
      *   carries the window id and business date).
        01 HISTORY-CORRELATION-ID    PIC 9(9) VALUE 0.
        01 LOG-CLOSE-REQUEST         PIC X(8) VALUE SPACES.
        01 AUDIT-WINDOW-REQUEST      PIC X(8) VALUE "*WINDOW*".
        01 WINDOW-STAMP-IMAGE.
            05  STAMP-WINDOW-ID      PIC X(6).
            05  STAMP-BUSINESS-DATE  PIC X(8).
            05  FILLER               PIC X(9) VALUE SPACES.
        01 JOURNAL-BEFORE-IMAGE      PIC X(23).
        01 JOURNAL-AFTER-IMAGE       PIC X(23).
        01 CREATE-MARKER-IMAGE.
            05  CREATE-MARKER-KEY    PIC X(6).
            05  FILLER               PIC X(8) VALUE "*CREATE*".
            05  FILLER               PIC X(9) VALUE SPACES.
        01 DELETE-MARKER-IMAGE.
            05  DELETE-MARKER-KEY    PIC X(6).
            05  FILLER               PIC X(8) VALUE "*DELETE*".
            05  FILLER               PIC X(9) VALUE SPACES.

      *   The window's registry entries -- one per source system and
      *   business date it ran under -- with the latest status each
      *   has on the registry.  The table is loaded for the window
      *   itself, and again for a split window's parent; the window's
      *   own count is kept aside over the parent's pass, since the
      *   return code and the report's registry line are the window's.
        01 REGISTRY-SCAN-ID          PIC X(6) VALUE SPACES.
        01 REGISTRY-ENTRY-COUNT      PIC 9(4) BINARY VALUE 0.
        01 WINDOW-ENTRY-COUNT        PIC 9(4) BINARY VALUE 0.
        01 REGISTRY-INDEX            PIC 9(4) BINARY VALUE 0.
        01 REGISTRY-TABLE.
            05  REGISTRY-ENTRY OCCURS 20 TIMES.
                10  REG-SOURCE-SYSTEM    PIC X(8).
                10  REG-BUSINESS-DATE    PIC X(8).
                10  REG-LATEST-STATUS    PIC X(1).
                    88 REG-NOW-COMPLETE          VALUE "C".
        01 REGISTRY-FOUND-SWITCH     PIC X(1) VALUE "N".
           88 REGISTRY-ENTRY-FOUND           VALUE "Y".
        01 REGISTRY-MARKED-COUNT     PIC 9(4) BINARY VALUE 0.
        01 PARENT-MARKED-COUNT       PIC 9(4) BINARY VALUE 0.

        01 EXTRACT-DETAIL-COUNT      PIC 9(7) VALUE 0.
        01 EXTRACT-HASH-TOTAL        PIC 9(15) VALUE 0.

        01 UNDATEABLE-COUNT          PIC 9(7) BINARY VALUE 0.
        01 KEYS-REVIEWED-COUNT       PIC 9(7) BINARY VALUE 0.
        01 RESTORED-COUNT            PIC 9(7) BINARY VALUE 0.
        01 RECREATED-COUNT           PIC 9(7) BINARY VALUE 0.
        01 REMOVED-COUNT             PIC 9(7) BINARY VALUE 0.
        01 ALREADY-RIGHT-COUNT       PIC 9(7) BINARY VALUE 0.
        01 REFUSED-COUNT             PIC 9(7) BINARY VALUE 0.
        01 FAILED-COUNT              PIC 9(7) BINARY VALUE 0.

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        01 REPORT-HEADING-1.
            05  FILLER PIC X(40)
                VALUE "CUSTMSTR WINDOW BACKOUT REPORT - WINDOW ".
            05  HDG-WINDOW-ID        PIC X(6).
            05  FILLER PIC X(16)
                VALUE "  BUSINESS DATE ".
            05  HDG-BUSINESS-DATE    PIC X(8).
        01 REPORT-HEADING-2.
            05  FILLER PIC X(47)
                VALUE "KEY     ACTION                      MASTER WAS ".
            05  FILLER PIC X(25)
                VALUE "              RESTORED TO".
        01 REPORT-DETAIL-LINE.
            05  RPT-KEY              PIC X(6).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  RPT-ACTION           PIC X(26).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  RPT-MASTER-WAS       PIC X(23).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  RPT-RESTORED-TO      PIC X(23).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  RPT-NOTE             PIC X(46).

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-WINDOW-ID       PIC X(6).
            05  FILLER               PIC X(1).
            05  PARM-PARENT-ID       PIC X(6).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "WINBKOUT: Entering".

            MOVE "WINBKOUT" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "WINBKOUT: Exiting"
               GOBACK
            END-IF.

            IF PARM-LENGTH < 1
               DISPLAY "WINBKOUT: PARM MUST CARRY THE WINDOW ID"
               MOVE 12 TO RETURN-CODE
               DISPLAY "WINBKOUT: Exiting"
               GOBACK
            END-IF.
            IF PARM-LENGTH > 7
               MOVE PARM-PARENT-ID (1:PARM-LENGTH - 7)
                   TO PARENT-WINDOW-ID
               MOVE 6 TO PARM-LENGTH
            END-IF.
            IF PARM-LENGTH > 6
               MOVE 6 TO PARM-LENGTH
            END-IF.
            MOVE PARM-WINDOW-ID (1:PARM-LENGTH)
                TO TARGET-WINDOW-ID.
            DISPLAY "WINBKOUT: BACKING OUT WINDOW " TARGET-WINDOW-ID.
            IF PARENT-WINDOW-ID NOT = SPACES
               DISPLAY "WINBKOUT: STREAM OF SPLIT WINDOW "
                       PARENT-WINDOW-ID
            END-IF.

            PERFORM FIND-WINDOW-SPAN THRU FIND-WINDOW-SPAN-END.
            IF RETURN-CODE NOT = 0
               DISPLAY "WINBKOUT: Exiting"
               GOBACK
            END-IF.

            PERFORM SCAN-WINDOW-REGISTRY THRU
                    SCAN-WINDOW-REGISTRY-END.
            IF RETURN-CODE NOT = 0
               DISPLAY "WINBKOUT: Exiting"
               GOBACK
            END-IF.

            PERFORM OPEN-OUTPUT-FILES THRU OPEN-OUTPUT-FILES-END.
            IF RETURN-CODE NOT = 0
               PERFORM CLOSE-OUTPUT-FILES THRU CLOSE-OUTPUT-FILES-END
               DISPLAY "WINBKOUT: Exiting"
               GOBACK
            END-IF.

            SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-KEY SRT-STAMP
                                  SRT-RANK SRT-SEQUENCE
                 INPUT PROCEDURE IS RELEASE-BACKOUT-EVENTS
                                THRU RELEASE-BACKOUT-EVENTS-END
                 OUTPUT PROCEDURE IS BACK-OUT-KEYS
                                THRU BACK-OUT-KEYS-END.

            PERFORM WRITE-EXTRACT-TRAILER THRU
                    WRITE-EXTRACT-TRAILER-END.
            PERFORM MARK-WINDOW-BACKED-OUT THRU
                    MARK-WINDOW-BACKED-OUT-END.
            IF PARENT-WINDOW-ID NOT = SPACES
               MOVE REGISTRY-ENTRY-COUNT TO WINDOW-ENTRY-COUNT
               PERFORM MARK-PARENT-BACKED-OUT THRU
                       MARK-PARENT-BACKED-OUT-END
               MOVE WINDOW-ENTRY-COUNT TO REGISTRY-ENTRY-COUNT
            END-IF.
            PERFORM WRITE-REPORT-SUMMARY THRU
                    WRITE-REPORT-SUMMARY-END.
            PERFORM CLOSE-OUTPUT-FILES THRU CLOSE-OUTPUT-FILES-END.

            EVALUATE TRUE
               WHEN FAILED-COUNT > 0
                  MOVE 8 TO RETURN-CODE
               WHEN REFUSED-COUNT > 0
               WHEN REGISTRY-ENTRY-COUNT = 0
               WHEN UNDATEABLE-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            DISPLAY "WINBKOUT: " RESTORED-COUNT " restored, "
                    RECREATED-COUNT " re-created, "
                    REMOVED-COUNT " removed, "
                    REFUSED-COUNT " refused".
            DISPLAY "WINBKOUT: Exiting".
            GOBACK.

      *****************************************************************
      *  FIND-WINDOW-SPAN makes a first pass over the journal for the
      *  window's stamped entries: the first and last timestamps of
      *  its latest run (the span its history entries fall in, and
      *  the point after which any change is a later one), its
      *  business date, and how many COB1 entries it has.  An entry
      *  of this program under the window's stamp is an earlier
      *  backout, and starts the count again.
      *****************************************************************
        FIND-WINDOW-SPAN.
            OPEN INPUT JOURNAL-IN-FILE.
            IF JOURNAL-IN-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN JRNIN, STATUS="
                       JOURNAL-IN-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO FIND-WINDOW-SPAN-END
            END-IF.
            MOVE 0 TO JOURNAL-ORDINAL.
            PERFORM SPAN-ONE-JOURNAL-ENTRY THRU
                    SPAN-ONE-JOURNAL-ENTRY-END
               UNTIL JOURNAL-IN-STATUS NOT = "00".
            CLOSE JOURNAL-IN-FILE.

            IF WINDOW-COB1-COUNT = 0
               IF LAST-BACKOUT-ORDINAL > 0
                  DISPLAY "WINBKOUT: WINDOW " TARGET-WINDOW-ID
                          " IS ALREADY BACKED OUT AND HAS NOT RUN"
                          " SINCE"
               ELSE
                  DISPLAY "WINBKOUT: NO JOURNAL ENTRIES FOR WINDOW "
                          TARGET-WINDOW-ID
                          " - CONCATENATE THE ARCHIVES ON JRNIN"
               END-IF
               MOVE 12 TO RETURN-CODE
            END-IF.
        FIND-WINDOW-SPAN-END.
            EXIT.

        SPAN-ONE-JOURNAL-ENTRY.
            READ JOURNAL-IN-FILE.
            IF JOURNAL-IN-STATUS NOT = "00"
               GO TO SPAN-ONE-JOURNAL-ENTRY-END
            END-IF.
            ADD 1 TO JOURNAL-ORDINAL.
            IF AUDIT-WINDOW-ID NOT = TARGET-WINDOW-ID
               GO TO SPAN-ONE-JOURNAL-ENTRY-END
            END-IF.

            IF AUDIT-PROGRAM-ID = CURRENT-PROGRAM-ID
               MOVE JOURNAL-ORDINAL TO LAST-BACKOUT-ORDINAL
               MOVE 0 TO WINDOW-COB1-COUNT
               MOVE SPACES TO WINDOW-START-STAMP
               MOVE SPACES TO WINDOW-END-STAMP
               GO TO SPAN-ONE-JOURNAL-ENTRY-END
            END-IF.

            MOVE AUDIT-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               GO TO SPAN-ONE-JOURNAL-ENTRY-END
            END-IF.
            IF WINDOW-START-STAMP = SPACES
               MOVE NORMALIZED-STAMP TO WINDOW-START-STAMP
            END-IF.
            IF WINDOW-END-STAMP = SPACES
               OR NORMALIZED-STAMP > WINDOW-END-STAMP
               MOVE NORMALIZED-STAMP TO WINDOW-END-STAMP
            END-IF.
            MOVE AUDIT-BUSINESS-DATE TO WINDOW-BUSINESS-DATE.
            IF AUDIT-PROGRAM-ID = "COB1"
               ADD 1 TO WINDOW-COB1-COUNT
            END-IF.
        SPAN-ONE-JOURNAL-ENTRY-END.
            EXIT.

      *****************************************************************
      *  SCAN-WINDOW-REGISTRY collects the window's WINDREG entries
      *  and the latest status of each.  A window whose every entry
      *  already stands backed out is refused; a window not on the
      *  registry at all (a run that never finished cleanly) is
      *  backed out all the same, with a warning.
      *****************************************************************
        SCAN-WINDOW-REGISTRY.
            MOVE TARGET-WINDOW-ID TO REGISTRY-SCAN-ID.
            OPEN INPUT WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN WINDREG, STATUS="
                       WINDOW-REGISTRY-STATUS
               GO TO SCAN-WINDOW-REGISTRY-END
            END-IF.
            PERFORM SCAN-ONE-REGISTRY-RECORD THRU
                    SCAN-ONE-REGISTRY-RECORD-END
               UNTIL WINDOW-REGISTRY-STATUS NOT = "00".
            CLOSE WINDOW-REGISTRY-FILE.

            IF REGISTRY-ENTRY-COUNT = 0
               DISPLAY "WINBKOUT: WARNING - WINDOW " TARGET-WINDOW-ID
                       " IS NOT ON WINDREG"
               GO TO SCAN-WINDOW-REGISTRY-END
            END-IF.
            MOVE 0 TO REGISTRY-MARKED-COUNT.
            MOVE 1 TO REGISTRY-INDEX.
            PERFORM COUNT-ONE-COMPLETE-ENTRY THRU
                    COUNT-ONE-COMPLETE-ENTRY-END
               UNTIL REGISTRY-INDEX > REGISTRY-ENTRY-COUNT.
            IF REGISTRY-MARKED-COUNT = 0
               DISPLAY "WINBKOUT: WINDOW " TARGET-WINDOW-ID
                       " IS ALREADY BACKED OUT ON WINDREG"
               MOVE 12 TO RETURN-CODE
            END-IF.
            MOVE 0 TO REGISTRY-MARKED-COUNT.
        SCAN-WINDOW-REGISTRY-END.
            EXIT.

        SCAN-ONE-REGISTRY-RECORD.
            READ WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               GO TO SCAN-ONE-REGISTRY-RECORD-END
            END-IF.
            PERFORM NOTE-ONE-REGISTRY-RECORD THRU
                    NOTE-ONE-REGISTRY-RECORD-END.
        SCAN-ONE-REGISTRY-RECORD-END.
            EXIT.

      *   Keep the latest status of a record for the window being
      *   scanned against its source and business date.
        NOTE-ONE-REGISTRY-RECORD.
            IF WREG-WINDOW-ID NOT = REGISTRY-SCAN-ID
               GO TO NOTE-ONE-REGISTRY-RECORD-END
            END-IF.

            MOVE "N" TO REGISTRY-FOUND-SWITCH.
            MOVE 1 TO REGISTRY-INDEX.
            PERFORM MATCH-ONE-REGISTRY-ENTRY THRU
                    MATCH-ONE-REGISTRY-ENTRY-END
               UNTIL REGISTRY-INDEX > REGISTRY-ENTRY-COUNT
                  OR REGISTRY-ENTRY-FOUND.
            IF REGISTRY-ENTRY-FOUND
               SUBTRACT 1 FROM REGISTRY-INDEX
            ELSE
               IF REGISTRY-ENTRY-COUNT = 20
                  GO TO NOTE-ONE-REGISTRY-RECORD-END
               END-IF
               ADD 1 TO REGISTRY-ENTRY-COUNT
               MOVE REGISTRY-ENTRY-COUNT TO REGISTRY-INDEX
               MOVE WREG-SOURCE-SYSTEM
                   TO REG-SOURCE-SYSTEM (REGISTRY-INDEX)
               MOVE WREG-BUSINESS-DATE
                   TO REG-BUSINESS-DATE (REGISTRY-INDEX)
            END-IF.
            MOVE WREG-STATUS TO REG-LATEST-STATUS (REGISTRY-INDEX).
        NOTE-ONE-REGISTRY-RECORD-END.
            EXIT.

        MATCH-ONE-REGISTRY-ENTRY.
            IF REG-SOURCE-SYSTEM (REGISTRY-INDEX) = WREG-SOURCE-SYSTEM
               AND REG-BUSINESS-DATE (REGISTRY-INDEX)
                   = WREG-BUSINESS-DATE
               SET REGISTRY-ENTRY-FOUND TO TRUE
            END-IF.
            ADD 1 TO REGISTRY-INDEX.
        MATCH-ONE-REGISTRY-ENTRY-END.
            EXIT.

        COUNT-ONE-COMPLETE-ENTRY.
            IF REG-NOW-COMPLETE (REGISTRY-INDEX)
               ADD 1 TO REGISTRY-MARKED-COUNT
            END-IF.
            ADD 1 TO REGISTRY-INDEX.
        COUNT-ONE-COMPLETE-ENTRY-END.
            EXIT.

      *****************************************************************
      *  OPEN-OUTPUT-FILES opens the master for update, the report,
      *  and the reversing extract with its header, and registers the
      *  window's stamp with AUDITLOG so the backout's own journal
      *  entries carry it.
      *****************************************************************
        OPEN-OUTPUT-FILES.
            OPEN OUTPUT REPORT-FILE.
            MOVE TARGET-WINDOW-ID TO HDG-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO HDG-BUSINESS-DATE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE REPORT-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.

            OPEN I-O CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
            ELSE
               DISPLAY "WINBKOUT: CANNOT OPEN CUSTMSTR, STATUS="
                       CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO OPEN-OUTPUT-FILES-END
            END-IF.

            OPEN OUTPUT EXTRACT-FILE.
            IF EXTRACT-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN XTROUT, STATUS="
                       EXTRACT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO OPEN-OUTPUT-FILES-END
            END-IF.
            MOVE SPACES               TO EXTRACT-RECORD.
            MOVE "H"                  TO XTR-RECORD-TYPE.
            MOVE "COBTOJAV"           TO XTR-SOURCE-SYSTEM.
            MOVE WINDOW-BUSINESS-DATE TO XTR-HDR-BUSINESS-DATE.
            MOVE TARGET-WINDOW-ID     TO XTR-WINDOW-ID.
            MOVE "B"                  TO XTR-RETRANS-FLAG.
            WRITE EXTRACT-RECORD.

            MOVE TARGET-WINDOW-ID     TO STAMP-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO STAMP-BUSINESS-DATE.
            CALL "AUDITLOG" USING AUDIT-WINDOW-REQUEST
                                   HISTORY-CORRELATION-ID
                                   WINDOW-STAMP-IMAGE
                                   JOURNAL-AFTER-IMAGE.
        OPEN-OUTPUT-FILES-END.
            EXIT.

        CLOSE-OUTPUT-FILES.
            IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.
            CLOSE EXTRACT-FILE.
            CLOSE REPORT-FILE.

      *   Close sentinels for the history and journal files HISTLOG
      *   and AUDITLOG have been holding open EXTEND.
            CALL "HISTLOG" USING LOG-CLOSE-REQUEST
                                  HISTORY-CORRELATION-ID
                                  JOURNAL-BEFORE-IMAGE.
            CALL "AUDITLOG" USING LOG-CLOSE-REQUEST
                                   HISTORY-CORRELATION-ID
                                   JOURNAL-BEFORE-IMAGE
                                   JOURNAL-AFTER-IMAGE.
        CLOSE-OUTPUT-FILES-END.
            EXIT.

      *****************************************************************
      *  RELEASE-BACKOUT-EVENTS is the sort's input side: the latest
      *  run's COB1 entries, the effective changes journalled after
      *  the window ended, and the CUSTHIST entries from the window's
      *  start on.  Nothing earlier can bear on the backout.
      *****************************************************************
        RELEASE-BACKOUT-EVENTS.
            OPEN INPUT JOURNAL-IN-FILE.
            MOVE 0 TO JOURNAL-ORDINAL.
            PERFORM RELEASE-ONE-JOURNAL-EVENT THRU
                    RELEASE-ONE-JOURNAL-EVENT-END
               UNTIL JOURNAL-IN-STATUS NOT = "00".
            CLOSE JOURNAL-IN-FILE.

            OPEN INPUT HISTORY-IN-FILE.
            IF HISTORY-IN-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN HISTIN, STATUS="
                       HISTORY-IN-STATUS " - NOTHING CAN BE RESTORED"
               GO TO RELEASE-BACKOUT-EVENTS-END
            END-IF.
            PERFORM RELEASE-ONE-HISTORY-EVENT THRU
                    RELEASE-ONE-HISTORY-EVENT-END
               UNTIL HISTORY-IN-STATUS NOT = "00".
            CLOSE HISTORY-IN-FILE.
        RELEASE-BACKOUT-EVENTS-END.
            EXIT.

      *   COBTOJAV's entries never touched the master.  A later entry
      *   counts only if it changed something: COB1's rejects carry
      *   identical images and leave the key as it was.
        RELEASE-ONE-JOURNAL-EVENT.
            READ JOURNAL-IN-FILE.
            IF JOURNAL-IN-STATUS NOT = "00"
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            ADD 1 TO JOURNAL-ORDINAL.
            IF JOURNAL-ORDINAL NOT > LAST-BACKOUT-ORDINAL
               OR AUDIT-PROGRAM-ID = "COBTOJAV"
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            MOVE AUDIT-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               ADD 1 TO UNDATEABLE-COUNT
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.

            MOVE SPACES TO SORT-EVENT-RECORD.
            EVALUATE TRUE
               WHEN AUDIT-WINDOW-ID = TARGET-WINDOW-ID
                    AND AUDIT-PROGRAM-ID = "COB1"
                  SET SRT-WINDOW-ENTRY TO TRUE
               WHEN NORMALIZED-STAMP > WINDOW-END-STAMP
                    AND (AUDIT-BEFORE-IMAGE NOT = AUDIT-AFTER-IMAGE
                         OR AUDIT-BEFORE-JOB = DELETE-MARKER-JOB)
                  SET SRT-LATER-ENTRY TO TRUE
               WHEN OTHER
                  GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-EVALUATE.
            MOVE AUDIT-BEFORE-NAME TO SRT-KEY.
            MOVE NORMALIZED-STAMP TO SRT-STAMP.
            ADD 1 TO EVENT-SEQUENCE.
            MOVE EVENT-SEQUENCE TO SRT-SEQUENCE.
            MOVE AUDIT-PROGRAM-ID TO SRT-PROGRAM-ID.
            MOVE AUDIT-CORRELATION-ID TO SRT-CORRELATION-ID.
            MOVE AUDIT-AFTER-IMAGE TO SRT-IMAGE.
            MOVE AUDIT-TIMESTAMP TO SRT-RAW-TIMESTAMP.
            RELEASE SORT-EVENT-RECORD.
      *   A later re-key or merge (CUSTMNT) touched the key it moved
      *   the record to as well as the one it came from.
            IF SRT-LATER-ENTRY
               AND AUDIT-PROGRAM-ID NOT = "COB1"
               AND AUDIT-BEFORE-NAME NOT = AUDIT-AFTER-NAME
               AND AUDIT-BEFORE-JOB NOT = CREATE-MARKER-JOB
               MOVE AUDIT-AFTER-NAME TO SRT-KEY
               ADD 1 TO EVENT-SEQUENCE
               MOVE EVENT-SEQUENCE TO SRT-SEQUENCE
               RELEASE SORT-EVENT-RECORD
            END-IF.
        RELEASE-ONE-JOURNAL-EVENT-END.
            EXIT.

        RELEASE-ONE-HISTORY-EVENT.
            READ HISTORY-IN-FILE.
            IF HISTORY-IN-STATUS NOT = "00"
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            MOVE HIST-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               ADD 1 TO UNDATEABLE-COUNT
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            IF NORMALIZED-STAMP < WINDOW-START-STAMP
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
            MOVE HIST-PRIOR-IMAGE TO SRT-IMAGE.
            MOVE HIST-TIMESTAMP TO SRT-RAW-TIMESTAMP.
            RELEASE SORT-EVENT-RECORD.
        RELEASE-ONE-HISTORY-EVENT-END.
            EXIT.

      *   FUNCTION CURRENT-DATE layout as AUDITLOG and HISTLOG write
      *   it, or YYYY-MM-DD-HH.MM.SS.ffffff should a writer ever
      *   hyphenate, reduced to YYYYMMDDHHMMSShh.
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
            IF NORMALIZED-STAMP NUMERIC
               MOVE "Y" TO STAMP-GOOD-SWITCH
            END-IF.
        NORMALIZE-ONE-TIMESTAMP-END.
            EXIT.

      *****************************************************************
      *  BACK-OUT-KEYS is the sort's output side: each key's events in
      *  time order, history ahead of the journal entry it belongs
      *  to.  HISTLOG is always called before AUDITLOG for the same
      *  record, so a window COB1 entry's own history entry is the
      *  pending one with its correlation id; a journal entry with
      *  none (a reject, a lost update) claims nothing.
      *****************************************************************
        BACK-OUT-KEYS.
            PERFORM RETURN-ONE-EVENT THRU RETURN-ONE-EVENT-END
               UNTIL SORT-RETURN-IS-DONE.
            IF KEY-IN-HAND
               PERFORM FINISH-ONE-KEY THRU FINISH-ONE-KEY-END
            END-IF.
        BACK-OUT-KEYS-END.
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
               SET KEY-IN-HAND TO TRUE
               MOVE SRT-KEY TO CURRENT-KEY
               MOVE "N" TO PRIOR-KNOWN-SWITCH
               MOVE "N" TO PRIOR-PRESENT-SWITCH
               MOVE SPACES TO PRIOR-IMAGE
               MOVE "N" TO PENDING-SWITCH
               MOVE "N" TO TOUCHED-SWITCH
            END-IF.

            EVALUATE TRUE
               WHEN SRT-FROM-HISTORY
                  PERFORM NOTE-HISTORY-EVENT THRU
                          NOTE-HISTORY-EVENT-END
               WHEN SRT-WINDOW-ENTRY
                  PERFORM CLAIM-WINDOW-HISTORY THRU
                          CLAIM-WINDOW-HISTORY-END
               WHEN SRT-LATER-ENTRY
                  PERFORM NOTE-LATER-CHANGE THRU
                          NOTE-LATER-CHANGE-END
            END-EVALUATE.
        RETURN-ONE-EVENT-END.
            EXIT.

        NOTE-HISTORY-EVENT.
            IF SRT-STAMP > WINDOW-END-STAMP
               PERFORM NOTE-LATER-CHANGE THRU NOTE-LATER-CHANGE-END
               GO TO NOTE-HISTORY-EVENT-END
            END-IF.
            SET HISTORY-IS-PENDING TO TRUE.
            MOVE SRT-PROGRAM-ID TO PENDING-PROGRAM-ID.
            MOVE SRT-CORRELATION-ID TO PENDING-CORRELATION-ID.
            MOVE SRT-IMAGE TO PENDING-IMAGE.
        NOTE-HISTORY-EVENT-END.
            EXIT.

        CLAIM-WINDOW-HISTORY.
            IF HISTORY-IS-PENDING
               AND PENDING-PROGRAM-ID = "COB1"
               AND PENDING-CORRELATION-ID = SRT-CORRELATION-ID
               AND NOT PRIOR-STATE-KNOWN
               SET PRIOR-STATE-KNOWN TO TRUE
               IF PENDING-JOB = CREATE-MARKER-JOB
                  MOVE "N" TO PRIOR-PRESENT-SWITCH
               ELSE
                  SET PRIOR-KEY-PRESENT TO TRUE
                  MOVE PENDING-IMAGE TO PRIOR-IMAGE
               END-IF
            END-IF.
            MOVE "N" TO PENDING-SWITCH.
        CLAIM-WINDOW-HISTORY-END.
            EXIT.

        NOTE-LATER-CHANGE.
            IF NOT KEY-TOUCHED-SINCE
               SET KEY-TOUCHED-SINCE TO TRUE
               MOVE SRT-PROGRAM-ID TO TOUCHED-PROGRAM-ID
               MOVE SRT-RAW-TIMESTAMP TO TOUCHED-TIMESTAMP
            END-IF.
            MOVE "N" TO PENDING-SWITCH.
        NOTE-LATER-CHANGE-END.
            EXIT.

      *****************************************************************
      *  FINISH-ONE-KEY puts back the state the key had before the
      *  window, for a key the window changed and nobody has changed
      *  since.  The master as it stands now is read first: what the
      *  backout replaces is what is there, not what the window is
      *  thought to have left.
      *****************************************************************
        FINISH-ONE-KEY.
            MOVE "N" TO KEY-IN-HAND-SWITCH.
            IF NOT PRIOR-STATE-KNOWN
               GO TO FINISH-ONE-KEY-END
            END-IF.
            ADD 1 TO KEYS-REVIEWED-COUNT.
            MOVE SPACES TO REPORT-DETAIL-LINE.
            MOVE CURRENT-KEY TO RPT-KEY.
            IF PRIOR-KEY-PRESENT
               MOVE PRIOR-IMAGE TO RPT-RESTORED-TO
            ELSE
               MOVE "(NOT ON FILE)" TO RPT-RESTORED-TO
            END-IF.

            IF KEY-TOUCHED-SINCE
               ADD 1 TO REFUSED-COUNT
               MOVE "REFUSED - CHANGED SINCE" TO RPT-ACTION
               MOVE SPACES TO RPT-MASTER-WAS
               STRING "BY " DELIMITED BY SIZE
                      TOUCHED-PROGRAM-ID DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      TOUCHED-TIMESTAMP (1:16) DELIMITED BY SIZE
                      INTO RPT-NOTE
               END-STRING
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-END
               GO TO FINISH-ONE-KEY-END
            END-IF.

            MOVE CURRENT-KEY TO CUSTOMER-MASTER-KEY.
            READ CUSTOMER-MASTER-FILE
               KEY IS CUSTOMER-MASTER-KEY
               INVALID KEY CONTINUE
            END-READ.
            IF CUSTOMER-MASTER-STATUS = "00"
               MOVE CUSTOMER-MASTER-RECORD TO RPT-MASTER-WAS
            ELSE
               MOVE "(NOT ON FILE)" TO RPT-MASTER-WAS
            END-IF.

            EVALUATE TRUE
               WHEN NOT PRIOR-KEY-PRESENT
                    AND CUSTOMER-MASTER-STATUS NOT = "00"
               WHEN PRIOR-KEY-PRESENT
                    AND CUSTOMER-MASTER-STATUS = "00"
                    AND CUSTOMER-MASTER-RECORD = PRIOR-IMAGE
                  ADD 1 TO ALREADY-RIGHT-COUNT
                  MOVE "NO ACTION - ALREADY RIGHT" TO RPT-ACTION
               WHEN NOT PRIOR-KEY-PRESENT
                  PERFORM REMOVE-CREATED-KEY THRU
                          REMOVE-CREATED-KEY-END
               WHEN CUSTOMER-MASTER-STATUS = "00"
                  PERFORM RESTORE-PRIOR-IMAGE THRU
                          RESTORE-PRIOR-IMAGE-END
               WHEN OTHER
                  PERFORM RECREATE-DELETED-KEY THRU
                          RECREATE-DELETED-KEY-END
            END-EVALUATE.
            PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-END.
        FINISH-ONE-KEY-END.
            EXIT.

      *   Each of the three restores below lands the image it is about
      *   to destroy on CUSTHIST first, exactly as COB1 and CUSTMNT
      *   do, and journals the change only once the master took it.
        REMOVE-CREATED-KEY.
            MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-BEFORE-IMAGE.
            CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                  HISTORY-CORRELATION-ID
                                  CUSTOMER-MASTER-RECORD.
            DELETE CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED THRU
                       NOTE-RESTORE-FAILED-END
               GO TO REMOVE-CREATED-KEY-END
            END-IF.
            ADD 1 TO REMOVED-COUNT.
            MOVE "REMOVED - WINDOW CREATED" TO RPT-ACTION.
            MOVE CURRENT-KEY TO DELETE-MARKER-KEY.
            MOVE DELETE-MARKER-IMAGE TO JOURNAL-AFTER-IMAGE.
            PERFORM JOURNAL-ONE-RESTORE THRU
                    JOURNAL-ONE-RESTORE-END.

            MOVE SPACES TO EXTRACT-RECORD.
            MOVE "X" TO XTR-RECORD-TYPE.
            MOVE JOURNAL-BEFORE-IMAGE TO XTR-CUSTOMER-IMAGE.
            PERFORM WRITE-ONE-EXTRACT-RECORD THRU
                    WRITE-ONE-EXTRACT-RECORD-END.
        REMOVE-CREATED-KEY-END.
            EXIT.

        RESTORE-PRIOR-IMAGE.
            MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-BEFORE-IMAGE.
            CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                  HISTORY-CORRELATION-ID
                                  CUSTOMER-MASTER-RECORD.
            MOVE PRIOR-IMAGE TO CUSTOMER-MASTER-RECORD.
            REWRITE CUSTOMER-MASTER-RECORD.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED THRU
                       NOTE-RESTORE-FAILED-END
               GO TO RESTORE-PRIOR-IMAGE-END
            END-IF.
            ADD 1 TO RESTORED-COUNT.
            MOVE "RESTORED - PRIOR IMAGE" TO RPT-ACTION.
            MOVE PRIOR-IMAGE TO JOURNAL-AFTER-IMAGE.
            PERFORM JOURNAL-ONE-RESTORE THRU
                    JOURNAL-ONE-RESTORE-END.
            PERFORM EXTRACT-RESTORED-IMAGE THRU
                    EXTRACT-RESTORED-IMAGE-END.
        RESTORE-PRIOR-IMAGE-END.
            EXIT.

        RECREATE-DELETED-KEY.
            MOVE PRIOR-IMAGE TO CUSTOMER-MASTER-RECORD.
            WRITE CUSTOMER-MASTER-RECORD.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED THRU
                       NOTE-RESTORE-FAILED-END
               GO TO RECREATE-DELETED-KEY-END
            END-IF.
            MOVE CURRENT-KEY TO CREATE-MARKER-KEY.
            CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                  HISTORY-CORRELATION-ID
                                  CREATE-MARKER-IMAGE.
            ADD 1 TO RECREATED-COUNT.
            MOVE "RE-CREATED - WINDOW DELETED" TO RPT-ACTION.
            MOVE CREATE-MARKER-IMAGE TO JOURNAL-BEFORE-IMAGE.
            MOVE PRIOR-IMAGE TO JOURNAL-AFTER-IMAGE.
            PERFORM JOURNAL-ONE-RESTORE THRU
                    JOURNAL-ONE-RESTORE-END.
            PERFORM EXTRACT-RESTORED-IMAGE THRU
                    EXTRACT-RESTORED-IMAGE-END.
        RECREATE-DELETED-KEY-END.
            EXIT.

        NOTE-RESTORE-FAILED.
            ADD 1 TO FAILED-COUNT.
            MOVE "FAILED - REPAIR BY HAND" TO RPT-ACTION.
            STRING "CUSTMSTR STATUS " DELIMITED BY SIZE
                   CUSTOMER-MASTER-STATUS DELIMITED BY SIZE
                   INTO RPT-NOTE
            END-STRING.
        NOTE-RESTORE-FAILED-END.
            EXIT.

        JOURNAL-ONE-RESTORE.
            CALL "AUDITLOG" USING CURRENT-PROGRAM-ID
                                   HISTORY-CORRELATION-ID
                                   JOURNAL-BEFORE-IMAGE
                                   JOURNAL-AFTER-IMAGE.
        JOURNAL-ONE-RESTORE-END.
            EXIT.

      *   The billing detail for a key put back is the image billing
      *   should hold again -- the master record as restored.
        EXTRACT-RESTORED-IMAGE.
            MOVE SPACES TO EXTRACT-RECORD.
            MOVE "D" TO XTR-RECORD-TYPE.
            MOVE PRIOR-IMAGE TO XTR-CUSTOMER-IMAGE.
            PERFORM WRITE-ONE-EXTRACT-RECORD THRU
                    WRITE-ONE-EXTRACT-RECORD-END.
        EXTRACT-RESTORED-IMAGE-END.
            EXIT.

        WRITE-ONE-EXTRACT-RECORD.
            MOVE 0 TO XTR-CORRELATION-ID.
            MOVE WINDOW-BUSINESS-DATE TO XTR-BUSINESS-DATE.
            WRITE EXTRACT-RECORD.
            ADD 1 TO EXTRACT-DETAIL-COUNT.
            CALL "KEYHASH" USING XTR-CUSTOMER-NAME
                                  EXTRACT-HASH-TOTAL.
        WRITE-ONE-EXTRACT-RECORD-END.
            EXIT.

        WRITE-DETAIL-LINE.
            MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-DETAIL-LINE-END.
            EXIT.

        WRITE-EXTRACT-TRAILER.
            MOVE SPACES               TO EXTRACT-RECORD.
            MOVE "T"                  TO XTR-RECORD-TYPE.
            MOVE EXTRACT-DETAIL-COUNT TO XTR-RECORD-COUNT.
            MOVE EXTRACT-HASH-TOTAL   TO XTR-HASH-TOTAL.
            WRITE EXTRACT-RECORD.
        WRITE-EXTRACT-TRAILER-END.
            EXIT.

      *****************************************************************
      *  MARK-WINDOW-BACKED-OUT appends a backed-out record (status
      *  "B", see WINREG) for every source and business date the
      *  window is registered complete under.  The registry is only
      *  ever appended to; the latest record for a window is the one
      *  that stands.
      *****************************************************************
        MARK-WINDOW-BACKED-OUT.
            IF REGISTRY-ENTRY-COUNT = 0
               GO TO MARK-WINDOW-BACKED-OUT-END
            END-IF.
            OPEN EXTEND WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN WINDREG FOR UPDATE,"
                       " STATUS=" WINDOW-REGISTRY-STATUS
               MOVE 0 TO REGISTRY-ENTRY-COUNT
               GO TO MARK-WINDOW-BACKED-OUT-END
            END-IF.
            MOVE 1 TO REGISTRY-INDEX.
            PERFORM MARK-ONE-REGISTRY-ENTRY THRU
                    MARK-ONE-REGISTRY-ENTRY-END
               UNTIL REGISTRY-INDEX > REGISTRY-ENTRY-COUNT.
            CLOSE WINDOW-REGISTRY-FILE.
        MARK-WINDOW-BACKED-OUT-END.
            EXIT.

        MARK-ONE-REGISTRY-ENTRY.
            IF REG-NOW-COMPLETE (REGISTRY-INDEX)
               PERFORM BUILD-BACKED-OUT-RECORD THRU
                       BUILD-BACKED-OUT-RECORD-END
               WRITE WINDOW-REGISTRY-RECORD
               ADD 1 TO REGISTRY-MARKED-COUNT
            END-IF.
            ADD 1 TO REGISTRY-INDEX.
        MARK-ONE-REGISTRY-ENTRY-END.
            EXIT.

        BUILD-BACKED-OUT-RECORD.
            MOVE SPACES                TO WINDOW-REGISTRY-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WREG-TIMESTAMP.
            MOVE REG-SOURCE-SYSTEM (REGISTRY-INDEX)
                TO WREG-SOURCE-SYSTEM.
            MOVE REG-BUSINESS-DATE (REGISTRY-INDEX)
                TO WREG-BUSINESS-DATE.
            MOVE REGISTRY-SCAN-ID      TO WREG-WINDOW-ID.
            MOVE "B"                   TO WREG-STATUS.
        BUILD-BACKED-OUT-RECORD-END.
            EXIT.

      *****************************************************************
      *  MARK-PARENT-BACKED-OUT does the same for a split window's
      *  parent on the main registry, which only WINMERGE writes
      *  complete.  A parent already marked by the backout of an
      *  earlier stream is left as it stands.
      *****************************************************************
        MARK-PARENT-BACKED-OUT.
            MOVE PARENT-WINDOW-ID TO REGISTRY-SCAN-ID.
            MOVE 0 TO REGISTRY-ENTRY-COUNT.
            OPEN INPUT PARENT-REGISTRY-FILE.
            IF PARENT-REGISTRY-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN PARENTREG, STATUS="
                       PARENT-REGISTRY-STATUS
               GO TO MARK-PARENT-BACKED-OUT-END
            END-IF.
            PERFORM SCAN-ONE-PARENT-RECORD THRU
                    SCAN-ONE-PARENT-RECORD-END
               UNTIL PARENT-REGISTRY-STATUS NOT = "00".
            CLOSE PARENT-REGISTRY-FILE.
            IF REGISTRY-ENTRY-COUNT = 0
               DISPLAY "WINBKOUT: WARNING - PARENT WINDOW "
                       PARENT-WINDOW-ID " IS NOT ON PARENTREG"
               GO TO MARK-PARENT-BACKED-OUT-END
            END-IF.

            OPEN EXTEND PARENT-REGISTRY-FILE.
            IF PARENT-REGISTRY-STATUS NOT = "00"
               DISPLAY "WINBKOUT: CANNOT OPEN PARENTREG FOR UPDATE,"
                       " STATUS=" PARENT-REGISTRY-STATUS
               GO TO MARK-PARENT-BACKED-OUT-END
            END-IF.
            MOVE 1 TO REGISTRY-INDEX.
            PERFORM MARK-ONE-PARENT-ENTRY THRU
                    MARK-ONE-PARENT-ENTRY-END
               UNTIL REGISTRY-INDEX > REGISTRY-ENTRY-COUNT.
            CLOSE PARENT-REGISTRY-FILE.
        MARK-PARENT-BACKED-OUT-END.
            EXIT.

        SCAN-ONE-PARENT-RECORD.
            READ PARENT-REGISTRY-FILE INTO WINDOW-REGISTRY-RECORD.
            IF PARENT-REGISTRY-STATUS NOT = "00"
               GO TO SCAN-ONE-PARENT-RECORD-END
            END-IF.
            PERFORM NOTE-ONE-REGISTRY-RECORD THRU
                    NOTE-ONE-REGISTRY-RECORD-END.
        SCAN-ONE-PARENT-RECORD-END.
            EXIT.

        MARK-ONE-PARENT-ENTRY.
            IF REG-NOW-COMPLETE (REGISTRY-INDEX)
               PERFORM BUILD-BACKED-OUT-RECORD THRU
                       BUILD-BACKED-OUT-RECORD-END
               WRITE PARENT-REGISTRY-RECORD
                   FROM WINDOW-REGISTRY-RECORD
               ADD 1 TO PARENT-MARKED-COUNT
            END-IF.
            ADD 1 TO REGISTRY-INDEX.
        MARK-ONE-PARENT-ENTRY-END.
            EXIT.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE KEYS-REVIEWED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS THE WINDOW CHANGED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE RESTORED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "PRIOR IMAGES RESTORED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE RECREATED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "DELETED KEYS RE-CREATED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REMOVED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CREATED KEYS REMOVED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE ALREADY-RIGHT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "ALREADY AS BEFORE THE WINDOW" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REFUSED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "REFUSED - CHANGED SINCE" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE FAILED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "FAILED ON THE MASTER" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE UNDATEABLE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "UNDATEABLE TRAIL ENTRIES" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE EXTRACT-DETAIL-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "REVERSING EXTRACT RECORDS" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF REGISTRY-ENTRY-COUNT = 0
               MOVE "WINDOW NOT MARKED ON WINDREG - NOT REGISTERED"
                   TO REPORT-LINE
            ELSE
               MOVE "WINDOW MARKED BACKED OUT ON WINDREG"
                   TO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            IF PARENT-MARKED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "PARENT WINDOW " DELIMITED BY SIZE
                      PARENT-WINDOW-ID DELIMITED BY SIZE
                      " MARKED BACKED OUT ON PARENTREG"
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.
        WRITE-REPORT-SUMMARY-END.
            EXIT.

        WRITE-ONE-TOTAL-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
        WRITE-ONE-TOTAL-LINE-END.
            EXIT.
