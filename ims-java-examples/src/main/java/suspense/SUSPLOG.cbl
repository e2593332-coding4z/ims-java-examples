      *   validation left nothing behind but a DISPLAY line in the
      *   job log -- data control had to re-key it from the original
      *   source.
      *
      *   Every record is stamped with the window it was rejected in
      *   and the source system that sent it (see SUSPREC), neither of
      *   which COB1 knows -- it sees one customer at a time, from
      *   inside the Java round trip.  The window registers both here
      *   through two sentinels instead, the way it registers itself
      *   with AUDITLOG, with no linkage change on either side of the
      *   JNI boundary.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        01 SUSPENSE-FILE-SWITCH     PIC X(1)  VALUE "N".
           88 SUSPENSE-FILE-IS-OPEN           VALUE "Y".

      *   Window identity and default source registered by the
      *   "*WINDOW*" sentinel; SPACES until a window registers.
        01 CURRENT-WINDOW-ID        PIC X(6)  VALUE SPACES.
        01 CURRENT-BUSINESS-DATE    PIC X(8)  VALUE SPACES.
        01 CURRENT-SOURCE-SYSTEM    PIC X(8)  VALUE SPACES.

      *   The current chunk's slots and the source each came from,
      *   registered by "*SOURCE*" calls ahead of the Java round trip.
      *   A record being suspended takes the source of the first slot
      *   for its key not yet used -- COB1 meets the slots in order,
      *   so a key repeated in the chunk pairs each occurrence with
      *   its own slot, as VALSTATS pairs outcomes -- or of the first
      *   slot for the key once all are used, or the default source
      *   when the key is not in the chunk at all (Java changed it).
        01 SLOT-SOURCE-LIMIT        PIC 9(4) BINARY VALUE 500.
        01 SLOT-SOURCE-COUNT        PIC 9(4) BINARY VALUE 0.
        01 SLOT-SOURCE-AREA.
            05  SLOT-SOURCE-ENTRY OCCURS 500 TIMES.
                10  SLOT-KEY             PIC X(6).
                10  SLOT-SOURCE-SYSTEM   PIC X(8).
                10  SLOT-USED-SWITCH     PIC X(1).
                    88 SLOT-WAS-USED         VALUE "Y".
        01 SLOT-INDEX               PIC 9(4) BINARY VALUE 0.
        01 SLOT-MATCH-INDEX         PIC 9(4) BINARY VALUE 0.
        01 RECORD-SOURCE-SYSTEM     PIC X(8)  VALUE SPACES.

        LINKAGE SECTION.
        01 CALLING-PROGRAM-ID          PIC X(8).
        01 REJECT-REASON-CODE          PIC X(1).
      *   AUDITLOG recognizes: the caller is asking for the suspense
      *   file held open EXTEND to be closed at end of run, not for
      *   another record to be written.
      *   The close sentinel also clears the registered window, as
      *   AUDITLOG's does.
            IF CALLING-PROGRAM-ID = SPACES
               PERFORM CLOSE-SUSPENSE-FILE THRU
                       CLOSE-SUSPENSE-FILE-END
               MOVE SPACES TO CURRENT-WINDOW-ID
               MOVE SPACES TO CURRENT-BUSINESS-DATE
               MOVE SPACES TO CURRENT-SOURCE-SYSTEM
               MOVE 0 TO SLOT-SOURCE-COUNT
               GOBACK
            END-IF.

      *   "*WINDOW*" registers the window: the customer image carries
      *   the window id (first 6 bytes), business date (next 8) and
      *   the window's first source system (next 8).  Nothing is
      *   written.
            IF CALLING-PROGRAM-ID = "*WINDOW*"
               MOVE REJECTED-CUSTOMER-IMAGE (1:6)
                   TO CURRENT-WINDOW-ID
               MOVE REJECTED-CUSTOMER-IMAGE (7:8)
                   TO CURRENT-BUSINESS-DATE
               MOVE REJECTED-CUSTOMER-IMAGE (15:8)
                   TO CURRENT-SOURCE-SYSTEM
               MOVE 0 TO SLOT-SOURCE-COUNT
               GOBACK
            END-IF.

      *   "*SOURCE*" registers where the records to come were sent
      *   from: with SPACES in the name it starts a fresh slot list,
      *   the job field naming the default source; with a key it adds
      *   that slot, the job field naming its source.  Nothing is
      *   written.
            IF CALLING-PROGRAM-ID = "*SOURCE*"
               PERFORM REGISTER-SLOT-SOURCE THRU
                       REGISTER-SLOT-SOURCE-END
               GOBACK
            END-IF.

        CLOSE-SUSPENSE-FILE-END.
            EXIT.

        REGISTER-SLOT-SOURCE.
            IF REJECTED-CUSTOMER-NAME = SPACES
               MOVE REJECTED-CUSTOMER-JOB TO CURRENT-SOURCE-SYSTEM
               MOVE 0 TO SLOT-SOURCE-COUNT
               GO TO REGISTER-SLOT-SOURCE-END
            END-IF.
            IF SLOT-SOURCE-COUNT NOT < SLOT-SOURCE-LIMIT
               GO TO REGISTER-SLOT-SOURCE-END
            END-IF.
            ADD 1 TO SLOT-SOURCE-COUNT.
            MOVE REJECTED-CUSTOMER-NAME
                TO SLOT-KEY (SLOT-SOURCE-COUNT).
            MOVE REJECTED-CUSTOMER-JOB
                TO SLOT-SOURCE-SYSTEM (SLOT-SOURCE-COUNT).
            MOVE "N" TO SLOT-USED-SWITCH (SLOT-SOURCE-COUNT).
        REGISTER-SLOT-SOURCE-END.
            EXIT.

        FIND-RECORD-SOURCE.
            MOVE CURRENT-SOURCE-SYSTEM TO RECORD-SOURCE-SYSTEM.
            MOVE 0 TO SLOT-MATCH-INDEX.
            MOVE 1 TO SLOT-INDEX.
            PERFORM MATCH-ONE-SLOT THRU MATCH-ONE-SLOT-END
               UNTIL SLOT-INDEX > SLOT-SOURCE-COUNT.
            IF SLOT-MATCH-INDEX > 0
               MOVE SLOT-SOURCE-SYSTEM (SLOT-MATCH-INDEX)
                   TO RECORD-SOURCE-SYSTEM
               SET SLOT-WAS-USED (SLOT-MATCH-INDEX) TO TRUE
            END-IF.
        FIND-RECORD-SOURCE-END.
            EXIT.

      *   The first unused slot for the key wins; failing that, the
      *   first slot for it at all.  The search stops at the first
      *   unused match.
        MATCH-ONE-SLOT.
            IF SLOT-KEY (SLOT-INDEX) = REJECTED-CUSTOMER-NAME
               IF NOT SLOT-WAS-USED (SLOT-INDEX)
                  MOVE SLOT-INDEX TO SLOT-MATCH-INDEX
                  MOVE SLOT-SOURCE-COUNT TO SLOT-INDEX
               ELSE
                  IF SLOT-MATCH-INDEX = 0
                     MOVE SLOT-INDEX TO SLOT-MATCH-INDEX
                  END-IF
               END-IF
            END-IF.
            ADD 1 TO SLOT-INDEX.
        MATCH-ONE-SLOT-END.
            EXIT.

        WRITE-SUSPENSE-RECORD.
            PERFORM FIND-RECORD-SOURCE THRU FIND-RECORD-SOURCE-END.

            MOVE SPACES                     TO SUSPENSE-RECORD.
            MOVE FUNCTION CURRENT-DATE      TO SUSP-TIMESTAMP.
            MOVE CALLING-PROGRAM-ID         TO SUSP-PROGRAM-ID.
            MOVE REJECTED-CUSTOMER-NAME     TO SUSP-CUSTOMER-NAME.
            MOVE REJECTED-CUSTOMER-JOB      TO SUSP-CUSTOMER-JOB.
            MOVE REJECTED-CUSTOMER-DATE     TO SUSP-CUSTOMER-DATE.
            MOVE CURRENT-WINDOW-ID          TO SUSP-WINDOW-ID.
            MOVE CURRENT-BUSINESS-DATE      TO SUSP-BUSINESS-DATE.
            MOVE RECORD-SOURCE-SYSTEM       TO SUSP-SOURCE-SYSTEM.

            WRITE SUSPENSE-RECORD.
        WRITE-SUSPENSE-RECORD-END.
