        IDENTIFICATION DIVISION.
        PROGRAM-ID. "REJFEED".

      *   REJFEED builds the outbound reject-notification feed for one
      *   upstream source system after a window (see REJFEED.cpy): the
      *   sources that share a window used to hear about their bad
      *   records only when data control phoned them with a SUSPAGE
      *   printout.  The EXEC PARM names the source system; the job
      *   runs one step per source.  For a split window (COBTSPLT) a
      *   second PARM field names the PARENT window id, as the merge
      *   step's PARM does: each stream's dispositions and suspense
      *   records carry the parent id with its last byte replaced by
      *   the stream digit, so they are taken as the window's when
      *   they agree with the parent in all but the last byte, and
      *   the feed and the register carry the parent id.  A trail
      *   mixing stream ids with no parent named ends RC 12.
      *
      *   The step works from the window's own record:
      *     DISPIN   - the window's CUSTDISP disposition trail.  Its
      *                records name the window and business date the
      *                feed is for, and its "E"/"R" dispositions from
      *                source SUSPRSUB are the corrected resubmissions
      *                that cleared in this window.
      *     SUSPENSE - every record SUSPLOG put there for the window
      *                from this source (rejected by COB1 or dropped
      *                by policy, any reason code), each going out as
      *                a reject notice with its reason spelled out.
      *                Read on the first transmission only.
      *     REJREG   - the reject-notification register (see REJREG):
      *                what has already been reported to whom.  A
      *                clear in this window pairs with the oldest
      *                reported record for its key not yet cleared,
      *                and when that report was this source's the
      *                feed carries a follow-up notice for it.
      *   A record SUSPRSUB resubmitted that is rejected again is not
      *   reported a second time -- its source already has the first
      *   notice, and its follow-up is still owed.
      *
      *   The feed is rebuilt, not double-fed, when the step is run
      *   again for the same window: the register already shows the
      *   source's feed as sent, so the header carries the "R"
      *   retransmission flag and nothing already on the register is
      *   appended again.  The reject notices are rebuilt from the
      *   register's "R" records for the source, window and business
      *   date, not from SUSPENSE -- by then the suspense resubmission
      *   procedure has usually emptied or rewritten it -- so the
      *   source is sent again exactly what it was sent the first time.
      *
      *   A window or register too large for the tables cannot pair
      *   clears safely: the step ends RC 8 before anything is
      *   written, and is rerun once the tables are enlarged.  No
      *   dispositions for the window at all, or a register that
      *   cannot be extended, end it RC 12 the same way.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DISPOSITION-FILE ASSIGN TO "DISPIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DISPOSITION-STATUS.

            SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SUSPENSE-FILE-STATUS.

            SELECT REGISTER-FILE ASSIGN TO "REJREG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REGISTER-STATUS.

            SELECT FEED-FILE ASSIGN TO "REJFEED"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS FEED-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DISPOSITION-FILE
            RECORDING MODE IS F.
        COPY DISPREC.

        FD  SUSPENSE-FILE
            RECORDING MODE IS F.
        COPY SUSPREC.

        FD  REGISTER-FILE
            RECORDING MODE IS F.
        COPY REJREG.

        FD  FEED-FILE
            RECORDING MODE IS F.
        COPY REJFEED.

        WORKING-STORAGE SECTION.
        01 DISPOSITION-STATUS        PIC X(2) VALUE "00".
        01 SUSPENSE-FILE-STATUS      PIC X(2) VALUE "00".
        01 REGISTER-STATUS           PIC X(2) VALUE "00".
        01 FEED-STATUS               PIC X(2) VALUE "00".

        01 FEED-SOURCE-SYSTEM        PIC X(8) VALUE SPACES.
        01 RESUBMIT-SOURCE-SYSTEM    PIC X(8) VALUE "SUSPRSUB".
        01 WINDOW-ID                 PIC X(6) VALUE SPACES.
        01 WINDOW-BUSINESS-DATE      PIC X(8) VALUE SPACES.
        01 PARENT-WINDOW-ID          PIC X(6) VALUE SPACES.
        01 WINDOW-MATCH-LENGTH       PIC 9(1) BINARY VALUE 6.
        01 SPLIT-WINDOW-SW           PIC X(1) VALUE "N".
           88 WINDOW-WAS-SPLIT               VALUE "Y".
        01 STREAM-TRAIL-SW           PIC X(1) VALUE "N".
           88 STREAM-TRAILS-MIXED            VALUE "Y".
        01 REGISTER-TIMESTAMP        PIC X(26).
        01 NOTICE-REASON-CODE        PIC X(1).
        01 REASON-TEXT               PIC X(40).

      *   The corrected resubmissions that cleared in this window, in
      *   disposition order.  A clear some source's step of this
      *   window already paired (its "C" record is on the register)
      *   is consumed and not paired again.  Sized past the 50,000-
      *   record windows this system runs.
        01 CLEAR-TABLE-COUNT         PIC 9(5) BINARY VALUE 0.
        01 CLEAR-TABLE-AREA.
            05  CLEAR-ENTRY OCCURS 1 TO 60000 TIMES
                        DEPENDING ON CLEAR-TABLE-COUNT.
                10  CLR-CUSTOMER-KEY     PIC X(6).
                10  CLR-CORRELATION-ID   PIC 9(9).
                10  CLR-CONSUMED-SW      PIC X(1).
                    88  CLEAR-IS-CONSUMED        VALUE "Y".
        01 CLEAR-INDEX               PIC 9(5) BINARY.

      *   Every reject ever reported, in register (oldest first)
      *   order, closed once a "C" record or this run's pairing has
      *   cleared it.
        01 REPORTED-TABLE-COUNT      PIC 9(5) BINARY VALUE 0.
        01 REPORTED-TABLE-AREA.
            05  REPORTED-ENTRY OCCURS 1 TO 60000 TIMES
                        DEPENDING ON REPORTED-TABLE-COUNT.
                10  RPT-SOURCE-SYSTEM    PIC X(8).
                10  RPT-WINDOW-ID        PIC X(6).
                10  RPT-BUSINESS-DATE    PIC X(8).
                10  RPT-CUSTOMER-IMAGE   PIC X(23).
                10  RPT-CORRELATION-ID   PIC 9(9).
                10  RPT-REASON-CODE      PIC X(1).
                10  RPT-CLOSED-SW        PIC X(1).
                    88  REPORTED-IS-CLOSED       VALUE "Y".
        01 REPORTED-INDEX            PIC 9(5) BINARY.
        01 MATCHED-REPORTED-INDEX    PIC 9(5) BINARY.

      *   Follow-ups this source was sent for this window by an
      *   earlier run of the step, sent again on a retransmission.
        01 RESEND-TABLE-COUNT        PIC 9(5) BINARY VALUE 0.
        01 RESEND-TABLE-AREA.
            05  RESEND-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON RESEND-TABLE-COUNT.
                10  RSN-CUSTOMER-IMAGE   PIC X(23).
                10  RSN-REASON-CODE      PIC X(1).
                10  RSN-CORRELATION-ID   PIC 9(9).
                10  RSN-WINDOW-ID        PIC X(6).
                10  RSN-BUSINESS-DATE    PIC X(8).
                10  RSN-CLEARED-CORR-ID  PIC 9(9).
        01 RESEND-INDEX              PIC 9(5) BINARY.

        01 TABLE-OVERFLOW-SW         PIC X(1) VALUE "N".
           88 REGISTER-TABLE-OVERFLOWED      VALUE "Y".
        01 RETRANSMISSION-SW         PIC X(1) VALUE "N".
           88 FEED-IS-RETRANSMISSION         VALUE "Y".

        01 FEED-RECORD-COUNT         PIC 9(7) VALUE 0.
        01 FEED-HASH-TOTAL           PIC 9(15) VALUE 0.
        01 REJECT-NOTICE-COUNT       PIC 9(7) BINARY VALUE 0.
        01 FOLLOW-UP-COUNT           PIC 9(7) BINARY VALUE 0.
        01 RESENT-FOLLOW-UP-COUNT    PIC 9(7) BINARY VALUE 0.
        01 OTHER-WINDOW-COUNT        PIC 9(7) BINARY VALUE 0.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-TEXT            PIC X(15).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "REJFEED: Entering".

            IF PARM-LENGTH < 1
               DISPLAY "REJFEED: PARM MUST CARRY THE SOURCE SYSTEM"
               MOVE 12 TO RETURN-CODE
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.
            IF PARM-LENGTH > 15
               MOVE 15 TO PARM-LENGTH
            END-IF.
            UNSTRING PARM-TEXT (1:PARM-LENGTH) DELIMITED BY ","
                INTO FEED-SOURCE-SYSTEM PARENT-WINDOW-ID
            END-UNSTRING.
            IF FEED-SOURCE-SYSTEM = SPACES
               DISPLAY "REJFEED: PARM MUST CARRY THE SOURCE SYSTEM"
               MOVE 12 TO RETURN-CODE
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.
            IF PARENT-WINDOW-ID NOT = SPACES
               SET WINDOW-WAS-SPLIT TO TRUE
               MOVE 5 TO WINDOW-MATCH-LENGTH
            END-IF.
            IF FEED-SOURCE-SYSTEM = RESUBMIT-SOURCE-SYSTEM
               DISPLAY "REJFEED: " RESUBMIT-SOURCE-SYSTEM
                       " IS NOT AN UPSTREAM SOURCE SYSTEM"
               MOVE 12 TO RETURN-CODE
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.

            PERFORM LOAD-WINDOW-CLEARS THRU
                    LOAD-WINDOW-CLEARS-END.
            IF RETURN-CODE NOT = 0
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.
            DISPLAY "REJFEED: BUILDING FEED FOR SOURCE "
                    FEED-SOURCE-SYSTEM " WINDOW " WINDOW-ID
                    " BUSINESS DATE " WINDOW-BUSINESS-DATE.

            PERFORM LOAD-REJECT-REGISTER THRU
                    LOAD-REJECT-REGISTER-END.
            IF REGISTER-TABLE-OVERFLOWED
               DISPLAY "REJFEED: WINDOW OR REGISTER OVERFLOWS THE"
                       " TABLES - NO FEED BUILT"
               MOVE 8 TO RETURN-CODE
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.

            OPEN EXTEND REGISTER-FILE.
            IF REGISTER-STATUS = "05" OR REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
            END-IF.
            IF REGISTER-STATUS NOT = "00"
               DISPLAY "REJFEED: CANNOT EXTEND REJREG, STATUS="
                       REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.

            OPEN OUTPUT FEED-FILE.
            IF FEED-STATUS NOT = "00"
               DISPLAY "REJFEED: CANNOT OPEN REJFEED, STATUS="
                       FEED-STATUS
               CLOSE REGISTER-FILE
               MOVE 12 TO RETURN-CODE
               DISPLAY "REJFEED: Exiting"
               GOBACK
            END-IF.

            PERFORM WRITE-FEED-HEADER THRU
                    WRITE-FEED-HEADER-END.
            PERFORM FEED-WINDOW-REJECTS THRU
                    FEED-WINDOW-REJECTS-END.

            MOVE 1 TO RESEND-INDEX.
            PERFORM RESEND-ONE-FOLLOW-UP THRU
                    RESEND-ONE-FOLLOW-UP-END
               UNTIL RESEND-INDEX > RESEND-TABLE-COUNT.

            MOVE 1 TO CLEAR-INDEX.
            PERFORM PAIR-ONE-CLEAR THRU
                    PAIR-ONE-CLEAR-END
               UNTIL CLEAR-INDEX > CLEAR-TABLE-COUNT.

            PERFORM WRITE-FEED-TRAILER THRU
                    WRITE-FEED-TRAILER-END.
            IF NOT FEED-IS-RETRANSMISSION
               PERFORM APPEND-FEED-SENT THRU
                       APPEND-FEED-SENT-END
            END-IF.

            CLOSE FEED-FILE.
            CLOSE REGISTER-FILE.

            IF OTHER-WINDOW-COUNT > 0
               DISPLAY "REJFEED: " OTHER-WINDOW-COUNT
                       " DISPOSITION(S) FOR ANOTHER WINDOW IGNORED"
            END-IF.
            DISPLAY "REJFEED: " REJECT-NOTICE-COUNT
                    " reject notice(s), " FOLLOW-UP-COUNT
                    " follow-up(s), " RESENT-FOLLOW-UP-COUNT
                    " follow-up(s) resent".
            DISPLAY "REJFEED: Exiting".
            GOBACK.

      *****************************************************************
      *  LOAD-WINDOW-CLEARS reads the window's disposition trail: the
      *  first record names the window and business date, and every
      *  accepted record that came in on the SUSPRSUB transmission is
      *  tabled as a clear.  A split window's stream trails carry one
      *  window id per stream, each the parent's but for its last
      *  byte, so the trail is matched on the first five bytes and
      *  the parent id named on the PARM stands for them all.  Ids
      *  differing in the last byte with no parent named are refused
      *  -- the feed cannot say which window it is for.
      *****************************************************************
        LOAD-WINDOW-CLEARS.
            OPEN INPUT DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               DISPLAY "REJFEED: NO DISPIN ALLOCATED, STATUS="
                       DISPOSITION-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO LOAD-WINDOW-CLEARS-END
            END-IF.

            PERFORM LOAD-ONE-DISPOSITION THRU
                    LOAD-ONE-DISPOSITION-END
               UNTIL DISPOSITION-STATUS NOT = "00".
            CLOSE DISPOSITION-FILE.

            IF WINDOW-ID = SPACES
               DISPLAY "REJFEED: DISPIN HOLDS NO DISPOSITIONS -"
                       " WINDOW UNKNOWN"
               MOVE 12 TO RETURN-CODE
               GO TO LOAD-WINDOW-CLEARS-END
            END-IF.
            IF WINDOW-WAS-SPLIT
               MOVE PARENT-WINDOW-ID TO WINDOW-ID
               GO TO LOAD-WINDOW-CLEARS-END
            END-IF.
            IF STREAM-TRAILS-MIXED
               DISPLAY "REJFEED: DISPIN HOLDS A SPLIT WINDOW'S STREAM"
                       " TRAILS - PARM MUST NAME THE PARENT WINDOW"
               MOVE 12 TO RETURN-CODE
            END-IF.
        LOAD-WINDOW-CLEARS-END.
            EXIT.

        LOAD-ONE-DISPOSITION.
            READ DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               GO TO LOAD-ONE-DISPOSITION-END
            END-IF.

            IF WINDOW-ID = SPACES
               IF WINDOW-WAS-SPLIT
                  AND DISP-WINDOW-ID (1:5) NOT = PARENT-WINDOW-ID (1:5)
                  ADD 1 TO OTHER-WINDOW-COUNT
                  GO TO LOAD-ONE-DISPOSITION-END
               END-IF
               MOVE DISP-WINDOW-ID     TO WINDOW-ID
               MOVE DISP-BUSINESS-DATE TO WINDOW-BUSINESS-DATE
            END-IF.
            IF DISP-WINDOW-ID (1:5) NOT = WINDOW-ID (1:5)
               OR DISP-BUSINESS-DATE NOT = WINDOW-BUSINESS-DATE
               ADD 1 TO OTHER-WINDOW-COUNT
               GO TO LOAD-ONE-DISPOSITION-END
            END-IF.
            IF DISP-WINDOW-ID NOT = WINDOW-ID
               SET STREAM-TRAILS-MIXED TO TRUE
            END-IF.

            IF DISP-SOURCE-SYSTEM = RESUBMIT-SOURCE-SYSTEM
               AND (DISP-EXTRACTED OR DISP-DELETE-APPLIED)
               IF CLEAR-TABLE-COUNT = 60000
                  SET REGISTER-TABLE-OVERFLOWED TO TRUE
               ELSE
                  ADD 1 TO CLEAR-TABLE-COUNT
                  MOVE DISP-CUSTOMER-KEY
                      TO CLR-CUSTOMER-KEY (CLEAR-TABLE-COUNT)
                  MOVE DISP-CORRELATION-ID
                      TO CLR-CORRELATION-ID (CLEAR-TABLE-COUNT)
                  MOVE "N" TO CLR-CONSUMED-SW (CLEAR-TABLE-COUNT)
               END-IF
            END-IF.
        LOAD-ONE-DISPOSITION-END.
            EXIT.

      *****************************************************************
      *  LOAD-REJECT-REGISTER reads the register back: every "R" is
      *  tabled as a reported reject, every "C" closes the report it
      *  repeats (and, when it cleared in this window, consumes that
      *  clear -- queued to be sent again if it was this source's),
      *  and an "F" for this source and window makes this run a
      *  retransmission.  A missing register is a first run.
      *****************************************************************
        LOAD-REJECT-REGISTER.
            OPEN INPUT REGISTER-FILE.
            IF REGISTER-STATUS NOT = "00"
               DISPLAY "REJFEED: NO REJREG YET - NOTHING REPORTED"
               GO TO LOAD-REJECT-REGISTER-END
            END-IF.

            PERFORM LOAD-ONE-REGISTER-RECORD THRU
                    LOAD-ONE-REGISTER-RECORD-END
               UNTIL REGISTER-STATUS NOT = "00".
            CLOSE REGISTER-FILE.

            IF FEED-IS-RETRANSMISSION
               DISPLAY "REJFEED: FEED ALREADY SENT FOR THIS WINDOW -"
                       " BUILDING A RETRANSMISSION"
            END-IF.
        LOAD-REJECT-REGISTER-END.
            EXIT.

        LOAD-ONE-REGISTER-RECORD.
            READ REGISTER-FILE.
            IF REGISTER-STATUS NOT = "00"
               GO TO LOAD-ONE-REGISTER-RECORD-END
            END-IF.

            EVALUATE TRUE
               WHEN RREG-IS-REPORTED
                  PERFORM TABLE-REPORTED-REJECT THRU
                          TABLE-REPORTED-REJECT-END
               WHEN RREG-IS-CLEARED
                  PERFORM NOTE-LOGGED-CLEAR THRU
                          NOTE-LOGGED-CLEAR-END
               WHEN RREG-IS-FEED-SENT
                  IF RREG-SOURCE-SYSTEM = FEED-SOURCE-SYSTEM
                     AND RREG-WINDOW-ID = WINDOW-ID
                     AND RREG-BUSINESS-DATE = WINDOW-BUSINESS-DATE
                     SET FEED-IS-RETRANSMISSION TO TRUE
                  END-IF
            END-EVALUATE.
        LOAD-ONE-REGISTER-RECORD-END.
            EXIT.

        TABLE-REPORTED-REJECT.
            IF REPORTED-TABLE-COUNT = 60000
               SET REGISTER-TABLE-OVERFLOWED TO TRUE
               GO TO TABLE-REPORTED-REJECT-END
            END-IF.
            ADD 1 TO REPORTED-TABLE-COUNT.
            MOVE RREG-SOURCE-SYSTEM
                TO RPT-SOURCE-SYSTEM (REPORTED-TABLE-COUNT).
            MOVE RREG-WINDOW-ID
                TO RPT-WINDOW-ID (REPORTED-TABLE-COUNT).
            MOVE RREG-BUSINESS-DATE
                TO RPT-BUSINESS-DATE (REPORTED-TABLE-COUNT).
            MOVE RREG-CUSTOMER-IMAGE
                TO RPT-CUSTOMER-IMAGE (REPORTED-TABLE-COUNT).
            MOVE RREG-CORRELATION-ID
                TO RPT-CORRELATION-ID (REPORTED-TABLE-COUNT).
            MOVE RREG-REASON-CODE
                TO RPT-REASON-CODE (REPORTED-TABLE-COUNT).
            MOVE "N" TO RPT-CLOSED-SW (REPORTED-TABLE-COUNT).
        TABLE-REPORTED-REJECT-END.
            EXIT.

        NOTE-LOGGED-CLEAR.
            MOVE 0 TO MATCHED-REPORTED-INDEX.
            MOVE 1 TO REPORTED-INDEX.
            PERFORM MATCH-ONE-REPORTED THRU
                    MATCH-ONE-REPORTED-END
               UNTIL REPORTED-INDEX > REPORTED-TABLE-COUNT
                  OR MATCHED-REPORTED-INDEX > 0.
            IF MATCHED-REPORTED-INDEX > 0
               MOVE "Y" TO RPT-CLOSED-SW (MATCHED-REPORTED-INDEX)
            END-IF.

            IF RREG-CLEARED-WINDOW-ID NOT = WINDOW-ID
               OR RREG-CLEARED-BUSINESS-DATE NOT = WINDOW-BUSINESS-DATE
               GO TO NOTE-LOGGED-CLEAR-END
            END-IF.

            MOVE 1 TO CLEAR-INDEX.
            PERFORM CONSUME-ONE-CLEAR THRU
                    CONSUME-ONE-CLEAR-END
               UNTIL CLEAR-INDEX > CLEAR-TABLE-COUNT.

            IF RREG-SOURCE-SYSTEM = FEED-SOURCE-SYSTEM
               IF RESEND-TABLE-COUNT = 5000
                  SET REGISTER-TABLE-OVERFLOWED TO TRUE
               ELSE
                  ADD 1 TO RESEND-TABLE-COUNT
                  MOVE RREG-CUSTOMER-IMAGE
                      TO RSN-CUSTOMER-IMAGE (RESEND-TABLE-COUNT)
                  MOVE RREG-REASON-CODE
                      TO RSN-REASON-CODE (RESEND-TABLE-COUNT)
                  MOVE RREG-CORRELATION-ID
                      TO RSN-CORRELATION-ID (RESEND-TABLE-COUNT)
                  MOVE RREG-WINDOW-ID
                      TO RSN-WINDOW-ID (RESEND-TABLE-COUNT)
                  MOVE RREG-BUSINESS-DATE
                      TO RSN-BUSINESS-DATE (RESEND-TABLE-COUNT)
                  MOVE RREG-CLEARED-CORRELATION-ID
                      TO RSN-CLEARED-CORR-ID (RESEND-TABLE-COUNT)
               END-IF
            END-IF.
        NOTE-LOGGED-CLEAR-END.
            EXIT.

      *   The open report a "C" record repeats.
        MATCH-ONE-REPORTED.
            IF NOT REPORTED-IS-CLOSED (REPORTED-INDEX)
               AND RPT-SOURCE-SYSTEM (REPORTED-INDEX)
                   = RREG-SOURCE-SYSTEM
               AND RPT-WINDOW-ID (REPORTED-INDEX) = RREG-WINDOW-ID
               AND RPT-BUSINESS-DATE (REPORTED-INDEX)
                   = RREG-BUSINESS-DATE
               AND RPT-CORRELATION-ID (REPORTED-INDEX)
                   = RREG-CORRELATION-ID
               MOVE REPORTED-INDEX TO MATCHED-REPORTED-INDEX
            END-IF.
            ADD 1 TO REPORTED-INDEX.
        MATCH-ONE-REPORTED-END.
            EXIT.

      *   The clear in this window a "C" record was written for.
        CONSUME-ONE-CLEAR.
            IF CLR-CUSTOMER-KEY (CLEAR-INDEX) = RREG-CUSTOMER-NAME
               AND CLR-CORRELATION-ID (CLEAR-INDEX)
                   = RREG-CLEARED-CORRELATION-ID
               MOVE "Y" TO CLR-CONSUMED-SW (CLEAR-INDEX)
            END-IF.
            ADD 1 TO CLEAR-INDEX.
        CONSUME-ONE-CLEAR-END.
            EXIT.

        WRITE-FEED-HEADER.
            MOVE SPACES TO REJECT-FEED-RECORD.
            MOVE "H"                  TO RJF-RECORD-TYPE.
            MOVE FEED-SOURCE-SYSTEM   TO RJF-SOURCE-SYSTEM.
            MOVE WINDOW-BUSINESS-DATE TO RJF-HDR-BUSINESS-DATE.
            MOVE WINDOW-ID            TO RJF-HDR-WINDOW-ID.
            IF FEED-IS-RETRANSMISSION
               SET RJF-IS-RETRANSMISSION TO TRUE
            END-IF.
            WRITE REJECT-FEED-RECORD.
        WRITE-FEED-HEADER-END.
            EXIT.

      *****************************************************************
      *  FEED-WINDOW-REJECTS sends a reject notice for every suspense
      *  record this source sent in this window, in the order SUSPLOG
      *  wrote them, and registers each as reported.  A missing
      *  suspense file means the window rejected nothing.  A
      *  retransmission sends the notices the register says went out
      *  the first time, in the order they were registered, and
      *  leaves SUSPENSE unread.
      *****************************************************************
        FEED-WINDOW-REJECTS.
            IF FEED-IS-RETRANSMISSION
               MOVE 1 TO REPORTED-INDEX
               PERFORM RESEND-ONE-REJECT THRU
                       RESEND-ONE-REJECT-END
                  UNTIL REPORTED-INDEX > REPORTED-TABLE-COUNT
               GO TO FEED-WINDOW-REJECTS-END
            END-IF.

            OPEN INPUT SUSPENSE-FILE.
            IF SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "REJFEED: NO SUSPENSE FILE ALLOCATED"
               GO TO FEED-WINDOW-REJECTS-END
            END-IF.

            PERFORM FEED-ONE-SUSPENSE-RECORD THRU
                    FEED-ONE-SUSPENSE-RECORD-END
               UNTIL SUSPENSE-FILE-STATUS NOT = "00".
            CLOSE SUSPENSE-FILE.
        FEED-WINDOW-REJECTS-END.
            EXIT.

        FEED-ONE-SUSPENSE-RECORD.
            READ SUSPENSE-FILE.
            IF SUSPENSE-FILE-STATUS NOT = "00"
               GO TO FEED-ONE-SUSPENSE-RECORD-END
            END-IF.
            IF SUSP-WINDOW-ID (1:WINDOW-MATCH-LENGTH)
                  NOT = WINDOW-ID (1:WINDOW-MATCH-LENGTH)
               OR SUSP-BUSINESS-DATE NOT = WINDOW-BUSINESS-DATE
               OR SUSP-SOURCE-SYSTEM NOT = FEED-SOURCE-SYSTEM
               GO TO FEED-ONE-SUSPENSE-RECORD-END
            END-IF.

            MOVE SUSP-REASON-CODE TO NOTICE-REASON-CODE.
            PERFORM SET-REASON-TEXT THRU SET-REASON-TEXT-END.

            MOVE SPACES TO REJECT-FEED-RECORD.
            MOVE "D"                  TO RJF-RECORD-TYPE.
            MOVE SUSP-CUSTOMER-IMAGE  TO RJF-CUSTOMER-IMAGE.
            MOVE SUSP-REASON-CODE     TO RJF-REASON-CODE.
            MOVE REASON-TEXT          TO RJF-REASON-TEXT.
            MOVE SUSP-CORRELATION-ID  TO RJF-CORRELATION-ID.
            MOVE WINDOW-ID            TO RJF-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RJF-BUSINESS-DATE.
            MOVE 0                    TO RJF-CLEARED-CORRELATION-ID.
            PERFORM WRITE-FEED-NOTICE THRU WRITE-FEED-NOTICE-END.
            ADD 1 TO REJECT-NOTICE-COUNT.

            MOVE SPACES TO REJECT-REGISTER-RECORD.
            MOVE "R"                  TO RREG-STATUS.
            MOVE FEED-SOURCE-SYSTEM   TO RREG-SOURCE-SYSTEM.
            MOVE WINDOW-ID            TO RREG-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RREG-BUSINESS-DATE.
            MOVE SUSP-CUSTOMER-IMAGE  TO RREG-CUSTOMER-IMAGE.
            MOVE SUSP-CORRELATION-ID  TO RREG-CORRELATION-ID.
            MOVE SUSP-REASON-CODE     TO RREG-REASON-CODE.
            MOVE 0 TO RREG-CLEARED-CORRELATION-ID.
            PERFORM WRITE-REGISTER-RECORD THRU
                    WRITE-REGISTER-RECORD-END.
        FEED-ONE-SUSPENSE-RECORD-END.
            EXIT.

      *   A reject this source was reported for this window, sent
      *   again as it was registered.
        RESEND-ONE-REJECT.
            IF RPT-SOURCE-SYSTEM (REPORTED-INDEX) = FEED-SOURCE-SYSTEM
               AND RPT-WINDOW-ID (REPORTED-INDEX) = WINDOW-ID
               AND RPT-BUSINESS-DATE (REPORTED-INDEX)
                   = WINDOW-BUSINESS-DATE
               PERFORM SEND-REJECT-AGAIN THRU SEND-REJECT-AGAIN-END
            END-IF.
            ADD 1 TO REPORTED-INDEX.
        RESEND-ONE-REJECT-END.
            EXIT.

        SEND-REJECT-AGAIN.
            MOVE RPT-REASON-CODE (REPORTED-INDEX)
                TO NOTICE-REASON-CODE.
            PERFORM SET-REASON-TEXT THRU SET-REASON-TEXT-END.

            MOVE SPACES TO REJECT-FEED-RECORD.
            MOVE "D" TO RJF-RECORD-TYPE.
            MOVE RPT-CUSTOMER-IMAGE (REPORTED-INDEX)
                TO RJF-CUSTOMER-IMAGE.
            MOVE RPT-REASON-CODE (REPORTED-INDEX) TO RJF-REASON-CODE.
            MOVE REASON-TEXT TO RJF-REASON-TEXT.
            MOVE RPT-CORRELATION-ID (REPORTED-INDEX)
                TO RJF-CORRELATION-ID.
            MOVE WINDOW-ID            TO RJF-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RJF-BUSINESS-DATE.
            MOVE 0                    TO RJF-CLEARED-CORRELATION-ID.
            PERFORM WRITE-FEED-NOTICE THRU WRITE-FEED-NOTICE-END.
            ADD 1 TO REJECT-NOTICE-COUNT.
        SEND-REJECT-AGAIN-END.
            EXIT.

        RESEND-ONE-FOLLOW-UP.
            MOVE RSN-REASON-CODE (RESEND-INDEX)
                TO NOTICE-REASON-CODE.
            PERFORM SET-REASON-TEXT THRU SET-REASON-TEXT-END.

            MOVE SPACES TO REJECT-FEED-RECORD.
            MOVE "F" TO RJF-RECORD-TYPE.
            MOVE RSN-CUSTOMER-IMAGE (RESEND-INDEX)
                TO RJF-CUSTOMER-IMAGE.
            MOVE RSN-REASON-CODE (RESEND-INDEX) TO RJF-REASON-CODE.
            MOVE REASON-TEXT TO RJF-REASON-TEXT.
            MOVE RSN-CORRELATION-ID (RESEND-INDEX)
                TO RJF-CORRELATION-ID.
            MOVE RSN-WINDOW-ID (RESEND-INDEX) TO RJF-WINDOW-ID.
            MOVE RSN-BUSINESS-DATE (RESEND-INDEX)
                TO RJF-BUSINESS-DATE.
            MOVE WINDOW-ID TO RJF-CLEARED-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RJF-CLEARED-BUSINESS-DATE.
            MOVE RSN-CLEARED-CORR-ID (RESEND-INDEX)
                TO RJF-CLEARED-CORRELATION-ID.
            PERFORM WRITE-FEED-NOTICE THRU WRITE-FEED-NOTICE-END.
            ADD 1 TO RESENT-FOLLOW-UP-COUNT.
            ADD 1 TO RESEND-INDEX.
        RESEND-ONE-FOLLOW-UP-END.
            EXIT.

      *****************************************************************
      *  PAIR-ONE-CLEAR pairs one clear not yet consumed with the
      *  oldest open report for its key.  A report from this very
      *  window is passed over -- a resubmission always clears in a
      *  later window than its reject, and another source's step of
      *  this window may already have registered its own rejects.
      *  The pairing stands whichever source the report was; only
      *  this source's is noticed and registered here.
      *****************************************************************
        PAIR-ONE-CLEAR.
            IF NOT CLEAR-IS-CONSUMED (CLEAR-INDEX)
               PERFORM MATCH-ONE-CLEAR THRU MATCH-ONE-CLEAR-END
            END-IF.
            ADD 1 TO CLEAR-INDEX.
        PAIR-ONE-CLEAR-END.
            EXIT.

        MATCH-ONE-CLEAR.
            MOVE 0 TO MATCHED-REPORTED-INDEX.
            MOVE 1 TO REPORTED-INDEX.
            PERFORM CHECK-ONE-REPORTED THRU
                    CHECK-ONE-REPORTED-END
               UNTIL REPORTED-INDEX > REPORTED-TABLE-COUNT
                  OR MATCHED-REPORTED-INDEX > 0.
            IF MATCHED-REPORTED-INDEX = 0
               GO TO MATCH-ONE-CLEAR-END
            END-IF.

            MOVE "Y" TO RPT-CLOSED-SW (MATCHED-REPORTED-INDEX).
            IF RPT-SOURCE-SYSTEM (MATCHED-REPORTED-INDEX)
               = FEED-SOURCE-SYSTEM
               PERFORM SEND-FOLLOW-UP THRU SEND-FOLLOW-UP-END
            END-IF.
        MATCH-ONE-CLEAR-END.
            EXIT.

        CHECK-ONE-REPORTED.
            IF NOT REPORTED-IS-CLOSED (REPORTED-INDEX)
               AND RPT-CUSTOMER-IMAGE (REPORTED-INDEX) (1:6)
                   = CLR-CUSTOMER-KEY (CLEAR-INDEX)
               AND (RPT-WINDOW-ID (REPORTED-INDEX) NOT = WINDOW-ID
                    OR RPT-BUSINESS-DATE (REPORTED-INDEX)
                       NOT = WINDOW-BUSINESS-DATE)
               MOVE REPORTED-INDEX TO MATCHED-REPORTED-INDEX
            END-IF.
            ADD 1 TO REPORTED-INDEX.
        CHECK-ONE-REPORTED-END.
            EXIT.

        SEND-FOLLOW-UP.
            MOVE RPT-REASON-CODE (MATCHED-REPORTED-INDEX)
                TO NOTICE-REASON-CODE.
            PERFORM SET-REASON-TEXT THRU SET-REASON-TEXT-END.

            MOVE SPACES TO REJECT-FEED-RECORD.
            MOVE "F" TO RJF-RECORD-TYPE.
            MOVE RPT-CUSTOMER-IMAGE (MATCHED-REPORTED-INDEX)
                TO RJF-CUSTOMER-IMAGE.
            MOVE RPT-REASON-CODE (MATCHED-REPORTED-INDEX)
                TO RJF-REASON-CODE.
            MOVE REASON-TEXT TO RJF-REASON-TEXT.
            MOVE RPT-CORRELATION-ID (MATCHED-REPORTED-INDEX)
                TO RJF-CORRELATION-ID.
            MOVE RPT-WINDOW-ID (MATCHED-REPORTED-INDEX)
                TO RJF-WINDOW-ID.
            MOVE RPT-BUSINESS-DATE (MATCHED-REPORTED-INDEX)
                TO RJF-BUSINESS-DATE.
            MOVE WINDOW-ID TO RJF-CLEARED-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RJF-CLEARED-BUSINESS-DATE.
            MOVE CLR-CORRELATION-ID (CLEAR-INDEX)
                TO RJF-CLEARED-CORRELATION-ID.
            PERFORM WRITE-FEED-NOTICE THRU WRITE-FEED-NOTICE-END.
            ADD 1 TO FOLLOW-UP-COUNT.

            MOVE SPACES TO REJECT-REGISTER-RECORD.
            MOVE "C" TO RREG-STATUS.
            MOVE FEED-SOURCE-SYSTEM TO RREG-SOURCE-SYSTEM.
            MOVE RPT-WINDOW-ID (MATCHED-REPORTED-INDEX)
                TO RREG-WINDOW-ID.
            MOVE RPT-BUSINESS-DATE (MATCHED-REPORTED-INDEX)
                TO RREG-BUSINESS-DATE.
            MOVE RPT-CUSTOMER-IMAGE (MATCHED-REPORTED-INDEX)
                TO RREG-CUSTOMER-IMAGE.
            MOVE RPT-CORRELATION-ID (MATCHED-REPORTED-INDEX)
                TO RREG-CORRELATION-ID.
            MOVE RPT-REASON-CODE (MATCHED-REPORTED-INDEX)
                TO RREG-REASON-CODE.
            MOVE WINDOW-ID TO RREG-CLEARED-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RREG-CLEARED-BUSINESS-DATE.
            MOVE CLR-CORRELATION-ID (CLEAR-INDEX)
                TO RREG-CLEARED-CORRELATION-ID.
            PERFORM WRITE-REGISTER-RECORD THRU
                    WRITE-REGISTER-RECORD-END.
        SEND-FOLLOW-UP-END.
            EXIT.

      *   Reject and follow-up notices count and hash alike.
        WRITE-FEED-NOTICE.
            WRITE REJECT-FEED-RECORD.
            ADD 1 TO FEED-RECORD-COUNT.
            CALL "KEYHASH" USING RJF-CUSTOMER-NAME
                                  FEED-HASH-TOTAL.
        WRITE-FEED-NOTICE-END.
            EXIT.

        WRITE-FEED-TRAILER.
            MOVE SPACES TO REJECT-FEED-RECORD.
            MOVE "T"               TO RJF-RECORD-TYPE.
            MOVE FEED-RECORD-COUNT TO RJF-RECORD-COUNT.
            MOVE FEED-HASH-TOTAL   TO RJF-HASH-TOTAL.
            WRITE REJECT-FEED-RECORD.
        WRITE-FEED-TRAILER-END.
            EXIT.

        APPEND-FEED-SENT.
            MOVE SPACES TO REJECT-REGISTER-RECORD.
            MOVE "F"                  TO RREG-STATUS.
            MOVE FEED-SOURCE-SYSTEM   TO RREG-SOURCE-SYSTEM.
            MOVE WINDOW-ID            TO RREG-WINDOW-ID.
            MOVE WINDOW-BUSINESS-DATE TO RREG-BUSINESS-DATE.
            MOVE 0 TO RREG-CORRELATION-ID.
            MOVE 0 TO RREG-CLEARED-CORRELATION-ID.
            PERFORM WRITE-REGISTER-RECORD THRU
                    WRITE-REGISTER-RECORD-END.
        APPEND-FEED-SENT-END.
            EXIT.

        WRITE-REGISTER-RECORD.
            MOVE FUNCTION CURRENT-DATE TO REGISTER-TIMESTAMP.
            MOVE REGISTER-TIMESTAMP TO RREG-TIMESTAMP.
            WRITE REJECT-REGISTER-RECORD.
        WRITE-REGISTER-RECORD-END.
            EXIT.

      *   The reason spelled out, in the words the SUSPAGE inventory
      *   uses (see SUSPREC for the codes).
        SET-REASON-TEXT.
            EVALUATE NOTICE-REASON-CODE
               WHEN "J"
                  MOVE "JOB CODE INVALID" TO REASON-TEXT
               WHEN "D"
                  MOVE "DATE INVALID" TO REASON-TEXT
               WHEN "B"
                  MOVE "JOB AND DATE INVALID" TO REASON-TEXT
               WHEN "M"
                  MOVE "MASTER UPDATE LOST" TO REASON-TEXT
               WHEN "U"
                  MOVE "DUPLICATE POLICY DROP" TO REASON-TEXT
               WHEN "N"
                  MOVE "DELETE KEY NOT ON MASTER" TO REASON-TEXT
               WHEN "E"
                  MOVE "JAVA EXCEPTION ISOLATED" TO REASON-TEXT
               WHEN "C"
                  MOVE "JAVA CHANGE CONTRACT" TO REASON-TEXT
               WHEN "F"
                  MOVE "PENDING CHANGE NOT HELD" TO REASON-TEXT
               WHEN OTHER
                  MOVE "UNRECOGNIZED REASON CODE" TO REASON-TEXT
            END-EVALUATE.
        SET-REASON-TEXT-END.
            EXIT.
