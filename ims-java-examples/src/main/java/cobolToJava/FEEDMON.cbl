        IDENTIFICATION DIVISION.
        PROGRAM-ID. "FEEDMON".

      *   FEEDMON is the expected-feed monitor, run at the window
      *   cutoff.  WINDREG only shows after the fact that a source's
      *   business date skipped a day; a source that never sends its
      *   file at all goes unnoticed until billing asks.  FEEDMON
      *   holds the expected-feed calendar (FEEDCAL, see the copybook)
      *   against what has actually arrived -- the WINDREG registry of
      *   windows carried to a clean finish, and the headers of every
      *   source transmission riding on CUSTIN for the coming window
      *   -- and lists each source on FEEDRPT as:
      *     RECEIVED    due, and on CUSTIN or registered complete;
      *     LATE        due on an earlier business day and only
      *                 arrived after its due-by time (on CUSTIN now,
      *                 or its window registered complete after the
      *                 processing night that follows the due-by
      *                 time -- see SETTLE-ONE-DUE-FEED);
      *     MISSING     due, past its due-by time, and neither on
      *                 CUSTIN nor registered complete -- a window
      *                 WINBKOUT backed out counts as not received;
      *     NOT YET DUE due, not yet arrived, but its due-by time
      *                 has not passed;
      *     UNEXPECTED  on CUSTIN or registered for a business date
      *                 the calendar does not expect it on (a holiday,
      *                 a non-month-end day) or from a source the
      *                 calendar does not know.
      *   The business date is checked together with the LOOKBACK
      *   business dates before it, so a feed missing yesterday is
      *   still chased today and shows LATE once it turns up;
      *   earlier dates are listed only when they need attention.
      *
      *   The EXEC PARM is the business date (MM/DD/YY), optionally
      *   followed by ",nn" lookback days (default 7, at most 31);
      *   without a PARM the business date is today's date.
      *
      *   RETURN-CODE: 0 = every due feed is in; 4 = late or
      *   unexpected transmissions, or calendar cards rejected, are
      *   listed; 8 = a due feed is MISSING -- the scheduler's signal
      *   to chase the source before the window closes; 12 = the
      *   monitor could not run (PARM, no usable FEEDCAL, or more
      *   transmissions than it can hold).
      *
      *   FEEDMON reads and never updates, so it is not held off by
      *   the batch-window interlock: it is meant to run while the
      *   window is being assembled.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FEED-CALENDAR-FILE ASSIGN TO "FEEDCAL"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS FEED-CALENDAR-STATUS.

            SELECT WINDOW-REGISTRY-FILE ASSIGN TO "WINDREG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WINDOW-REGISTRY-STATUS.

            SELECT CUST-INPUT-FILE ASSIGN TO "CUSTIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CUST-INPUT-STATUS.

            SELECT REPORT-FILE ASSIGN TO "FEEDRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FEED-CALENDAR-FILE
            RECORDING MODE IS F.
        COPY FEEDCAL.

        FD  WINDOW-REGISTRY-FILE
            RECORDING MODE IS F.
        COPY WINREG.

        FD  CUST-INPUT-FILE
            RECORDING MODE IS F.
        01  CUST-INPUT-RECORD           PIC X(23).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 FEED-CALENDAR-STATUS      PIC X(2) VALUE "00".
        01 WINDOW-REGISTRY-STATUS    PIC X(2) VALUE "00".
        01 CUST-INPUT-STATUS         PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        COPY CUSTCTL.

        01 RUN-TIMESTAMP             PIC X(21).
        01 NOW-STAMP                 PIC X(12).
        01 RUN-DATE-TEXT             PIC X(8).
        01 RUN-DATE-NUM              PIC 9(8) VALUE 0.
        01 RUN-DAY-INTEGER           PIC 9(7) BINARY VALUE 0.
        01 LOOKBACK-DAYS             PIC 9(2) VALUE 7.
        01 START-DAY-INTEGER         PIC 9(7) BINARY VALUE 0.
        01 START-DATE-NUM            PIC 9(8) VALUE 0.

        01 CONVERT-DATE-INPUT        PIC X(8).
        01 CONVERT-DATE-YYYYMMDD     PIC 9(8).
        01 CONVERT-DATE-GOOD-SWITCH  PIC X(1).
           88 CONVERT-DATE-IS-GOOD           VALUE "Y".
        01 CONVERT-MM                PIC 99.
        01 CONVERT-DD                PIC 99.
        01 CONVERT-YY                PIC 99.
        01 CONVERT-FULL-YEAR         PIC 9(4).

      *   The expected-feed calendar: one schedule per source, and
      *   the holidays.
        01 SCHEDULE-COUNT            PIC 9(4) BINARY VALUE 0.
        01 SCHEDULE-TABLE.
            05  SCHEDULE-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON SCHEDULE-COUNT
                        INDEXED BY SCHEDULE-INDEX.
                10  SCHED-SOURCE         PIC X(8).
                10  SCHED-FREQUENCY      PIC X(1).
                    88  SCHED-EVERY-BUSINESS-DAY VALUE "D".
                    88  SCHED-MARKED-WEEKDAYS    VALUE "W".
                    88  SCHED-MONTH-END-ONLY     VALUE "M".
                10  SCHED-DAY-MASK       PIC X(7).
                10  SCHED-DUE-DAYS       PIC 9(1).
                10  SCHED-DUE-TIME       PIC 9(4).
                10  SCHED-FROM-NUM       PIC 9(8).
                10  SCHED-TO-NUM         PIC 9(8).
        01 HOLIDAY-COUNT             PIC 9(4) BINARY VALUE 0.
        01 HOLIDAY-TABLE.
            05  HOLIDAY-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON HOLIDAY-COUNT
                        INDEXED BY HOLIDAY-INDEX.
                10  HOL-DATE-NUM         PIC 9(8).
                10  HOL-SOURCE           PIC X(8).

        01 CARD-SCAN-INDEX           PIC 9(2) BINARY VALUE 0.
        01 CARD-MASK-MARKS           PIC 9(2) BINARY VALUE 0.
        01 CARD-REJECT-REASON        PIC X(40).
        01 CARD-FROM-NUM             PIC 9(8).
        01 CARD-TO-NUM               PIC 9(8).
        01 CARD-DUE-HOURS            PIC 9(2).
        01 CARD-DUE-MINUTES          PIC 9(2).

      *   Every transmission seen: each CUSTIN header, and each
      *   WINDREG window in the lookback (latest record per window
      *   id/business date/source, as the registry reads).
        01 RECEIPT-COUNT             PIC 9(4) BINARY VALUE 0.
        01 RECEIPT-TABLE.
            05  RECEIPT-ENTRY OCCURS 1 TO 2000 TIMES
                        DEPENDING ON RECEIPT-COUNT
                        INDEXED BY RECEIPT-INDEX.
                10  RCPT-SOURCE          PIC X(8).
                10  RCPT-BUSINESS-DATE   PIC X(8).
                10  RCPT-DATE-NUM        PIC 9(8).
                10  RCPT-WINDOW-ID       PIC X(6).
                10  RCPT-ORIGIN          PIC X(1).
                    88  RCPT-FROM-CUSTIN         VALUE "C".
                    88  RCPT-FROM-REGISTRY       VALUE "R".
                10  RCPT-STATUS          PIC X(1).
                    88  RCPT-IS-COMPLETE         VALUE "C".
                    88  RCPT-IS-BACKED-OUT       VALUE "B".
                10  RCPT-STAMP           PIC X(12).
                10  RCPT-MATCHED-SW      PIC X(1).
                    88  RCPT-MATCHED             VALUE "Y".
        01 RECEIPT-OVERFLOW-SW       PIC X(1) VALUE "N".
           88 RECEIPT-TABLE-OVERFLOWED       VALUE "Y".

        01 CUSTIN-PRESENT-SW         PIC X(1) VALUE "N".
           88 CUSTIN-WAS-READ                VALUE "Y".
        01 REGISTRY-PRESENT-SW       PIC X(1) VALUE "N".
           88 REGISTRY-WAS-READ              VALUE "Y".
        01 EXPECTING-HEADER-SW       PIC X(1) VALUE "Y".
           88 EXPECTING-SET-HEADER           VALUE "Y".
        01 CUSTIN-BROKEN-SW          PIC X(1) VALUE "N".
           88 CUSTIN-STRUCTURE-BROKEN        VALUE "Y".

      *   The business day under test.
        01 CHECK-DAY-INTEGER         PIC 9(7) BINARY VALUE 0.
        01 CHECK-DATE-NUM            PIC 9(8) VALUE 0.
        01 PROBE-DAY-INTEGER         PIC 9(7) BINARY VALUE 0.
        01 PROBE-DATE-NUM            PIC 9(8) VALUE 0.
        01 PROBE-SOURCE              PIC X(8).
        01 PROBE-WEEKDAY             PIC 9(1) VALUE 0.
        01 PROBE-WEEKS               PIC 9(7) BINARY VALUE 0.
        01 PROBE-HOLIDAY-SW          PIC X(1) VALUE "N".
           88 PROBE-IS-HOLIDAY               VALUE "Y".
        01 PROBE-BUSINESS-DAY-SW     PIC X(1) VALUE "N".
           88 PROBE-IS-BUSINESS-DAY          VALUE "Y".
        01 MONTH-FIRST-INTEGER       PIC 9(7) BINARY VALUE 0.
        01 MONTH-YEAR                PIC 9(4) VALUE 0.
        01 MONTH-NUMBER              PIC 9(2) VALUE 0.
        01 SOURCE-DUE-SW             PIC X(1) VALUE "N".
           88 SOURCE-IS-DUE                  VALUE "Y".

      *   What arrived for one due source and business date.
        01 DUE-BY-INTEGER            PIC 9(7) BINARY VALUE 0.
        01 DUE-BY-DATE-NUM           PIC 9(8) VALUE 0.
        01 DUE-BY-STAMP.
            05  DUE-BY-STAMP-DATE    PIC 9(8).
            05  DUE-BY-STAMP-TIME    PIC 9(4).
        01 NIGHT-END-STAMP.
            05  NIGHT-END-STAMP-DATE PIC 9(8).
            05  NIGHT-END-STAMP-TIME PIC 9(4).
        01 FOUND-REGISTRY-SW         PIC X(1) VALUE "N".
           88 FOUND-ON-REGISTRY              VALUE "Y".
        01 FOUND-CUSTIN-SW           PIC X(1) VALUE "N".
           88 FOUND-ON-CUSTIN                VALUE "Y".
        01 FOUND-STAMP               PIC X(12).
        01 FOUND-WINDOW-ID           PIC X(6).

        01 RECEIVED-COUNT            PIC 9(7) BINARY VALUE 0.
        01 LATE-COUNT                PIC 9(7) BINARY VALUE 0.
        01 MISSING-COUNT             PIC 9(7) BINARY VALUE 0.
        01 NOT-YET-DUE-COUNT         PIC 9(7) BINARY VALUE 0.
        01 UNEXPECTED-COUNT          PIC 9(7) BINARY VALUE 0.
        01 CARD-REJECT-COUNT         PIC 9(7) BINARY VALUE 0.
        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        01 EDIT-DATE-NUM             PIC 9(8).
        01 EDIT-DATE-TEXT            PIC X(8).
        01 EDIT-STAMP                PIC X(12).
        01 EDIT-STAMP-TEXT           PIC X(16).

        01 REPORT-HEADING-1.
            05  FILLER PIC X(38)
                VALUE "EXPECTED-FEED MONITOR - BUSINESS DATE ".
            05  HDG-BUSINESS-DATE    PIC X(8).
            05  FILLER PIC X(6) VALUE "  RUN ".
            05  HDG-RUN-STAMP        PIC X(16).
            05  FILLER PIC X(11) VALUE "  LOOKBACK ".
            05  HDG-LOOKBACK         PIC Z9.
            05  FILLER PIC X(5) VALUE " DAYS".
        01 FEED-HEADING.
            05  FILLER PIC X(10) VALUE "SOURCE".
            05  FILLER PIC X(10) VALUE "BUS DATE".
            05  FILLER PIC X(18) VALUE "DUE BY".
            05  FILLER PIC X(13) VALUE "STATUS".
            05  FILLER PIC X(8)  VALUE "WINDOW".
            05  FILLER PIC X(52) VALUE "NOTE".
            05  FILLER PIC X(7)  VALUE "SEEN ON".
        01 FEED-LINE.
            05  FL-SOURCE            PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FL-BUSINESS-DATE     PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FL-DUE-BY            PIC X(16).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FL-STATUS            PIC X(11).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FL-WINDOW-ID         PIC X(6).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FL-NOTE              PIC X(50).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FL-SEEN-ON           PIC X(8).
        01 CARD-REJECT-LINE.
            05  FILLER PIC X(24) VALUE "CALENDAR CARD REJECTED: ".
            05  CRL-REASON           PIC X(40).
            05  FILLER PIC X(2)  VALUE SPACES.
            05  CRL-CARD             PIC X(66).

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-BUSINESS-DATE   PIC X(8).
            05  PARM-SEPARATOR       PIC X(1).
            05  PARM-LOOKBACK        PIC X(2).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "FEEDMON: Entering".

            MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
            MOVE RUN-TIMESTAMP (1:12) TO NOW-STAMP.

            PERFORM SET-MONITOR-DATES THRU SET-MONITOR-DATES-END.
            IF RETURN-CODE = 12
               DISPLAY "FEEDMON: Exiting"
               GOBACK
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            MOVE RUN-DATE-TEXT TO HDG-BUSINESS-DATE.
            MOVE NOW-STAMP TO EDIT-STAMP.
            PERFORM EDIT-ONE-STAMP THRU EDIT-ONE-STAMP-END.
            MOVE EDIT-STAMP-TEXT TO HDG-RUN-STAMP.
            MOVE LOOKBACK-DAYS TO HDG-LOOKBACK.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            PERFORM LOAD-FEED-CALENDAR THRU LOAD-FEED-CALENDAR-END.
            IF SCHEDULE-COUNT = 0
               MOVE "NO USABLE SCHEDULE CARD ON FEEDCAL - NOTHING"
                   TO REPORT-LINE
               MOVE " CAN BE MONITORED" TO REPORT-LINE (45:17)
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "FEEDMON: NO USABLE FEEDCAL SCHEDULE"
               MOVE 12 TO RETURN-CODE
               DISPLAY "FEEDMON: Exiting"
               GOBACK
            END-IF.

            PERFORM LOAD-WINDOW-REGISTRY THRU
                    LOAD-WINDOW-REGISTRY-END.
            PERFORM LOAD-CUSTIN-HEADERS THRU
                    LOAD-CUSTIN-HEADERS-END.
            IF RECEIPT-TABLE-OVERFLOWED
               MOVE "MORE THAN 2000 TRANSMISSIONS IN THE LOOKBACK -"
                   TO REPORT-LINE
               MOVE " MONITOR CANNOT RUN" TO REPORT-LINE (47:19)
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "FEEDMON: RECEIPT TABLE OVERFLOWED"
               MOVE 12 TO RETURN-CODE
               DISPLAY "FEEDMON: Exiting"
               GOBACK
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE FEED-HEADING TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE START-DAY-INTEGER TO CHECK-DAY-INTEGER.
            PERFORM CHECK-ONE-BUSINESS-DAY THRU
                    CHECK-ONE-BUSINESS-DAY-END
               UNTIL CHECK-DAY-INTEGER > RUN-DAY-INTEGER.

            SET RECEIPT-INDEX TO 1.
            PERFORM LIST-ONE-UNEXPECTED THRU
                    LIST-ONE-UNEXPECTED-END
               UNTIL RECEIPT-INDEX > RECEIPT-COUNT.

            PERFORM WRITE-MONITOR-TOTALS THRU
                    WRITE-MONITOR-TOTALS-END.
            CLOSE REPORT-FILE.

            EVALUATE TRUE
               WHEN MISSING-COUNT > 0
                  MOVE 8 TO RETURN-CODE
               WHEN LATE-COUNT > 0
                 OR UNEXPECTED-COUNT > 0
                 OR CARD-REJECT-COUNT > 0
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            DISPLAY "FEEDMON: BUSINESS DATE " RUN-DATE-TEXT ": "
                    MISSING-COUNT " MISSING, " LATE-COUNT " LATE, "
                    UNEXPECTED-COUNT " UNEXPECTED, RC=" RETURN-CODE.
            DISPLAY "FEEDMON: Exiting".
            GOBACK.

      *****************************************************************
      *  SET-MONITOR-DATES takes the business date and lookback from
      *  the PARM (today's date and 7 without one) and works out the
      *  first business date the lookback reaches.
      *****************************************************************
        SET-MONITOR-DATES.
            IF PARM-LENGTH = 0
               MOVE RUN-TIMESTAMP (5:2) TO RUN-DATE-TEXT (1:2)
               MOVE "/" TO RUN-DATE-TEXT (3:1)
               MOVE RUN-TIMESTAMP (7:2) TO RUN-DATE-TEXT (4:2)
               MOVE "/" TO RUN-DATE-TEXT (6:1)
               MOVE RUN-TIMESTAMP (3:2) TO RUN-DATE-TEXT (7:2)
            ELSE
               MOVE PARM-BUSINESS-DATE TO RUN-DATE-TEXT
            END-IF.

            MOVE RUN-DATE-TEXT TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-CALENDAR-DATE THRU
                    CONVERT-CALENDAR-DATE-END.
            IF NOT CONVERT-DATE-IS-GOOD
               OR (PARM-LENGTH > 0 AND PARM-LENGTH < 8)
               OR (PARM-LENGTH > 8 AND PARM-LENGTH NOT = 11)
               DISPLAY "FEEDMON: PARM MUST BE THE BUSINESS DATE"
                       " (MM/DD/YY), OPTIONALLY ,NN LOOKBACK DAYS"
               MOVE 12 TO RETURN-CODE
               GO TO SET-MONITOR-DATES-END
            END-IF.
            MOVE CONVERT-DATE-YYYYMMDD TO RUN-DATE-NUM.

            IF PARM-LENGTH = 11
               IF PARM-SEPARATOR NOT = ","
                  OR PARM-LOOKBACK NOT NUMERIC
                  DISPLAY "FEEDMON: PARM LOOKBACK MUST BE ,NN DAYS"
                  MOVE 12 TO RETURN-CODE
                  GO TO SET-MONITOR-DATES-END
               END-IF
               MOVE PARM-LOOKBACK TO LOOKBACK-DAYS
            END-IF.
            IF LOOKBACK-DAYS > 31
               DISPLAY "FEEDMON: LOOKBACK OVER 31 DAYS"
               MOVE 12 TO RETURN-CODE
               GO TO SET-MONITOR-DATES-END
            END-IF.

            COMPUTE RUN-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
            COMPUTE START-DAY-INTEGER =
                    RUN-DAY-INTEGER - LOOKBACK-DAYS.
            COMPUTE START-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(START-DAY-INTEGER).
            DISPLAY "FEEDMON: BUSINESS DATE " RUN-DATE-TEXT
                    ", LOOKING BACK " LOOKBACK-DAYS " DAY(S)".
        SET-MONITOR-DATES-END.
            EXIT.

      *****************************************************************
      *  LOAD-FEED-CALENDAR validates and loads every FEEDCAL card; a
      *  card that fails is listed with its reason and ignored.
      *****************************************************************
        LOAD-FEED-CALENDAR.
            OPEN INPUT FEED-CALENDAR-FILE.
            IF FEED-CALENDAR-STATUS NOT = "00"
               DISPLAY "FEEDMON: CANNOT OPEN FEEDCAL, STATUS="
                       FEED-CALENDAR-STATUS
               GO TO LOAD-FEED-CALENDAR-END
            END-IF.
            PERFORM LOAD-ONE-CALENDAR-CARD THRU
                    LOAD-ONE-CALENDAR-CARD-END
               UNTIL FEED-CALENDAR-STATUS NOT = "00".
            CLOSE FEED-CALENDAR-FILE.
        LOAD-FEED-CALENDAR-END.
            EXIT.

        LOAD-ONE-CALENDAR-CARD.
            READ FEED-CALENDAR-FILE.
            IF FEED-CALENDAR-STATUS NOT = "00"
               GO TO LOAD-ONE-CALENDAR-CARD-END
            END-IF.
            MOVE SPACES TO CARD-REJECT-REASON.
            EVALUATE TRUE
               WHEN FCAL-IS-COMMENT
                  CONTINUE
               WHEN FCAL-IS-SCHEDULE
                  PERFORM LOAD-SCHEDULE-CARD THRU
                          LOAD-SCHEDULE-CARD-END
               WHEN FCAL-IS-HOLIDAY
                  PERFORM LOAD-HOLIDAY-CARD THRU
                          LOAD-HOLIDAY-CARD-END
               WHEN OTHER
                  MOVE "CARD TYPE IS NOT S OR H"
                      TO CARD-REJECT-REASON
            END-EVALUATE.
            IF CARD-REJECT-REASON NOT = SPACES
               ADD 1 TO CARD-REJECT-COUNT
               MOVE CARD-REJECT-REASON TO CRL-REASON
               MOVE FEED-CALENDAR-RECORD TO CRL-CARD
               MOVE CARD-REJECT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
        LOAD-ONE-CALENDAR-CARD-END.
            EXIT.

        LOAD-SCHEDULE-CARD.
            IF FCAL-SOURCE-SYSTEM = SPACES
               MOVE "NO SOURCE SYSTEM" TO CARD-REJECT-REASON
               GO TO LOAD-SCHEDULE-CARD-END
            END-IF.
            IF SCHEDULE-COUNT > 0
               SET SCHEDULE-INDEX TO 1
               SEARCH SCHEDULE-ENTRY
                  WHEN SCHED-SOURCE (SCHEDULE-INDEX)
                       = FCAL-SOURCE-SYSTEM
                     MOVE "SOURCE ALREADY HAS A SCHEDULE CARD"
                         TO CARD-REJECT-REASON
                     GO TO LOAD-SCHEDULE-CARD-END
               END-SEARCH
            END-IF.
            IF NOT FCAL-EVERY-BUSINESS-DAY
               AND NOT FCAL-MARKED-WEEKDAYS
               AND NOT FCAL-MONTH-END-ONLY
               MOVE "FREQUENCY IS NOT D, W OR M"
                   TO CARD-REJECT-REASON
               GO TO LOAD-SCHEDULE-CARD-END
            END-IF.
            IF FCAL-MARKED-WEEKDAYS
               MOVE 0 TO CARD-MASK-MARKS
               MOVE 1 TO CARD-SCAN-INDEX
               PERFORM SCAN-ONE-MASK-DAY THRU SCAN-ONE-MASK-DAY-END
                  UNTIL CARD-SCAN-INDEX > 7
               IF CARD-REJECT-REASON NOT = SPACES
                  GO TO LOAD-SCHEDULE-CARD-END
               END-IF
               IF CARD-MASK-MARKS = 0
                  MOVE "DAY MASK MARKS NO DAY" TO CARD-REJECT-REASON
                  GO TO LOAD-SCHEDULE-CARD-END
               END-IF
            END-IF.
            IF FCAL-DUE-DAYS NOT NUMERIC
               OR FCAL-DUE-TIME NOT NUMERIC
               MOVE "DUE DAYS/TIME NOT NUMERIC" TO CARD-REJECT-REASON
               GO TO LOAD-SCHEDULE-CARD-END
            END-IF.
            MOVE FCAL-DUE-TIME (1:2) TO CARD-DUE-HOURS.
            MOVE FCAL-DUE-TIME (3:2) TO CARD-DUE-MINUTES.
            IF CARD-DUE-HOURS > 23
               OR CARD-DUE-MINUTES > 59
               MOVE "DUE TIME IS NOT HHMM" TO CARD-REJECT-REASON
               GO TO LOAD-SCHEDULE-CARD-END
            END-IF.

            MOVE 0 TO CARD-FROM-NUM.
            MOVE 99999999 TO CARD-TO-NUM.
            IF FCAL-EFFECTIVE-FROM NOT = SPACES
               MOVE FCAL-EFFECTIVE-FROM TO CONVERT-DATE-INPUT
               PERFORM CONVERT-CALENDAR-DATE THRU
                       CONVERT-CALENDAR-DATE-END
               IF NOT CONVERT-DATE-IS-GOOD
                  MOVE "EFFECTIVE-FROM IS NOT MM/DD/YY"
                      TO CARD-REJECT-REASON
                  GO TO LOAD-SCHEDULE-CARD-END
               END-IF
               MOVE CONVERT-DATE-YYYYMMDD TO CARD-FROM-NUM
            END-IF.
            IF FCAL-EFFECTIVE-TO NOT = SPACES
               MOVE FCAL-EFFECTIVE-TO TO CONVERT-DATE-INPUT
               PERFORM CONVERT-CALENDAR-DATE THRU
                       CONVERT-CALENDAR-DATE-END
               IF NOT CONVERT-DATE-IS-GOOD
                  MOVE "EFFECTIVE-TO IS NOT MM/DD/YY"
                      TO CARD-REJECT-REASON
                  GO TO LOAD-SCHEDULE-CARD-END
               END-IF
               MOVE CONVERT-DATE-YYYYMMDD TO CARD-TO-NUM
            END-IF.
            IF CARD-FROM-NUM > CARD-TO-NUM
               MOVE "EFFECTIVE-FROM IS AFTER EFFECTIVE-TO"
                   TO CARD-REJECT-REASON
               GO TO LOAD-SCHEDULE-CARD-END
            END-IF.

            IF SCHEDULE-COUNT = 200
               MOVE "MORE THAN 200 SCHEDULE CARDS"
                   TO CARD-REJECT-REASON
               GO TO LOAD-SCHEDULE-CARD-END
            END-IF.
            ADD 1 TO SCHEDULE-COUNT.
            SET SCHEDULE-INDEX TO SCHEDULE-COUNT.
            MOVE FCAL-SOURCE-SYSTEM TO SCHED-SOURCE (SCHEDULE-INDEX).
            MOVE FCAL-FREQUENCY TO SCHED-FREQUENCY (SCHEDULE-INDEX).
            IF FCAL-MARKED-WEEKDAYS
               MOVE FCAL-DAY-MASK TO SCHED-DAY-MASK (SCHEDULE-INDEX)
            ELSE
               MOVE "YYYYYNN" TO SCHED-DAY-MASK (SCHEDULE-INDEX)
            END-IF.
            MOVE FCAL-DUE-DAYS TO SCHED-DUE-DAYS (SCHEDULE-INDEX).
            MOVE FCAL-DUE-TIME TO SCHED-DUE-TIME (SCHEDULE-INDEX).
            MOVE CARD-FROM-NUM TO SCHED-FROM-NUM (SCHEDULE-INDEX).
            MOVE CARD-TO-NUM TO SCHED-TO-NUM (SCHEDULE-INDEX).
        LOAD-SCHEDULE-CARD-END.
            EXIT.

        SCAN-ONE-MASK-DAY.
            IF FCAL-DAY-MASK (CARD-SCAN-INDEX:1) = "Y"
               ADD 1 TO CARD-MASK-MARKS
            ELSE
               IF FCAL-DAY-MASK (CARD-SCAN-INDEX:1) NOT = "N"
                  MOVE "DAY MASK IS NOT SEVEN Y/N FLAGS"
                      TO CARD-REJECT-REASON
               END-IF
            END-IF.
            ADD 1 TO CARD-SCAN-INDEX.
        SCAN-ONE-MASK-DAY-END.
            EXIT.

        LOAD-HOLIDAY-CARD.
            MOVE FCAL-HOLIDAY-DATE TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-CALENDAR-DATE THRU
                    CONVERT-CALENDAR-DATE-END.
            IF NOT CONVERT-DATE-IS-GOOD
               MOVE "HOLIDAY DATE IS NOT MM/DD/YY"
                   TO CARD-REJECT-REASON
               GO TO LOAD-HOLIDAY-CARD-END
            END-IF.
            IF HOLIDAY-COUNT = 500
               MOVE "MORE THAN 500 HOLIDAY CARDS"
                   TO CARD-REJECT-REASON
               GO TO LOAD-HOLIDAY-CARD-END
            END-IF.
            ADD 1 TO HOLIDAY-COUNT.
            SET HOLIDAY-INDEX TO HOLIDAY-COUNT.
            MOVE CONVERT-DATE-YYYYMMDD TO HOL-DATE-NUM (HOLIDAY-INDEX).
            MOVE FCAL-HOLIDAY-SOURCE TO HOL-SOURCE (HOLIDAY-INDEX).
        LOAD-HOLIDAY-CARD-END.
            EXIT.

      *****************************************************************
      *  LOAD-WINDOW-REGISTRY takes the WINDREG windows whose business
      *  date falls in the lookback.  As COBTOJAV reads the registry,
      *  the latest record for a window id/business date/source is
      *  the one that stands, so a window WINBKOUT backed out stops
      *  counting as received until its re-run finishes cleanly.
      *****************************************************************
        LOAD-WINDOW-REGISTRY.
            OPEN INPUT WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               DISPLAY "FEEDMON: NO WINDREG ALLOCATED - COMPLETED"
                       " WINDOWS CANNOT BE SEEN"
               GO TO LOAD-WINDOW-REGISTRY-END
            END-IF.
            SET REGISTRY-WAS-READ TO TRUE.
            PERFORM LOAD-ONE-REGISTRY-RECORD THRU
                    LOAD-ONE-REGISTRY-RECORD-END
               UNTIL WINDOW-REGISTRY-STATUS NOT = "00".
            CLOSE WINDOW-REGISTRY-FILE.
        LOAD-WINDOW-REGISTRY-END.
            EXIT.

        LOAD-ONE-REGISTRY-RECORD.
            READ WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               GO TO LOAD-ONE-REGISTRY-RECORD-END
            END-IF.
            IF NOT WREG-IS-COMPLETE
               AND NOT WREG-IS-BACKED-OUT
               GO TO LOAD-ONE-REGISTRY-RECORD-END
            END-IF.
            MOVE WREG-BUSINESS-DATE TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-CALENDAR-DATE THRU
                    CONVERT-CALENDAR-DATE-END.
            IF NOT CONVERT-DATE-IS-GOOD
               OR CONVERT-DATE-YYYYMMDD < START-DATE-NUM
               OR CONVERT-DATE-YYYYMMDD > RUN-DATE-NUM
               GO TO LOAD-ONE-REGISTRY-RECORD-END
            END-IF.

            IF RECEIPT-COUNT > 0
               SET RECEIPT-INDEX TO 1
               SEARCH RECEIPT-ENTRY
                  WHEN RCPT-FROM-REGISTRY (RECEIPT-INDEX)
                   AND RCPT-SOURCE (RECEIPT-INDEX)
                       = WREG-SOURCE-SYSTEM
                   AND RCPT-BUSINESS-DATE (RECEIPT-INDEX)
                       = WREG-BUSINESS-DATE
                   AND RCPT-WINDOW-ID (RECEIPT-INDEX)
                       = WREG-WINDOW-ID
                     MOVE WREG-STATUS TO RCPT-STATUS (RECEIPT-INDEX)
                     MOVE WREG-TIMESTAMP (1:12)
                         TO RCPT-STAMP (RECEIPT-INDEX)
                     GO TO LOAD-ONE-REGISTRY-RECORD-END
               END-SEARCH
            END-IF.

            PERFORM ADD-ONE-RECEIPT THRU ADD-ONE-RECEIPT-END.
            IF RECEIPT-TABLE-OVERFLOWED
               GO TO LOAD-ONE-REGISTRY-RECORD-END
            END-IF.
            MOVE WREG-SOURCE-SYSTEM TO RCPT-SOURCE (RECEIPT-INDEX).
            MOVE WREG-BUSINESS-DATE
                TO RCPT-BUSINESS-DATE (RECEIPT-INDEX).
            MOVE CONVERT-DATE-YYYYMMDD TO RCPT-DATE-NUM (RECEIPT-INDEX).
            MOVE WREG-WINDOW-ID TO RCPT-WINDOW-ID (RECEIPT-INDEX).
            SET RCPT-FROM-REGISTRY (RECEIPT-INDEX) TO TRUE.
            MOVE WREG-STATUS TO RCPT-STATUS (RECEIPT-INDEX).
            MOVE WREG-TIMESTAMP (1:12) TO RCPT-STAMP (RECEIPT-INDEX).
        LOAD-ONE-REGISTRY-RECORD-END.
            EXIT.

      *   Makes room for one more transmission and points
      *   RECEIPT-INDEX at it.
        ADD-ONE-RECEIPT.
            IF RECEIPT-COUNT = 2000
               SET RECEIPT-TABLE-OVERFLOWED TO TRUE
               GO TO ADD-ONE-RECEIPT-END
            END-IF.
            ADD 1 TO RECEIPT-COUNT.
            SET RECEIPT-INDEX TO RECEIPT-COUNT.
            MOVE SPACES TO RECEIPT-ENTRY (RECEIPT-INDEX).
            MOVE 0 TO RCPT-DATE-NUM (RECEIPT-INDEX).
            MOVE "N" TO RCPT-MATCHED-SW (RECEIPT-INDEX).
        ADD-ONE-RECEIPT-END.
            EXIT.

      *****************************************************************
      *  LOAD-CUSTIN-HEADERS takes the header of every source
      *  transmission riding on CUSTIN (see CUSTCTL): record 1, and
      *  the record after each trailer.  A record after a trailer
      *  that is not a header leaves the rest of the file unread --
      *  COBTOJAV will refuse it as it stands.
      *****************************************************************
        LOAD-CUSTIN-HEADERS.
            OPEN INPUT CUST-INPUT-FILE.
            IF CUST-INPUT-STATUS NOT = "00"
               DISPLAY "FEEDMON: NO CUSTIN ALLOCATED - NOTHING WAITING"
                       " FOR THE WINDOW CAN BE SEEN"
               GO TO LOAD-CUSTIN-HEADERS-END
            END-IF.
            SET CUSTIN-WAS-READ TO TRUE.
            SET EXPECTING-SET-HEADER TO TRUE.
            PERFORM LOAD-ONE-CUSTIN-RECORD THRU
                    LOAD-ONE-CUSTIN-RECORD-END
               UNTIL CUST-INPUT-STATUS NOT = "00"
                  OR CUSTIN-STRUCTURE-BROKEN
                  OR RECEIPT-TABLE-OVERFLOWED.
            CLOSE CUST-INPUT-FILE.
        LOAD-CUSTIN-HEADERS-END.
            EXIT.

        LOAD-ONE-CUSTIN-RECORD.
            READ CUST-INPUT-FILE.
            IF CUST-INPUT-STATUS NOT = "00"
               GO TO LOAD-ONE-CUSTIN-RECORD-END
            END-IF.
            MOVE CUST-INPUT-RECORD TO CUSTIN-CONTROL-RECORD.

            IF NOT EXPECTING-SET-HEADER
      *   Trailer signature as COBTOJAV tests it: type "T" with both
      *   control fields fully numeric.
               IF CTL-IS-TRAILER
                  AND CTL-RECORD-COUNT NUMERIC
                  AND CTL-HASH-TOTAL NUMERIC
                  SET EXPECTING-SET-HEADER TO TRUE
               END-IF
               GO TO LOAD-ONE-CUSTIN-RECORD-END
            END-IF.

            IF NOT CTL-IS-HEADER
               SET CUSTIN-STRUCTURE-BROKEN TO TRUE
               GO TO LOAD-ONE-CUSTIN-RECORD-END
            END-IF.
            MOVE "N" TO EXPECTING-HEADER-SW.
            PERFORM ADD-ONE-RECEIPT THRU ADD-ONE-RECEIPT-END.
            IF RECEIPT-TABLE-OVERFLOWED
               GO TO LOAD-ONE-CUSTIN-RECORD-END
            END-IF.
            MOVE CTL-SOURCE-SYSTEM TO RCPT-SOURCE (RECEIPT-INDEX).
            MOVE CTL-BUSINESS-DATE
                TO RCPT-BUSINESS-DATE (RECEIPT-INDEX).
            MOVE CTL-WINDOW-ID TO RCPT-WINDOW-ID (RECEIPT-INDEX).
            SET RCPT-FROM-CUSTIN (RECEIPT-INDEX) TO TRUE.
            MOVE CTL-BUSINESS-DATE TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-CALENDAR-DATE THRU
                    CONVERT-CALENDAR-DATE-END.
            IF CONVERT-DATE-IS-GOOD
               MOVE CONVERT-DATE-YYYYMMDD
                   TO RCPT-DATE-NUM (RECEIPT-INDEX)
            END-IF.
        LOAD-ONE-CUSTIN-RECORD-END.
            EXIT.

      *****************************************************************
      *  CHECK-ONE-BUSINESS-DAY settles every source the calendar
      *  expects on one business date of the lookback.
      *****************************************************************
        CHECK-ONE-BUSINESS-DAY.
            COMPUTE CHECK-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(CHECK-DAY-INTEGER).
            SET SCHEDULE-INDEX TO 1.
            PERFORM CHECK-ONE-SCHEDULE THRU CHECK-ONE-SCHEDULE-END
               UNTIL SCHEDULE-INDEX > SCHEDULE-COUNT.
            ADD 1 TO CHECK-DAY-INTEGER.
        CHECK-ONE-BUSINESS-DAY-END.
            EXIT.

        CHECK-ONE-SCHEDULE.
            PERFORM TEST-SOURCE-DUE THRU TEST-SOURCE-DUE-END.
            IF SOURCE-IS-DUE
               PERFORM SETTLE-ONE-DUE-FEED THRU
                       SETTLE-ONE-DUE-FEED-END
            END-IF.
            SET SCHEDULE-INDEX UP BY 1.
        CHECK-ONE-SCHEDULE-END.
            EXIT.

      *****************************************************************
      *  TEST-SOURCE-DUE -- is the source at SCHEDULE-INDEX due on
      *  CHECK-DATE-NUM?  Inside its effective dates, and: any
      *  business day (D); a day its mask marks, holidays excepted
      *  (W); or the month's last business day (M).
      *****************************************************************
        TEST-SOURCE-DUE.
            MOVE "N" TO SOURCE-DUE-SW.
            IF CHECK-DATE-NUM < SCHED-FROM-NUM (SCHEDULE-INDEX)
               OR CHECK-DATE-NUM > SCHED-TO-NUM (SCHEDULE-INDEX)
               GO TO TEST-SOURCE-DUE-END
            END-IF.
            MOVE SCHED-SOURCE (SCHEDULE-INDEX) TO PROBE-SOURCE.
            MOVE CHECK-DAY-INTEGER TO PROBE-DAY-INTEGER.
            PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-END.

            EVALUATE TRUE
               WHEN SCHED-MARKED-WEEKDAYS (SCHEDULE-INDEX)
                  IF SCHED-DAY-MASK (SCHEDULE-INDEX)
                         (PROBE-WEEKDAY:1) = "Y"
                     AND NOT PROBE-IS-HOLIDAY
                     SET SOURCE-IS-DUE TO TRUE
                  END-IF
               WHEN SCHED-MONTH-END-ONLY (SCHEDULE-INDEX)
                  IF PROBE-IS-BUSINESS-DAY
                     PERFORM FIND-MONTH-END-BUSINESS-DAY THRU
                             FIND-MONTH-END-BUSINESS-DAY-END
                     IF PROBE-DAY-INTEGER = CHECK-DAY-INTEGER
                        SET SOURCE-IS-DUE TO TRUE
                     END-IF
                  END-IF
               WHEN OTHER
                  IF PROBE-IS-BUSINESS-DAY
                     SET SOURCE-IS-DUE TO TRUE
                  END-IF
            END-EVALUATE.
        TEST-SOURCE-DUE-END.
            EXIT.

      *   Weekday (1 = Monday: day 1 of the integer calendar, 1 Jan
      *   1601, was a Monday), holiday and business-day flags for
      *   PROBE-DAY-INTEGER and PROBE-SOURCE.
        TEST-BUSINESS-DAY.
            COMPUTE PROBE-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(PROBE-DAY-INTEGER).
            DIVIDE 7 INTO PROBE-DAY-INTEGER GIVING PROBE-WEEKS
                   REMAINDER PROBE-WEEKDAY.
            IF PROBE-WEEKDAY = 0
               MOVE 7 TO PROBE-WEEKDAY
            END-IF.

            MOVE "N" TO PROBE-HOLIDAY-SW.
            IF HOLIDAY-COUNT > 0
               SET HOLIDAY-INDEX TO 1
               SEARCH HOLIDAY-ENTRY
                  WHEN HOL-DATE-NUM (HOLIDAY-INDEX) = PROBE-DATE-NUM
                   AND (HOL-SOURCE (HOLIDAY-INDEX) = SPACES
                        OR HOL-SOURCE (HOLIDAY-INDEX) = PROBE-SOURCE)
                     SET PROBE-IS-HOLIDAY TO TRUE
               END-SEARCH
            END-IF.

            MOVE "N" TO PROBE-BUSINESS-DAY-SW.
            IF PROBE-WEEKDAY < 6
               AND NOT PROBE-IS-HOLIDAY
               SET PROBE-IS-BUSINESS-DAY TO TRUE
            END-IF.
        TEST-BUSINESS-DAY-END.
            EXIT.

      *   Leaves PROBE-DAY-INTEGER on the last business day of
      *   CHECK-DATE-NUM's month for PROBE-SOURCE: the month's last
      *   day, stepped back over weekends and holidays.
        FIND-MONTH-END-BUSINESS-DAY.
            MOVE CHECK-DATE-NUM (1:4) TO MONTH-YEAR.
            MOVE CHECK-DATE-NUM (5:2) TO MONTH-NUMBER.
            COMPUTE MONTH-FIRST-INTEGER = FUNCTION INTEGER-OF-DATE
                    (MONTH-YEAR * 10000 + MONTH-NUMBER * 100 + 1).
            IF MONTH-NUMBER = 12
               ADD 1 TO MONTH-YEAR
               MOVE 1 TO MONTH-NUMBER
            ELSE
               ADD 1 TO MONTH-NUMBER
            END-IF.
            COMPUTE PROBE-DAY-INTEGER = FUNCTION INTEGER-OF-DATE
                    (MONTH-YEAR * 10000 + MONTH-NUMBER * 100 + 1) - 1.
            PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-END.
            PERFORM STEP-BACK-ONE-DAY THRU STEP-BACK-ONE-DAY-END
               UNTIL PROBE-IS-BUSINESS-DAY
                  OR PROBE-DAY-INTEGER < MONTH-FIRST-INTEGER.
        FIND-MONTH-END-BUSINESS-DAY-END.
            EXIT.

        STEP-BACK-ONE-DAY.
            SUBTRACT 1 FROM PROBE-DAY-INTEGER.
            PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-END.
        STEP-BACK-ONE-DAY-END.
            EXIT.

      *****************************************************************
      *  SETTLE-ONE-DUE-FEED decides what became of one due feed and
      *  lists it -- always for the business date itself, and for
      *  earlier dates of the lookback only when it is not a clean
      *  on-time receipt.  A completed window in the registry is the
      *  firmer evidence and is taken before a CUSTIN header.
      *
      *  WINDREG stamps a window when it FINISHES, not when its file
      *  arrived, and a feed in by its due-by time is processed in the
      *  window that runs after it -- so the registry shows it late
      *  only when the window finished more than a day after the
      *  due-by time (NIGHT-END-STAMP), that is, in a later night's
      *  window than the one it was due for.
      *****************************************************************
        SETTLE-ONE-DUE-FEED.
            COMPUTE DUE-BY-INTEGER =
                    CHECK-DAY-INTEGER + SCHED-DUE-DAYS (SCHEDULE-INDEX).
            COMPUTE DUE-BY-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(DUE-BY-INTEGER).
            MOVE DUE-BY-DATE-NUM TO DUE-BY-STAMP-DATE.
            MOVE SCHED-DUE-TIME (SCHEDULE-INDEX) TO DUE-BY-STAMP-TIME.
            COMPUTE NIGHT-END-STAMP-DATE =
                    FUNCTION DATE-OF-INTEGER(DUE-BY-INTEGER + 1).
            MOVE SCHED-DUE-TIME (SCHEDULE-INDEX)
                TO NIGHT-END-STAMP-TIME.

            MOVE "N" TO FOUND-REGISTRY-SW.
            MOVE "N" TO FOUND-CUSTIN-SW.
            MOVE SPACES TO FOUND-STAMP.
            MOVE SPACES TO FOUND-WINDOW-ID.
            SET RECEIPT-INDEX TO 1.
            PERFORM MATCH-ONE-RECEIPT THRU MATCH-ONE-RECEIPT-END
               UNTIL RECEIPT-INDEX > RECEIPT-COUNT.

            MOVE SCHED-SOURCE (SCHEDULE-INDEX) TO FL-SOURCE.
            MOVE CHECK-DATE-NUM TO EDIT-DATE-NUM.
            PERFORM EDIT-ONE-DATE THRU EDIT-ONE-DATE-END.
            MOVE EDIT-DATE-TEXT TO FL-BUSINESS-DATE.
            MOVE DUE-BY-STAMP TO EDIT-STAMP.
            PERFORM EDIT-ONE-STAMP THRU EDIT-ONE-STAMP-END.
            MOVE EDIT-STAMP-TEXT TO FL-DUE-BY.
            MOVE FOUND-WINDOW-ID TO FL-WINDOW-ID.
            MOVE SPACES TO FL-NOTE.
            EVALUATE TRUE
               WHEN FOUND-ON-REGISTRY
                  MOVE "WINDREG" TO FL-SEEN-ON
               WHEN FOUND-ON-CUSTIN
                  MOVE "CUSTIN" TO FL-SEEN-ON
               WHEN OTHER
                  MOVE SPACES TO FL-SEEN-ON
            END-EVALUATE.

            EVALUATE TRUE
               WHEN FOUND-ON-REGISTRY
                AND FOUND-STAMP > NIGHT-END-STAMP
                  MOVE "LATE" TO FL-STATUS
                  MOVE FOUND-STAMP TO EDIT-STAMP
                  PERFORM EDIT-ONE-STAMP THRU EDIT-ONE-STAMP-END
                  STRING "COMPLETED " DELIMITED BY SIZE
                         EDIT-STAMP-TEXT DELIMITED BY SIZE
                         " IN A LATER WINDOW" DELIMITED BY SIZE
                         INTO FL-NOTE
                  END-STRING
                  ADD 1 TO LATE-COUNT
               WHEN FOUND-ON-REGISTRY
                  MOVE "RECEIVED" TO FL-STATUS
                  MOVE FOUND-STAMP TO EDIT-STAMP
                  PERFORM EDIT-ONE-STAMP THRU EDIT-ONE-STAMP-END
                  STRING "WINDOW COMPLETED " DELIMITED BY SIZE
                         EDIT-STAMP-TEXT DELIMITED BY SIZE
                         INTO FL-NOTE
                  END-STRING
                  ADD 1 TO RECEIVED-COUNT
               WHEN FOUND-ON-CUSTIN
                AND CHECK-DATE-NUM < RUN-DATE-NUM
                AND NOW-STAMP > DUE-BY-STAMP
                  MOVE "LATE" TO FL-STATUS
                  MOVE "ON CUSTIN NOW, AFTER ITS DUE-BY TIME"
                      TO FL-NOTE
                  ADD 1 TO LATE-COUNT
               WHEN FOUND-ON-CUSTIN
                  MOVE "RECEIVED" TO FL-STATUS
                  MOVE "ON CUSTIN FOR THE WINDOW" TO FL-NOTE
                  ADD 1 TO RECEIVED-COUNT
               WHEN NOW-STAMP > DUE-BY-STAMP
                  MOVE "MISSING" TO FL-STATUS
                  MOVE "NOT ON CUSTIN AND NO COMPLETED WINDOW"
                      TO FL-NOTE
                  ADD 1 TO MISSING-COUNT
               WHEN OTHER
                  MOVE "NOT YET DUE" TO FL-STATUS
                  MOVE "NOT ARRIVED - DUE-BY TIME NOT PASSED"
                      TO FL-NOTE
                  ADD 1 TO NOT-YET-DUE-COUNT
            END-EVALUATE.

            IF CHECK-DATE-NUM = RUN-DATE-NUM
               OR FL-STATUS NOT = "RECEIVED"
               MOVE FEED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
        SETTLE-ONE-DUE-FEED-END.
            EXIT.

        MATCH-ONE-RECEIPT.
            PERFORM TEST-ONE-RECEIPT THRU TEST-ONE-RECEIPT-END.
            SET RECEIPT-INDEX UP BY 1.
        MATCH-ONE-RECEIPT-END.
            EXIT.

        TEST-ONE-RECEIPT.
            IF RCPT-SOURCE (RECEIPT-INDEX)
                   NOT = SCHED-SOURCE (SCHEDULE-INDEX)
               OR RCPT-DATE-NUM (RECEIPT-INDEX) NOT = CHECK-DATE-NUM
               GO TO TEST-ONE-RECEIPT-END
            END-IF.
            SET RCPT-MATCHED (RECEIPT-INDEX) TO TRUE.
            IF RCPT-FROM-REGISTRY (RECEIPT-INDEX)
               IF RCPT-IS-COMPLETE (RECEIPT-INDEX)
                  AND NOT FOUND-ON-REGISTRY
                  SET FOUND-ON-REGISTRY TO TRUE
                  MOVE RCPT-STAMP (RECEIPT-INDEX) TO FOUND-STAMP
                  MOVE RCPT-WINDOW-ID (RECEIPT-INDEX)
                      TO FOUND-WINDOW-ID
               END-IF
            ELSE
               IF NOT FOUND-ON-CUSTIN
                  SET FOUND-ON-CUSTIN TO TRUE
                  IF NOT FOUND-ON-REGISTRY
                     MOVE RCPT-WINDOW-ID (RECEIPT-INDEX)
                         TO FOUND-WINDOW-ID
                  END-IF
               END-IF
            END-IF.
        TEST-ONE-RECEIPT-END.
            EXIT.

      *****************************************************************
      *  LIST-ONE-UNEXPECTED lists a transmission no due feed claimed.
      *  A window the registry shows backed out is not one.
      *****************************************************************
        LIST-ONE-UNEXPECTED.
            IF NOT RCPT-MATCHED (RECEIPT-INDEX)
               AND NOT RCPT-IS-BACKED-OUT (RECEIPT-INDEX)
               PERFORM LIST-ONE-RECEIPT THRU LIST-ONE-RECEIPT-END
            END-IF.
            SET RECEIPT-INDEX UP BY 1.
        LIST-ONE-UNEXPECTED-END.
            EXIT.

        LIST-ONE-RECEIPT.
            ADD 1 TO UNEXPECTED-COUNT.
            MOVE RCPT-SOURCE (RECEIPT-INDEX) TO FL-SOURCE.
            MOVE RCPT-BUSINESS-DATE (RECEIPT-INDEX) TO FL-BUSINESS-DATE.
            MOVE SPACES TO FL-DUE-BY.
            MOVE "UNEXPECTED" TO FL-STATUS.
            MOVE RCPT-WINDOW-ID (RECEIPT-INDEX) TO FL-WINDOW-ID.
            IF RCPT-FROM-REGISTRY (RECEIPT-INDEX)
               MOVE "WINDREG" TO FL-SEEN-ON
            ELSE
               MOVE "CUSTIN" TO FL-SEEN-ON
            END-IF.
            MOVE "NOT DUE ON THE CALENDAR FOR THIS BUSINESS DATE"
                TO FL-NOTE.
            EVALUATE TRUE
               WHEN RCPT-DATE-NUM (RECEIPT-INDEX) = 0
                  MOVE "BUSINESS DATE ON THE HEADER IS NOT A VALID DATE"
                      TO FL-NOTE
               WHEN RCPT-DATE-NUM (RECEIPT-INDEX) > RUN-DATE-NUM
                  MOVE "BUSINESS DATE IS AFTER THE DATE MONITORED"
                      TO FL-NOTE
               WHEN RCPT-DATE-NUM (RECEIPT-INDEX) < START-DATE-NUM
                  MOVE "BUSINESS DATE IS BEFORE THE LOOKBACK"
                      TO FL-NOTE
            END-EVALUATE.
            SET SCHEDULE-INDEX TO 1.
            SEARCH SCHEDULE-ENTRY
               AT END
                  MOVE "SOURCE SYSTEM IS NOT ON THE CALENDAR"
                      TO FL-NOTE
               WHEN SCHED-SOURCE (SCHEDULE-INDEX)
                    = RCPT-SOURCE (RECEIPT-INDEX)
                  CONTINUE
            END-SEARCH.
            MOVE FEED-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        LIST-ONE-RECEIPT-END.
            EXIT.

      *****************************************************************
      *  WRITE-MONITOR-TOTALS closes the report with the counts and
      *  the verdict the return code carries.
      *****************************************************************
        WRITE-MONITOR-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF NOT REGISTRY-WAS-READ
               MOVE "NO WINDREG - COMPLETED WINDOWS NOT SEEN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF NOT CUSTIN-WAS-READ
               MOVE "NO CUSTIN - TRANSMISSIONS WAITING FOR THE WINDOW"
                   TO REPORT-LINE
               MOVE " NOT SEEN" TO REPORT-LINE (49:9)
               WRITE REPORT-LINE
            END-IF.
            IF CUSTIN-STRUCTURE-BROKEN
               MOVE "CUSTIN RECORD AFTER A TRAILER IS NOT A HEADER -"
                   TO REPORT-LINE
               MOVE " LATER TRANSMISSIONS NOT SEEN"
                   TO REPORT-LINE (48:29)
               WRITE REPORT-LINE
            END-IF.

            MOVE RECEIVED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "RECEIVED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.
            MOVE LATE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "LATE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.
            MOVE MISSING-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MISSING" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.
            MOVE NOT-YET-DUE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "NOT YET DUE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.
            MOVE UNEXPECTED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "UNEXPECTED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.
            MOVE CARD-REJECT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CALENDAR CARDS REJECTED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            EVALUATE TRUE
               WHEN MISSING-COUNT > 0
                  MOVE "*** FEED MISSING - CHASE THE SOURCE BEFORE THE"
                      TO REPORT-LINE
                  MOVE " WINDOW CLOSES ***" TO REPORT-LINE (47:18)
               WHEN LATE-COUNT > 0
                 OR UNEXPECTED-COUNT > 0
                 OR CARD-REJECT-COUNT > 0
                  MOVE "EVERY DUE FEED IS IN - LATE, UNEXPECTED OR"
                      TO REPORT-LINE
                  MOVE " REJECTED ITEMS LISTED" TO REPORT-LINE (43:22)
               WHEN OTHER
                  MOVE "EVERY DUE FEED IS IN" TO REPORT-LINE
            END-EVALUATE.
            WRITE REPORT-LINE.
        WRITE-MONITOR-TOTALS-END.
            EXIT.

      *   Stages the already-edited count into a fresh report line;
      *   the caller drops its caption in behind it and writes.
        WRITE-ONE-TOTAL-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
        WRITE-ONE-TOTAL-LINE-END.
            EXIT.

      *   EDIT-DATE-NUM (YYYYMMDD) to MM/DD/YY in EDIT-DATE-TEXT.
        EDIT-ONE-DATE.
            MOVE EDIT-DATE-NUM (5:2) TO EDIT-DATE-TEXT (1:2).
            MOVE "/" TO EDIT-DATE-TEXT (3:1).
            MOVE EDIT-DATE-NUM (7:2) TO EDIT-DATE-TEXT (4:2).
            MOVE "/" TO EDIT-DATE-TEXT (6:1).
            MOVE EDIT-DATE-NUM (3:2) TO EDIT-DATE-TEXT (7:2).
        EDIT-ONE-DATE-END.
            EXIT.

      *   EDIT-STAMP (YYYYMMDDHHMM) to YYYY-MM-DD HH:MM.
        EDIT-ONE-STAMP.
            MOVE SPACES TO EDIT-STAMP-TEXT.
            STRING EDIT-STAMP (1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EDIT-STAMP (5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EDIT-STAMP (7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EDIT-STAMP (9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   EDIT-STAMP (11:2) DELIMITED BY SIZE
                   INTO EDIT-STAMP-TEXT
            END-STRING.
        EDIT-ONE-STAMP-END.
            EXIT.

      *****************************************************************
      *  CONVERT-CALENDAR-DATE -- MM/DD/YY to numeric YYYYMMDD with
      *  the 00-49 -> 20xx / 50-99 -> 19xx century window the rest of
      *  the system applies; a day the month does not have (02/30)
      *  is refused as well.
      *****************************************************************
        CONVERT-CALENDAR-DATE.
            MOVE "N" TO CONVERT-DATE-GOOD-SWITCH.
            MOVE 0 TO CONVERT-DATE-YYYYMMDD.
            IF CONVERT-DATE-INPUT (3:1) NOT = "/"
               OR CONVERT-DATE-INPUT (6:1) NOT = "/"
               GO TO CONVERT-CALENDAR-DATE-END
            END-IF.
            IF CONVERT-DATE-INPUT (1:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (4:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (7:2) NOT NUMERIC
               GO TO CONVERT-CALENDAR-DATE-END
            END-IF.

            MOVE CONVERT-DATE-INPUT (1:2) TO CONVERT-MM.
            MOVE CONVERT-DATE-INPUT (4:2) TO CONVERT-DD.
            MOVE CONVERT-DATE-INPUT (7:2) TO CONVERT-YY.

            IF CONVERT-MM < 1 OR CONVERT-MM > 12
               OR CONVERT-DD < 1 OR CONVERT-DD > 31
               GO TO CONVERT-CALENDAR-DATE-END
            END-IF.

            IF CONVERT-YY < 50
               COMPUTE CONVERT-FULL-YEAR = 2000 + CONVERT-YY
            ELSE
               COMPUTE CONVERT-FULL-YEAR = 1900 + CONVERT-YY
            END-IF.

            COMPUTE CONVERT-DATE-YYYYMMDD =
                    CONVERT-FULL-YEAR * 10000
                    + CONVERT-MM * 100
                    + CONVERT-DD.
            IF FUNCTION INTEGER-OF-DATE(CONVERT-DATE-YYYYMMDD) = 0
               MOVE 0 TO CONVERT-DATE-YYYYMMDD
               GO TO CONVERT-CALENDAR-DATE-END
            END-IF.
            MOVE "Y" TO CONVERT-DATE-GOOD-SWITCH.
        CONVERT-CALENDAR-DATE-END.
            EXIT.
