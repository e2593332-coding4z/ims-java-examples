        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CUSTNETX".

      *   CUSTNETX is the data warehouse's incremental feed of the
      *   customer master: given two as-of dates it writes one record
      *   per customer whose master state differs between them --
      *   added, changed (both images) or deleted -- so the warehouse
      *   can apply the difference instead of reloading a full
      *   CUSTSNAP snapshot every time.
      *
      *   The EXEC PARM carries the FROM and TO dates,
      *   MM/DD/YY,MM/DD/YY; each means the master as it stood at the
      *   close of that day, exactly as CUSTSNAP's as-of date does.
      *   Both masters are rebuilt in one pass, CUSTROLL-style: the
      *   current CUSTMSTR is loaded and the CUSTHIST change history
      *   walked BACKWARD, newest first -- by timestamp, since the
      *   live history and the split-window streams' (COBTSPLT) come
      *   concatenated, each in its own order.  Everything stamped
      *   after the TO date undoes its change, and the state at that
      *   point is kept as the TO master; everything stamped after
      *   the FROM date is undone in turn, and what is left is the
      *   FROM master.
      *
      *   Only the two end states are compared, so the period's own
      *   comings and goings collapse to their net effect: a key
      *   created and deleted inside the period, or changed and
      *   changed back, produces nothing, and a key changed several
      *   times produces one record, FROM image against TO image.
      *   Such keys are counted on the report so the collapse can be
      *   seen.
      *
      *   NETXOUT gets the records in key order in the NETCHG layout,
      *   between a header naming the two dates and a trailer with the
      *   record count and a KEYHASH hash total over the keys, as
      *   CUSTXTR's.  NETXRPT gets the change counts by job code (with
      *   the JOBCODES descriptions) -- an add under the job code the
      *   key was added with, a delete under the one it was deleted
      *   from, a change under its new job code, and a change that
      *   moved the customer to another job code also as a move out of
      *   the old code and into the new -- then the master's record
      *   counts at both dates and the trailer's controls.
      *
      *   RETURN-CODE: 0 = the feed was written; 8 = a history
      *   timestamp could not be dated, so the rollback stopped short
      *   and the feed may be wrong -- it is written for inspection
      *   but must not be loaded; 12 = the feed could not be built
      *   (PARM, CUSTMSTR, CUSTHIST or NETXOUT, or a table exceeded).
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

            SELECT JOB-CODE-FILE ASSIGN TO "JOBCODES"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JOB-CODE-STATUS.

            SELECT NET-CHANGE-FILE ASSIGN TO "NETXOUT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS NET-CHANGE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

            SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK".

            SELECT REPORT-FILE ASSIGN TO "NETXRPT"
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

        FD  JOB-CODE-FILE
            RECORDING MODE IS F.
        COPY JOBCODE.

        FD  NET-CHANGE-FILE
            RECORDING MODE IS F.
        COPY NETCHG.

        SD  SORT-WORK-FILE.
        01  SORT-CHANGE-RECORD.
            05  SRT-KEY                 PIC X(6).
            05  SRT-TYPE                PIC X(1).
            05  SRT-BEFORE-IMAGE.
                10  SRT-BEFORE-NAME     PIC X(6).
                10  SRT-BEFORE-JOB      PIC X(8).
                10  SRT-BEFORE-DATE     PIC X(9).
            05  SRT-AFTER-IMAGE.
                10  SRT-AFTER-NAME      PIC X(6).
                10  SRT-AFTER-JOB       PIC X(8).
                10  SRT-AFTER-DATE      PIC X(9).

      *   One CUSTHIST entry on its way into HISTORY-TABLE, put into
      *   timestamp order (file order within a timestamp).  An entry
      *   whose timestamp cannot be read sorts as the newest of all,
      *   so the roll-back meets it first and stops.
        SD  HISTORY-SORT-FILE.
        01  HISTORY-SORT-RECORD.
            05  HSRT-STAMP              PIC X(16).
            05  HSRT-SEQUENCE           PIC 9(9).
            05  HSRT-KEY                PIC X(6).
            05  HSRT-IMAGE              PIC X(23).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 CUSTOMER-MASTER-STATUS    PIC X(2) VALUE "00".
        01 HISTORY-FILE-STATUS       PIC X(2) VALUE "00".
        01 JOB-CODE-STATUS           PIC X(2) VALUE "00".
        01 NET-CHANGE-STATUS         PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        01 FROM-DATE-TEXT            PIC X(8) VALUE SPACES.
        01 TO-DATE-TEXT              PIC X(8) VALUE SPACES.
        01 FROM-DATE-NUM             PIC 9(8) VALUE 0.
        01 TO-DATE-NUM               PIC 9(8) VALUE 0.
        01 RUN-TIMESTAMP             PIC X(21).

      *   The master under reconstruction, one slot per key: the
      *   state the backward walk is carrying (the FROM master once
      *   the walk ends), the TO state captured as the walk crosses
      *   the TO date, and whether the key changed between the two.
      *   Sized as CUSTSNAP's.
        01 STATE-TABLE-COUNT         PIC 9(5) BINARY VALUE 0.
        01 STATE-TABLE-AREA.
            05  STATE-ENTRY OCCURS 1 TO 60000 TIMES
                        DEPENDING ON STATE-TABLE-COUNT
                        INDEXED BY ST-IDX.
                10  STATE-KEY            PIC X(6).
                10  STATE-IMAGE          PIC X(23).
                10  STATE-PRESENT-SW     PIC X(1).
                    88 STATE-IS-PRESENT      VALUE "Y".
                10  STATE-TO-IMAGE       PIC X(23).
                10  STATE-TO-SW          PIC X(1).
                    88 STATE-TO-PRESENT      VALUE "Y".
                10  STATE-TOUCHED-SW     PIC X(1).
                    88 STATE-TOUCHED-IN-PERIOD VALUE "Y".
        01 STATE-INDEX               PIC 9(5) BINARY.
        01 STATE-OVERFLOW-SW         PIC X(1) VALUE "N".
           88 STATE-TABLE-OVERFLOWED         VALUE "Y".

      *   The change history loaded whole, oldest first by timestamp,
      *   so it can be walked NEWEST first.
        01 HISTORY-TABLE-COUNT       PIC 9(5) BINARY VALUE 0.
        01 HISTORY-TABLE-AREA.
            05  HISTORY-ENTRY OCCURS 1 TO 60000 TIMES
                        DEPENDING ON HISTORY-TABLE-COUNT.
                10  HENT-DATE-NUM        PIC 9(8).
                10  HENT-KEY             PIC X(6).
                10  HENT-IMAGE           PIC X(23).
                10  HENT-MARKER-SW       PIC X(1).
                    88 HENT-IS-CREATE-MARKER VALUE "Y".
        01 HISTORY-INDEX             PIC 9(5) BINARY.
        01 HISTORY-OVERFLOW-SW       PIC X(1) VALUE "N".
           88 HISTORY-TABLE-OVERFLOWED       VALUE "Y".
        01 HISTORY-READ-COUNT        PIC 9(9) BINARY VALUE 0.
        01 HISTORY-RETURN-DONE-SW    PIC X(1) VALUE "N".
           88 HISTORY-RETURN-IS-DONE         VALUE "Y".

        01 TO-STATE-TAKEN-SW         PIC X(1) VALUE "N".
           88 TO-STATE-TAKEN                 VALUE "Y".
        01 UNDATEABLE-STOP-SW        PIC X(1) VALUE "N".
           88 STOPPED-ON-UNDATEABLE          VALUE "Y".

        01 HISTORY-STAMP             PIC X(16).

        01 CONVERT-DATE-INPUT        PIC X(8).
        01 CONVERT-DATE-YYYYMMDD     PIC 9(8).
        01 CONVERT-DATE-GOOD-SWITCH  PIC X(1).
           88 CONVERT-DATE-IS-GOOD           VALUE "Y".
        01 CONVERT-MM                PIC 99.
        01 CONVERT-DD                PIC 99.
        01 CONVERT-YY                PIC 99.
        01 CONVERT-FULL-YEAR         PIC 9(4).

        01 MORE-MASTER-SWITCH        PIC X(1) VALUE "Y".
           88 NO-MORE-MASTER                  VALUE "N".
        01 SORT-RETURN-DONE-SW       PIC X(1) VALUE "N".
           88 SORT-RETURN-IS-DONE            VALUE "Y".

      *   One line per job code: the catalogue's codes in catalogue
      *   order (a code listed twice for two effective windows is one
      *   line), then any code found on a changed key that the
      *   catalogue does not carry.
        01 JOB-ROW-COUNT             PIC 9(4) BINARY VALUE 0.
        01 JOB-ROW-AREA.
            05  JOB-ROW-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON JOB-ROW-COUNT
                        INDEXED BY JR-IDX.
                10  JROW-VALUE           PIC X(8).
                10  JROW-DESCRIPTION     PIC X(20).
                10  JROW-ADDED           PIC 9(7) BINARY.
                10  JROW-CHANGED         PIC 9(7) BINARY.
                10  JROW-DELETED         PIC 9(7) BINARY.
                10  JROW-MOVED-IN        PIC 9(7) BINARY.
                10  JROW-MOVED-OUT       PIC 9(7) BINARY.
        01 JOB-ROW-INDEX             PIC 9(4) BINARY VALUE 0.
        01 JOB-LOOKUP-VALUE          PIC X(8).
        01 JOB-ROW-OVERFLOW-SW       PIC X(1) VALUE "N".
           88 JOB-ROWS-OVERFLOWED            VALUE "Y".

      *   Control totals for the report and the trailer.
        01 MASTER-START-COUNT        PIC 9(7) BINARY VALUE 0.
        01 POST-PERIOD-UNDONE-COUNT  PIC 9(7) BINARY VALUE 0.
        01 IN-PERIOD-UNDONE-COUNT    PIC 9(7) BINARY VALUE 0.
        01 FROM-COUNT                PIC 9(7) BINARY VALUE 0.
        01 TO-COUNT                  PIC 9(7) BINARY VALUE 0.
        01 ADDED-COUNT               PIC 9(7) BINARY VALUE 0.
        01 CHANGED-COUNT             PIC 9(7) BINARY VALUE 0.
        01 DELETED-COUNT             PIC 9(7) BINARY VALUE 0.
        01 MOVED-COUNT               PIC 9(7) BINARY VALUE 0.
        01 NO-NET-EFFECT-COUNT       PIC 9(7) BINARY VALUE 0.
        01 NET-WRITTEN-COUNT         PIC 9(7) BINARY VALUE 0.
        01 NET-HASH-TOTAL            PIC 9(15) VALUE 0.

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.
        01 HASH-DISPLAY-AREA         PIC Z(14)9.

        01 REPORT-HEADING-1.
            05  FILLER PIC X(50)
                VALUE "CUSTOMER MASTER NET-CHANGE EXTRACT".

      *   The job-code breakdown: two heading lines and one line per
      *   job code, five counts of eight columns each.
        01 JOB-HEADING-1.
            05  FILLER PIC X(30) VALUE SPACES.
            05  FILLER PIC X(40)
                VALUE "                           MOVED   MOVED".
            05  FILLER PIC X(62) VALUE SPACES.
        01 JOB-HEADING-2.
            05  FILLER PIC X(30)
                VALUE "JOB CODE  DESCRIPTION".
            05  FILLER PIC X(40)
                VALUE "   ADDED CHANGED DELETED      IN     OUT".
            05  FILLER PIC X(62) VALUE SPACES.
        01 JOB-ROW-LINE.
            05  JRL-VALUE            PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  JRL-DESCRIPTION      PIC X(20).
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-ADDED            PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-CHANGED          PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-DELETED          PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-MOVED-IN         PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-MOVED-OUT        PIC ZZZZZZ9.
            05  FILLER               PIC X(62) VALUE SPACES.

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-FROM-DATE       PIC X(8).
            05  PARM-SEPARATOR       PIC X(1).
            05  PARM-TO-DATE         PIC X(8).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "CUSTNETX: Entering".

            MOVE "CUSTNETX" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.

            IF PARM-LENGTH < 17
               DISPLAY "CUSTNETX: PARM MUST CARRY THE FROM AND TO"
                       " DATES (MM/DD/YY,MM/DD/YY)"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.
            MOVE PARM-FROM-DATE TO FROM-DATE-TEXT.
            MOVE PARM-TO-DATE TO TO-DATE-TEXT.
            MOVE FROM-DATE-TEXT TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-AS-OF-DATE THRU CONVERT-AS-OF-DATE-END.
            MOVE CONVERT-DATE-YYYYMMDD TO FROM-DATE-NUM.
            IF CONVERT-DATE-IS-GOOD
               MOVE TO-DATE-TEXT TO CONVERT-DATE-INPUT
               PERFORM CONVERT-AS-OF-DATE THRU
                       CONVERT-AS-OF-DATE-END
               MOVE CONVERT-DATE-YYYYMMDD TO TO-DATE-NUM
            END-IF.
            IF NOT CONVERT-DATE-IS-GOOD
               OR PARM-SEPARATOR NOT = ","
               OR TO-DATE-NUM < FROM-DATE-NUM
               DISPLAY "CUSTNETX: PARM " FROM-DATE-TEXT ","
                       TO-DATE-TEXT
                       " IS NOT A VALID MM/DD/YY,MM/DD/YY PAIR"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.
            DISPLAY "CUSTNETX: NET CHANGE FROM " FROM-DATE-TEXT
                    " TO " TO-DATE-TEXT.

            PERFORM LOAD-CURRENT-MASTER THRU
                    LOAD-CURRENT-MASTER-END.
            PERFORM LOAD-CHANGE-HISTORY THRU
                    LOAD-CHANGE-HISTORY-END.
            IF STATE-TABLE-OVERFLOWED
               OR HISTORY-TABLE-OVERFLOWED
               DISPLAY "CUSTNETX: MASTER OR HISTORY EXCEEDS 60000"
                       " RECORDS - FEED CANNOT BE BUILT"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.

            PERFORM ROLL-BACK-HISTORY THRU ROLL-BACK-HISTORY-END.

      *   A key put back by undoing its delete arrives after the load
      *   and can overflow the table; a feed that silently lost such
      *   keys must not go to the warehouse as if it were whole.
            IF STATE-TABLE-OVERFLOWED
               DISPLAY "CUSTNETX: STATE TABLE OVERFLOWED DURING"
                       " ROLLBACK - FEED CANNOT BE BUILT"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.

            PERFORM LOAD-JOB-CODE-ROWS THRU LOAD-JOB-CODE-ROWS-END.

            OPEN OUTPUT NET-CHANGE-FILE.
            IF NET-CHANGE-STATUS NOT = "00"
               DISPLAY "CUSTNETX: CANNOT OPEN NETXOUT, STATUS="
                       NET-CHANGE-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.
            PERFORM WRITE-FEED-HEADER THRU WRITE-FEED-HEADER-END.

            SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-KEY
                 INPUT PROCEDURE IS RELEASE-NET-CHANGES
                                THRU RELEASE-NET-CHANGES-END
                 OUTPUT PROCEDURE IS RETURN-SORTED-CHANGES
                                THRU RETURN-SORTED-CHANGES-END.

            PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-END.
            CLOSE NET-CHANGE-FILE.

            PERFORM WRITE-CONTROL-REPORT THRU
                    WRITE-CONTROL-REPORT-END.

      *   A rollback cut short by an undateable timestamp may have
      *   left post-FROM changes undone -- the feed exists for
      *   inspection, but the step must not pass.
            EVALUATE TRUE
               WHEN JOB-ROWS-OVERFLOWED
                  MOVE 12 TO RETURN-CODE
               WHEN STOPPED-ON-UNDATEABLE
                  MOVE 8 TO RETURN-CODE
                  DISPLAY "CUSTNETX: UNDATEABLE HISTORY TIMESTAMP -"
                          " FEED UNRELIABLE, RC=8"
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            DISPLAY "CUSTNETX: ADDED " ADDED-COUNT
                    " CHANGED " CHANGED-COUNT
                    " DELETED " DELETED-COUNT
                    " RC=" RETURN-CODE.
            DISPLAY "CUSTNETX: Exiting".
            GOBACK.

      *****************************************************************
      *  LOAD-CURRENT-MASTER and LOAD-CHANGE-HISTORY take the current
      *  master and its whole change history into storage, exactly as
      *  CUSTSNAP does.
      *****************************************************************
        LOAD-CURRENT-MASTER.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTNETX: CANNOT OPEN CUSTMSTR, STATUS="
                       CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.

            MOVE LOW-VALUES TO CUSTOMER-MASTER-KEY.
            START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CUSTOMER-MASTER-KEY
               INVALID KEY
                  SET NO-MORE-MASTER TO TRUE
            END-START.

            PERFORM LOAD-ONE-MASTER-RECORD THRU
                    LOAD-ONE-MASTER-RECORD-END
               UNTIL NO-MORE-MASTER.

            CLOSE CUSTOMER-MASTER-FILE.
            MOVE STATE-TABLE-COUNT TO MASTER-START-COUNT.
        LOAD-CURRENT-MASTER-END.
            EXIT.

        LOAD-ONE-MASTER-RECORD.
            READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                  SET NO-MORE-MASTER TO TRUE
                  GO TO LOAD-ONE-MASTER-RECORD-END
            END-READ.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               SET NO-MORE-MASTER TO TRUE
               GO TO LOAD-ONE-MASTER-RECORD-END
            END-IF.
            IF STATE-TABLE-COUNT = 60000
               SET STATE-TABLE-OVERFLOWED TO TRUE
               SET NO-MORE-MASTER TO TRUE
               GO TO LOAD-ONE-MASTER-RECORD-END
            END-IF.
            ADD 1 TO STATE-TABLE-COUNT.
            MOVE CUSTOMER-MASTER-KEY
                TO STATE-KEY (STATE-TABLE-COUNT).
            MOVE CUSTOMER-MASTER-RECORD
                TO STATE-IMAGE (STATE-TABLE-COUNT).
            MOVE "Y" TO STATE-PRESENT-SW (STATE-TABLE-COUNT).
            MOVE SPACES TO STATE-TO-IMAGE (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-TO-SW (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-TOUCHED-SW (STATE-TABLE-COUNT).
        LOAD-ONE-MASTER-RECORD-END.
            EXIT.

      *   Without the history both masters are the current one and
      *   the feed would claim nothing changed -- the step must not
      *   pass.
        LOAD-CHANGE-HISTORY.
            OPEN INPUT HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CUSTNETX: CANNOT OPEN CUSTHIST, STATUS="
                       HISTORY-FILE-STATUS
                       " - THE TWO MASTERS CANNOT BE REBUILT"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTNETX: Exiting"
               GOBACK
            END-IF.
            SORT HISTORY-SORT-FILE
                 ON ASCENDING KEY HSRT-STAMP HSRT-SEQUENCE
                 INPUT PROCEDURE IS RELEASE-HISTORY-ENTRIES
                                THRU RELEASE-HISTORY-ENTRIES-END
                 OUTPUT PROCEDURE IS TABLE-HISTORY-ENTRIES
                                THRU TABLE-HISTORY-ENTRIES-END.
            CLOSE HISTORY-FILE.
        LOAD-CHANGE-HISTORY-END.
            EXIT.

        RELEASE-HISTORY-ENTRIES.
            PERFORM RELEASE-ONE-HISTORY-ENTRY THRU
                    RELEASE-ONE-HISTORY-ENTRY-END
               UNTIL HISTORY-FILE-STATUS NOT = "00".
        RELEASE-HISTORY-ENTRIES-END.
            EXIT.

        RELEASE-ONE-HISTORY-ENTRY.
            READ HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               GO TO RELEASE-ONE-HISTORY-ENTRY-END
            END-IF.
            PERFORM STAMP-ONE-ENTRY THRU STAMP-ONE-ENTRY-END.
            MOVE HISTORY-STAMP TO HSRT-STAMP.
            ADD 1 TO HISTORY-READ-COUNT.
            MOVE HISTORY-READ-COUNT TO HSRT-SEQUENCE.
            MOVE HIST-PRIOR-KEY TO HSRT-KEY.
            MOVE HIST-PRIOR-IMAGE TO HSRT-IMAGE.
            RELEASE HISTORY-SORT-RECORD.
        RELEASE-ONE-HISTORY-ENTRY-END.
            EXIT.

      *   The timestamp reduced to YYYYMMDDHHMMSSth, read the way
      *   CUSTROLL and CUSTRCVR read it; one that cannot be read is
      *   HIGH-VALUES.
        STAMP-ONE-ENTRY.
            IF HIST-TIMESTAMP (5:1) = "-"
               MOVE HIST-TIMESTAMP (1:4)  TO HISTORY-STAMP (1:4)
               MOVE HIST-TIMESTAMP (6:2)  TO HISTORY-STAMP (5:2)
               MOVE HIST-TIMESTAMP (9:2)  TO HISTORY-STAMP (7:2)
               MOVE HIST-TIMESTAMP (12:2) TO HISTORY-STAMP (9:2)
               MOVE HIST-TIMESTAMP (15:2) TO HISTORY-STAMP (11:2)
               MOVE HIST-TIMESTAMP (18:2) TO HISTORY-STAMP (13:2)
               MOVE HIST-TIMESTAMP (21:2) TO HISTORY-STAMP (15:2)
            ELSE
               MOVE HIST-TIMESTAMP (1:16) TO HISTORY-STAMP
            END-IF.
            IF HISTORY-STAMP NOT NUMERIC
               MOVE HIGH-VALUES TO HISTORY-STAMP
            END-IF.
        STAMP-ONE-ENTRY-END.
            EXIT.

        TABLE-HISTORY-ENTRIES.
            PERFORM TABLE-ONE-HISTORY-ENTRY THRU
                    TABLE-ONE-HISTORY-ENTRY-END
               UNTIL HISTORY-RETURN-IS-DONE.
        TABLE-HISTORY-ENTRIES-END.
            EXIT.

      *   An undateable entry tables with a zero date, which stops the
      *   walk and fails the run.  See ROLL-BACK-ONE-ENTRY.
        TABLE-ONE-HISTORY-ENTRY.
            RETURN HISTORY-SORT-FILE
               AT END
                  SET HISTORY-RETURN-IS-DONE TO TRUE
                  GO TO TABLE-ONE-HISTORY-ENTRY-END
            END-RETURN.
            IF HISTORY-TABLE-COUNT = 60000
               SET HISTORY-TABLE-OVERFLOWED TO TRUE
               GO TO TABLE-ONE-HISTORY-ENTRY-END
            END-IF.

            ADD 1 TO HISTORY-TABLE-COUNT.
            IF HSRT-STAMP = HIGH-VALUES
               MOVE 0 TO HENT-DATE-NUM (HISTORY-TABLE-COUNT)
            ELSE
               MOVE HSRT-STAMP (1:8)
                   TO HENT-DATE-NUM (HISTORY-TABLE-COUNT)
            END-IF.
            MOVE HSRT-KEY TO HENT-KEY (HISTORY-TABLE-COUNT).
            MOVE HSRT-IMAGE TO HENT-IMAGE (HISTORY-TABLE-COUNT).
            IF HSRT-IMAGE (7:8) = "*CREATE*"
               MOVE "Y" TO HENT-MARKER-SW (HISTORY-TABLE-COUNT)
            ELSE
               MOVE "N" TO HENT-MARKER-SW (HISTORY-TABLE-COUNT)
            END-IF.
        TABLE-ONE-HISTORY-ENTRY-END.
            EXIT.

      *****************************************************************
      *  ROLL-BACK-HISTORY walks the history NEWEST first, undoing
      *  each change as CUSTSNAP does.  The first entry stamped on or
      *  before the TO date marks the crossing: the state in hand
      *  there is the TO master and is kept.  The walk then undoes the
      *  period's own changes, marking each key it touches, and stops
      *  at the first entry stamped on or before the FROM date -- what
      *  is left is the FROM master.  An undateable timestamp cannot
      *  be placed in time: it sorts as the newest entry, stops the
      *  walk before anything is undone, and the run cannot pass.
      *****************************************************************
        ROLL-BACK-HISTORY.
            MOVE HISTORY-TABLE-COUNT TO HISTORY-INDEX.
            PERFORM ROLL-BACK-ONE-ENTRY THRU ROLL-BACK-ONE-ENTRY-END
               UNTIL HISTORY-INDEX = 0.
            IF NOT TO-STATE-TAKEN
               PERFORM TAKE-TO-STATE THRU TAKE-TO-STATE-END
            END-IF.
        ROLL-BACK-HISTORY-END.
            EXIT.

        ROLL-BACK-ONE-ENTRY.
            IF HENT-DATE-NUM (HISTORY-INDEX) = 0
               SET STOPPED-ON-UNDATEABLE TO TRUE
               MOVE 0 TO HISTORY-INDEX
               GO TO ROLL-BACK-ONE-ENTRY-END
            END-IF.
            IF HENT-DATE-NUM (HISTORY-INDEX) NOT > TO-DATE-NUM
               AND NOT TO-STATE-TAKEN
               PERFORM TAKE-TO-STATE THRU TAKE-TO-STATE-END
            END-IF.
            IF HENT-DATE-NUM (HISTORY-INDEX) NOT > FROM-DATE-NUM
               MOVE 0 TO HISTORY-INDEX
               GO TO ROLL-BACK-ONE-ENTRY-END
            END-IF.
            IF TO-STATE-TAKEN
               ADD 1 TO IN-PERIOD-UNDONE-COUNT
            ELSE
               ADD 1 TO POST-PERIOD-UNDONE-COUNT
            END-IF.

            PERFORM FIND-STATE-ENTRY THRU FIND-STATE-ENTRY-END.

            IF HENT-IS-CREATE-MARKER (HISTORY-INDEX)
               IF STATE-INDEX > 0
                  MOVE "N" TO STATE-PRESENT-SW (STATE-INDEX)
               END-IF
            ELSE
               IF STATE-INDEX = 0
                  PERFORM ADD-STATE-ENTRY THRU ADD-STATE-ENTRY-END
               END-IF
               IF STATE-INDEX > 0
                  MOVE HENT-IMAGE (HISTORY-INDEX)
                      TO STATE-IMAGE (STATE-INDEX)
                  MOVE "Y" TO STATE-PRESENT-SW (STATE-INDEX)
               END-IF
            END-IF.
            IF STATE-INDEX > 0
               AND TO-STATE-TAKEN
               MOVE "Y" TO STATE-TOUCHED-SW (STATE-INDEX)
            END-IF.

            SUBTRACT 1 FROM HISTORY-INDEX.
        ROLL-BACK-ONE-ENTRY-END.
            EXIT.

        FIND-STATE-ENTRY.
            MOVE 0 TO STATE-INDEX.
            IF STATE-TABLE-COUNT = 0
               GO TO FIND-STATE-ENTRY-END
            END-IF.
            SET ST-IDX TO 1.
            SEARCH STATE-ENTRY
               AT END
                  GO TO FIND-STATE-ENTRY-END
               WHEN STATE-KEY (ST-IDX) = HENT-KEY (HISTORY-INDEX)
                  SET STATE-INDEX TO ST-IDX
            END-SEARCH.
        FIND-STATE-ENTRY-END.
            EXIT.

      *   A key the current master does not hold, put back by undoing
      *   its delete: a fresh slot, absent at the TO date unless the
      *   TO state has yet to be taken.
        ADD-STATE-ENTRY.
            IF STATE-TABLE-COUNT = 60000
               SET STATE-TABLE-OVERFLOWED TO TRUE
               GO TO ADD-STATE-ENTRY-END
            END-IF.
            ADD 1 TO STATE-TABLE-COUNT.
            MOVE HENT-KEY (HISTORY-INDEX)
                TO STATE-KEY (STATE-TABLE-COUNT).
            MOVE SPACES TO STATE-IMAGE (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-PRESENT-SW (STATE-TABLE-COUNT).
            MOVE SPACES TO STATE-TO-IMAGE (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-TO-SW (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-TOUCHED-SW (STATE-TABLE-COUNT).
            MOVE STATE-TABLE-COUNT TO STATE-INDEX.
        ADD-STATE-ENTRY-END.
            EXIT.

        TAKE-TO-STATE.
            MOVE 1 TO STATE-INDEX.
            PERFORM TAKE-ONE-TO-STATE THRU TAKE-ONE-TO-STATE-END
               UNTIL STATE-INDEX > STATE-TABLE-COUNT.
            SET TO-STATE-TAKEN TO TRUE.
        TAKE-TO-STATE-END.
            EXIT.

        TAKE-ONE-TO-STATE.
            MOVE STATE-IMAGE (STATE-INDEX)
                TO STATE-TO-IMAGE (STATE-INDEX).
            MOVE STATE-PRESENT-SW (STATE-INDEX)
                TO STATE-TO-SW (STATE-INDEX).
            ADD 1 TO STATE-INDEX.
        TAKE-ONE-TO-STATE-END.
            EXIT.

      *****************************************************************
      *  LOAD-JOB-CODE-ROWS starts one breakdown line per catalogue
      *  code.  Without a catalogue the breakdown still prints, every
      *  code reading as not in the catalogue.
      *****************************************************************
        LOAD-JOB-CODE-ROWS.
            OPEN INPUT JOB-CODE-FILE.
            IF JOB-CODE-STATUS NOT = "00"
               DISPLAY "CUSTNETX: NO JOBCODES ALLOCATED -"
                       " JOB CODES PRINT WITHOUT DESCRIPTIONS"
               GO TO LOAD-JOB-CODE-ROWS-END
            END-IF.
            PERFORM LOAD-ONE-JOB-CODE THRU LOAD-ONE-JOB-CODE-END
               UNTIL JOB-CODE-STATUS NOT = "00".
            CLOSE JOB-CODE-FILE.
        LOAD-JOB-CODE-ROWS-END.
            EXIT.

        LOAD-ONE-JOB-CODE.
            READ JOB-CODE-FILE.
            IF JOB-CODE-STATUS NOT = "00"
               GO TO LOAD-ONE-JOB-CODE-END
            END-IF.
            MOVE JOBCODE-VALUE TO JOB-LOOKUP-VALUE.
            PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END.
            IF JOB-ROW-INDEX > 0
               AND JROW-DESCRIPTION (JOB-ROW-INDEX)
                   = "(NOT IN CATALOGUE)"
               MOVE JOBCODE-DESCRIPTION
                   TO JROW-DESCRIPTION (JOB-ROW-INDEX)
            END-IF.
        LOAD-ONE-JOB-CODE-END.
            EXIT.

      *   The breakdown line for JOB-LOOKUP-VALUE, started (as not in
      *   the catalogue) the first time the code is seen.  Zero when
      *   the table is full -- that code's counts then go unbroken-
      *   down and the run cannot pass.
        FIND-JOB-ROW.
            MOVE 0 TO JOB-ROW-INDEX.
            IF JOB-ROW-COUNT > 0
               SET JR-IDX TO 1
               SEARCH JOB-ROW-ENTRY
                  AT END
                     CONTINUE
                  WHEN JROW-VALUE (JR-IDX) = JOB-LOOKUP-VALUE
                     SET JOB-ROW-INDEX TO JR-IDX
               END-SEARCH
            END-IF.
            IF JOB-ROW-INDEX > 0
               GO TO FIND-JOB-ROW-END
            END-IF.
            IF JOB-ROW-COUNT = 500
               SET JOB-ROWS-OVERFLOWED TO TRUE
               GO TO FIND-JOB-ROW-END
            END-IF.
            ADD 1 TO JOB-ROW-COUNT.
            MOVE JOB-ROW-COUNT TO JOB-ROW-INDEX.
            MOVE JOB-LOOKUP-VALUE TO JROW-VALUE (JOB-ROW-INDEX).
            MOVE "(NOT IN CATALOGUE)"
                TO JROW-DESCRIPTION (JOB-ROW-INDEX).
            MOVE 0 TO JROW-ADDED (JOB-ROW-INDEX)
                      JROW-CHANGED (JOB-ROW-INDEX)
                      JROW-DELETED (JOB-ROW-INDEX)
                      JROW-MOVED-IN (JOB-ROW-INDEX)
                      JROW-MOVED-OUT (JOB-ROW-INDEX).
        FIND-JOB-ROW-END.
            EXIT.

      *****************************************************************
      *  WRITE-FEED-HEADER and WRITE-FEED-TRAILER wrap NETXOUT the way
      *  CUSTXTR's header and trailer wrap the billing extract.
      *****************************************************************
        WRITE-FEED-HEADER.
            MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
            MOVE SPACES TO NET-CHANGE-RECORD.
            MOVE "H" TO NCHG-RECORD-TYPE.
            MOVE "CUSTMSTR" TO NCHG-SOURCE-SYSTEM.
            MOVE FROM-DATE-TEXT TO NCHG-FROM-DATE.
            MOVE TO-DATE-TEXT TO NCHG-TO-DATE.
            MOVE RUN-TIMESTAMP (1:8) TO NCHG-RUN-DATE.
            WRITE NET-CHANGE-RECORD.
        WRITE-FEED-HEADER-END.
            EXIT.

        WRITE-FEED-TRAILER.
            MOVE SPACES TO NET-CHANGE-RECORD.
            MOVE "T" TO NCHG-RECORD-TYPE.
            MOVE NET-WRITTEN-COUNT TO NCHG-RECORD-COUNT.
            MOVE NET-HASH-TOTAL TO NCHG-HASH-TOTAL.
            WRITE NET-CHANGE-RECORD.
        WRITE-FEED-TRAILER-END.
            EXIT.

      *****************************************************************
      *  RELEASE-NET-CHANGES is the sort's input side: every key is
      *  held FROM state against TO state, the master counted at both
      *  dates, and a key whose state differs released as an add, a
      *  change or a delete.  A key the period touched that ends
      *  where it began is only counted.
      *****************************************************************
        RELEASE-NET-CHANGES.
            MOVE 1 TO STATE-INDEX.
            PERFORM RELEASE-ONE-STATE THRU RELEASE-ONE-STATE-END
               UNTIL STATE-INDEX > STATE-TABLE-COUNT.
        RELEASE-NET-CHANGES-END.
            EXIT.

        RELEASE-ONE-STATE.
            PERFORM CLASSIFY-ONE-STATE THRU CLASSIFY-ONE-STATE-END.
            ADD 1 TO STATE-INDEX.
        RELEASE-ONE-STATE-END.
            EXIT.

        CLASSIFY-ONE-STATE.
            IF STATE-IS-PRESENT (STATE-INDEX)
               ADD 1 TO FROM-COUNT
            END-IF.
            IF STATE-TO-PRESENT (STATE-INDEX)
               ADD 1 TO TO-COUNT
            END-IF.
            MOVE STATE-KEY (STATE-INDEX) TO SRT-KEY.
            MOVE SPACES TO SRT-BEFORE-IMAGE SRT-AFTER-IMAGE.
            EVALUATE TRUE
               WHEN NOT STATE-IS-PRESENT (STATE-INDEX)
                    AND STATE-TO-PRESENT (STATE-INDEX)
                  MOVE "A" TO SRT-TYPE
                  MOVE STATE-TO-IMAGE (STATE-INDEX)
                      TO SRT-AFTER-IMAGE
               WHEN STATE-IS-PRESENT (STATE-INDEX)
                    AND NOT STATE-TO-PRESENT (STATE-INDEX)
                  MOVE "D" TO SRT-TYPE
                  MOVE STATE-IMAGE (STATE-INDEX)
                      TO SRT-BEFORE-IMAGE
               WHEN STATE-IS-PRESENT (STATE-INDEX)
                    AND STATE-IMAGE (STATE-INDEX)
                        NOT = STATE-TO-IMAGE (STATE-INDEX)
                  MOVE "C" TO SRT-TYPE
                  MOVE STATE-IMAGE (STATE-INDEX)
                      TO SRT-BEFORE-IMAGE
                  MOVE STATE-TO-IMAGE (STATE-INDEX)
                      TO SRT-AFTER-IMAGE
               WHEN OTHER
                  IF STATE-TOUCHED-IN-PERIOD (STATE-INDEX)
                     ADD 1 TO NO-NET-EFFECT-COUNT
                  END-IF
                  GO TO CLASSIFY-ONE-STATE-END
            END-EVALUATE.
            RELEASE SORT-CHANGE-RECORD.
        CLASSIFY-ONE-STATE-END.
            EXIT.

      *****************************************************************
      *  RETURN-SORTED-CHANGES writes the released changes to NETXOUT
      *  in key order, folding each key into the trailer's hash and
      *  each change into its job code's line.
      *****************************************************************
        RETURN-SORTED-CHANGES.
            PERFORM RETURN-ONE-CHANGE THRU RETURN-ONE-CHANGE-END
               UNTIL SORT-RETURN-IS-DONE.
        RETURN-SORTED-CHANGES-END.
            EXIT.

        RETURN-ONE-CHANGE.
            RETURN SORT-WORK-FILE
               AT END
                  SET SORT-RETURN-IS-DONE TO TRUE
                  GO TO RETURN-ONE-CHANGE-END
            END-RETURN.
            MOVE SPACES TO NET-CHANGE-RECORD.
            MOVE SRT-TYPE TO NCHG-RECORD-TYPE.
            MOVE SRT-KEY TO NCHG-CUSTOMER-KEY.
            MOVE SRT-BEFORE-IMAGE TO NCHG-BEFORE-IMAGE.
            MOVE SRT-AFTER-IMAGE TO NCHG-AFTER-IMAGE.
            WRITE NET-CHANGE-RECORD.
            ADD 1 TO NET-WRITTEN-COUNT.
            CALL "KEYHASH" USING NCHG-CUSTOMER-KEY
                                  NET-HASH-TOTAL.
            PERFORM COUNT-ONE-CHANGE THRU COUNT-ONE-CHANGE-END.
        RETURN-ONE-CHANGE-END.
            EXIT.

      *   An add counts under the job code the key was added with, a
      *   delete under the one it was deleted from, a change under its
      *   new job code -- and, when it moved the customer, out of the
      *   old code and into the new.
        COUNT-ONE-CHANGE.
            EVALUATE TRUE
               WHEN NCHG-IS-ADDED
                  ADD 1 TO ADDED-COUNT
                  MOVE SRT-AFTER-JOB TO JOB-LOOKUP-VALUE
                  PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
                  IF JOB-ROW-INDEX > 0
                     ADD 1 TO JROW-ADDED (JOB-ROW-INDEX)
                  END-IF
               WHEN NCHG-IS-DELETED
                  ADD 1 TO DELETED-COUNT
                  MOVE SRT-BEFORE-JOB TO JOB-LOOKUP-VALUE
                  PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
                  IF JOB-ROW-INDEX > 0
                     ADD 1 TO JROW-DELETED (JOB-ROW-INDEX)
                  END-IF
               WHEN OTHER
                  ADD 1 TO CHANGED-COUNT
                  MOVE SRT-AFTER-JOB TO JOB-LOOKUP-VALUE
                  PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
                  IF JOB-ROW-INDEX > 0
                     ADD 1 TO JROW-CHANGED (JOB-ROW-INDEX)
                  END-IF
            END-EVALUATE.
            IF NOT NCHG-IS-CHANGED
               OR SRT-BEFORE-JOB = SRT-AFTER-JOB
               GO TO COUNT-ONE-CHANGE-END
            END-IF.
            ADD 1 TO MOVED-COUNT.
            IF JOB-ROW-INDEX > 0
               ADD 1 TO JROW-MOVED-IN (JOB-ROW-INDEX)
            END-IF.
            MOVE SRT-BEFORE-JOB TO JOB-LOOKUP-VALUE.
            PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END.
            IF JOB-ROW-INDEX > 0
               ADD 1 TO JROW-MOVED-OUT (JOB-ROW-INDEX)
            END-IF.
        COUNT-ONE-CHANGE-END.
            EXIT.

      *****************************************************************
      *  WRITE-CONTROL-REPORT prints the change counts by job code,
      *  the master's record counts at both dates (FROM count plus
      *  adds less deletes is the TO count, the figure the warehouse
      *  proves its own load against) and the trailer's controls.
      *****************************************************************
        WRITE-CONTROL-REPORT.
            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "FROM " DELIMITED BY SIZE
                   FROM-DATE-TEXT DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   TO-DATE-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            PERFORM WRITE-JOB-CODE-BREAKDOWN THRU
                    WRITE-JOB-CODE-BREAKDOWN-END.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE MASTER-START-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CURRENT MASTER RECORDS" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE POST-PERIOD-UNDONE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HISTORY RECORDS AFTER THE TO DATE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE IN-PERIOD-UNDONE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HISTORY RECORDS BETWEEN THE DATES"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE FROM-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MASTER RECORDS AT THE FROM DATE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE ADDED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS ADDED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE CHANGED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS CHANGED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE MOVED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "  OF WHICH MOVED TO ANOTHER JOB CODE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE DELETED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS DELETED" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE TO-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "MASTER RECORDS AT THE TO DATE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE NO-NET-EFFECT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS TOUCHED WITH NO NET CHANGE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE NET-WRITTEN-COUNT TO COUNT-DISPLAY-AREA.
            MOVE NET-HASH-TOTAL TO HASH-DISPLAY-AREA.
            STRING "NETXOUT TRAILER: RECORD COUNT " DELIMITED BY SIZE
                   COUNT-DISPLAY-AREA DELIMITED BY SIZE
                   "  HASH TOTAL " DELIMITED BY SIZE
                   HASH-DISPLAY-AREA DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            IF STOPPED-ON-UNDATEABLE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** WARNING: ROLLBACK STOPPED ON AN UNDATEABLE"
                   TO REPORT-LINE
               MOVE "HISTORY TIMESTAMP - FEED UNRELIABLE ***"
                   TO REPORT-LINE (48:40)
               WRITE REPORT-LINE
            END-IF.
            IF JOB-ROWS-OVERFLOWED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** WARNING: MORE THAN 500 JOB CODES - BREAKDOWN"
                   TO REPORT-LINE
               MOVE "INCOMPLETE ***" TO REPORT-LINE (51:14)
               WRITE REPORT-LINE
            END-IF.

            CLOSE REPORT-FILE.
        WRITE-CONTROL-REPORT-END.
            EXIT.

      *   Stages the already-edited count into a fresh report line;
      *   the caller drops its caption in behind it and writes.
        WRITE-ONE-TOTAL-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
        WRITE-ONE-TOTAL-LINE-END.
            EXIT.

        WRITE-JOB-CODE-BREAKDOWN.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOB-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOB-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO JOB-ROW-INDEX.
            PERFORM WRITE-ONE-JOB-ROW THRU WRITE-ONE-JOB-ROW-END
               UNTIL JOB-ROW-INDEX > JOB-ROW-COUNT.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "TOTAL" TO JRL-VALUE.
            MOVE SPACES TO JRL-DESCRIPTION.
            MOVE ADDED-COUNT TO JRL-ADDED.
            MOVE CHANGED-COUNT TO JRL-CHANGED.
            MOVE DELETED-COUNT TO JRL-DELETED.
            MOVE MOVED-COUNT TO JRL-MOVED-IN.
            MOVE MOVED-COUNT TO JRL-MOVED-OUT.
            MOVE JOB-ROW-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-JOB-CODE-BREAKDOWN-END.
            EXIT.

        WRITE-ONE-JOB-ROW.
            PERFORM PRINT-ONE-JOB-ROW THRU PRINT-ONE-JOB-ROW-END.
            ADD 1 TO JOB-ROW-INDEX.
        WRITE-ONE-JOB-ROW-END.
            EXIT.

      *   A code with no net change to it prints no line.
        PRINT-ONE-JOB-ROW.
            IF JROW-ADDED (JOB-ROW-INDEX) = 0
               AND JROW-CHANGED (JOB-ROW-INDEX) = 0
               AND JROW-DELETED (JOB-ROW-INDEX) = 0
               AND JROW-MOVED-IN (JOB-ROW-INDEX) = 0
               AND JROW-MOVED-OUT (JOB-ROW-INDEX) = 0
               GO TO PRINT-ONE-JOB-ROW-END
            END-IF.
            MOVE JROW-VALUE (JOB-ROW-INDEX) TO JRL-VALUE.
            MOVE JROW-DESCRIPTION (JOB-ROW-INDEX) TO JRL-DESCRIPTION.
            MOVE JROW-ADDED (JOB-ROW-INDEX) TO JRL-ADDED.
            MOVE JROW-CHANGED (JOB-ROW-INDEX) TO JRL-CHANGED.
            MOVE JROW-DELETED (JOB-ROW-INDEX) TO JRL-DELETED.
            MOVE JROW-MOVED-IN (JOB-ROW-INDEX) TO JRL-MOVED-IN.
            MOVE JROW-MOVED-OUT (JOB-ROW-INDEX) TO JRL-MOVED-OUT.
            MOVE JOB-ROW-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        PRINT-ONE-JOB-ROW-END.
            EXIT.

      *****************************************************************
      *  CONVERT-AS-OF-DATE -- MM/DD/YY to numeric YYYYMMDD with the
      *  00-49 -> 20xx / 50-99 -> 19xx century window the rest of the
      *  system applies.
      *****************************************************************
        CONVERT-AS-OF-DATE.
            MOVE "N" TO CONVERT-DATE-GOOD-SWITCH.
            MOVE 0 TO CONVERT-DATE-YYYYMMDD.
            IF CONVERT-DATE-INPUT (3:1) NOT = "/"
               OR CONVERT-DATE-INPUT (6:1) NOT = "/"
               GO TO CONVERT-AS-OF-DATE-END
            END-IF.
            IF CONVERT-DATE-INPUT (1:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (4:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (7:2) NOT NUMERIC
               GO TO CONVERT-AS-OF-DATE-END
            END-IF.

            MOVE CONVERT-DATE-INPUT (1:2) TO CONVERT-MM.
            MOVE CONVERT-DATE-INPUT (4:2) TO CONVERT-DD.
            MOVE CONVERT-DATE-INPUT (7:2) TO CONVERT-YY.

            IF CONVERT-MM < 1 OR CONVERT-MM > 12
               OR CONVERT-DD < 1 OR CONVERT-DD > 31
               GO TO CONVERT-AS-OF-DATE-END
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
            MOVE "Y" TO CONVERT-DATE-GOOD-SWITCH.
        CONVERT-AS-OF-DATE-END.
            EXIT.
