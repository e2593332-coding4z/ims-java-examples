        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CUSTROLL".

      *   CUSTROLL is the month-end roll-forward proof of the CUSTMSTR
      *   customer master -- finance's "how many customers did we
      *   have, how many came and went, and do the numbers tie".
      *   RECONBAL balances one window at a time; this proves the
      *   master as a whole across a period:
      *
      *       opening count + adds - deletes = closing count
      *
      *   broken down by job code (with the JOBCODES descriptions),
      *   bridge activity (COB1) kept apart from maintenance (CUSTMNT
      *   and the other programs that journal their changes the same
      *   way -- a WINBKOUT backout among them, see AUDITREC).
      *
      *   The EXEC PARM carries the period's first and last dates,
      *   MM/DD/YY,MM/DD/YY.
      *
      *   The opening and closing counts are the master itself, rolled
      *   back CUSTSNAP-style: the current CUSTMSTR is loaded and the
      *   CUSTHIST change history walked BACKWARD, newest first --
      *   by timestamp, since the live history and the split-window
      *   streams' (COBTSPLT) come concatenated, each in its own
      *   order.  Everything stamped after the last day of the
      *   period undoes its change, and the state at that point is
      *   the CLOSING master; everything stamped inside the period is
      *   undone in turn, and what is left is the OPENING master --
      *   the master as it stood at the close of the day before the
      *   period began.
      *
      *   The activity in between is read from the change trail, the
      *   way CUSTRCVR reads it: AUDITJRN (archive generations
      *   concatenated ahead of the live journal) for what COB1 and
      *   the maintenance programs did, CUSTHIST for the creation
      *   markers and prior images that show what the master actually
      *   held at each moment, and CUSTDISP for the bridge records
      *   whose master update was lost (RC 40).  The opening images,
      *   the period's trail entries and the closing images are
      *   sorted together by key and time, and each key is walked from
      *   its opening state through its activity:
      *     - an add is counted under the job code the key was added
      *       with, a delete under the job code it was deleted from;
      *     - a change counts as a change under its new job code and,
      *       when it moved the customer to another job code, as a
      *       reclassification out of the old code and into the new --
      *       so every job code's own line ties as the master does;
      *     - a re-key or merge is the old key's delete and the new
      *       key's add (or, for a merge survivor, its change).
      *
      *   A key whose activity does not carry it from its opening
      *   state to its closing state cannot be accounted for and is
      *   listed: a CUSTHIST entry the journal does not explain (the
      *   master changed behind the trail's back), a maintenance
      *   entry that does not fit the key's state, or a closing state
      *   the activity never reached.  Such a key leaves its job
      *   code, and the master, out of balance.
      *
      *   The report (ROLLRPT) lists the keys that cannot be accounted
      *   for, the breakdown by job code, and the proof itself.
      *
      *   RETURN-CODE: 0 = the roll-forward ties, overall and for
      *   every job code, and every key is accounted for; 8 = it does
      *   not tie, a key cannot be accounted for, or a trail entry
      *   could not be dated; 12 = the proof could not be run (PARM,
      *   CUSTMSTR, CUSTHIST or AUDITJRN missing, or a table
      *   exceeded).
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

            SELECT JOB-CODE-FILE ASSIGN TO "JOBCODES"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JOB-CODE-STATUS.

            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

            SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK".

            SELECT REPORT-FILE ASSIGN TO "ROLLRPT"
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

        FD  JOB-CODE-FILE
            RECORDING MODE IS F.
        COPY JOBCODE.

      *   One roll-forward event: a key's opening state, a lost-
      *   update marker, a CUSTHIST entry, a journal entry, or the
      *   key's closing state -- in the order the walk takes them.
        SD  SORT-WORK-FILE.
        01  SORT-EVENT-RECORD.
            05  SRT-KEY                 PIC X(6).
            05  SRT-STAMP               PIC X(16).
            05  SRT-RANK                PIC X(1).
                88 SRT-OPENING-STATE            VALUE "0".
                88 SRT-LOST-MARKER              VALUE "1".
                88 SRT-FROM-HISTORY             VALUE "2".
                88 SRT-FROM-JOURNAL             VALUE "3".
                88 SRT-CLOSING-STATE            VALUE "9".
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

      *   One CUSTHIST entry on its way into HISTORY-TABLE, put into
      *   timestamp order (file order within a timestamp).  An entry
      *   whose timestamp cannot be read sorts as the newest of all,
      *   so the roll-back meets it first and stops.
        SD  HISTORY-SORT-FILE.
        01  HISTORY-SORT-RECORD.
            05  HSRT-STAMP              PIC X(16).
            05  HSRT-SEQUENCE           PIC 9(9).
            05  HSRT-KEY                PIC X(6).
            05  HSRT-JOB                PIC X(8).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 CUSTOMER-MASTER-STATUS    PIC X(2) VALUE "00".
        01 HISTORY-FILE-STATUS       PIC X(2) VALUE "00".
        01 AUDIT-FILE-STATUS         PIC X(2) VALUE "00".
        01 DISPOSITION-STATUS        PIC X(2) VALUE "00".
        01 JOB-CODE-STATUS           PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        01 PERIOD-START-TEXT         PIC X(8) VALUE SPACES.
        01 PERIOD-END-TEXT           PIC X(8) VALUE SPACES.
        01 PERIOD-START-NUM          PIC 9(8) VALUE 0.
        01 PERIOD-END-NUM            PIC 9(8) VALUE 0.

      *   The master under reconstruction, one slot per key: the
      *   state the backward walk is carrying, and the closing state
      *   captured as the walk crosses the end of the period.  Sized
      *   as CUSTSNAP's.
        01 STATE-TABLE-COUNT         PIC 9(5) BINARY VALUE 0.
        01 STATE-TABLE-AREA.
            05  STATE-ENTRY OCCURS 1 TO 60000 TIMES
                        DEPENDING ON STATE-TABLE-COUNT
                        INDEXED BY ST-IDX.
                10  STATE-KEY            PIC X(6).
                10  STATE-JOB            PIC X(8).
                10  STATE-PRESENT-SW     PIC X(1).
                    88 STATE-IS-PRESENT      VALUE "Y".
                10  STATE-CLOSE-JOB      PIC X(8).
                10  STATE-CLOSE-SW       PIC X(1).
                    88 STATE-CLOSE-PRESENT   VALUE "Y".
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
                10  HENT-JOB             PIC X(8).
                10  HENT-MARKER-SW       PIC X(1).
                    88 HENT-IS-CREATE-MARKER VALUE "Y".
        01 HISTORY-INDEX             PIC 9(5) BINARY.
        01 HISTORY-OVERFLOW-SW       PIC X(1) VALUE "N".
           88 HISTORY-TABLE-OVERFLOWED       VALUE "Y".
        01 HISTORY-READ-COUNT        PIC 9(9) BINARY VALUE 0.
        01 HISTORY-RETURN-DONE-SW    PIC X(1) VALUE "N".
           88 HISTORY-RETURN-IS-DONE         VALUE "Y".

        01 CLOSING-TAKEN-SW          PIC X(1) VALUE "N".
           88 CLOSING-STATE-TAKEN            VALUE "Y".
        01 UNDATEABLE-STOP-SW        PIC X(1) VALUE "N".
           88 STOPPED-ON-UNDATEABLE          VALUE "Y".

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

      *   A trail timestamp reduced to YYYYMMDDHHMMSShh for the sort,
      *   and its date placed against the period.
        01 STAMP-SOURCE              PIC X(26).
        01 NORMALIZED-STAMP          PIC X(16).
        01 STAMP-DATE-NUM            PIC 9(8).
        01 STAMP-GOOD-SWITCH         PIC X(1).
           88 STAMP-IS-GOOD                  VALUE "Y".
        01 STAMP-PERIOD-SWITCH       PIC X(1).
           88 STAMP-IN-PERIOD                VALUE "Y".

        01 EVENT-SEQUENCE            PIC 9(9) BINARY VALUE 0.
        01 MAINTENANCE-CREATE-JOB    PIC X(8) VALUE "*CREATE*".
        01 MAINTENANCE-DELETE-JOB    PIC X(8) VALUE "*DELETE*".
        01 MAINTENANCE-REKEY-JOB     PIC X(8) VALUE "*REKEY*".
        01 CLOSING-STATE-STAMP       PIC X(16)
                                     VALUE "9999999999999999".

      *   The key under the walk: its opening state, the state its
      *   activity has carried it to, and its closing state.
        01 KEY-IN-HAND-SWITCH        PIC X(1) VALUE "N".
           88 KEY-IN-HAND                    VALUE "Y".
        01 CURRENT-KEY               PIC X(6) VALUE SPACES.
        01 KEY-STATE-SWITCH          PIC X(1) VALUE "N".
           88 KEY-IS-PRESENT                 VALUE "Y".
        01 KEY-STATE-JOB             PIC X(8).
        01 KEY-OPENING-SWITCH        PIC X(1) VALUE "N".
           88 KEY-OPENED-PRESENT             VALUE "Y".
        01 KEY-OPENING-JOB           PIC X(8).
        01 KEY-CLOSING-SWITCH        PIC X(1) VALUE "N".
           88 KEY-CLOSED-PRESENT             VALUE "Y".
        01 KEY-CLOSING-JOB           PIC X(8).
        01 KEY-ACCOUNTED-SWITCH      PIC X(1) VALUE "Y".
           88 KEY-NOT-ACCOUNTED-FOR          VALUE "N".
        01 ACTIVITY-SOURCE-SWITCH    PIC X(1) VALUE "B".
           88 ACTIVITY-IS-BRIDGE             VALUE "B".
           88 ACTIVITY-IS-MAINTENANCE        VALUE "M".
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

      *   One line per job code: the catalogue's codes in catalogue
      *   order (a code listed twice for two effective windows is one
      *   line), then any code found on the master or the trail that
      *   the catalogue does not carry.
        01 JOB-ROW-COUNT             PIC 9(4) BINARY VALUE 0.
        01 JOB-ROW-AREA.
            05  JOB-ROW-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON JOB-ROW-COUNT
                        INDEXED BY JR-IDX.
                10  JROW-VALUE           PIC X(8).
                10  JROW-DESCRIPTION     PIC X(20).
                10  JROW-OPENING         PIC 9(7) BINARY.
                10  JROW-ADD-BRIDGE      PIC 9(7) BINARY.
                10  JROW-ADD-MAINT       PIC 9(7) BINARY.
                10  JROW-DELETE-BRIDGE   PIC 9(7) BINARY.
                10  JROW-DELETE-MAINT    PIC 9(7) BINARY.
                10  JROW-RECLASS-IN      PIC 9(7) BINARY.
                10  JROW-RECLASS-OUT     PIC 9(7) BINARY.
                10  JROW-CLOSING         PIC 9(7) BINARY.
                10  JROW-CHANGE-BRIDGE   PIC 9(7) BINARY.
                10  JROW-CHANGE-MAINT    PIC 9(7) BINARY.
        01 JOB-ROW-INDEX             PIC 9(4) BINARY VALUE 0.
        01 JOB-LOOKUP-VALUE          PIC X(8).
        01 JOB-ROW-OVERFLOW-SW       PIC X(1) VALUE "N".
           88 JOB-ROWS-OVERFLOWED            VALUE "Y".
        01 JOB-CATALOGUE-SW          PIC X(1) VALUE "N".
           88 JOB-CATALOGUE-LOADED           VALUE "Y".
        01 ROW-COMPUTED-CLOSING      PIC S9(8) BINARY.
        01 ROWS-NOT-TIED-COUNT       PIC 9(7) BINARY VALUE 0.

      *   Control totals for the proof.
        01 MASTER-START-COUNT        PIC 9(7) BINARY VALUE 0.
        01 POST-PERIOD-UNDONE-COUNT  PIC 9(7) BINARY VALUE 0.
        01 HISTORY-IN-PERIOD-COUNT   PIC 9(7) BINARY VALUE 0.
        01 JOURNAL-IN-PERIOD-COUNT   PIC 9(7) BINARY VALUE 0.
        01 OPENING-COUNT             PIC 9(7) BINARY VALUE 0.
        01 CLOSING-COUNT             PIC 9(7) BINARY VALUE 0.
        01 ADD-BRIDGE-COUNT          PIC 9(7) BINARY VALUE 0.
        01 ADD-MAINT-COUNT           PIC 9(7) BINARY VALUE 0.
        01 DELETE-BRIDGE-COUNT       PIC 9(7) BINARY VALUE 0.
        01 DELETE-MAINT-COUNT        PIC 9(7) BINARY VALUE 0.
        01 CHANGE-BRIDGE-COUNT       PIC 9(7) BINARY VALUE 0.
        01 CHANGE-MAINT-COUNT        PIC 9(7) BINARY VALUE 0.
        01 RECLASS-COUNT             PIC 9(7) BINARY VALUE 0.
        01 REJECT-COUNT              PIC 9(7) BINARY VALUE 0.
        01 DELETE-KEY-GONE-COUNT     PIC 9(7) BINARY VALUE 0.
        01 LOST-SKIPPED-COUNT        PIC 9(7) BINARY VALUE 0.
        01 UNDATEABLE-COUNT          PIC 9(7) BINARY VALUE 0.
        01 UNACCOUNTED-KEY-COUNT     PIC 9(7) BINARY VALUE 0.
        01 COMPUTED-CLOSING          PIC S9(8) BINARY VALUE 0.
        01 CLOSING-DIFFERENCE        PIC S9(8) BINARY VALUE 0.

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.
        01 SIGNED-DISPLAY-AREA       PIC ZZZZZZ9-.

      *   One line of the key exception section; the caller fills the
      *   fields and performs the writer.
        01 EXCEPTION-HEADING-SW      PIC X(1) VALUE "N".
           88 EXCEPTION-HEADING-WRITTEN      VALUE "Y".
        01 EXCEPTION-LINE.
            05  EXC-TIMESTAMP        PIC X(26).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  EXC-PROGRAM-ID       PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  EXC-KEY              PIC X(6).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  EXC-TEXT             PIC X(44).
            05  FILLER               PIC X(42) VALUE SPACES.

      *   The job-code breakdown: two heading lines and one line per
      *   job code, ten counts of eight columns each.
        01 JOB-HEADING-1.
            05  FILLER PIC X(30) VALUE SPACES.
            05  FILLER PIC X(40)
                VALUE " OPENING  BRIDGE   MAINT  BRIDGE   MAINT".
            05  FILLER PIC X(40)
                VALUE "  RECLAS  RECLAS CLOSING  BRIDGE   MAINT".
            05  FILLER PIC X(22) VALUE SPACES.
        01 JOB-HEADING-2.
            05  FILLER PIC X(30)
                VALUE "JOB CODE  DESCRIPTION".
            05  FILLER PIC X(40)
                VALUE "   COUNT    ADDS    ADDS DELETES DELETES".
            05  FILLER PIC X(40)
                VALUE "      IN     OUT   COUNT CHANGES CHANGES".
            05  FILLER PIC X(22) VALUE SPACES.
        01 JOB-ROW-LINE.
            05  JRL-VALUE            PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  JRL-DESCRIPTION      PIC X(20).
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-OPENING          PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-ADD-BRIDGE       PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-ADD-MAINT        PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-DELETE-BRIDGE    PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-DELETE-MAINT     PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-RECLASS-IN       PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-RECLASS-OUT      PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-CLOSING          PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-CHANGE-BRIDGE    PIC ZZZZZZ9.
            05  FILLER               PIC X(1) VALUE SPACES.
            05  JRL-CHANGE-MAINT     PIC ZZZZZZ9.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  JRL-TIE-FLAG         PIC X(8).
            05  FILLER               PIC X(12) VALUE SPACES.

        01 REPORT-HEADING-1.
            05  FILLER PIC X(50)
                VALUE "CUSTOMER MASTER ROLL-FORWARD PROOF BY JOB CODE".

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-START-DATE      PIC X(8).
            05  PARM-SEPARATOR       PIC X(1).
            05  PARM-END-DATE        PIC X(8).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "CUSTROLL: Entering".

            MOVE "CUSTROLL" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
               GOBACK
            END-IF.

            IF PARM-LENGTH < 17
               DISPLAY "CUSTROLL: PARM MUST CARRY THE PERIOD START"
                       " AND END DATES (MM/DD/YY,MM/DD/YY)"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
               GOBACK
            END-IF.
            MOVE PARM-START-DATE TO PERIOD-START-TEXT.
            MOVE PARM-END-DATE TO PERIOD-END-TEXT.
            MOVE PERIOD-START-TEXT TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-PERIOD-DATE THRU CONVERT-PERIOD-DATE-END.
            MOVE CONVERT-DATE-YYYYMMDD TO PERIOD-START-NUM.
            IF CONVERT-DATE-IS-GOOD
               MOVE PERIOD-END-TEXT TO CONVERT-DATE-INPUT
               PERFORM CONVERT-PERIOD-DATE THRU
                       CONVERT-PERIOD-DATE-END
               MOVE CONVERT-DATE-YYYYMMDD TO PERIOD-END-NUM
            END-IF.
            IF NOT CONVERT-DATE-IS-GOOD
               OR PARM-SEPARATOR NOT = ","
               OR PERIOD-END-NUM < PERIOD-START-NUM
               DISPLAY "CUSTROLL: PARM " PERIOD-START-TEXT ","
                       PERIOD-END-TEXT
                       " IS NOT A VALID MM/DD/YY,MM/DD/YY PERIOD"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
               GOBACK
            END-IF.
            DISPLAY "CUSTROLL: PROVING PERIOD " PERIOD-START-TEXT
                    " THROUGH " PERIOD-END-TEXT.

      *   Both trails are part of the proof: without the history
      *   the opening and closing masters are the current one, and
      *   without the journal there is no activity to tie them with.
            OPEN INPUT AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTROLL: CANNOT OPEN AUDITJRN, STATUS="
                       AUDIT-FILE-STATUS " - NO ACTIVITY TRAIL"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
               GOBACK
            END-IF.
            CLOSE AUDIT-FILE.

            PERFORM LOAD-CURRENT-MASTER THRU
                    LOAD-CURRENT-MASTER-END.
            PERFORM LOAD-CHANGE-HISTORY THRU
                    LOAD-CHANGE-HISTORY-END.
            IF STATE-TABLE-OVERFLOWED
               OR HISTORY-TABLE-OVERFLOWED
               DISPLAY "CUSTROLL: MASTER OR HISTORY EXCEEDS 60000"
                       " RECORDS - PROOF CANNOT BE RUN"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
               GOBACK
            END-IF.

            PERFORM ROLL-BACK-HISTORY THRU ROLL-BACK-HISTORY-END.
            IF STATE-TABLE-OVERFLOWED
               DISPLAY "CUSTROLL: STATE TABLE OVERFLOWED DURING"
                       " ROLLBACK - PROOF CANNOT BE RUN"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
               GOBACK
            END-IF.

            PERFORM LOAD-JOB-CODE-ROWS THRU LOAD-JOB-CODE-ROWS-END.

            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PERIOD " DELIMITED BY SIZE
                   PERIOD-START-TEXT DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   PERIOD-END-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-KEY SRT-STAMP
                                  SRT-RANK SRT-SEQUENCE
                 INPUT PROCEDURE IS RELEASE-ROLL-EVENTS
                                THRU RELEASE-ROLL-EVENTS-END
                 OUTPUT PROCEDURE IS WALK-ROLL-EVENTS
                                THRU WALK-ROLL-EVENTS-END.

            PERFORM WRITE-JOB-CODE-BREAKDOWN THRU
                    WRITE-JOB-CODE-BREAKDOWN-END.
            PERFORM WRITE-ROLL-FORWARD-PROOF THRU
                    WRITE-ROLL-FORWARD-PROOF-END.
            CLOSE REPORT-FILE.

            EVALUATE TRUE
               WHEN JOB-ROWS-OVERFLOWED
               WHEN LOST-TABLE-OVERFLOWED
                  MOVE 12 TO RETURN-CODE
               WHEN CLOSING-DIFFERENCE NOT = 0
               WHEN ROWS-NOT-TIED-COUNT > 0
               WHEN UNACCOUNTED-KEY-COUNT > 0
               WHEN UNDATEABLE-COUNT > 0
               WHEN STOPPED-ON-UNDATEABLE
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  MOVE 0 TO RETURN-CODE
            END-EVALUATE.

            DISPLAY "CUSTROLL: OPENING " OPENING-COUNT
                    " CLOSING " CLOSING-COUNT
                    " NOT ACCOUNTED FOR " UNACCOUNTED-KEY-COUNT
                    " RC=" RETURN-CODE.
            DISPLAY "CUSTROLL: Exiting".
            GOBACK.

      *****************************************************************
      *  LOAD-CURRENT-MASTER and LOAD-CHANGE-HISTORY take the current
      *  master and its whole change history into storage, as CUSTSNAP
      *  does, keeping only the key and job code each needs.  The
      *  history goes through a sort on its timestamps on the way in.
      *****************************************************************
        LOAD-CURRENT-MASTER.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTROLL: CANNOT OPEN CUSTMSTR, STATUS="
                       CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
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
            MOVE CUSTOMER-MASTER-JOB
                TO STATE-JOB (STATE-TABLE-COUNT).
            MOVE "Y" TO STATE-PRESENT-SW (STATE-TABLE-COUNT).
            MOVE SPACES TO STATE-CLOSE-JOB (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-CLOSE-SW (STATE-TABLE-COUNT).
        LOAD-ONE-MASTER-RECORD-END.
            EXIT.

        LOAD-CHANGE-HISTORY.
            OPEN INPUT HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CUSTROLL: CANNOT OPEN CUSTHIST, STATUS="
                       HISTORY-FILE-STATUS
                       " - OPENING AND CLOSING CANNOT BE REBUILT"
               MOVE 12 TO RETURN-CODE
               DISPLAY "CUSTROLL: Exiting"
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
            MOVE HIST-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF STAMP-IS-GOOD
               MOVE NORMALIZED-STAMP TO HSRT-STAMP
            ELSE
               MOVE HIGH-VALUES TO HSRT-STAMP
            END-IF.
            ADD 1 TO HISTORY-READ-COUNT.
            MOVE HISTORY-READ-COUNT TO HSRT-SEQUENCE.
            MOVE HIST-PRIOR-KEY TO HSRT-KEY.
            MOVE HIST-PRIOR-JOB TO HSRT-JOB.
            RELEASE HISTORY-SORT-RECORD.
        RELEASE-ONE-HISTORY-ENTRY-END.
            EXIT.

        TABLE-HISTORY-ENTRIES.
            PERFORM TABLE-ONE-HISTORY-ENTRY THRU
                    TABLE-ONE-HISTORY-ENTRY-END
               UNTIL HISTORY-RETURN-IS-DONE.
        TABLE-HISTORY-ENTRIES-END.
            EXIT.

      *   An undateable entry tables with a zero date, which is what
      *   stops the roll-back.
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
            MOVE HSRT-JOB TO HENT-JOB (HISTORY-TABLE-COUNT).
            IF HSRT-JOB = MAINTENANCE-CREATE-JOB
               MOVE "Y" TO HENT-MARKER-SW (HISTORY-TABLE-COUNT)
            ELSE
               MOVE "N" TO HENT-MARKER-SW (HISTORY-TABLE-COUNT)
            END-IF.
        TABLE-ONE-HISTORY-ENTRY-END.
            EXIT.

      *****************************************************************
      *  ROLL-BACK-HISTORY walks the history NEWEST first, undoing
      *  each change as CUSTSNAP does.  The first entry stamped on or
      *  before the last day of the period marks the crossing: the
      *  state in hand there is the closing master and is kept.  The
      *  walk then undoes the period's own changes and stops at the
      *  first entry stamped before the period began -- what is left
      *  is the opening master.  An undateable timestamp cannot be
      *  placed in time: it sorts as the newest entry, stops the walk
      *  before anything is undone, and the proof cannot pass.
      *****************************************************************
        ROLL-BACK-HISTORY.
            MOVE HISTORY-TABLE-COUNT TO HISTORY-INDEX.
            PERFORM ROLL-BACK-ONE-ENTRY THRU ROLL-BACK-ONE-ENTRY-END
               UNTIL HISTORY-INDEX = 0.
            IF NOT CLOSING-STATE-TAKEN
               PERFORM TAKE-CLOSING-STATE THRU
                       TAKE-CLOSING-STATE-END
            END-IF.
        ROLL-BACK-HISTORY-END.
            EXIT.

        ROLL-BACK-ONE-ENTRY.
            IF HENT-DATE-NUM (HISTORY-INDEX) = 0
               SET STOPPED-ON-UNDATEABLE TO TRUE
               MOVE 0 TO HISTORY-INDEX
               GO TO ROLL-BACK-ONE-ENTRY-END
            END-IF.
            IF HENT-DATE-NUM (HISTORY-INDEX) NOT > PERIOD-END-NUM
               AND NOT CLOSING-STATE-TAKEN
               PERFORM TAKE-CLOSING-STATE THRU
                       TAKE-CLOSING-STATE-END
            END-IF.
            IF HENT-DATE-NUM (HISTORY-INDEX) < PERIOD-START-NUM
               MOVE 0 TO HISTORY-INDEX
               GO TO ROLL-BACK-ONE-ENTRY-END
            END-IF.
            IF NOT CLOSING-STATE-TAKEN
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
                  MOVE HENT-JOB (HISTORY-INDEX)
                      TO STATE-JOB (STATE-INDEX)
                  MOVE "Y" TO STATE-PRESENT-SW (STATE-INDEX)
               END-IF
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
      *   its delete: a fresh slot, absent at the close unless the
      *   closing state has yet to be taken.
        ADD-STATE-ENTRY.
            IF STATE-TABLE-COUNT = 60000
               SET STATE-TABLE-OVERFLOWED TO TRUE
               GO TO ADD-STATE-ENTRY-END
            END-IF.
            ADD 1 TO STATE-TABLE-COUNT.
            MOVE HENT-KEY (HISTORY-INDEX)
                TO STATE-KEY (STATE-TABLE-COUNT).
            MOVE SPACES TO STATE-JOB (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-PRESENT-SW (STATE-TABLE-COUNT).
            MOVE SPACES TO STATE-CLOSE-JOB (STATE-TABLE-COUNT).
            MOVE "N" TO STATE-CLOSE-SW (STATE-TABLE-COUNT).
            MOVE STATE-TABLE-COUNT TO STATE-INDEX.
        ADD-STATE-ENTRY-END.
            EXIT.

        TAKE-CLOSING-STATE.
            MOVE 1 TO STATE-INDEX.
            PERFORM TAKE-ONE-CLOSING-STATE THRU
                    TAKE-ONE-CLOSING-STATE-END
               UNTIL STATE-INDEX > STATE-TABLE-COUNT.
            SET CLOSING-STATE-TAKEN TO TRUE.
        TAKE-CLOSING-STATE-END.
            EXIT.

        TAKE-ONE-CLOSING-STATE.
            MOVE STATE-JOB (STATE-INDEX)
                TO STATE-CLOSE-JOB (STATE-INDEX).
            MOVE STATE-PRESENT-SW (STATE-INDEX)
                TO STATE-CLOSE-SW (STATE-INDEX).
            ADD 1 TO STATE-INDEX.
        TAKE-ONE-CLOSING-STATE-END.
            EXIT.

      *****************************************************************
      *  LOAD-JOB-CODE-ROWS starts one breakdown line per catalogue
      *  code.  Without a catalogue the breakdown still prints, every
      *  code reading as not in the catalogue.
      *****************************************************************
        LOAD-JOB-CODE-ROWS.
            OPEN INPUT JOB-CODE-FILE.
            IF JOB-CODE-STATUS NOT = "00"
               DISPLAY "CUSTROLL: NO JOBCODES ALLOCATED -"
                       " JOB CODES PRINT WITHOUT DESCRIPTIONS"
               GO TO LOAD-JOB-CODE-ROWS-END
            END-IF.
            SET JOB-CATALOGUE-LOADED TO TRUE.
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
            MOVE 0 TO JROW-OPENING (JOB-ROW-INDEX)
                      JROW-ADD-BRIDGE (JOB-ROW-INDEX)
                      JROW-ADD-MAINT (JOB-ROW-INDEX)
                      JROW-DELETE-BRIDGE (JOB-ROW-INDEX)
                      JROW-DELETE-MAINT (JOB-ROW-INDEX)
                      JROW-RECLASS-IN (JOB-ROW-INDEX)
                      JROW-RECLASS-OUT (JOB-ROW-INDEX)
                      JROW-CLOSING (JOB-ROW-INDEX)
                      JROW-CHANGE-BRIDGE (JOB-ROW-INDEX)
                      JROW-CHANGE-MAINT (JOB-ROW-INDEX).
        FIND-JOB-ROW-END.
            EXIT.

      *****************************************************************
      *  RELEASE-ROLL-EVENTS is the sort's input side: every key's
      *  opening and closing state, every lost-update marker, and
      *  every history and journal entry stamped inside the period.
      *****************************************************************
        RELEASE-ROLL-EVENTS.
            PERFORM RELEASE-STATE-EVENTS THRU
                    RELEASE-STATE-EVENTS-END.
            PERFORM RELEASE-LOST-MARKERS THRU
                    RELEASE-LOST-MARKERS-END.
            PERFORM RELEASE-HISTORY-EVENTS THRU
                    RELEASE-HISTORY-EVENTS-END.
            PERFORM RELEASE-JOURNAL-EVENTS THRU
                    RELEASE-JOURNAL-EVENTS-END.
        RELEASE-ROLL-EVENTS-END.
            EXIT.

        RELEASE-STATE-EVENTS.
            MOVE 1 TO STATE-INDEX.
            PERFORM RELEASE-ONE-STATE THRU RELEASE-ONE-STATE-END
               UNTIL STATE-INDEX > STATE-TABLE-COUNT.
        RELEASE-STATE-EVENTS-END.
            EXIT.

        RELEASE-ONE-STATE.
            MOVE SPACES TO SORT-EVENT-RECORD.
            MOVE STATE-KEY (STATE-INDEX) TO SRT-KEY.
            MOVE 0 TO SRT-CORRELATION-ID.
            IF STATE-IS-PRESENT (STATE-INDEX)
               MOVE ZEROS TO SRT-STAMP
               SET SRT-OPENING-STATE TO TRUE
               ADD 1 TO EVENT-SEQUENCE
               MOVE EVENT-SEQUENCE TO SRT-SEQUENCE
               MOVE STATE-JOB (STATE-INDEX) TO SRT-AFTER-JOB
               RELEASE SORT-EVENT-RECORD
            END-IF.
            IF STATE-CLOSE-PRESENT (STATE-INDEX)
               MOVE CLOSING-STATE-STAMP TO SRT-STAMP
               SET SRT-CLOSING-STATE TO TRUE
               ADD 1 TO EVENT-SEQUENCE
               MOVE EVENT-SEQUENCE TO SRT-SEQUENCE
               MOVE STATE-CLOSE-JOB (STATE-INDEX) TO SRT-AFTER-JOB
               RELEASE SORT-EVENT-RECORD
            END-IF.
            ADD 1 TO STATE-INDEX.
        RELEASE-ONE-STATE-END.
            EXIT.

      *   Only the lost master updates matter, as in CUSTRCVR.  No
      *   CUSTDISP allocation means a lost update counts as if it had
      *   landed -- its key then fails to reach its closing state.
        RELEASE-LOST-MARKERS.
            OPEN INPUT DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               DISPLAY "CUSTROLL: NO CUSTDISP ALLOCATED -"
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
            MOVE HIST-TIMESTAMP TO STAMP-SOURCE.
            PERFORM NORMALIZE-ONE-TIMESTAMP THRU
                    NORMALIZE-ONE-TIMESTAMP-END.
            IF NOT STAMP-IS-GOOD
               MOVE HIST-TIMESTAMP TO EXC-TIMESTAMP
               MOVE HIST-PROGRAM-ID TO EXC-PROGRAM-ID
               MOVE HIST-PRIOR-KEY TO EXC-KEY
               MOVE "UNDATEABLE HISTORY ENTRY - NOT PLACED"
                   TO EXC-TEXT
               ADD 1 TO UNDATEABLE-COUNT
               PERFORM WRITE-EXCEPTION-LINE THRU
                       WRITE-EXCEPTION-LINE-END
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            IF NOT STAMP-IN-PERIOD
               GO TO RELEASE-ONE-HISTORY-EVENT-END
            END-IF.
            ADD 1 TO HISTORY-IN-PERIOD-COUNT.
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
               MOVE "UNDATEABLE JOURNAL ENTRY - NOT PLACED"
                   TO EXC-TEXT
               ADD 1 TO UNDATEABLE-COUNT
               PERFORM WRITE-EXCEPTION-LINE THRU
                       WRITE-EXCEPTION-LINE-END
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            IF NOT STAMP-IN-PERIOD
               GO TO RELEASE-ONE-JOURNAL-EVENT-END
            END-IF.
            ADD 1 TO JOURNAL-IN-PERIOD-COUNT.
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
      *  STAMP as CUSTRCVR does, and places its date against the
      *  period: on or after the first day and on or before the last
      *  is IN PERIOD.
      *****************************************************************
        NORMALIZE-ONE-TIMESTAMP.
            MOVE "N" TO STAMP-GOOD-SWITCH.
            MOVE "N" TO STAMP-PERIOD-SWITCH.
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
            MOVE NORMALIZED-STAMP (1:8) TO STAMP-DATE-NUM.
            IF STAMP-DATE-NUM NOT < PERIOD-START-NUM
               AND STAMP-DATE-NUM NOT > PERIOD-END-NUM
               SET STAMP-IN-PERIOD TO TRUE
            END-IF.
        NORMALIZE-ONE-TIMESTAMP-END.
            EXIT.

      *****************************************************************
      *  WALK-ROLL-EVENTS is the sort's output side: the events come
      *  back grouped by key -- opening state first, the period's
      *  activity in time order, closing state last.
      *****************************************************************
        WALK-ROLL-EVENTS.
            PERFORM RETURN-ONE-EVENT THRU RETURN-ONE-EVENT-END
               UNTIL SORT-RETURN-IS-DONE.
            IF KEY-IN-HAND
               PERFORM FINISH-ONE-KEY THRU FINISH-ONE-KEY-END
            END-IF.
        WALK-ROLL-EVENTS-END.
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
               WHEN SRT-OPENING-STATE
                  SET KEY-IS-PRESENT TO TRUE
                  MOVE SRT-AFTER-JOB TO KEY-STATE-JOB
                  SET KEY-OPENED-PRESENT TO TRUE
                  MOVE SRT-AFTER-JOB TO KEY-OPENING-JOB
               WHEN SRT-LOST-MARKER
                  PERFORM HOLD-LOST-MARKER THRU
                          HOLD-LOST-MARKER-END
               WHEN SRT-FROM-HISTORY
                  PERFORM CHECK-HISTORY-IMAGE THRU
                          CHECK-HISTORY-IMAGE-END
               WHEN SRT-FROM-JOURNAL
                  IF SRT-PROGRAM-ID = "COB1"
                     SET ACTIVITY-IS-BRIDGE TO TRUE
                     PERFORM ROLL-BRIDGE-ENTRY THRU
                             ROLL-BRIDGE-ENTRY-END
                  ELSE
                     SET ACTIVITY-IS-MAINTENANCE TO TRUE
                     PERFORM ROLL-MAINTENANCE-ENTRY THRU
                             ROLL-MAINTENANCE-ENTRY-END
                  END-IF
               WHEN SRT-CLOSING-STATE
                  SET KEY-CLOSED-PRESENT TO TRUE
                  MOVE SRT-AFTER-JOB TO KEY-CLOSING-JOB
            END-EVALUATE.
        RETURN-ONE-EVENT-END.
            EXIT.

        START-ONE-KEY.
            SET KEY-IN-HAND TO TRUE.
            MOVE SRT-KEY TO CURRENT-KEY.
            MOVE "N" TO KEY-STATE-SWITCH.
            MOVE SPACES TO KEY-STATE-JOB.
            MOVE "N" TO KEY-OPENING-SWITCH.
            MOVE SPACES TO KEY-OPENING-JOB.
            MOVE "N" TO KEY-CLOSING-SWITCH.
            MOVE SPACES TO KEY-CLOSING-JOB.
            MOVE "Y" TO KEY-ACCOUNTED-SWITCH.
            MOVE 0 TO LOST-MARKER-COUNT.
        START-ONE-KEY-END.
            EXIT.

      *****************************************************************
      *  FINISH-ONE-KEY books the key's opening and closing states to
      *  their job codes and holds the state its activity carried it
      *  to against the closing state.  Where they differ, the
      *  activity does not account for the key.
      *****************************************************************
        FINISH-ONE-KEY.
            IF KEY-OPENED-PRESENT
               ADD 1 TO OPENING-COUNT
               MOVE KEY-OPENING-JOB TO JOB-LOOKUP-VALUE
               PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-OPENING (JOB-ROW-INDEX)
               END-IF
            END-IF.
            IF KEY-CLOSED-PRESENT
               ADD 1 TO CLOSING-COUNT
               MOVE KEY-CLOSING-JOB TO JOB-LOOKUP-VALUE
               PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-CLOSING (JOB-ROW-INDEX)
               END-IF
            END-IF.

            IF KEY-STATE-SWITCH NOT = KEY-CLOSING-SWITCH
               OR (KEY-IS-PRESENT
                   AND KEY-STATE-JOB NOT = KEY-CLOSING-JOB)
               MOVE SPACES TO EXC-TIMESTAMP
               MOVE "CUSTMSTR" TO EXC-PROGRAM-ID
               MOVE CURRENT-KEY TO EXC-KEY
               IF KEY-CLOSED-PRESENT
                  MOVE "CLOSING RECORD NOT REACHED BY ACTIVITY"
                      TO EXC-TEXT
               ELSE
                  MOVE "CLOSING ABSENCE NOT REACHED BY ACTIVITY"
                      TO EXC-TEXT
               END-IF
               PERFORM NOTE-KEY-NOT-ACCOUNTED THRU
                       NOTE-KEY-NOT-ACCOUNTED-END
            END-IF.

            IF KEY-NOT-ACCOUNTED-FOR
               ADD 1 TO UNACCOUNTED-KEY-COUNT
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
      *  CHECK-HISTORY-IMAGE holds the key's state against what
      *  CUSTHIST says the master held just before the change: a
      *  creation marker says the key was not on file, a prior image
      *  says it was, under that job code.  Where the activity so far
      *  disagrees, the master was changed by something the journal
      *  does not show -- the key cannot be accounted for, and the
      *  walk carries on from what the master really held.
      *****************************************************************
        CHECK-HISTORY-IMAGE.
            MOVE SRT-RAW-TIMESTAMP TO EXC-TIMESTAMP.
            MOVE SRT-PROGRAM-ID TO EXC-PROGRAM-ID.
            MOVE SRT-KEY TO EXC-KEY.
            IF SRT-BEFORE-JOB = MAINTENANCE-CREATE-JOB
               IF KEY-IS-PRESENT
                  MOVE "N" TO KEY-STATE-SWITCH
                  MOVE SPACES TO KEY-STATE-JOB
                  MOVE "CUSTHIST CREATED A KEY ALREADY ON FILE"
                      TO EXC-TEXT
                  PERFORM NOTE-KEY-NOT-ACCOUNTED THRU
                          NOTE-KEY-NOT-ACCOUNTED-END
               END-IF
               GO TO CHECK-HISTORY-IMAGE-END
            END-IF.
            IF NOT KEY-IS-PRESENT
               OR KEY-STATE-JOB NOT = SRT-BEFORE-JOB
               SET KEY-IS-PRESENT TO TRUE
               MOVE SRT-BEFORE-JOB TO KEY-STATE-JOB
               MOVE "CUSTHIST IMAGE NOT EXPLAINED BY JOURNAL"
                   TO EXC-TEXT
               PERFORM NOTE-KEY-NOT-ACCOUNTED THRU
                       NOTE-KEY-NOT-ACCOUNTED-END
            END-IF.
        CHECK-HISTORY-IMAGE-END.
            EXIT.

      *****************************************************************
      *  ROLL-BRIDGE-ENTRY reads one COB1 journal entry the way
      *  CUSTRCVR replays it: before and after images that differ are
      *  an accepted record -- an add when the key is not on file, a
      *  change when it is; identical images with the "*DELETE*" job
      *  are a delete request; any other identical pair is a reject.
      *  A record CUSTDISP says lost its master update changed
      *  nothing.
      *****************************************************************
        ROLL-BRIDGE-ENTRY.
            PERFORM FIND-LOST-MARKER THRU FIND-LOST-MARKER-END.
            IF LOST-MARKER-MATCHED
               ADD 1 TO LOST-SKIPPED-COUNT
               GO TO ROLL-BRIDGE-ENTRY-END
            END-IF.

            IF SRT-BEFORE-IMAGE = SRT-AFTER-IMAGE
               IF SRT-BEFORE-JOB = MAINTENANCE-DELETE-JOB
                  IF KEY-IS-PRESENT
                     PERFORM COUNT-ONE-DELETE THRU
                             COUNT-ONE-DELETE-END
                  ELSE
                     ADD 1 TO DELETE-KEY-GONE-COUNT
                  END-IF
               ELSE
                  ADD 1 TO REJECT-COUNT
               END-IF
               GO TO ROLL-BRIDGE-ENTRY-END
            END-IF.

            IF KEY-IS-PRESENT
               PERFORM COUNT-ONE-CHANGE THRU COUNT-ONE-CHANGE-END
            ELSE
               PERFORM COUNT-ONE-ADD THRU COUNT-ONE-ADD-END
            END-IF.
        ROLL-BRIDGE-ENTRY-END.
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
      *  ROLL-MAINTENANCE-ENTRY reads a change journalled outside the
      *  bridge (see AUDITREC): "*CREATE*" before-job = add,
      *  "*DELETE*" after-job = delete, anything else a change.  The
      *  new key of a re-key or merge ("*REKEY*", set when the entry
      *  was released) is an add when the key was not on file and a
      *  change to the merge survivor when it was.  Each was applied
      *  to the real master only after its keyed I/O succeeded, so an
      *  entry that does not fit the key's state is not counted and
      *  the key cannot be accounted for.
      *****************************************************************
        ROLL-MAINTENANCE-ENTRY.
            MOVE SRT-RAW-TIMESTAMP TO EXC-TIMESTAMP.
            MOVE SRT-PROGRAM-ID TO EXC-PROGRAM-ID.
            MOVE SRT-KEY TO EXC-KEY.
            EVALUATE TRUE
               WHEN SRT-BEFORE-JOB = MAINTENANCE-REKEY-JOB
                  IF KEY-IS-PRESENT
                     PERFORM COUNT-ONE-CHANGE THRU
                             COUNT-ONE-CHANGE-END
                  ELSE
                     PERFORM COUNT-ONE-ADD THRU COUNT-ONE-ADD-END
                  END-IF
               WHEN SRT-BEFORE-JOB = MAINTENANCE-CREATE-JOB
                  IF KEY-IS-PRESENT
                     MOVE "MAINTENANCE ADD FOR KEY ALREADY ON FILE"
                         TO EXC-TEXT
                     PERFORM NOTE-KEY-NOT-ACCOUNTED THRU
                             NOTE-KEY-NOT-ACCOUNTED-END
                  ELSE
                     PERFORM COUNT-ONE-ADD THRU COUNT-ONE-ADD-END
                  END-IF
               WHEN SRT-AFTER-JOB = MAINTENANCE-DELETE-JOB
                  IF NOT KEY-IS-PRESENT
                     MOVE "MAINTENANCE DELETE FOR KEY NOT ON FILE"
                         TO EXC-TEXT
                     PERFORM NOTE-KEY-NOT-ACCOUNTED THRU
                             NOTE-KEY-NOT-ACCOUNTED-END
                  ELSE
                     PERFORM COUNT-ONE-DELETE THRU
                             COUNT-ONE-DELETE-END
                  END-IF
               WHEN OTHER
                  IF NOT KEY-IS-PRESENT
                     MOVE "MAINTENANCE CHANGE FOR KEY NOT ON FILE"
                         TO EXC-TEXT
                     PERFORM NOTE-KEY-NOT-ACCOUNTED THRU
                             NOTE-KEY-NOT-ACCOUNTED-END
                  ELSE
                     PERFORM COUNT-ONE-CHANGE THRU
                             COUNT-ONE-CHANGE-END
                  END-IF
            END-EVALUATE.
        ROLL-MAINTENANCE-ENTRY-END.
            EXIT.

      *****************************************************************
      *  COUNT-ONE-ADD, COUNT-ONE-DELETE and COUNT-ONE-CHANGE apply
      *  one counted activity to the key's state and book it, bridge
      *  or maintenance, to its job code: an add to the code it
      *  brought, a delete to the code it removed, a change to its
      *  new code -- with a reclassification out of the old code and
      *  into the new when the change moved the customer.
      *****************************************************************
        COUNT-ONE-ADD.
            SET KEY-IS-PRESENT TO TRUE.
            MOVE SRT-AFTER-JOB TO KEY-STATE-JOB.
            MOVE KEY-STATE-JOB TO JOB-LOOKUP-VALUE.
            PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END.
            IF ACTIVITY-IS-BRIDGE
               ADD 1 TO ADD-BRIDGE-COUNT
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-ADD-BRIDGE (JOB-ROW-INDEX)
               END-IF
            ELSE
               ADD 1 TO ADD-MAINT-COUNT
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-ADD-MAINT (JOB-ROW-INDEX)
               END-IF
            END-IF.
        COUNT-ONE-ADD-END.
            EXIT.

        COUNT-ONE-DELETE.
            MOVE KEY-STATE-JOB TO JOB-LOOKUP-VALUE.
            PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END.
            IF ACTIVITY-IS-BRIDGE
               ADD 1 TO DELETE-BRIDGE-COUNT
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-DELETE-BRIDGE (JOB-ROW-INDEX)
               END-IF
            ELSE
               ADD 1 TO DELETE-MAINT-COUNT
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-DELETE-MAINT (JOB-ROW-INDEX)
               END-IF
            END-IF.
            MOVE "N" TO KEY-STATE-SWITCH.
            MOVE SPACES TO KEY-STATE-JOB.
        COUNT-ONE-DELETE-END.
            EXIT.

        COUNT-ONE-CHANGE.
            IF SRT-AFTER-JOB NOT = KEY-STATE-JOB
               ADD 1 TO RECLASS-COUNT
               MOVE KEY-STATE-JOB TO JOB-LOOKUP-VALUE
               PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-RECLASS-OUT (JOB-ROW-INDEX)
               END-IF
               MOVE SRT-AFTER-JOB TO JOB-LOOKUP-VALUE
               PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-RECLASS-IN (JOB-ROW-INDEX)
               END-IF
            ELSE
               MOVE SRT-AFTER-JOB TO JOB-LOOKUP-VALUE
               PERFORM FIND-JOB-ROW THRU FIND-JOB-ROW-END
            END-IF.
            MOVE SRT-AFTER-JOB TO KEY-STATE-JOB.
            IF ACTIVITY-IS-BRIDGE
               ADD 1 TO CHANGE-BRIDGE-COUNT
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-CHANGE-BRIDGE (JOB-ROW-INDEX)
               END-IF
            ELSE
               ADD 1 TO CHANGE-MAINT-COUNT
               IF JOB-ROW-INDEX > 0
                  ADD 1 TO JROW-CHANGE-MAINT (JOB-ROW-INDEX)
               END-IF
            END-IF.
        COUNT-ONE-CHANGE-END.
            EXIT.

      *   The caller has filled the exception line; the key is marked
      *   and the line listed.
        NOTE-KEY-NOT-ACCOUNTED.
            MOVE "N" TO KEY-ACCOUNTED-SWITCH.
            PERFORM WRITE-EXCEPTION-LINE THRU
                    WRITE-EXCEPTION-LINE-END.
        NOTE-KEY-NOT-ACCOUNTED-END.
            EXIT.

        WRITE-EXCEPTION-LINE.
            IF NOT EXCEPTION-HEADING-WRITTEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "KEYS NOT ACCOUNTED FOR (TIMESTAMP, PROGRAM, KEY,"
                   TO REPORT-LINE
               MOVE "WHAT)" TO REPORT-LINE (50:5)
               WRITE REPORT-LINE
               SET EXCEPTION-HEADING-WRITTEN TO TRUE
            END-IF.
            MOVE EXCEPTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-EXCEPTION-LINE-END.
            EXIT.

      *****************************************************************
      *  WRITE-JOB-CODE-BREAKDOWN prints one line per job code with
      *  anything to show, each proven on its own:
      *    opening + adds - deletes + reclassified in - out = closing
      *  A line that does not tie is flagged.  The total line follows.
      *****************************************************************
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
            MOVE OPENING-COUNT TO JRL-OPENING.
            MOVE ADD-BRIDGE-COUNT TO JRL-ADD-BRIDGE.
            MOVE ADD-MAINT-COUNT TO JRL-ADD-MAINT.
            MOVE DELETE-BRIDGE-COUNT TO JRL-DELETE-BRIDGE.
            MOVE DELETE-MAINT-COUNT TO JRL-DELETE-MAINT.
            MOVE RECLASS-COUNT TO JRL-RECLASS-IN.
            MOVE RECLASS-COUNT TO JRL-RECLASS-OUT.
            MOVE CLOSING-COUNT TO JRL-CLOSING.
            MOVE CHANGE-BRIDGE-COUNT TO JRL-CHANGE-BRIDGE.
            MOVE CHANGE-MAINT-COUNT TO JRL-CHANGE-MAINT.
            COMPUTE COMPUTED-CLOSING = OPENING-COUNT
                    + ADD-BRIDGE-COUNT + ADD-MAINT-COUNT
                    - DELETE-BRIDGE-COUNT - DELETE-MAINT-COUNT.
            COMPUTE CLOSING-DIFFERENCE =
                    CLOSING-COUNT - COMPUTED-CLOSING.
            IF CLOSING-DIFFERENCE NOT = 0
               MOVE "NO TIE" TO JRL-TIE-FLAG
            ELSE
               MOVE SPACES TO JRL-TIE-FLAG
            END-IF.
            MOVE JOB-ROW-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-JOB-CODE-BREAKDOWN-END.
            EXIT.

        WRITE-ONE-JOB-ROW.
            PERFORM PRINT-ONE-JOB-ROW THRU PRINT-ONE-JOB-ROW-END.
            ADD 1 TO JOB-ROW-INDEX.
        WRITE-ONE-JOB-ROW-END.
            EXIT.

      *   A code nothing was booked to (a catalogue code no customer
      *   carries) prints no line.
        PRINT-ONE-JOB-ROW.
            COMPUTE ROW-COMPUTED-CLOSING =
                    JROW-OPENING (JOB-ROW-INDEX)
                    + JROW-ADD-BRIDGE (JOB-ROW-INDEX)
                    + JROW-ADD-MAINT (JOB-ROW-INDEX)
                    - JROW-DELETE-BRIDGE (JOB-ROW-INDEX)
                    - JROW-DELETE-MAINT (JOB-ROW-INDEX)
                    + JROW-RECLASS-IN (JOB-ROW-INDEX)
                    - JROW-RECLASS-OUT (JOB-ROW-INDEX).
            IF ROW-COMPUTED-CLOSING NOT = JROW-CLOSING (JOB-ROW-INDEX)
               ADD 1 TO ROWS-NOT-TIED-COUNT
               MOVE "NO TIE" TO JRL-TIE-FLAG
            ELSE
               MOVE SPACES TO JRL-TIE-FLAG
            END-IF.
            IF JROW-OPENING (JOB-ROW-INDEX) = 0
               AND JROW-ADD-BRIDGE (JOB-ROW-INDEX) = 0
               AND JROW-ADD-MAINT (JOB-ROW-INDEX) = 0
               AND JROW-DELETE-BRIDGE (JOB-ROW-INDEX) = 0
               AND JROW-DELETE-MAINT (JOB-ROW-INDEX) = 0
               AND JROW-RECLASS-IN (JOB-ROW-INDEX) = 0
               AND JROW-RECLASS-OUT (JOB-ROW-INDEX) = 0
               AND JROW-CLOSING (JOB-ROW-INDEX) = 0
               AND JROW-CHANGE-BRIDGE (JOB-ROW-INDEX) = 0
               AND JROW-CHANGE-MAINT (JOB-ROW-INDEX) = 0
               GO TO PRINT-ONE-JOB-ROW-END
            END-IF.
            MOVE JROW-VALUE (JOB-ROW-INDEX) TO JRL-VALUE.
            MOVE JROW-DESCRIPTION (JOB-ROW-INDEX) TO JRL-DESCRIPTION.
            MOVE JROW-OPENING (JOB-ROW-INDEX) TO JRL-OPENING.
            MOVE JROW-ADD-BRIDGE (JOB-ROW-INDEX) TO JRL-ADD-BRIDGE.
            MOVE JROW-ADD-MAINT (JOB-ROW-INDEX) TO JRL-ADD-MAINT.
            MOVE JROW-DELETE-BRIDGE (JOB-ROW-INDEX)
                TO JRL-DELETE-BRIDGE.
            MOVE JROW-DELETE-MAINT (JOB-ROW-INDEX)
                TO JRL-DELETE-MAINT.
            MOVE JROW-RECLASS-IN (JOB-ROW-INDEX) TO JRL-RECLASS-IN.
            MOVE JROW-RECLASS-OUT (JOB-ROW-INDEX) TO JRL-RECLASS-OUT.
            MOVE JROW-CLOSING (JOB-ROW-INDEX) TO JRL-CLOSING.
            MOVE JROW-CHANGE-BRIDGE (JOB-ROW-INDEX)
                TO JRL-CHANGE-BRIDGE.
            MOVE JROW-CHANGE-MAINT (JOB-ROW-INDEX)
                TO JRL-CHANGE-MAINT.
            MOVE JOB-ROW-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
        PRINT-ONE-JOB-ROW-END.
            EXIT.

      *****************************************************************
      *  WRITE-ROLL-FORWARD-PROOF closes the report with the proof for
      *  the master as a whole, the trail totals behind it, and the
      *  verdict.
      *****************************************************************
        WRITE-ROLL-FORWARD-PROOF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE OPENING-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "OPENING CUSTOMERS (START OF PERIOD)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE ADD-BRIDGE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "+ ADDED BY THE BRIDGE (COB1)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE ADD-MAINT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "+ ADDED BY MAINTENANCE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE DELETE-BRIDGE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "- DELETED BY THE BRIDGE (COB1)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE DELETE-MAINT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "- DELETED BY MAINTENANCE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE COMPUTED-CLOSING TO SIGNED-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE SIGNED-DISPLAY-AREA TO REPORT-LINE (1:8).
            MOVE "= CLOSING CUSTOMERS BY ROLL-FORWARD"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE CLOSING-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CLOSING CUSTOMERS (END OF PERIOD)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE CLOSING-DIFFERENCE TO SIGNED-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE SIGNED-DISPLAY-AREA TO REPORT-LINE (1:8).
            MOVE "DIFFERENCE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE CHANGE-BRIDGE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CHANGED BY THE BRIDGE (COB1)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE CHANGE-MAINT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CHANGED BY MAINTENANCE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE RECLASS-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CHANGES THAT MOVED JOB CODE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE REJECT-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "BRIDGE REJECTS (NO MASTER EFFECT)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE DELETE-KEY-GONE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "BRIDGE DELETES, KEY NOT ON FILE"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE LOST-SKIPPED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "BRIDGE LOST UPDATES (NO MASTER EFFECT)"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE JOURNAL-IN-PERIOD-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JOURNAL ENTRIES IN PERIOD" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE HISTORY-IN-PERIOD-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HISTORY ENTRIES IN PERIOD" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE MASTER-START-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CURRENT CUSTMSTR RECORDS" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE POST-PERIOD-UNDONE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "CHANGES SINCE PERIOD END ROLLED BACK"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE UNDATEABLE-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "TRAIL ENTRIES THAT COULD NOT BE DATED"
                TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE UNACCOUNTED-KEY-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "KEYS NOT ACCOUNTED FOR" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            MOVE ROWS-NOT-TIED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JOB CODES THAT DO NOT TIE" TO REPORT-LINE (10:40).
            WRITE REPORT-LINE.

            IF NOT DISPOSITION-TRAIL-PRESENT
               MOVE "NO CUSTDISP - LOST UPDATES NOT RECOGNIZED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF NOT JOB-CATALOGUE-LOADED
               MOVE "NO JOBCODES - JOB CODES NOT DESCRIBED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF LOST-TABLE-OVERFLOWED
               MOVE "LOST-UPDATE MARKERS OVERFLOWED FOR A KEY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            IF STOPPED-ON-UNDATEABLE
               MOVE "*** ROLLBACK STOPPED ON AN UNDATEABLE HISTORY"
                   TO REPORT-LINE
               MOVE "TIMESTAMP - OPENING AND CLOSING UNRELIABLE ***"
                   TO REPORT-LINE (47:46)
               WRITE REPORT-LINE
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            EVALUATE TRUE
               WHEN JOB-ROWS-OVERFLOWED
                  MOVE "*** MORE THAN 500 JOB CODES - BREAKDOWN"
                      TO REPORT-LINE
                  MOVE "INCOMPLETE, PROOF NOT RUN ***"
                      TO REPORT-LINE (41:29)
               WHEN CLOSING-DIFFERENCE NOT = 0
               WHEN ROWS-NOT-TIED-COUNT > 0
               WHEN UNACCOUNTED-KEY-COUNT > 0
               WHEN UNDATEABLE-COUNT > 0
               WHEN STOPPED-ON-UNDATEABLE
                  MOVE "*** ROLL-FORWARD DOES NOT TIE ***"
                      TO REPORT-LINE
               WHEN OTHER
                  MOVE "ROLL-FORWARD TIES - EVERY KEY ACCOUNTED FOR"
                      TO REPORT-LINE
            END-EVALUATE.
            WRITE REPORT-LINE.
        WRITE-ROLL-FORWARD-PROOF-END.
            EXIT.

      *   Stages the already-edited count into a fresh report line;
      *   the caller drops its caption in behind it and writes.
        WRITE-ONE-TOTAL-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
        WRITE-ONE-TOTAL-LINE-END.
            EXIT.

      *****************************************************************
      *  CONVERT-PERIOD-DATE -- MM/DD/YY to numeric YYYYMMDD with the
      *  00-49 -> 20xx / 50-99 -> 19xx century window the rest of the
      *  system applies.
      *****************************************************************
        CONVERT-PERIOD-DATE.
            MOVE "N" TO CONVERT-DATE-GOOD-SWITCH.
            MOVE 0 TO CONVERT-DATE-YYYYMMDD.
            IF CONVERT-DATE-INPUT (3:1) NOT = "/"
               OR CONVERT-DATE-INPUT (6:1) NOT = "/"
               GO TO CONVERT-PERIOD-DATE-END
            END-IF.
            IF CONVERT-DATE-INPUT (1:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (4:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (7:2) NOT NUMERIC
               GO TO CONVERT-PERIOD-DATE-END
            END-IF.

            MOVE CONVERT-DATE-INPUT (1:2) TO CONVERT-MM.
            MOVE CONVERT-DATE-INPUT (4:2) TO CONVERT-DD.
            MOVE CONVERT-DATE-INPUT (7:2) TO CONVERT-YY.

            IF CONVERT-MM < 1 OR CONVERT-MM > 12
               OR CONVERT-DD < 1 OR CONVERT-DD > 31
               GO TO CONVERT-PERIOD-DATE-END
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
        CONVERT-PERIOD-DATE-END.
            EXIT.
