        IDENTIFICATION DIVISION.
        PROGRAM-ID. "WINLOCK".

      *   WINLOCK is the operator's view of, and override for, the
      *   batch-window interlock (see WINSTATE, WINCTL).  Its report
      *   on WINLRPT lists every window on the WINSTATE window-state
      *   file -- open, closed, or released -- with its program,
      *   business date, when it opened, its last update and stage,
      *   and then the WINREFS log: every program the interlock
      *   refused (who, when, and which window stood in its way) and
      *   every operator override.
      *
      *   PARM='RELEASE wwwwww' releases window wwwwww's state first:
      *   the override for a stale lock left open by a run that
      *   abended and so never reached CLOSE-RUN.  Only an open
      *   window can be released, and only once the operator knows
      *   its run is dead -- the last update time on the report is
      *   the clue -- because the programs the lock holds back are
      *   let loose on the window's files the moment it goes.  The
      *   release is logged on WINREFS as an override.  A rerun of
      *   the window opens its state again.  PARM='RELEASE' alone
      *   releases the state of an unidentified single-record run.
      *   No PARM (or 'LIST') just reports.
      *
      *   RETURN-CODE: 0 = reported (and released, if asked); 4 = the
      *   window to release was not open -- nothing to do; 8 = the
      *   window to release is not on WINSTATE; 12 = could not run
      *   (PARM not understood, WINSTATE not available to release).
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WSTATE-WINDOW-ID
                FILE STATUS IS WINDOW-STATE-STATUS.

            SELECT REFUSAL-LOG-FILE ASSIGN TO "WINREFS"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REFUSAL-LOG-STATUS.

            SELECT REPORT-FILE ASSIGN TO "WINLRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WINDOW-STATE-FILE
            RECORDING MODE IS F.
        COPY WINSTATE.

        FD  REFUSAL-LOG-FILE
            RECORDING MODE IS F.
        COPY WINREFS.

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WINDOW-STATE-STATUS       PIC X(2) VALUE "00".
        01 REFUSAL-LOG-STATUS        PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        01 RELEASE-REQUEST-SWITCH    PIC X(1) VALUE "N".
           88 RELEASE-REQUESTED              VALUE "Y".
        01 RELEASE-WINDOW-ID         PIC X(6) VALUE SPACES.
        01 RELEASE-DONE-SWITCH       PIC X(1) VALUE "N".
           88 WINDOW-WAS-RELEASED            VALUE "Y".

      *   The released window as it stood, for the override log.
        01 RELEASED-PROGRAM-ID       PIC X(8).
        01 RELEASED-STAGE            PIC X(10).
        01 RELEASED-UPDATED-TS       PIC X(26).

        01 WINDOWS-LISTED-COUNT      PIC 9(7) BINARY VALUE 0.
        01 WINDOWS-OPEN-COUNT        PIC 9(7) BINARY VALUE 0.
        01 WINDOWS-RELEASED-COUNT    PIC 9(7) BINARY VALUE 0.
        01 REFUSALS-LISTED-COUNT     PIC 9(7) BINARY VALUE 0.
        01 OVERRIDES-LISTED-COUNT    PIC 9(7) BINARY VALUE 0.

        01 STATUS-WORD               PIC X(8).
        01 EVENT-WORD                PIC X(8).

        01 REPORT-HEADING-1.
            05  FILLER PIC X(40)
                VALUE "BATCH WINDOW INTERLOCK".
        01 REPORT-HEADING-2.
            05  FILLER PIC X(40)
                VALUE "WINDOW STATE".
        01 REPORT-HEADING-3.
            05  FILLER PIC X(34)
                VALUE "WINDOW STATUS   PROGRAM  BUS DATE".
            05  FILLER PIC X(27) VALUE "OPENED".
            05  FILLER PIC X(27) VALUE "LAST UPDATE".
            05  FILLER PIC X(11) VALUE "STAGE".
            05  FILLER PIC X(7)  VALUE "KEY".
            05  FILLER PIC X(9)  VALUE "CLOSED BY".
        01 REPORT-HEADING-4.
            05  FILLER PIC X(40)
                VALUE "INTERLOCK REFUSALS AND OVERRIDES".
        01 REPORT-HEADING-5.
            05  FILLER PIC X(27) VALUE "WHEN".
            05  FILLER PIC X(9)  VALUE "EVENT".
            05  FILLER PIC X(9)  VALUE "PROGRAM".
            05  FILLER PIC X(7)  VALUE "WINDOW".
            05  FILLER PIC X(9)  VALUE "WIN PGM".
            05  FILLER PIC X(11) VALUE "STAGE".
            05  FILLER PIC X(26) VALUE "WIN LAST UPDATE".

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-ACTION          PIC X(7).
            05  FILLER               PIC X(1).
            05  PARM-WINDOW-ID       PIC X(6).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "WINLOCK: Entering".

            IF PARM-LENGTH > 14
               MOVE 14 TO PARM-LENGTH
            END-IF.
            IF PARM-LENGTH > 0
               IF PARM-LENGTH NOT < 7
                  AND PARM-ACTION = "RELEASE"
                  SET RELEASE-REQUESTED TO TRUE
                  IF PARM-LENGTH > 8
                     MOVE PARM-WINDOW-ID (1:PARM-LENGTH - 8)
                         TO RELEASE-WINDOW-ID
                  END-IF
               ELSE
                  IF PARM-LENGTH NOT = 4
                     OR PARM-ACTION (1:4) NOT = "LIST"
                     DISPLAY "WINLOCK: PARM MUST BE 'RELEASE wwwwww'"
                             " OR 'LIST'"
                     MOVE 12 TO RETURN-CODE
                     DISPLAY "WINLOCK: Exiting"
                     GOBACK
                  END-IF
               END-IF
            END-IF.

            OPEN OUTPUT REPORT-FILE.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.

            IF RELEASE-REQUESTED
               PERFORM RELEASE-STALE-WINDOW THRU
                       RELEASE-STALE-WINDOW-END
            END-IF.

            PERFORM LIST-WINDOW-STATES THRU LIST-WINDOW-STATES-END.
            PERFORM LIST-REFUSAL-LOG THRU LIST-REFUSAL-LOG-END.
            PERFORM WRITE-REPORT-SUMMARY THRU
                    WRITE-REPORT-SUMMARY-END.

            CLOSE REPORT-FILE.

            DISPLAY "WINLOCK: " WINDOWS-OPEN-COUNT " window(s) open, "
                    REFUSALS-LISTED-COUNT " refusal(s) on the log".
            DISPLAY "WINLOCK: Exiting".
            GOBACK.

      *****************************************************************
      *  RELEASE-STALE-WINDOW marks the named window's state released
      *  and logs the override.  The report line says what was done
      *  either way.
      *****************************************************************
        RELEASE-STALE-WINDOW.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN I-O WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS NOT = "00"
               DISPLAY "WINLOCK: CANNOT OPEN WINSTATE, STATUS="
                       WINDOW-STATE-STATUS " - NOTHING RELEASED"
               MOVE "RELEASE NOT DONE - WINSTATE NOT AVAILABLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO RELEASE-STALE-WINDOW-END
            END-IF.

            MOVE RELEASE-WINDOW-ID TO WSTATE-WINDOW-ID.
            READ WINDOW-STATE-FILE
               INVALID KEY
                  MOVE "23" TO WINDOW-STATE-STATUS
            END-READ.
            EVALUATE TRUE
               WHEN WINDOW-STATE-STATUS NOT = "00"
                  DISPLAY "WINLOCK: WINDOW " RELEASE-WINDOW-ID
                          " IS NOT ON WINSTATE - NOTHING RELEASED"
                  MOVE SPACES TO REPORT-LINE
                  STRING "RELEASE NOT DONE - WINDOW "
                                             DELIMITED BY SIZE
                         RELEASE-WINDOW-ID   DELIMITED BY SIZE
                         " IS NOT ON WINSTATE" DELIMITED BY SIZE
                         INTO REPORT-LINE
                  END-STRING
                  MOVE 8 TO RETURN-CODE
               WHEN NOT WSTATE-IS-OPEN
                  DISPLAY "WINLOCK: WINDOW " RELEASE-WINDOW-ID
                          " IS NOT OPEN - NOTHING TO RELEASE"
                  MOVE SPACES TO REPORT-LINE
                  STRING "RELEASE NOT DONE - WINDOW "
                                             DELIMITED BY SIZE
                         RELEASE-WINDOW-ID   DELIMITED BY SIZE
                         " IS NOT OPEN"      DELIMITED BY SIZE
                         INTO REPORT-LINE
                  END-STRING
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE WSTATE-PROGRAM-ID TO RELEASED-PROGRAM-ID
                  MOVE WSTATE-STAGE      TO RELEASED-STAGE
                  MOVE WSTATE-UPDATED-TS TO RELEASED-UPDATED-TS
                  SET WSTATE-IS-RELEASED TO TRUE
                  MOVE "WINLOCK" TO WSTATE-CLOSED-BY
                  MOVE FUNCTION CURRENT-DATE TO WSTATE-UPDATED-TS
                  REWRITE WINDOW-STATE-RECORD
                  SET WINDOW-WAS-RELEASED TO TRUE
                  DISPLAY "WINLOCK: WINDOW " RELEASE-WINDOW-ID
                          " RELEASED (" RELEASED-PROGRAM-ID
                          ", STAGE " RELEASED-STAGE
                          ", LAST UPDATED " RELEASED-UPDATED-TS ")"
                  MOVE SPACES TO REPORT-LINE
                  STRING "RELEASED BY OPERATOR - WINDOW "
                                             DELIMITED BY SIZE
                         RELEASE-WINDOW-ID   DELIMITED BY SIZE
                         " ("                DELIMITED BY SIZE
                         RELEASED-PROGRAM-ID DELIMITED BY SPACE
                         ", STAGE "          DELIMITED BY SIZE
                         RELEASED-STAGE      DELIMITED BY SPACE
                         ", LAST UPDATED "   DELIMITED BY SIZE
                         RELEASED-UPDATED-TS DELIMITED BY SIZE
                         ")"                 DELIMITED BY SIZE
                         INTO REPORT-LINE
                  END-STRING
            END-EVALUATE.
            WRITE REPORT-LINE.
            CLOSE WINDOW-STATE-FILE.

            IF WINDOW-WAS-RELEASED
               PERFORM LOG-OVERRIDE THRU LOG-OVERRIDE-END
            END-IF.
        RELEASE-STALE-WINDOW-END.
            EXIT.

      *   The override goes on WINREFS beside the refusals it ends:
      *   EXTEND with the OUTPUT fallback on a brand-new dataset.
        LOG-OVERRIDE.
            OPEN EXTEND REFUSAL-LOG-FILE.
            IF REFUSAL-LOG-STATUS = "05" OR REFUSAL-LOG-STATUS = "35"
               OPEN OUTPUT REFUSAL-LOG-FILE
            END-IF.
            IF REFUSAL-LOG-STATUS NOT = "00"
               DISPLAY "WINLOCK: CANNOT OPEN WINREFS, STATUS="
                       REFUSAL-LOG-STATUS " - OVERRIDE NOT LOGGED"
               GO TO LOG-OVERRIDE-END
            END-IF.
            MOVE SPACES                TO WINDOW-REFUSAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WREF-TIMESTAMP.
            SET WREF-IS-OVERRIDE       TO TRUE.
            MOVE "WINLOCK"             TO WREF-PROGRAM-ID.
            MOVE RELEASE-WINDOW-ID     TO WREF-WINDOW-ID.
            MOVE RELEASED-PROGRAM-ID   TO WREF-WINDOW-PROGRAM.
            MOVE RELEASED-STAGE        TO WREF-WINDOW-STAGE.
            MOVE RELEASED-UPDATED-TS   TO WREF-WINDOW-UPDATED.
            WRITE WINDOW-REFUSAL-RECORD.
            CLOSE REFUSAL-LOG-FILE.
        LOG-OVERRIDE-END.
            EXIT.

        LIST-WINDOW-STATES.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE REPORT-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS NOT = "00"
               MOVE "  WINSTATE NOT AVAILABLE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO LIST-WINDOW-STATES-END
            END-IF.
            MOVE REPORT-HEADING-3 TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM LIST-ONE-WINDOW THRU LIST-ONE-WINDOW-END
               UNTIL WINDOW-STATE-STATUS NOT = "00".
            CLOSE WINDOW-STATE-FILE.
        LIST-WINDOW-STATES-END.
            EXIT.

        LIST-ONE-WINDOW.
            READ WINDOW-STATE-FILE NEXT RECORD.
            IF WINDOW-STATE-STATUS NOT = "00"
               GO TO LIST-ONE-WINDOW-END
            END-IF.
            ADD 1 TO WINDOWS-LISTED-COUNT.
            EVALUATE TRUE
               WHEN WSTATE-IS-OPEN
                  MOVE "OPEN" TO STATUS-WORD
                  ADD 1 TO WINDOWS-OPEN-COUNT
               WHEN WSTATE-IS-CLOSED
                  MOVE "CLOSED" TO STATUS-WORD
               WHEN WSTATE-IS-RELEASED
                  MOVE "RELEASED" TO STATUS-WORD
                  ADD 1 TO WINDOWS-RELEASED-COUNT
               WHEN OTHER
                  MOVE "?" TO STATUS-WORD
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            STRING WSTATE-WINDOW-ID       DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   STATUS-WORD            DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-PROGRAM-ID      DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-BUSINESS-DATE   DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-OPENED-TS       DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-UPDATED-TS      DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-STAGE           DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-LAST-KEY        DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WSTATE-CLOSED-BY       DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
        LIST-ONE-WINDOW-END.
            EXIT.

        LIST-REFUSAL-LOG.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE REPORT-HEADING-4 TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT REFUSAL-LOG-FILE.
            IF REFUSAL-LOG-STATUS NOT = "00"
               MOVE "  NO REFUSALS OR OVERRIDES ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO LIST-REFUSAL-LOG-END
            END-IF.
            MOVE REPORT-HEADING-5 TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM LIST-ONE-REFUSAL THRU LIST-ONE-REFUSAL-END
               UNTIL REFUSAL-LOG-STATUS NOT = "00".
            CLOSE REFUSAL-LOG-FILE.
        LIST-REFUSAL-LOG-END.
            EXIT.

        LIST-ONE-REFUSAL.
            READ REFUSAL-LOG-FILE.
            IF REFUSAL-LOG-STATUS NOT = "00"
               GO TO LIST-ONE-REFUSAL-END
            END-IF.
            EVALUATE TRUE
               WHEN WREF-IS-REFUSAL
                  MOVE "REFUSED" TO EVENT-WORD
                  ADD 1 TO REFUSALS-LISTED-COUNT
               WHEN WREF-IS-OVERRIDE
                  MOVE "OVERRIDE" TO EVENT-WORD
                  ADD 1 TO OVERRIDES-LISTED-COUNT
               WHEN OTHER
                  MOVE "?" TO EVENT-WORD
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            STRING WREF-TIMESTAMP         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   EVENT-WORD             DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WREF-PROGRAM-ID        DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WREF-WINDOW-ID         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WREF-WINDOW-PROGRAM    DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WREF-WINDOW-STAGE      DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WREF-WINDOW-UPDATED    DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
        LIST-ONE-REFUSAL-END.
            EXIT.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE WINDOWS-LISTED-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "WINDOWS ON WINSTATE" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE WINDOWS-OPEN-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "WINDOWS OPEN" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE WINDOWS-RELEASED-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "WINDOWS RELEASED BY OPERATOR" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REFUSALS-LISTED-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "RUNS REFUSED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE OVERRIDES-LISTED-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "OPERATOR OVERRIDES" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.
        WRITE-REPORT-SUMMARY-END.
            EXIT.
