        IDENTIFICATION DIVISION.
        PROGRAM-ID. "WINCHECK".

      *   WINCHECK is the batch-window interlock: the one question
      *   every program that updates or rewrites the window's files
      *   asks before it touches them -- "is a window in flight?"
      *   (see WINCTL).  It reads the WINSTATE window-state file (see
      *   WINSTATE) front to back and answers "open" on the first
      *   window whose record is open, whether an unsplit COBTOJAV, a
      *   split window between its WINSPLIT and WINMERGE, or one
      *   stream of it.
      *
      *   A refusal is DISPLAYed under the caller's name and appended
      *   to the WINREFS log (see WINREFS), so operations can see who
      *   was turned away and when; a log that will not open costs a
      *   DISPLAY, never the answer.  A WINSTATE that is not
      *   allocated means the interlock is not in use -- the answer
      *   is "clear", with a DISPLAY saying so.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WSTATE-WINDOW-ID
                FILE STATUS IS WINDOW-STATE-STATUS.

            SELECT REFUSAL-LOG-FILE ASSIGN TO "WINREFS"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REFUSAL-LOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WINDOW-STATE-FILE
            RECORDING MODE IS F.
        COPY WINSTATE.

        FD  REFUSAL-LOG-FILE
            RECORDING MODE IS F.
        COPY WINREFS.

        WORKING-STORAGE SECTION.
        01 WINDOW-STATE-STATUS       PIC X(2) VALUE "00".
        01 REFUSAL-LOG-STATUS        PIC X(2) VALUE "00".

        LINKAGE SECTION.
        COPY WINCTL.

        PROCEDURE DIVISION USING WINDOW-CHECK-AREA.
            SET WCHK-WINDOW-CLEAR TO TRUE.
            MOVE SPACES TO WCHK-WINDOW-ID.
            MOVE SPACES TO WCHK-WINDOW-PROGRAM.
            MOVE SPACES TO WCHK-WINDOW-STAGE.
            MOVE SPACES TO WCHK-WINDOW-UPDATED.

            OPEN INPUT WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS NOT = "00"
               DISPLAY WCHK-REQUESTER ": NO WINSTATE, STATUS="
                       WINDOW-STATE-STATUS
                       " - BATCH WINDOW INTERLOCK NOT IN USE"
               GOBACK
            END-IF.
            PERFORM CHECK-ONE-WINDOW THRU CHECK-ONE-WINDOW-END
               UNTIL WINDOW-STATE-STATUS NOT = "00"
                  OR WCHK-WINDOW-IS-OPEN.
            CLOSE WINDOW-STATE-FILE.

            IF WCHK-WINDOW-IS-OPEN
               DISPLAY WCHK-REQUESTER ": BATCH WINDOW "
                       WCHK-WINDOW-ID " IS OPEN ("
                       WCHK-WINDOW-PROGRAM ", STAGE "
                       WCHK-WINDOW-STAGE ")"
               DISPLAY WCHK-REQUESTER ":   LAST UPDATED "
                       WCHK-WINDOW-UPDATED
               DISPLAY WCHK-REQUESTER ": REFUSED - RUN AGAIN AFTER"
                       " THE WINDOW ENDS (RC 88)"
               PERFORM LOG-REFUSAL THRU LOG-REFUSAL-END
            END-IF.
            GOBACK.

        CHECK-ONE-WINDOW.
            READ WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS = "00"
               AND WSTATE-IS-OPEN
               SET WCHK-WINDOW-IS-OPEN TO TRUE
               MOVE WSTATE-WINDOW-ID   TO WCHK-WINDOW-ID
               MOVE WSTATE-PROGRAM-ID  TO WCHK-WINDOW-PROGRAM
               MOVE WSTATE-STAGE       TO WCHK-WINDOW-STAGE
               MOVE WSTATE-UPDATED-TS  TO WCHK-WINDOW-UPDATED
            END-IF.
        CHECK-ONE-WINDOW-END.
            EXIT.

      *****************************************************************
      *  LOG-REFUSAL appends the refusal to WINREFS: EXTEND with the
      *  OUTPUT fallback on a brand-new dataset, the arrangement
      *  every cumulative log here uses.
      *****************************************************************
        LOG-REFUSAL.
            OPEN EXTEND REFUSAL-LOG-FILE.
            IF REFUSAL-LOG-STATUS = "05" OR REFUSAL-LOG-STATUS = "35"
               OPEN OUTPUT REFUSAL-LOG-FILE
            END-IF.
            IF REFUSAL-LOG-STATUS NOT = "00"
               DISPLAY WCHK-REQUESTER ": CANNOT OPEN WINREFS, STATUS="
                       REFUSAL-LOG-STATUS " - REFUSAL NOT LOGGED"
               GO TO LOG-REFUSAL-END
            END-IF.

            MOVE SPACES                TO WINDOW-REFUSAL-RECORD.
            MOVE FUNCTION CURRENT-DATE TO WREF-TIMESTAMP.
            SET WREF-IS-REFUSAL        TO TRUE.
            MOVE WCHK-REQUESTER        TO WREF-PROGRAM-ID.
            MOVE WCHK-WINDOW-ID        TO WREF-WINDOW-ID.
            MOVE WCHK-WINDOW-PROGRAM   TO WREF-WINDOW-PROGRAM.
            MOVE WCHK-WINDOW-STAGE     TO WREF-WINDOW-STAGE.
            MOVE WCHK-WINDOW-UPDATED   TO WREF-WINDOW-UPDATED.
            WRITE WINDOW-REFUSAL-RECORD.
            CLOSE REFUSAL-LOG-FILE.
        LOG-REFUSAL-END.
            EXIT.
