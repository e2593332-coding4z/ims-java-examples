      *   trailer or wrong segment count -- ends RC 36 with NO output
      *   trailer: a partial feed that cannot verify downstream,
      *   rather than one that falsely does.
      *
      *   The clean finish also closes the parent window on the
      *   shared window state (see WINSTATE), which WINSPLIT opened;
      *   a failed merge leaves the window open, since it is not
      *   finished.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        01 EXPECTED-STREAM-ID        PIC X(6) VALUE SPACES.
        01 STREAM-DIGIT              PIC 9(1).

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
                    WRITE-SHIP-LOG-RECORD-END.
            PERFORM RECORD-PARENT-COMPLETE THRU
                    RECORD-PARENT-COMPLETE-END.
            PERFORM CLOSE-PARENT-WINDOW-STATE THRU
                    CLOSE-PARENT-WINDOW-STATE-END.
        WRITE-MERGED-TRAILER-END.
            EXIT.

            CLOSE WINDOW-REGISTRY-FILE.
        RECORD-PARENT-COMPLETE-END.
            EXIT.

      *   A state file that cannot be updated costs a DISPLAY, never
      *   the run's RETURN-CODE.
        CLOSE-PARENT-WINDOW-STATE.
            MOVE "CLOSE" TO WPOST-REQUEST.
            MOVE "WINMERGE" TO WPOST-PROGRAM-ID.
            MOVE MERGED-WINDOW-ID TO WPOST-WINDOW-ID.
            MOVE MERGED-BUSINESS-DATE TO WPOST-BUSINESS-DATE.
            MOVE "MERGED" TO WPOST-STAGE.
            MOVE SPACES TO WPOST-LAST-KEY.
            CALL "WINPOST" USING WINDOW-POST-AREA.
            IF WPOST-RESULT NOT = "00"
               DISPLAY "WINMERGE: CANNOT UPDATE WINSTATE, STATUS="
                       WPOST-RESULT " - WINDOW STILL SHOWN AS OPEN"
            END-IF.
        CLOSE-PARENT-WINDOW-STATE-END.
            EXIT.
