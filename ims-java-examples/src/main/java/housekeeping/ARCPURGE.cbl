      *   the live dataset.  A malformed timestamp keeps the record
      *   on the live file -- the housekeeper must never lose a
      *   record it cannot date.
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

            05  FILLER PIC X(26)
                VALUE "RETENTION ARCHIVE MANIFEST".

        COPY WINCTL.

        PROCEDURE DIVISION.
            DISPLAY "ARCPURGE: Entering".

            MOVE "ARCPURGE" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "ARCPURGE: Exiting"
               GOBACK
            END-IF.

            OPEN OUTPUT MANIFEST-FILE.
            MOVE MANIFEST-HEADING TO MANIFEST-LINE.
            WRITE MANIFEST-LINE.
