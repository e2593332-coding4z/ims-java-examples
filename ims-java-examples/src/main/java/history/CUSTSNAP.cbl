      *   23-byte layout, in key order (through the SORT verb);
      *   SNAPRPT gets the control totals -- records reconstructed,
      *   rolled back, resurrected, and dropped.
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

            05  FILLER PIC X(42)
                VALUE "POINT-IN-TIME CUSTOMER MASTER SNAPSHOT".

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "CUSTSNAP: Entering".

            MOVE "CUSTSNAP" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "CUSTSNAP: Exiting"
               GOBACK
            END-IF.

            IF PARM-LENGTH < 8
               DISPLAY "CUSTSNAP: PARM MUST CARRY THE AS-OF DATE"
                       " (MM/DD/YY)"
