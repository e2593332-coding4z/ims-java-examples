        IDENTIFICATION DIVISION.
        PROGRAM-ID. "WINGATE".

      *   WINGATE puts the batch-window interlock (see WINCTL) in
      *   front of a job step that is not a program of ours -- the
      *   IDCAMS REPRO of a new JOBCODES catalogue over the live one,
      *   say.  It asks WINCHECK and ends RC 88 while a window is in
      *   flight, RC 0 otherwise; the guarded steps run COND=(0,NE)
      *   on it.  The EXEC PARM names the job or function being
      *   guarded, as it is to appear on the WINREFS refusal log
      *   (default WINGATE).
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-REQUESTER       PIC X(8).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "WINGATE: Entering".

            MOVE "WINGATE" TO WCHK-REQUESTER.
            IF PARM-LENGTH > 8
               MOVE 8 TO PARM-LENGTH
            END-IF.
            IF PARM-LENGTH > 0
               MOVE SPACES TO WCHK-REQUESTER
               MOVE PARM-REQUESTER (1:PARM-LENGTH) TO WCHK-REQUESTER
            END-IF.

            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
            ELSE
               DISPLAY "WINGATE: NO BATCH WINDOW OPEN - "
                       WCHK-REQUESTER " MAY PROCEED"
            END-IF.

            DISPLAY "WINGATE: Exiting".
            GOBACK.
