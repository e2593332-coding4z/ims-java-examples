        IDENTIFICATION DIVISION.
        PROGRAM-ID. "WINPOST".

      *   WINPOST keeps a window's record on the WINSTATE window-state
      *   file (see WINSTATE) for the programs that run a window --
      *   COBTOJAV, and WINSPLIT/WINMERGE for a split window's parent
      *   -- so the interlock WINCHECK applies sees what is in flight
      *   (see WINCTL for the requests).
      *
      *   The file is opened, updated and closed on every call rather
      *   than held across the window: several stream windows post to
      *   it side by side, and WINCHECK has to be able to read it at
      *   any moment (the KSDS is defined with cross-region share
      *   options for exactly that).  A brand-new, empty WINSTATE
      *   fails OPEN I-O with status 05/35 and is materialized through
      *   OPEN OUTPUT, the same retry COB1 uses on the master.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WSTATE-WINDOW-ID
                FILE STATUS IS WINDOW-STATE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WINDOW-STATE-FILE
            RECORDING MODE IS F.
        COPY WINSTATE.

        WORKING-STORAGE SECTION.
        01 WINDOW-STATE-STATUS       PIC X(2) VALUE "00".
        01 RECORD-FOUND-SWITCH       PIC X(1) VALUE "N".
           88 WINDOW-RECORD-FOUND            VALUE "Y".
        01 POST-TIMESTAMP            PIC X(26).

        LINKAGE SECTION.
        COPY WINCTL.

        PROCEDURE DIVISION USING WINDOW-POST-AREA.
            MOVE FUNCTION CURRENT-DATE TO POST-TIMESTAMP.

            OPEN I-O WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS = "05"
               OR WINDOW-STATE-STATUS = "35"
               OPEN OUTPUT WINDOW-STATE-FILE
               IF WINDOW-STATE-STATUS = "00"
                  CLOSE WINDOW-STATE-FILE
                  OPEN I-O WINDOW-STATE-FILE
               END-IF
            END-IF.
            IF WINDOW-STATE-STATUS NOT = "00"
               MOVE WINDOW-STATE-STATUS TO WPOST-RESULT
               GOBACK
            END-IF.

            MOVE "N" TO RECORD-FOUND-SWITCH.
            MOVE WPOST-WINDOW-ID TO WSTATE-WINDOW-ID.
            READ WINDOW-STATE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WINDOW-RECORD-FOUND TO TRUE
            END-READ.

            IF NOT WINDOW-RECORD-FOUND
               MOVE SPACES TO WINDOW-STATE-RECORD
               MOVE WPOST-WINDOW-ID TO WSTATE-WINDOW-ID
               MOVE POST-TIMESTAMP TO WSTATE-OPENED-TS
               SET WSTATE-IS-OPEN TO TRUE
            END-IF.

      *   An OPEN on a window already open is a rerun after an abend
      *   that nobody released: the window has been in flight since
      *   its first start, so that opening time stands.
            EVALUATE TRUE
               WHEN WPOST-OPEN-WINDOW
                  IF NOT WSTATE-IS-OPEN
                     MOVE POST-TIMESTAMP TO WSTATE-OPENED-TS
                  END-IF
                  SET WSTATE-IS-OPEN TO TRUE
                  MOVE SPACES TO WSTATE-CLOSED-BY
               WHEN WPOST-CLOSE-WINDOW
                  SET WSTATE-IS-CLOSED TO TRUE
                  MOVE WPOST-PROGRAM-ID TO WSTATE-CLOSED-BY
               WHEN OTHER
      *   A stage posted to a window the operator released means the
      *   run was not dead after all -- it is in flight again.
                  SET WSTATE-IS-OPEN TO TRUE
                  MOVE SPACES TO WSTATE-CLOSED-BY
            END-EVALUATE.
            MOVE WPOST-PROGRAM-ID    TO WSTATE-PROGRAM-ID.
            IF WPOST-BUSINESS-DATE NOT = SPACES
               MOVE WPOST-BUSINESS-DATE TO WSTATE-BUSINESS-DATE
            END-IF.
            MOVE POST-TIMESTAMP      TO WSTATE-UPDATED-TS.
            MOVE WPOST-STAGE         TO WSTATE-STAGE.
            MOVE WPOST-LAST-KEY      TO WSTATE-LAST-KEY.

            IF WINDOW-RECORD-FOUND
               REWRITE WINDOW-STATE-RECORD
            ELSE
               WRITE WINDOW-STATE-RECORD
            END-IF.
            MOVE WINDOW-STATE-STATUS TO WPOST-RESULT.
            CLOSE WINDOW-STATE-FILE.
            GOBACK.
