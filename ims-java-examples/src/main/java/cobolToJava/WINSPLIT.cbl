      *   refused (RC 12 and a message): a multi-source window must
      *   run unsplit, where COBTOJAV's per-source verification
      *   handles it.
      *
      *   So is a window with pending-change work (see PENDREC): a
      *   future-dated record to hold, a "*CANCEL*" request, or a
      *   change on the current PENDING generation (PENDIN) that
      *   falls due by the window's business date.  The pending file
      *   is one generation per window and the stream steps cannot
      *   share it, so they run with it dummied out -- such a window
      *   must run unsplit.
      *
      *   A clean split marks the PARENT window open on the shared
      *   window state (see WINSTATE); WINMERGE closes it at the
      *   merge's clean finish.  The window then counts as in flight
      *   from the split to the merge, between stream steps as well
      *   as during them.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WINDOW-REGISTRY-STATUS.

      *   The current PENDING generation, read only to see whether a
      *   pending change falls due tonight.
            SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PENDING-IN-STATUS.

            SELECT SPLIT-FILE-1 ASSIGN TO "SPLIT1"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SPLIT-FILE-STATUS.
            RECORDING MODE IS F.
        COPY WINREG.

        FD  PENDING-IN-FILE
            RECORDING MODE IS F.
        COPY PENDREC.

        FD  SPLIT-FILE-1
            RECORDING MODE IS F.
        01  SPLIT-RECORD-1              PIC X(23).
        01 WINDOW-REGISTRY-STATUS    PIC X(2) VALUE "00".
        01 REGISTRY-DUPLICATE-SW     PIC X(1) VALUE "N".
           88 WINDOW-ALREADY-PROCESSED       VALUE "Y".
        01 PENDING-IN-STATUS         PIC X(2) VALUE "00".

      *   Pending-change work found on CUSTIN or due off PENDIN: the
      *   window cannot be split.  The business date and each data
      *   record's date are compared as YYYYMMDD, converted and
      *   century-windowed the way COBTOJAV converts them.
        01 PENDING-WORK-SW           PIC X(1) VALUE "N".
           88 PENDING-WORK-FOUND             VALUE "Y".
        01 PENDING-DUE-COUNT         PIC 9(7) VALUE 0.
        01 CANCEL-ACTION-JOB         PIC X(8) VALUE "*CANCEL*".
        01 DELETE-ACTION-JOB         PIC X(8) VALUE "*DELETE*".
        01 BUSINESS-DATE-YYYYMMDD    PIC 9(8) VALUE 0.
        01 CONVERT-DATE-INPUT        PIC X(8).
        01 CONVERT-DATE-YYYYMMDD     PIC 9(8).
        01 CONVERT-MM                PIC 99.
        01 CONVERT-DD                PIC 99.
        01 CONVERT-YY                PIC 99.
        01 CONVERT-FULL-YEAR         PIC 9(4).

        01 STREAM-COUNT              PIC 9(1) VALUE 0.
        01 STREAM-INDEX              PIC 9(2) BINARY.
        01 ROUTE-READ-COUNT          PIC 9(7) VALUE 0.
        01 STAGED-STREAM-RECORD      PIC X(23).

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
               GOBACK
            END-IF.

            PERFORM CHECK-PENDING-WORK THRU CHECK-PENDING-WORK-END.
            IF PENDING-WORK-FOUND
               DISPLAY "WINSPLIT: Exiting"
               GOBACK
            END-IF.

            PERFORM DERIVE-CUT-KEYS THRU DERIVE-CUT-KEYS-END.
            PERFORM OPEN-STREAM-FILES THRU OPEN-STREAM-FILES-END.
            IF SPLIT-STEP-FAILED
            PERFORM NOTE-ONE-STREAM THRU NOTE-ONE-STREAM-END
               UNTIL STREAM-INDEX > STREAM-COUNT.

            PERFORM OPEN-PARENT-WINDOW-STATE THRU
                    OPEN-PARENT-WINDOW-STATE-END.

            DISPLAY "WINSPLIT: Exiting".
            GOBACK.

            MOVE CTL-SOURCE-SYSTEM TO INPUT-SOURCE-SYSTEM.
            MOVE CTL-BUSINESS-DATE TO INPUT-BUSINESS-DATE.
            MOVE CTL-WINDOW-ID     TO INPUT-WINDOW-ID.
            MOVE INPUT-BUSINESS-DATE TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-BUSINESS-DATE THRU
                    CONVERT-BUSINESS-DATE-END.
            MOVE CONVERT-DATE-YYYYMMDD TO BUSINESS-DATE-YYYYMMDD.

            PERFORM COLLECT-ONE-RECORD THRU COLLECT-ONE-RECORD-END
               UNTIL CUST-INPUT-STATUS NOT = "00"
               ELSE
                  SET KEY-TABLE-OVERFLOWED TO TRUE
               END-IF
               PERFORM NOTE-PENDING-RECORD THRU
                       NOTE-PENDING-RECORD-END
            END-IF.
            MOVE CUST-INPUT-RECORD TO INCOMING-HELD-RECORD.
            SET INCOMING-IS-HELD TO TRUE.
        COLLECT-ONE-RECORD-END.
            EXIT.

      *   A data record COBTOJAV would hold or treat as a withdrawal
      *   rather than apply tonight: the same test its CLASSIFY-
      *   PENDING-ACTION makes.
        NOTE-PENDING-RECORD.
            IF INCOMING-HELD-RECORD (7:8) = CANCEL-ACTION-JOB
               SET PENDING-WORK-FOUND TO TRUE
               GO TO NOTE-PENDING-RECORD-END
            END-IF.
            IF INCOMING-HELD-RECORD (7:8) = DELETE-ACTION-JOB
               OR BUSINESS-DATE-YYYYMMDD = 0
               GO TO NOTE-PENDING-RECORD-END
            END-IF.
            MOVE INCOMING-HELD-RECORD (15:8) TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-BUSINESS-DATE THRU
                    CONVERT-BUSINESS-DATE-END.
            IF CONVERT-DATE-YYYYMMDD > BUSINESS-DATE-YYYYMMDD
               SET PENDING-WORK-FOUND TO TRUE
            END-IF.
        NOTE-PENDING-RECORD-END.
            EXIT.

      *****************************************************************
      *  CHECK-PENDING-WORK refuses the split (RC 12, the same as a
      *  multi-source window) when CUSTIN carries a future-dated or
      *  "*CANCEL*" record, or when a change on PENDIN falls due by
      *  the business date.  An unallocated PENDIN has nothing due.
      *****************************************************************
        CHECK-PENDING-WORK.
            IF PENDING-WORK-FOUND
               DISPLAY "WINSPLIT: CUSTIN CARRIES FUTURE-DATED OR"
                       " *CANCEL* RECORDS - RUN THE WINDOW UNSPLIT"
               MOVE 12 TO RETURN-CODE
               GO TO CHECK-PENDING-WORK-END
            END-IF.
            IF BUSINESS-DATE-YYYYMMDD = 0
               GO TO CHECK-PENDING-WORK-END
            END-IF.

            OPEN INPUT PENDING-IN-FILE.
            IF PENDING-IN-STATUS NOT = "00"
               GO TO CHECK-PENDING-WORK-END
            END-IF.
            PERFORM CHECK-ONE-PENDING-CHANGE THRU
                    CHECK-ONE-PENDING-CHANGE-END
               UNTIL PENDING-IN-STATUS NOT = "00".
            CLOSE PENDING-IN-FILE.

            IF PENDING-DUE-COUNT > 0
               DISPLAY "WINSPLIT: " PENDING-DUE-COUNT
                       " PENDING CHANGE(S) DUE BY BUSINESS DATE "
                       INPUT-BUSINESS-DATE
               DISPLAY "WINSPLIT: RUN THE WINDOW UNSPLIT"
               SET PENDING-WORK-FOUND TO TRUE
               MOVE 12 TO RETURN-CODE
            END-IF.
        CHECK-PENDING-WORK-END.
            EXIT.

        CHECK-ONE-PENDING-CHANGE.
            READ PENDING-IN-FILE.
            IF PENDING-IN-STATUS = "00"
               AND PEND-EFFECTIVE-DATE NOT > BUSINESS-DATE-YYYYMMDD
               ADD 1 TO PENDING-DUE-COUNT
            END-IF.
        CHECK-ONE-PENDING-CHANGE-END.
            EXIT.

      *****************************************************************
      *  CONVERT-BUSINESS-DATE turns an MM/DD/YY date into numeric
      *  YYYYMMDD in CONVERT-DATE-YYYYMMDD (zero when the date is
      *  malformed), with the 00-49 -> 20xx / 50-99 -> 19xx century
      *  window COB1 applies to customer dates.
      *****************************************************************
        CONVERT-BUSINESS-DATE.
            MOVE 0 TO CONVERT-DATE-YYYYMMDD.
            IF CONVERT-DATE-INPUT (3:1) NOT = "/"
               OR CONVERT-DATE-INPUT (6:1) NOT = "/"
               GO TO CONVERT-BUSINESS-DATE-END
            END-IF.
            IF CONVERT-DATE-INPUT (1:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (4:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (7:2) NOT NUMERIC
               GO TO CONVERT-BUSINESS-DATE-END
            END-IF.

            MOVE CONVERT-DATE-INPUT (1:2) TO CONVERT-MM.
            MOVE CONVERT-DATE-INPUT (4:2) TO CONVERT-DD.
            MOVE CONVERT-DATE-INPUT (7:2) TO CONVERT-YY.

            IF CONVERT-MM < 1 OR CONVERT-MM > 12
               OR CONVERT-DD < 1 OR CONVERT-DD > 31
               GO TO CONVERT-BUSINESS-DATE-END
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
        CONVERT-BUSINESS-DATE-END.
            EXIT.

      *****************************************************************
      *  CHECK-PARENT-REGISTRY reads the MAIN processed-window
      *  registry for the PARENT window after the header verifies,
      *  and re-fed split the next, or the other way around.  The
      *  reserved RETURN-CODE 64 matches COBTOJAV's.  An unallocated
      *  registry skips the check rather than failing a window over
      *  missing bookkeeping.  The latest record for the window
      *  stands: a parent the WINBKOUT backout has marked backed out
      *  is admitted as a re-run.
      *****************************************************************
        CHECK-PARENT-REGISTRY.
            OPEN INPUT WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               GO TO CHECK-ONE-REGISTRY-RECORD-END
            END-IF.
            IF WREG-WINDOW-ID = INPUT-WINDOW-ID
               AND WREG-BUSINESS-DATE = INPUT-BUSINESS-DATE
               AND WREG-SOURCE-SYSTEM = INPUT-SOURCE-SYSTEM
               IF WREG-IS-COMPLETE
                  SET WINDOW-ALREADY-PROCESSED TO TRUE
               END-IF
               IF WREG-IS-BACKED-OUT
                  MOVE "N" TO REGISTRY-DUPLICATE-SW
               END-IF
            END-IF.
        CHECK-ONE-REGISTRY-RECORD-END.
            EXIT.
            ADD 1 TO STREAM-INDEX.
        NOTE-ONE-STREAM-END.
            EXIT.

      *   A state file that cannot be updated costs a DISPLAY, never
      *   the split -- the same terms COBTOJAV posts on.
        OPEN-PARENT-WINDOW-STATE.
            MOVE "OPEN " TO WPOST-REQUEST.
            MOVE "WINSPLIT" TO WPOST-PROGRAM-ID.
            MOVE INPUT-WINDOW-ID TO WPOST-WINDOW-ID.
            MOVE INPUT-BUSINESS-DATE TO WPOST-BUSINESS-DATE.
            MOVE "SPLIT" TO WPOST-STAGE.
            MOVE SPACES TO WPOST-LAST-KEY.
            CALL "WINPOST" USING WINDOW-POST-AREA.
            IF WPOST-RESULT NOT = "00"
               DISPLAY "WINSPLIT: CANNOT UPDATE WINSTATE, STATUS="
                       WPOST-RESULT " - WINDOW NOT SHOWN AS OPEN"
            END-IF.
        OPEN-PARENT-WINDOW-STATE-END.
            EXIT.
