        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CUSTONL".

      *   CUSTONL is the online face of CUSTINQ: an IMS message-
      *   processing program behind transaction CUSTONL that takes one
      *   customer key from a support terminal ("CUSTONL kkkkkk") and
      *   answers with one screen --
      *     - the CUSTMSTR record, under the key it stands on now when
      *       the customer has been re-keyed or merged (XREFFIND),
      *     - the job code's JOBCODES description and effective
      *       window,
      *     - the customer's latest disposition on the latest
      *       window's CUSTDISP generation,
      *     - the customer's open items on the SUSPENSE file,
      *     - the customer's last five journal entries, newest first,
      *       by keyed read of the AUDITNDX index.
      *   The reply goes back one segment per screen line.
      *
      *   The transaction only ever reads, and it never keeps a
      *   dataset allocated between messages: the batch window
      *   updates these files under DISP=OLD/MOD/NEW, the nightly
      *   AUDITIDX deletes and redefines the index, and a message
      *   region holding any of them from its JCL would leave the
      *   batch job waiting on the dataset for as long as the region
      *   stays up.  Each dataset is dynamically allocated (BPXWDYN)
      *   just for the message, opened INPUT, read, closed and freed.
      *   One the batch holds at that moment is simply not shown, and
      *   the screen says so.  CUSTMSTR is shared with COB1 (DISP=SHR,
      *   a KSDS whose share options let readers in beside the one
      *   writer), so it is read without locking against the window.
      *
      *   The WINSTATE window-state file (see WINSTATE) tells whether
      *   a window is running: a window still open -- in progress, or
      *   abended and not yet released -- heads the screen with a
      *   "window in progress, data as of" warning, since the master
      *   may be part-way through the night's changes.  Otherwise the
      *   screen says when the last window closed.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUSTOMER-MASTER-KEY
                FILE STATUS IS CUSTOMER-MASTER-STATUS.

            SELECT JOB-CODE-FILE ASSIGN TO "JOBCODES"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JOB-CODE-STATUS.

            SELECT DISPOSITION-FILE ASSIGN TO "CUSTDISP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DISPOSITION-STATUS.

            SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SUSPENSE-FILE-STATUS.

            SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITNDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ANDX-RECORD-KEY
                FILE STATUS IS AUDIT-INDEX-STATUS.

            SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WSTATE-WINDOW-ID
                FILE STATUS IS WINDOW-STATE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER-FILE
            RECORDING MODE IS F.
        01  CUSTOMER-MASTER-RECORD.
            05  CUSTOMER-MASTER-KEY     PIC X(6).
            05  CUSTOMER-MASTER-JOB     PIC X(8).
            05  CUSTOMER-MASTER-DATE    PIC X(9).

        FD  JOB-CODE-FILE
            RECORDING MODE IS F.
        COPY JOBCODE.

        FD  DISPOSITION-FILE
            RECORDING MODE IS F.
        COPY DISPREC.

        FD  SUSPENSE-FILE
            RECORDING MODE IS F.
        COPY SUSPREC.

        FD  AUDIT-INDEX-FILE
            RECORDING MODE IS F.
        COPY AUDNDX.

        FD  WINDOW-STATE-FILE
            RECORDING MODE IS F.
        COPY WINSTATE.

        WORKING-STORAGE SECTION.
        01 CUSTOMER-MASTER-STATUS    PIC X(2) VALUE "00".
        01 JOB-CODE-STATUS           PIC X(2) VALUE "00".
        01 DISPOSITION-STATUS        PIC X(2) VALUE "00".
        01 SUSPENSE-FILE-STATUS      PIC X(2) VALUE "00".
        01 AUDIT-INDEX-STATUS        PIC X(2) VALUE "00".
        01 WINDOW-STATE-STATUS       PIC X(2) VALUE "00".

      *   DL/I calls against the I/O PCB.
        01 DLI-GU                    PIC X(4) VALUE "GU  ".
        01 DLI-ISRT                  PIC X(4) VALUE "ISRT".
        01 QUEUE-EMPTY-SWITCH        PIC X(1) VALUE "N".
           88 MESSAGE-QUEUE-EMPTY            VALUE "Y".

      *   The input message: LL, ZZ, then the transaction code and
      *   the customer key as typed.
        01 INPUT-MESSAGE.
            05  INPUT-MESSAGE-LL        PIC S9(4) BINARY.
            05  INPUT-MESSAGE-ZZ        PIC S9(4) BINARY.
            05  INPUT-MESSAGE-TEXT      PIC X(80).
        01 INQUIRY-TRANCODE          PIC X(8).
        01 CURRENT-INQUIRY-KEY       PIC X(6).

      *   One reply segment per screen line.
        01 OUTPUT-SEGMENT.
            05  OUTPUT-SEGMENT-LL       PIC S9(4) BINARY VALUE 83.
            05  OUTPUT-SEGMENT-ZZ       PIC S9(4) BINARY VALUE 0.
            05  OUTPUT-SEGMENT-TEXT     PIC X(79).

      *   The screen being built: at most 22 lines, the rest of a
      *   24-line terminal left to IMS.
        01 SCREEN-LINE-COUNT         PIC 9(2) BINARY VALUE 0.
        01 SCREEN-LINE-INDEX         PIC 9(2) BINARY VALUE 0.
        01 SCREEN-LINE-TABLE.
            05  SCREEN-LINE OCCURS 22 TIMES PIC X(79).
        01 SCREEN-WORK-LINE          PIC X(79).

      *   Dynamic allocation.  The dataset names are the ones the
      *   batch jobs use; CUSTDISP is the current (0) generation,
      *   resolved afresh at every allocation, so the screen always
      *   shows the latest window's trail without the region being
      *   cycled.
        01 CUSTMSTR-DSN              PIC X(44)
                                     VALUE "BATCH.COBTOJAV.CUSTMSTR".
        01 JOBCODES-DSN              PIC X(44)
                                     VALUE "BATCH.COBTOJAV.JOBCODES".
        01 CUSTDISP-DSN              PIC X(44)
                                  VALUE "BATCH.COBTOJAV.CUSTDISP(0)".
        01 SUSPENSE-DSN              PIC X(44)
                                     VALUE "BATCH.COBTOJAV.SUSPENSE".
        01 AUDITNDX-DSN              PIC X(44)
                                     VALUE "BATCH.COBTOJAV.AUDITNDX".
        01 WINSTATE-DSN              PIC X(44)
                                     VALUE "BATCH.COBTOJAV.WINSTATE".
        01 CUSTXREF-DSN              PIC X(44)
                                     VALUE "BATCH.COBTOJAV.CUSTXREF".
        01 ALLOCATION-DD-NAME        PIC X(8).
        01 ALLOCATION-DSN            PIC X(44).
        01 ALLOCATION-SWITCH         PIC X(1) VALUE "N".
           88 DATASET-ALLOCATED              VALUE "Y".
        01 DYNALLOC-POINTER          PIC 9(4) BINARY.
        01 DYNALLOC-REQUEST.
            05  DYNALLOC-LENGTH         PIC S9(4) BINARY.
            05  DYNALLOC-TEXT           PIC X(120).

      *   Window state off the window-state file.
        01 WINDOWS-ON-FILE-COUNT     PIC 9(4) BINARY VALUE 0.
        01 WINDOWS-OPEN-COUNT        PIC 9(4) BINARY VALUE 0.
        01 OPEN-WINDOW-ID            PIC X(6) VALUE SPACES.
        01 OPEN-WINDOW-STAGE         PIC X(10) VALUE SPACES.
        01 OPEN-WINDOW-TS            PIC X(26) VALUE SPACES.
        01 LAST-CLOSED-WINDOW-ID     PIC X(6) VALUE SPACES.
        01 LAST-CLOSED-TS            PIC X(26) VALUE SPACES.
        01 LAST-CLOSED-STATUS        PIC X(1) VALUE SPACES.
           88 LAST-CLOSED-WAS-RELEASED       VALUE "R".
        01 FORMAT-TS-INPUT           PIC X(26).
        01 FORMAT-TS-OUTPUT          PIC X(19).

        01 MASTER-FOUND-SWITCH       PIC X(1) VALUE "N".
           88 MASTER-RECORD-FOUND            VALUE "Y".
        01 MASTER-LOOKUP-KEY         PIC X(6).
        01 JOB-CODE-MATCH-COUNT      PIC 9(4) BINARY VALUE 0.
        01 WINDOW-FROM-TEXT          PIC X(9).
        01 WINDOW-TO-TEXT            PIC X(9).

        01 DISPOSITION-FOUND-SWITCH  PIC X(1) VALUE "N".
           88 DISPOSITION-FOUND              VALUE "Y".
        01 SAVED-DISPOSITION         PIC X(73).
        01 DISPOSITION-MEANING       PIC X(20).

        01 SUSPENSE-MATCH-COUNT      PIC 9(7) BINARY VALUE 0.
        01 SUSPENSE-REASON-TEXT      PIC X(22).

      *   The newest five journal entries seen so far, newest first.
        01 JOURNAL-KEEP-COUNT        PIC 9(2) BINARY VALUE 0.
        01 JOURNAL-KEEP-TABLE.
            05  JOURNAL-KEEP-ENTRY OCCURS 5 TIMES.
                10  JOURNAL-KEEP-TS      PIC X(26).
                10  JOURNAL-KEEP-LINE    PIC X(79).
        01 JOURNAL-INSERT-POSITION   PIC 9(2) BINARY VALUE 0.
        01 JOURNAL-SHIFT-INDEX       PIC 9(2) BINARY VALUE 0.
        01 JOURNAL-MATCH-COUNT       PIC 9(7) BINARY VALUE 0.
        01 INDEX-KEY-DONE-SWITCH     PIC X(1) VALUE "N".
           88 INDEX-KEY-IS-DONE               VALUE "Y".
        01 INDEX-READ-KEY            PIC X(6).

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

      *   XREFFIND keeps the CUSTXREF it loaded for as long as it
      *   stays in storage, so it is CANCELled after every message:
      *   each inquiry reads the cross-reference as it stands, re-keys
      *   CUSTMNT has written since included.
        COPY KEYFAM.
        01 FAMILY-INDEX              PIC 9(4) BINARY VALUE 0.
        01 FAMILY-KEY-INDEX          PIC 9(4) BINARY VALUE 0.
        01 FAMILY-SEARCH-KEY         PIC X(6).
        01 FAMILY-MATCH-SWITCH       PIC X(1) VALUE "N".
           88 KEY-IN-FAMILY                  VALUE "Y".

        LINKAGE SECTION.
        COPY IOPCB.

        PROCEDURE DIVISION USING IO-PCB-MASK.
            PERFORM PROCESS-ONE-MESSAGE THRU PROCESS-ONE-MESSAGE-END
               UNTIL MESSAGE-QUEUE-EMPTY.
            GOBACK.

      *****************************************************************
      *  PROCESS-ONE-MESSAGE takes the next message off the queue and
      *  answers it.  "QC" (queue empty) ends the scheduling; any
      *  other bad GU status is logged and ends it too, leaving IMS
      *  to deal with the message.
      *****************************************************************
        PROCESS-ONE-MESSAGE.
            MOVE SPACES TO INPUT-MESSAGE-TEXT.
            CALL "CBLTDLI" USING DLI-GU
                                 IO-PCB-MASK
                                 INPUT-MESSAGE.
            IF IO-PCB-NO-MORE-MESSAGES
               SET MESSAGE-QUEUE-EMPTY TO TRUE
               GO TO PROCESS-ONE-MESSAGE-END
            END-IF.
            IF NOT IO-PCB-OK
               DISPLAY "CUSTONL: GU FAILED, STATUS=" IO-PCB-STATUS
               SET MESSAGE-QUEUE-EMPTY TO TRUE
               GO TO PROCESS-ONE-MESSAGE-END
            END-IF.

            MOVE 0 TO SCREEN-LINE-COUNT.
            MOVE SPACES TO INQUIRY-TRANCODE.
            MOVE SPACES TO CURRENT-INQUIRY-KEY.
            UNSTRING INPUT-MESSAGE-TEXT DELIMITED BY ALL SPACE
                INTO INQUIRY-TRANCODE CURRENT-INQUIRY-KEY
            END-UNSTRING.

            IF CURRENT-INQUIRY-KEY = SPACES
               MOVE "CUSTONL: ENTER A CUSTOMER KEY -  CUSTONL kkkkkk"
                   TO SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               PERFORM SEND-SCREEN THRU SEND-SCREEN-END
               GO TO PROCESS-ONE-MESSAGE-END
            END-IF.

            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "CUSTONL  CUSTOMER INQUIRY  KEY " DELIMITED BY SIZE
                   CURRENT-INQUIRY-KEY  DELIMITED BY SIZE
                   "   LTERM "          DELIMITED BY SIZE
                   IO-PCB-LTERM-NAME    DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.

            PERFORM CHECK-WINDOW-STATE THRU CHECK-WINDOW-STATE-END.
            PERFORM ADD-BLANK-LINE THRU ADD-BLANK-LINE-END.

            PERFORM RESOLVE-KEY-FAMILY THRU RESOLVE-KEY-FAMILY-END.
            PERFORM SHOW-MASTER-RECORD THRU SHOW-MASTER-RECORD-END.
            PERFORM SHOW-JOB-CODE THRU SHOW-JOB-CODE-END.
            PERFORM ADD-BLANK-LINE THRU ADD-BLANK-LINE-END.
            PERFORM SHOW-LATEST-DISPOSITION THRU
                    SHOW-LATEST-DISPOSITION-END.
            PERFORM SHOW-OPEN-SUSPENSE THRU SHOW-OPEN-SUSPENSE-END.
            PERFORM ADD-BLANK-LINE THRU ADD-BLANK-LINE-END.
            PERFORM SHOW-RECENT-JOURNAL THRU SHOW-RECENT-JOURNAL-END.

            PERFORM SEND-SCREEN THRU SEND-SCREEN-END.
        PROCESS-ONE-MESSAGE-END.
            EXIT.

      *****************************************************************
      *  CHECK-WINDOW-STATE reads the window-state file through.  Any
      *  window still open -- in progress, or stopped dead by an
      *  abend and not yet released -- means the master may hold part
      *  of a night's changes; the most recently updated open window
      *  is the one shown.  With none open, the screen gives the last
      *  window's closing time.
      *****************************************************************
        CHECK-WINDOW-STATE.
            MOVE 0 TO WINDOWS-ON-FILE-COUNT.
            MOVE 0 TO WINDOWS-OPEN-COUNT.
            MOVE SPACES TO OPEN-WINDOW-TS.
            MOVE SPACES TO LAST-CLOSED-TS.
            MOVE "WINSTATE" TO ALLOCATION-DD-NAME.
            MOVE WINSTATE-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "WINDOW STATE NOT AVAILABLE - A BATCH WINDOW MAY BE"
                   TO SCREEN-WORK-LINE
               MOVE " RUNNING" TO SCREEN-WORK-LINE (51:8)
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO CHECK-WINDOW-STATE-END
            END-IF.

            OPEN INPUT WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS = "00"
               PERFORM READ-ONE-WINDOW-STATE THRU
                       READ-ONE-WINDOW-STATE-END
                  UNTIL WINDOW-STATE-STATUS NOT = "00"
               CLOSE WINDOW-STATE-FILE
            END-IF.
            PERFORM FREE-DATASET THRU FREE-DATASET-END.

            IF WINDOWS-ON-FILE-COUNT = 0
               MOVE "NO BATCH WINDOW ON RECORD" TO SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO CHECK-WINDOW-STATE-END
            END-IF.

            IF WINDOWS-OPEN-COUNT = 0
               MOVE LAST-CLOSED-TS TO FORMAT-TS-INPUT
               PERFORM FORMAT-TIMESTAMP THRU FORMAT-TIMESTAMP-END
               MOVE SPACES TO SCREEN-WORK-LINE
               STRING "DATA AS OF END OF LAST WINDOW "
                                          DELIMITED BY SIZE
                      FORMAT-TS-OUTPUT    DELIMITED BY SIZE
                      INTO SCREEN-WORK-LINE
               END-STRING
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               IF LAST-CLOSED-WAS-RELEASED
                  MOVE SPACES TO SCREEN-WORK-LINE
                  STRING "   (WINDOW "          DELIMITED BY SIZE
                         LAST-CLOSED-WINDOW-ID DELIMITED BY SIZE
                         " DID NOT FINISH - RELEASED BY OPERATOR)"
                                                DELIMITED BY SIZE
                         INTO SCREEN-WORK-LINE
                  END-STRING
                  PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               END-IF
               GO TO CHECK-WINDOW-STATE-END
            END-IF.

            MOVE OPEN-WINDOW-TS TO FORMAT-TS-INPUT.
            PERFORM FORMAT-TIMESTAMP THRU FORMAT-TIMESTAMP-END.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "** WINDOW "        DELIMITED BY SIZE
                   OPEN-WINDOW-ID      DELIMITED BY SIZE
                   " IN PROGRESS ("    DELIMITED BY SIZE
                   OPEN-WINDOW-STAGE   DELIMITED BY SPACE
                   ") - DATA AS OF "   DELIMITED BY SIZE
                   FORMAT-TS-OUTPUT    DELIMITED BY SIZE
                   " **"               DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
            IF WINDOWS-OPEN-COUNT > 1
               MOVE WINDOWS-OPEN-COUNT TO COUNT-DISPLAY-AREA
               MOVE SPACES TO SCREEN-WORK-LINE
               STRING "** "               DELIMITED BY SIZE
                      COUNT-DISPLAY-AREA  DELIMITED BY SIZE
                      " WINDOWS OR STREAMS OPEN IN ALL **"
                                          DELIMITED BY SIZE
                      INTO SCREEN-WORK-LINE
               END-STRING
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
            END-IF.
            IF LAST-CLOSED-TS NOT = SPACES
               MOVE LAST-CLOSED-TS TO FORMAT-TS-INPUT
               PERFORM FORMAT-TIMESTAMP THRU FORMAT-TIMESTAMP-END
               MOVE SPACES TO SCREEN-WORK-LINE
               STRING "   LAST WINDOW CLOSED "
                                          DELIMITED BY SIZE
                      FORMAT-TS-OUTPUT    DELIMITED BY SIZE
                      INTO SCREEN-WORK-LINE
               END-STRING
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
            END-IF.
        CHECK-WINDOW-STATE-END.
            EXIT.

      *   The update timestamps are CURRENT-DATE images, so they
      *   compare in time order as they stand.
        READ-ONE-WINDOW-STATE.
            READ WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS NOT = "00"
               GO TO READ-ONE-WINDOW-STATE-END
            END-IF.
            ADD 1 TO WINDOWS-ON-FILE-COUNT.
            IF WSTATE-IS-OPEN
               ADD 1 TO WINDOWS-OPEN-COUNT
               IF WSTATE-UPDATED-TS > OPEN-WINDOW-TS
                  MOVE WSTATE-WINDOW-ID  TO OPEN-WINDOW-ID
                  MOVE WSTATE-STAGE      TO OPEN-WINDOW-STAGE
                  MOVE WSTATE-UPDATED-TS TO OPEN-WINDOW-TS
               END-IF
            ELSE
               IF WSTATE-UPDATED-TS > LAST-CLOSED-TS
                  MOVE WSTATE-WINDOW-ID  TO LAST-CLOSED-WINDOW-ID
                  MOVE WSTATE-UPDATED-TS TO LAST-CLOSED-TS
                  MOVE WSTATE-STATUS     TO LAST-CLOSED-STATUS
               END-IF
            END-IF.
        READ-ONE-WINDOW-STATE-END.
            EXIT.

      *****************************************************************
      *  RESOLVE-KEY-FAMILY gets every key the customer has had (see
      *  KEYFAM), so a re-keyed or merged customer is one answer
      *  whichever key the caller quotes.  With CUSTXREF held by the
      *  batch (CUSTMNT extends it DISP=MOD) the family is the quoted
      *  key alone, and the screen says so.
      *****************************************************************
        RESOLVE-KEY-FAMILY.
            MOVE "CUSTXREF" TO ALLOCATION-DD-NAME.
            MOVE CUSTXREF-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "KEY LINKS NOT AVAILABLE - RE-KEYS AND MERGES NOT"
                   TO SCREEN-WORK-LINE
               MOVE " FOLLOWED" TO SCREEN-WORK-LINE (49:9)
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
            END-IF.
            CALL "XREFFIND" USING CURRENT-INQUIRY-KEY
                                   KEY-FAMILY-AREA.
            CANCEL "XREFFIND".
            IF DATASET-ALLOCATED
               PERFORM FREE-DATASET THRU FREE-DATASET-END
            END-IF.
        RESOLVE-KEY-FAMILY-END.
            EXIT.

        SHOW-MASTER-RECORD.
            MOVE "N" TO MASTER-FOUND-SWITCH.
            MOVE CURRENT-INQUIRY-KEY TO MASTER-LOOKUP-KEY.
            IF FAMILY-CURRENT-KEY NOT = SPACES
               AND FAMILY-CURRENT-KEY NOT = CURRENT-INQUIRY-KEY
               MOVE FAMILY-CURRENT-KEY TO MASTER-LOOKUP-KEY
               MOVE SPACES TO SCREEN-WORK-LINE
               STRING "MASTER:   NOW FILED UNDER KEY " DELIMITED BY SIZE
                      FAMILY-CURRENT-KEY  DELIMITED BY SIZE
                      INTO SCREEN-WORK-LINE
               END-STRING
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
            END-IF.

            MOVE "CUSTMSTR" TO ALLOCATION-DD-NAME.
            MOVE CUSTMSTR-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "MASTER:   CUSTMSTR NOT AVAILABLE" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO SHOW-MASTER-RECORD-END
            END-IF.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               MOVE "MASTER:   CUSTMSTR NOT AVAILABLE" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               PERFORM FREE-DATASET THRU FREE-DATASET-END
               GO TO SHOW-MASTER-RECORD-END
            END-IF.

            MOVE MASTER-LOOKUP-KEY TO CUSTOMER-MASTER-KEY.
            READ CUSTOMER-MASTER-FILE
               KEY IS CUSTOMER-MASTER-KEY
               INVALID KEY
                  MOVE "MASTER:   NOT ON CUSTMSTR" TO SCREEN-WORK-LINE
               NOT INVALID KEY
                  SET MASTER-RECORD-FOUND TO TRUE
                  MOVE SPACES TO SCREEN-WORK-LINE
                  STRING "MASTER:   KEY " DELIMITED BY SIZE
                         CUSTOMER-MASTER-KEY  DELIMITED BY SIZE
                         "  JOB "             DELIMITED BY SIZE
                         CUSTOMER-MASTER-JOB  DELIMITED BY SIZE
                         "  DATE "            DELIMITED BY SIZE
                         CUSTOMER-MASTER-DATE DELIMITED BY SIZE
                         INTO SCREEN-WORK-LINE
                  END-STRING
            END-READ.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
            CLOSE CUSTOMER-MASTER-FILE.
            PERFORM FREE-DATASET THRU FREE-DATASET-END.
        SHOW-MASTER-RECORD-END.
            EXIT.

      *****************************************************************
      *  SHOW-JOB-CODE lists the catalogue entries for the master's
      *  job code -- description and effective window (see JOBCODE;
      *  a blank end of the window is open) -- the first two, which
      *  is all a re-approved code ever has.
      *****************************************************************
        SHOW-JOB-CODE.
            IF NOT MASTER-RECORD-FOUND
               GO TO SHOW-JOB-CODE-END
            END-IF.
            MOVE 0 TO JOB-CODE-MATCH-COUNT.
            MOVE "JOBCODES" TO ALLOCATION-DD-NAME.
            MOVE JOBCODES-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "JOB CODE: JOBCODES NOT AVAILABLE" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO SHOW-JOB-CODE-END
            END-IF.
            OPEN INPUT JOB-CODE-FILE.
            IF JOB-CODE-STATUS = "00"
               PERFORM MATCH-ONE-JOB-CODE THRU
                       MATCH-ONE-JOB-CODE-END
                  UNTIL JOB-CODE-STATUS NOT = "00"
                     OR JOB-CODE-MATCH-COUNT = 2
               CLOSE JOB-CODE-FILE
            END-IF.
            PERFORM FREE-DATASET THRU FREE-DATASET-END.
            IF JOB-CODE-MATCH-COUNT = 0
               MOVE "JOB CODE: NOT IN CATALOGUE" TO SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
            END-IF.
        SHOW-JOB-CODE-END.
            EXIT.

        MATCH-ONE-JOB-CODE.
            READ JOB-CODE-FILE.
            IF JOB-CODE-STATUS NOT = "00"
               OR JOBCODE-VALUE NOT = CUSTOMER-MASTER-JOB
               GO TO MATCH-ONE-JOB-CODE-END
            END-IF.
            ADD 1 TO JOB-CODE-MATCH-COUNT.
            MOVE JOBCODE-EFFECTIVE-FROM TO WINDOW-FROM-TEXT.
            IF WINDOW-FROM-TEXT = SPACES
               MOVE "(OPEN)" TO WINDOW-FROM-TEXT
            END-IF.
            MOVE JOBCODE-EFFECTIVE-TO TO WINDOW-TO-TEXT.
            IF WINDOW-TO-TEXT = SPACES
               MOVE "(OPEN)" TO WINDOW-TO-TEXT
            END-IF.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "JOB CODE: " DELIMITED BY SIZE
                   JOBCODE-DESCRIPTION DELIMITED BY SIZE
                   "  EFFECTIVE "      DELIMITED BY SIZE
                   WINDOW-FROM-TEXT    DELIMITED BY SIZE
                   " TO "              DELIMITED BY SIZE
                   WINDOW-TO-TEXT      DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
        MATCH-ONE-JOB-CODE-END.
            EXIT.

      *****************************************************************
      *  SHOW-LATEST-DISPOSITION finds the customer's last verdict on
      *  the latest window's CUSTDISP generation (see DISPREC) -- the
      *  file is in verdict order, so the last match is the latest.
      *****************************************************************
        SHOW-LATEST-DISPOSITION.
            MOVE "N" TO DISPOSITION-FOUND-SWITCH.
            MOVE "CUSTDISP" TO ALLOCATION-DD-NAME.
            MOVE CUSTDISP-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "WINDOW:   CUSTDISP NOT AVAILABLE" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO SHOW-LATEST-DISPOSITION-END
            END-IF.
            OPEN INPUT DISPOSITION-FILE.
            IF DISPOSITION-STATUS = "00"
               PERFORM MATCH-ONE-DISPOSITION THRU
                       MATCH-ONE-DISPOSITION-END
                  UNTIL DISPOSITION-STATUS NOT = "00"
               CLOSE DISPOSITION-FILE
            END-IF.
            PERFORM FREE-DATASET THRU FREE-DATASET-END.

            IF NOT DISPOSITION-FOUND
               MOVE "WINDOW:   NO DISPOSITION IN THE LATEST WINDOW"
                   TO SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO SHOW-LATEST-DISPOSITION-END
            END-IF.

            MOVE SAVED-DISPOSITION TO RECORD-DISPOSITION-RECORD.
            EVALUATE TRUE
               WHEN DISP-EXTRACTED
                  MOVE "EXTRACTED" TO DISPOSITION-MEANING
               WHEN DISP-DELETE-APPLIED
                  MOVE "DELETION APPLIED" TO DISPOSITION-MEANING
               WHEN DISP-SUSPENSED
                  MOVE "SUSPENSED" TO DISPOSITION-MEANING
               WHEN DISP-POLICY-DROPPED
                  MOVE "DROPPED BY POLICY" TO DISPOSITION-MEANING
               WHEN DISP-UNKNOWN
                  MOVE "OUTCOME UNKNOWN" TO DISPOSITION-MEANING
               WHEN DISP-JAVA-EXCEPTION
                  MOVE "JAVA EXCEPTION" TO DISPOSITION-MEANING
               WHEN DISP-CONTRACT-REFUSED
                  MOVE "CONTRACT VIOLATION" TO DISPOSITION-MEANING
               WHEN DISP-HELD-PENDING
                  MOVE "HELD PENDING" TO DISPOSITION-MEANING
               WHEN DISP-PENDING-WITHDRAWN
                  MOVE "PENDING WITHDRAWN" TO DISPOSITION-MEANING
               WHEN OTHER
                  MOVE "?" TO DISPOSITION-MEANING
            END-EVALUATE.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "WINDOW:   " DELIMITED BY SIZE
                   DISP-WINDOW-ID       DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   DISP-BUSINESS-DATE   DELIMITED BY SIZE
                   " KEY "              DELIMITED BY SIZE
                   DISP-CUSTOMER-KEY    DELIMITED BY SIZE
                   " OCC "              DELIMITED BY SIZE
                   DISP-OCCURRENCE      DELIMITED BY SIZE
                   " RC "               DELIMITED BY SIZE
                   DISP-RECORD-RC       DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   DISPOSITION-MEANING  DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
        SHOW-LATEST-DISPOSITION-END.
            EXIT.

        MATCH-ONE-DISPOSITION.
            READ DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               GO TO MATCH-ONE-DISPOSITION-END
            END-IF.
            MOVE DISP-CUSTOMER-KEY TO FAMILY-SEARCH-KEY.
            PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END.
            IF KEY-IN-FAMILY
               SET DISPOSITION-FOUND TO TRUE
               MOVE RECORD-DISPOSITION-RECORD TO SAVED-DISPOSITION
            END-IF.
        MATCH-ONE-DISPOSITION-END.
            EXIT.

      *****************************************************************
      *  SHOW-OPEN-SUSPENSE counts the customer's items on the live
      *  suspense file -- everything on it is open, the resubmission
      *  cycle empties it -- and shows the first three.
      *****************************************************************
        SHOW-OPEN-SUSPENSE.
            MOVE 0 TO SUSPENSE-MATCH-COUNT.
            MOVE "SUSPENSE" TO ALLOCATION-DD-NAME.
            MOVE SUSPENSE-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "SUSPENSE: NOT AVAILABLE (IN USE BY BATCH)" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO SHOW-OPEN-SUSPENSE-END
            END-IF.
            MOVE "SUSPENSE: OPEN ITEMS" TO SCREEN-WORK-LINE.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
            OPEN INPUT SUSPENSE-FILE.
            IF SUSPENSE-FILE-STATUS = "00"
               PERFORM MATCH-ONE-SUSPENSE-ITEM THRU
                       MATCH-ONE-SUSPENSE-ITEM-END
                  UNTIL SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
            END-IF.
            PERFORM FREE-DATASET THRU FREE-DATASET-END.

            MOVE SUSPENSE-MATCH-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "  "               DELIMITED BY SIZE
                   COUNT-DISPLAY-AREA DELIMITED BY SIZE
                   " OPEN ITEM(S) FOR THIS CUSTOMER"
                                      DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
        SHOW-OPEN-SUSPENSE-END.
            EXIT.

        MATCH-ONE-SUSPENSE-ITEM.
            READ SUSPENSE-FILE.
            IF SUSPENSE-FILE-STATUS NOT = "00"
               GO TO MATCH-ONE-SUSPENSE-ITEM-END
            END-IF.
            MOVE SUSP-CUSTOMER-NAME TO FAMILY-SEARCH-KEY.
            PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END.
            IF NOT KEY-IN-FAMILY
               GO TO MATCH-ONE-SUSPENSE-ITEM-END
            END-IF.
            ADD 1 TO SUSPENSE-MATCH-COUNT.
            IF SUSPENSE-MATCH-COUNT > 3
               GO TO MATCH-ONE-SUSPENSE-ITEM-END
            END-IF.

            EVALUATE TRUE
               WHEN SUSP-REASON-BAD-JOB
                  MOVE "BAD JOB CODE" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-BAD-DATE
                  MOVE "BAD DATE" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-BAD-BOTH
                  MOVE "BAD JOB CODE AND DATE" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-LOST-UPDATE
                  MOVE "LOST UPDATE" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-DUPLICATE
                  MOVE "DUPLICATE DROPPED" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-NO-MASTER
                  MOVE "DELETE, NOT ON MASTER" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-JAVA-EXCEPTION
                  MOVE "JAVA EXCEPTION" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-CONTRACT
                  MOVE "JAVA CONTRACT" TO SUSPENSE-REASON-TEXT
               WHEN SUSP-REASON-PENDING
                  MOVE "PENDING NOT HELD" TO SUSPENSE-REASON-TEXT
               WHEN OTHER
                  MOVE "?" TO SUSPENSE-REASON-TEXT
            END-EVALUATE.
            MOVE SUSP-TIMESTAMP TO FORMAT-TS-INPUT.
            PERFORM FORMAT-TIMESTAMP THRU FORMAT-TIMESTAMP-END.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "  "                 DELIMITED BY SIZE
                   FORMAT-TS-OUTPUT (1:16) DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   SUSP-REASON-CODE     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   SUSPENSE-REASON-TEXT DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   SUSP-CUSTOMER-NAME   DELIMITED BY SIZE
                   "/"                  DELIMITED BY SIZE
                   SUSP-CUSTOMER-JOB    DELIMITED BY SIZE
                   "/"                  DELIMITED BY SIZE
                   SUSP-CUSTOMER-DATE   DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
        MATCH-ONE-SUSPENSE-ITEM-END.
            EXIT.

      *****************************************************************
      *  SHOW-RECENT-JOURNAL reads each family key's AUDITNDX entries
      *  (START/READ NEXT, see AUDNDX) and keeps the newest five.  The
      *  index is rebuilt after each window, so entries journalled
      *  since its last build are not in it; the heading says so.
      *****************************************************************
        SHOW-RECENT-JOURNAL.
            MOVE 0 TO JOURNAL-KEEP-COUNT.
            MOVE 0 TO JOURNAL-MATCH-COUNT.
            MOVE "AUDITNDX" TO ALLOCATION-DD-NAME.
            MOVE AUDITNDX-DSN TO ALLOCATION-DSN.
            PERFORM ALLOCATE-DATASET THRU ALLOCATE-DATASET-END.
            IF NOT DATASET-ALLOCATED
               MOVE "JOURNAL:  AUDITNDX NOT AVAILABLE" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               GO TO SHOW-RECENT-JOURNAL-END
            END-IF.
            OPEN INPUT AUDIT-INDEX-FILE.
            IF AUDIT-INDEX-STATUS NOT = "00"
               MOVE "JOURNAL:  AUDITNDX NOT AVAILABLE" TO
                    SCREEN-WORK-LINE
               PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END
               PERFORM FREE-DATASET THRU FREE-DATASET-END
               GO TO SHOW-RECENT-JOURNAL-END
            END-IF.
            MOVE 1 TO FAMILY-KEY-INDEX.
            PERFORM READ-JOURNAL-BY-INDEX THRU
                    READ-JOURNAL-BY-INDEX-END
               UNTIL FAMILY-KEY-INDEX > FAMILY-KEY-COUNT.
            CLOSE AUDIT-INDEX-FILE.
            PERFORM FREE-DATASET THRU FREE-DATASET-END.

            MOVE JOURNAL-MATCH-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "JOURNAL:  LATEST OF " DELIMITED BY SIZE
                   COUNT-DISPLAY-AREA DELIMITED BY SIZE
                   " ENTRY(S) AS OF THE LAST INDEX BUILD"
                                      DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
            MOVE 1 TO JOURNAL-SHIFT-INDEX.
            PERFORM SHOW-ONE-KEPT-ENTRY THRU SHOW-ONE-KEPT-ENTRY-END
               UNTIL JOURNAL-SHIFT-INDEX > JOURNAL-KEEP-COUNT.
        SHOW-RECENT-JOURNAL-END.
            EXIT.

        SHOW-ONE-KEPT-ENTRY.
            MOVE JOURNAL-KEEP-LINE (JOURNAL-SHIFT-INDEX)
                TO SCREEN-WORK-LINE.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
            ADD 1 TO JOURNAL-SHIFT-INDEX.
        SHOW-ONE-KEPT-ENTRY-END.
            EXIT.

        READ-JOURNAL-BY-INDEX.
            MOVE "N" TO INDEX-KEY-DONE-SWITCH.
            MOVE FAMILY-KEY-ENTRY (FAMILY-KEY-INDEX) TO INDEX-READ-KEY.
            MOVE INDEX-READ-KEY TO ANDX-CUSTOMER-KEY.
            MOVE 0 TO ANDX-ENTRY-ORDINAL.
            START AUDIT-INDEX-FILE
               KEY IS NOT LESS THAN ANDX-RECORD-KEY
               INVALID KEY
                  SET INDEX-KEY-IS-DONE TO TRUE
            END-START.
            PERFORM READ-ONE-INDEX-ENTRY THRU
                    READ-ONE-INDEX-ENTRY-END
               UNTIL INDEX-KEY-IS-DONE.
            ADD 1 TO FAMILY-KEY-INDEX.
        READ-JOURNAL-BY-INDEX-END.
            EXIT.

        READ-ONE-INDEX-ENTRY.
            READ AUDIT-INDEX-FILE NEXT RECORD
               AT END
                  SET INDEX-KEY-IS-DONE TO TRUE
                  GO TO READ-ONE-INDEX-ENTRY-END
            END-READ.
            IF AUDIT-INDEX-STATUS NOT = "00"
               OR ANDX-CUSTOMER-KEY NOT = INDEX-READ-KEY
               SET INDEX-KEY-IS-DONE TO TRUE
               GO TO READ-ONE-INDEX-ENTRY-END
            END-IF.
      *   An entry naming two keys of the family is indexed under
      *   both; it is counted once, under its before name.
            IF ANDX-CUSTOMER-KEY NOT = ANDX-BEFORE-NAME
               MOVE ANDX-BEFORE-NAME TO FAMILY-SEARCH-KEY
               PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END
               IF KEY-IN-FAMILY
                  GO TO READ-ONE-INDEX-ENTRY-END
               END-IF
            END-IF.
            ADD 1 TO JOURNAL-MATCH-COUNT.
            PERFORM KEEP-IF-RECENT THRU KEEP-IF-RECENT-END.
        READ-ONE-INDEX-ENTRY-END.
            EXIT.

      *   Files the entry into the newest-first table of five when it
      *   is newer than the oldest kept: older entries shift down one
      *   slot and the fifth falls off.
        KEEP-IF-RECENT.
            IF JOURNAL-KEEP-COUNT = 5
               AND ANDX-TIMESTAMP NOT > JOURNAL-KEEP-TS (5)
               GO TO KEEP-IF-RECENT-END
            END-IF.
            MOVE 1 TO JOURNAL-INSERT-POSITION.
            PERFORM FIND-INSERT-POSITION THRU FIND-INSERT-POSITION-END
               UNTIL JOURNAL-INSERT-POSITION > JOURNAL-KEEP-COUNT
                  OR ANDX-TIMESTAMP >
                     JOURNAL-KEEP-TS (JOURNAL-INSERT-POSITION).
            IF JOURNAL-KEEP-COUNT < 5
               ADD 1 TO JOURNAL-KEEP-COUNT
            END-IF.
            MOVE JOURNAL-KEEP-COUNT TO JOURNAL-SHIFT-INDEX.
            PERFORM SHIFT-ONE-KEPT-ENTRY THRU SHIFT-ONE-KEPT-ENTRY-END
               UNTIL JOURNAL-SHIFT-INDEX NOT > JOURNAL-INSERT-POSITION.

            MOVE ANDX-TIMESTAMP
                TO JOURNAL-KEEP-TS (JOURNAL-INSERT-POSITION).
            MOVE ANDX-TIMESTAMP TO FORMAT-TS-INPUT.
            PERFORM FORMAT-TIMESTAMP THRU FORMAT-TIMESTAMP-END.
            MOVE SPACES TO SCREEN-WORK-LINE.
            STRING "  "                   DELIMITED BY SIZE
                   FORMAT-TS-OUTPUT (1:16) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   ANDX-PROGRAM-ID        DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   ANDX-BEFORE-NAME       DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   ANDX-BEFORE-JOB        DELIMITED BY SIZE
                   " -> "                 DELIMITED BY SIZE
                   ANDX-AFTER-NAME        DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   ANDX-AFTER-JOB         DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   ANDX-AFTER-DATE        DELIMITED BY SIZE
                   INTO SCREEN-WORK-LINE
            END-STRING.
            MOVE SCREEN-WORK-LINE
                TO JOURNAL-KEEP-LINE (JOURNAL-INSERT-POSITION).
        KEEP-IF-RECENT-END.
            EXIT.

        FIND-INSERT-POSITION.
            ADD 1 TO JOURNAL-INSERT-POSITION.
        FIND-INSERT-POSITION-END.
            EXIT.

        SHIFT-ONE-KEPT-ENTRY.
            MOVE JOURNAL-KEEP-ENTRY (JOURNAL-SHIFT-INDEX - 1)
                TO JOURNAL-KEEP-ENTRY (JOURNAL-SHIFT-INDEX).
            SUBTRACT 1 FROM JOURNAL-SHIFT-INDEX.
        SHIFT-ONE-KEPT-ENTRY-END.
            EXIT.

        FIND-KEY-IN-FAMILY.
            MOVE "N" TO FAMILY-MATCH-SWITCH.
            MOVE 1 TO FAMILY-INDEX.
            PERFORM MATCH-ONE-FAMILY-KEY THRU
                    MATCH-ONE-FAMILY-KEY-END
               UNTIL FAMILY-INDEX > FAMILY-KEY-COUNT
                  OR KEY-IN-FAMILY.
        FIND-KEY-IN-FAMILY-END.
            EXIT.

        MATCH-ONE-FAMILY-KEY.
            IF FAMILY-KEY-ENTRY (FAMILY-INDEX) = FAMILY-SEARCH-KEY
               SET KEY-IN-FAMILY TO TRUE
            END-IF.
            ADD 1 TO FAMILY-INDEX.
        MATCH-ONE-FAMILY-KEY-END.
            EXIT.

      *   YYYYMMDDHHMMSS... (FUNCTION CURRENT-DATE order, as every
      *   trail timestamp is written) as YYYY-MM-DD HH:MM:SS.
        FORMAT-TIMESTAMP.
            MOVE SPACES TO FORMAT-TS-OUTPUT.
            STRING FORMAT-TS-INPUT (1:4)  DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   FORMAT-TS-INPUT (5:2)  DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   FORMAT-TS-INPUT (7:2)  DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   FORMAT-TS-INPUT (9:2)  DELIMITED BY SIZE
                   ":"                    DELIMITED BY SIZE
                   FORMAT-TS-INPUT (11:2) DELIMITED BY SIZE
                   ":"                    DELIMITED BY SIZE
                   FORMAT-TS-INPUT (13:2) DELIMITED BY SIZE
                   INTO FORMAT-TS-OUTPUT
            END-STRING.
        FORMAT-TIMESTAMP-END.
            EXIT.

      *****************************************************************
      *  ALLOCATE-DATASET allocates ALLOCATION-DSN, shared, to the DD
      *  name in ALLOCATION-DD-NAME for the length of one message.
      *  A dataset the batch holds exclusively fails to allocate at
      *  once -- the transaction does not wait for it.
      *****************************************************************
        ALLOCATE-DATASET.
            MOVE "N" TO ALLOCATION-SWITCH.
            MOVE SPACES TO DYNALLOC-TEXT.
            MOVE 1 TO DYNALLOC-POINTER.
            STRING "ALLOC DD("           DELIMITED BY SIZE
                   ALLOCATION-DD-NAME    DELIMITED BY SPACE
                   ") DSN('"             DELIMITED BY SIZE
                   ALLOCATION-DSN        DELIMITED BY SPACE
                   "') SHR REUSE"        DELIMITED BY SIZE
                   INTO DYNALLOC-TEXT
                   WITH POINTER DYNALLOC-POINTER
            END-STRING.
            COMPUTE DYNALLOC-LENGTH = DYNALLOC-POINTER - 1.
            CALL "BPXWDYN" USING DYNALLOC-REQUEST.
            IF RETURN-CODE = 0
               SET DATASET-ALLOCATED TO TRUE
            ELSE
               DISPLAY "CUSTONL: CANNOT ALLOCATE " ALLOCATION-DSN
                       " RC=" RETURN-CODE
            END-IF.
            MOVE 0 TO RETURN-CODE.
        ALLOCATE-DATASET-END.
            EXIT.

        FREE-DATASET.
            MOVE SPACES TO DYNALLOC-TEXT.
            MOVE 1 TO DYNALLOC-POINTER.
            STRING "FREE DD("            DELIMITED BY SIZE
                   ALLOCATION-DD-NAME    DELIMITED BY SPACE
                   ")"                   DELIMITED BY SIZE
                   INTO DYNALLOC-TEXT
                   WITH POINTER DYNALLOC-POINTER
            END-STRING.
            COMPUTE DYNALLOC-LENGTH = DYNALLOC-POINTER - 1.
            CALL "BPXWDYN" USING DYNALLOC-REQUEST.
            MOVE 0 TO RETURN-CODE.
            MOVE "N" TO ALLOCATION-SWITCH.
        FREE-DATASET-END.
            EXIT.

        ADD-BLANK-LINE.
            MOVE SPACES TO SCREEN-WORK-LINE.
            PERFORM ADD-SCREEN-LINE THRU ADD-SCREEN-LINE-END.
        ADD-BLANK-LINE-END.
            EXIT.

      *   A line past the 22nd is dropped -- the screen is full.
        ADD-SCREEN-LINE.
            IF SCREEN-LINE-COUNT < 22
               ADD 1 TO SCREEN-LINE-COUNT
               MOVE SCREEN-WORK-LINE TO SCREEN-LINE (SCREEN-LINE-COUNT)
            END-IF.
        ADD-SCREEN-LINE-END.
            EXIT.

      *****************************************************************
      *  SEND-SCREEN inserts the built screen back to the terminal
      *  that asked, one segment per line; the reply is sent when the
      *  next GU is issued.
      *****************************************************************
        SEND-SCREEN.
            MOVE 1 TO SCREEN-LINE-INDEX.
            PERFORM SEND-ONE-LINE THRU SEND-ONE-LINE-END
               UNTIL SCREEN-LINE-INDEX > SCREEN-LINE-COUNT.
        SEND-SCREEN-END.
            EXIT.

        SEND-ONE-LINE.
            MOVE SCREEN-LINE (SCREEN-LINE-INDEX) TO OUTPUT-SEGMENT-TEXT.
            CALL "CBLTDLI" USING DLI-ISRT
                                 IO-PCB-MASK
                                 OUTPUT-SEGMENT.
            IF NOT IO-PCB-OK
               DISPLAY "CUSTONL: ISRT FAILED, STATUS=" IO-PCB-STATUS
               MOVE SCREEN-LINE-COUNT TO SCREEN-LINE-INDEX
            END-IF.
            ADD 1 TO SCREEN-LINE-INDEX.
        SEND-ONE-LINE-END.
            EXIT.
