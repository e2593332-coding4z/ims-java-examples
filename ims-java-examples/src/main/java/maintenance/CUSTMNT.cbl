      *   a record data control repairs here can never be one the
      *   nightly window would have rejected.  Every transaction is
      *   reported applied or rejected (with the reason) on MNTRPT.
      *
      *   Every applied transaction is also journalled on AUDITJRN
      *   (by way of AUDITLOG) with the master's image before and
      *   after it, so the journal holds the whole of the master's
      *   change trail and not only the bridge's -- the CUSTRCVR
      *   forward recovery replays it.  See AUDITREC for how an add
      *   and a delete are marked.
      *
      *   R (re-key) and M (merge) transactions move a customer to a
      *   new key without cutting its story in two: a re-key moves
      *   the master record to a key not yet on file, a merge folds a
      *   duplicate into a survivor already there (the survivor's
      *   record stands).  The old key is removed with its prior image
      *   on CUSTHIST as usual; the link between the keys goes on the
      *   permanent CUSTXREF cross-reference (see KEYXREF), which the
      *   inquiry and history listings follow, and billing gets a
      *   single re-key record (type "K", see CUSTXTR) on XTROUT
      *   rather than a delete and an unrelated add.  XTROUT carries
      *   only re-keys; a run without it allocated still applies
      *   them, but says billing was not told.
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JOB-CODE-STATUS.

            SELECT XREF-FILE ASSIGN TO "CUSTXREF"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS XREF-FILE-STATUS.

            SELECT EXTRACT-FILE ASSIGN TO "XTROUT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS EXTRACT-STATUS.

            SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS MAINT-REPORT-STATUS.
            RECORDING MODE IS F.
        COPY JOBCODE.

        FD  XREF-FILE
            RECORDING MODE IS F.
        COPY KEYXREF.

        FD  EXTRACT-FILE
            RECORDING MODE IS F.
        COPY CUSTXTR.

        FD  MAINT-REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).
        01 CUSTOMER-MASTER-STATUS       PIC X(2) VALUE "00".
        01 JOB-CODE-STATUS              PIC X(2) VALUE "00".
        01 MAINT-REPORT-STATUS          PIC X(2) VALUE "00".
        01 XREF-FILE-STATUS             PIC X(2) VALUE "00".
        01 EXTRACT-STATUS               PIC X(2) VALUE "00".

      *   Open/closed bookkeeping for CLOSE-FILES -- FILE STATUS holds
      *   the outcome of the LAST I/O (a rejected keyed READ leaves
           88 MAINT-TRAN-IS-OPEN                 VALUE "Y".
        01 MASTER-OPEN-SWITCH           PIC X(1) VALUE "N".
           88 MASTER-IS-OPEN                     VALUE "Y".
        01 XREF-OPEN-SWITCH             PIC X(1) VALUE "N".
           88 XREF-IS-OPEN                       VALUE "Y".
        01 EXTRACT-OPEN-SWITCH          PIC X(1) VALUE "N".
           88 EXTRACT-IS-OPEN                    VALUE "Y".

      *   Approved job codes loaded from JOB-CODE-FILE once at the
      *   start of the run, exactly as COB1's LOAD-JOB-CODE-TABLE
      *   lands (see the "*CREATE*" notes on CUSTHREC), the same one
      *   COB1 leaves on a first-time bridge WRITE -- the CUSTSNAP
      *   point-in-time rebuild needs to know when a key began.
      *   A re-key's marker on the new key names the key it came
      *   from in the date slot; it is SPACES on every other marker.
        01 CREATE-MARKER-IMAGE.
            05  CREATE-MARKER-KEY       PIC X(6).
            05  FILLER                  PIC X(8) VALUE "*CREATE*".
            05  CREATE-MARKER-FROM-KEY  PIC X(6) VALUE SPACES.
            05  FILLER                  PIC X(3) VALUE SPACES.

      *   AUDITLOG parameters for the journal entry of an applied
      *   transaction: the master image it replaced (the creation
      *   marker above on an add) and the image it left (the delete
      *   marker below on a delete).  SPACES is AUDITLOG's close
      *   sentinel, the same as HISTLOG's.
        01 JOURNAL-BEFORE-IMAGE         PIC X(23).
        01 JOURNAL-AFTER-IMAGE          PIC X(23).
        01 DELETE-MARKER-IMAGE.
            05  DELETE-MARKER-KEY       PIC X(6).
            05  FILLER                  PIC X(8) VALUE "*DELETE*".
            05  FILLER                  PIC X(9) VALUE SPACES.

      *   The two master records a re-key or merge works between:
      *   the one leaving the old key, and the one standing under the
      *   new key afterward (the moved record on a re-key, the
      *   survivor on a merge).
        01 KEY-MOVE-OLD-IMAGE.
            05  KEY-MOVE-OLD-KEY        PIC X(6).
            05  FILLER                  PIC X(17).
        01 KEY-MOVE-NEW-IMAGE.
            05  KEY-MOVE-NEW-KEY        PIC X(6).
            05  FILLER                  PIC X(17).

      *   The re-key extract's header business date is the run date,
      *   MM/DD/YY like a window's.
        01 RUN-DATE-YYMMDD.
            05  RUN-DATE-YY             PIC X(2).
            05  RUN-DATE-MM             PIC X(2).
            05  RUN-DATE-DD             PIC X(2).
        01 RUN-BUSINESS-DATE.
            05  RUN-BUSINESS-MM         PIC X(2).
            05  FILLER                  PIC X(1) VALUE "/".
            05  RUN-BUSINESS-DD         PIC X(2).
            05  FILLER                  PIC X(1) VALUE "/".
            05  RUN-BUSINESS-YY         PIC X(2).
        01 EXTRACT-DETAIL-COUNT         PIC 9(7) VALUE 0.
        01 EXTRACT-HASH-TOTAL           PIC 9(15) VALUE 0.

        01 TRAN-READ-COUNT              PIC 9(7) BINARY VALUE 0.
        01 TRAN-APPLIED-COUNT           PIC 9(7) BINARY VALUE 0.
        01 TRAN-REJECTED-COUNT          PIC 9(7) BINARY VALUE 0.

        01 COUNT-DISPLAY-AREA           PIC ZZZZZZ9.

        COPY WINCTL.

        PROCEDURE DIVISION.
            DISPLAY "CUSTMNT: Entering".

            MOVE "CUSTMNT" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "CUSTMNT: Exiting"
               GOBACK
            END-IF.

            PERFORM OPEN-FILES THRU OPEN-FILES-END.

            IF MAINT-TRAN-STATUS = "00"
            END-IF.

            OPEN OUTPUT MAINT-REPORT-FILE.

            ACCEPT RUN-DATE-YYMMDD FROM DATE.
            MOVE RUN-DATE-MM TO RUN-BUSINESS-MM.
            MOVE RUN-DATE-DD TO RUN-BUSINESS-DD.
            MOVE RUN-DATE-YY TO RUN-BUSINESS-YY.
            OPEN OUTPUT EXTRACT-FILE.
            IF EXTRACT-STATUS = "00"
               SET EXTRACT-IS-OPEN TO TRUE
               MOVE SPACES            TO EXTRACT-RECORD
               MOVE "H"               TO XTR-RECORD-TYPE
               MOVE CURRENT-PROGRAM-ID TO XTR-SOURCE-SYSTEM
               MOVE RUN-BUSINESS-DATE TO XTR-HDR-BUSINESS-DATE
               WRITE EXTRACT-RECORD
            ELSE
               DISPLAY "CUSTMNT: NO XTROUT - RE-KEYS WILL NOT REACH"
                       " BILLING"
            END-IF.
        OPEN-FILES-END.
            EXIT.

               CLOSE CUSTOMER-MASTER-FILE
            END-IF.
            CLOSE MAINT-REPORT-FILE.
            IF XREF-IS-OPEN
               CLOSE XREF-FILE
            END-IF.
            IF EXTRACT-IS-OPEN
               MOVE SPACES               TO EXTRACT-RECORD
               MOVE "T"                  TO XTR-RECORD-TYPE
               MOVE EXTRACT-DETAIL-COUNT TO XTR-RECORD-COUNT
               MOVE EXTRACT-HASH-TOTAL   TO XTR-HASH-TOTAL
               WRITE EXTRACT-RECORD
               CLOSE EXTRACT-FILE
            END-IF.

      *   Close sentinel for the change-history file HISTLOG has been
      *   holding open EXTEND across this run's updates.
            CALL "HISTLOG" USING HISTORY-CLOSE-REQUEST
                                  HISTORY-CORRELATION-ID
                                  MAINT-TRAN-IMAGE.
            CALL "AUDITLOG" USING HISTORY-CLOSE-REQUEST
                                   HISTORY-CORRELATION-ID
                                   JOURNAL-BEFORE-IMAGE
                                   JOURNAL-AFTER-IMAGE.
        CLOSE-FILES-END.
            EXIT.

            IF NOT MAINT-ACTION-ADD
               AND NOT MAINT-ACTION-CHANGE
               AND NOT MAINT-ACTION-DELETE
               AND NOT MAINT-ACTION-REKEY
               AND NOT MAINT-ACTION-MERGE
               SET TRAN-IS-REJECTED TO TRUE
               MOVE "INVALID ACTION CODE" TO TRAN-REJECT-REASON
               GO TO VALIDATE-ONE-TRANSACTION-END
               GO TO VALIDATE-ONE-TRANSACTION-END
            END-IF.

      *   A re-key or merge carries the record across as it stands,
      *   so only the second key is checked.
            IF MAINT-ACTION-REKEY
               OR MAINT-ACTION-MERGE
               IF MAINT-TRAN-NEW-KEY = SPACES
                  SET TRAN-IS-REJECTED TO TRUE
                  MOVE "BLANK NEW CUSTOMER KEY" TO TRAN-REJECT-REASON
               END-IF
               IF MAINT-TRAN-NEW-KEY = MAINT-TRAN-KEY
                  SET TRAN-IS-REJECTED TO TRUE
                  MOVE "NEW KEY SAME AS OLD KEY" TO TRAN-REJECT-REASON
               END-IF
               GO TO VALIDATE-ONE-TRANSACTION-END
            END-IF.

      *   Date first: VALIDATE-TRAN-JOB needs the century-windowed
      *   TRAN-DATE-YYYYMMDD to test the code's effective window as of
      *   the transaction's date, the same order COB1 validates in.
      *  than silently dropped.
      *****************************************************************
        APPLY-ONE-TRANSACTION.
            IF MAINT-ACTION-REKEY
               OR MAINT-ACTION-MERGE
               PERFORM APPLY-KEY-MOVE THRU APPLY-KEY-MOVE-END
               GO TO APPLY-ONE-TRANSACTION-END
            END-IF.

            MOVE MAINT-TRAN-KEY  TO CUSTOMER-MASTER-KEY.
            MOVE MAINT-TRAN-JOB  TO CUSTOMER-MASTER-JOB.
            MOVE MAINT-TRAN-DATE TO CUSTOMER-MASTER-DATE.
                     CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                           HISTORY-CORRELATION-ID
                                           CREATE-MARKER-IMAGE
                     MOVE CREATE-MARKER-IMAGE TO JOURNAL-BEFORE-IMAGE
                     MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-AFTER-IMAGE
                  END-IF

               WHEN MAINT-ACTION-CHANGE
                     CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                           HISTORY-CORRELATION-ID
                                           CUSTOMER-MASTER-RECORD
                     MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
                     MOVE MAINT-TRAN-JOB  TO CUSTOMER-MASTER-JOB
                     MOVE MAINT-TRAN-DATE TO CUSTOMER-MASTER-DATE
                     REWRITE CUSTOMER-MASTER-RECORD
                     MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-AFTER-IMAGE
                  END-IF

               WHEN MAINT-ACTION-DELETE
                     CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                           HISTORY-CORRELATION-ID
                                           CUSTOMER-MASTER-RECORD
                     MOVE CUSTOMER-MASTER-RECORD TO JOURNAL-BEFORE-IMAGE
                     MOVE MAINT-TRAN-KEY TO DELETE-MARKER-KEY
                     MOVE DELETE-MARKER-IMAGE TO JOURNAL-AFTER-IMAGE
                     DELETE CUSTOMER-MASTER-FILE
                  END-IF
            END-EVALUATE.
               DISPLAY "CUSTMNT: CUSTMSTR I/O FAILED, STATUS="
                       CUSTOMER-MASTER-STATUS " KEY=" MAINT-TRAN-KEY
            END-IF.

      *   Only a transaction that actually landed is journalled -- the
      *   journal is the master's change trail, and a rejected
      *   transaction changed nothing.
            IF NOT TRAN-IS-REJECTED
               CALL "AUDITLOG" USING CURRENT-PROGRAM-ID
                                      HISTORY-CORRELATION-ID
                                      JOURNAL-BEFORE-IMAGE
                                      JOURNAL-AFTER-IMAGE
            END-IF.
        APPLY-ONE-TRANSACTION-END.
            EXIT.

      *****************************************************************
      *  APPLY-KEY-MOVE applies a re-key or merge.  Both keys are
      *  read first: a re-key needs the new key free, a merge needs
      *  the survivor on file, and both need the old key on file.  A
      *  re-key writes the record under the new key BEFORE the old
      *  key is deleted, so a failure part way leaves the customer on
      *  file; should the delete fail, the new record is taken away
      *  again and the master is as it was.  Only a move that landed
      *  is logged, journalled, linked and extracted.
      *****************************************************************
        APPLY-KEY-MOVE.
            MOVE MAINT-TRAN-NEW-KEY TO CUSTOMER-MASTER-KEY.
            READ CUSTOMER-MASTER-FILE
               KEY IS CUSTOMER-MASTER-KEY
               INVALID KEY
                  CONTINUE
            END-READ.
            IF MAINT-ACTION-REKEY
               AND CUSTOMER-MASTER-STATUS = "00"
               SET TRAN-IS-REJECTED TO TRUE
               MOVE "NEW KEY ALREADY ON MASTER" TO TRAN-REJECT-REASON
               GO TO APPLY-KEY-MOVE-END
            END-IF.
            IF MAINT-ACTION-MERGE
               AND CUSTOMER-MASTER-STATUS NOT = "00"
               SET TRAN-IS-REJECTED TO TRUE
               MOVE "SURVIVOR NOT ON MASTER" TO TRAN-REJECT-REASON
               GO TO APPLY-KEY-MOVE-END
            END-IF.
            MOVE CUSTOMER-MASTER-RECORD TO KEY-MOVE-NEW-IMAGE.

            MOVE MAINT-TRAN-KEY TO CUSTOMER-MASTER-KEY.
            READ CUSTOMER-MASTER-FILE
               KEY IS CUSTOMER-MASTER-KEY
               INVALID KEY
                  SET TRAN-IS-REJECTED TO TRUE
                  MOVE "CUSTOMER NOT ON MASTER" TO TRAN-REJECT-REASON
                  GO TO APPLY-KEY-MOVE-END
            END-READ.
            MOVE CUSTOMER-MASTER-RECORD TO KEY-MOVE-OLD-IMAGE.

            IF MAINT-ACTION-REKEY
               MOVE KEY-MOVE-OLD-IMAGE TO KEY-MOVE-NEW-IMAGE
               MOVE MAINT-TRAN-NEW-KEY TO KEY-MOVE-NEW-KEY
               MOVE KEY-MOVE-NEW-IMAGE TO CUSTOMER-MASTER-RECORD
               WRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
               END-WRITE
               IF CUSTOMER-MASTER-STATUS NOT = "00"
                  PERFORM NOTE-KEY-MOVE-FAILED THRU
                          NOTE-KEY-MOVE-FAILED-END
                  GO TO APPLY-KEY-MOVE-END
               END-IF
            END-IF.

            CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                  HISTORY-CORRELATION-ID
                                  KEY-MOVE-OLD-IMAGE.
            MOVE KEY-MOVE-OLD-IMAGE TO CUSTOMER-MASTER-RECORD.
            DELETE CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               PERFORM NOTE-KEY-MOVE-FAILED THRU
                       NOTE-KEY-MOVE-FAILED-END
               IF MAINT-ACTION-REKEY
                  MOVE KEY-MOVE-NEW-IMAGE TO CUSTOMER-MASTER-RECORD
                  DELETE CUSTOMER-MASTER-FILE
               END-IF
               GO TO APPLY-KEY-MOVE-END
            END-IF.

            IF MAINT-ACTION-REKEY
               MOVE MAINT-TRAN-NEW-KEY TO CREATE-MARKER-KEY
               MOVE MAINT-TRAN-KEY TO CREATE-MARKER-FROM-KEY
               CALL "HISTLOG" USING CURRENT-PROGRAM-ID
                                     HISTORY-CORRELATION-ID
                                     CREATE-MARKER-IMAGE
               MOVE SPACES TO CREATE-MARKER-FROM-KEY
            END-IF.

            CALL "AUDITLOG" USING CURRENT-PROGRAM-ID
                                   HISTORY-CORRELATION-ID
                                   KEY-MOVE-OLD-IMAGE
                                   KEY-MOVE-NEW-IMAGE.
            PERFORM RECORD-KEY-LINK THRU RECORD-KEY-LINK-END.
            PERFORM EXTRACT-KEY-MOVE THRU EXTRACT-KEY-MOVE-END.
        APPLY-KEY-MOVE-END.
            EXIT.

        NOTE-KEY-MOVE-FAILED.
            SET TRAN-IS-REJECTED TO TRUE.
            MOVE "MASTER FILE I/O FAILURE" TO TRAN-REJECT-REASON.
            DISPLAY "CUSTMNT: CUSTMSTR I/O FAILED, STATUS="
                    CUSTOMER-MASTER-STATUS " KEY=" CUSTOMER-MASTER-KEY.
        NOTE-KEY-MOVE-FAILED-END.
            EXIT.

      *   CUSTXREF is opened EXTEND on the first link of the run, with
      *   the same OUTPUT fallback HISTLOG uses on a brand-new
      *   dataset.  A link that cannot be written is said on the
      *   run log -- the move itself has already landed.
        RECORD-KEY-LINK.
            IF NOT XREF-IS-OPEN
               OPEN EXTEND XREF-FILE
               IF XREF-FILE-STATUS = "05"
                  OR XREF-FILE-STATUS = "35"
                  OPEN OUTPUT XREF-FILE
               END-IF
               IF XREF-FILE-STATUS NOT = "00"
                  DISPLAY "CUSTMNT: CANNOT OPEN CUSTXREF, STATUS="
                          XREF-FILE-STATUS " - LINK " MAINT-TRAN-KEY
                          " TO " MAINT-TRAN-NEW-KEY " NOT RECORDED"
                  MOVE 8 TO RETURN-CODE
                  GO TO RECORD-KEY-LINK-END
               END-IF
               SET XREF-IS-OPEN TO TRUE
            END-IF.
            MOVE SPACES                TO KEY-XREF-RECORD.
            MOVE FUNCTION CURRENT-DATE TO XREF-TIMESTAMP.
            MOVE CURRENT-PROGRAM-ID    TO XREF-PROGRAM-ID.
            MOVE MAINT-TRAN-KEY        TO XREF-OLD-KEY.
            MOVE MAINT-TRAN-NEW-KEY    TO XREF-NEW-KEY.
            MOVE MAINT-TRAN-ACTION     TO XREF-ACTION.
            WRITE KEY-XREF-RECORD.
        RECORD-KEY-LINK-END.
            EXIT.

        EXTRACT-KEY-MOVE.
            IF NOT EXTRACT-IS-OPEN
               DISPLAY "CUSTMNT: RE-KEY " MAINT-TRAN-KEY " TO "
                       MAINT-TRAN-NEW-KEY " NOT SENT TO BILLING"
               GO TO EXTRACT-KEY-MOVE-END
            END-IF.
            MOVE SPACES             TO EXTRACT-RECORD.
            MOVE "K"                TO XTR-RECORD-TYPE.
            MOVE KEY-MOVE-NEW-IMAGE TO XTR-CUSTOMER-IMAGE.
            MOVE MAINT-TRAN-KEY     TO XTR-REKEY-OLD-KEY.
            MOVE MAINT-TRAN-ACTION  TO XTR-REKEY-ACTION.
            MOVE RUN-BUSINESS-DATE  TO XTR-BUSINESS-DATE.
            WRITE EXTRACT-RECORD.
            ADD 1 TO EXTRACT-DETAIL-COUNT.
            CALL "KEYHASH" USING XTR-CUSTOMER-NAME
                                  EXTRACT-HASH-TOTAL.
        EXTRACT-KEY-MOVE-END.
            EXIT.

        WRITE-REPORT-HEADINGS.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE MAINT-TRAN-KEY    TO RPT-KEY.
            MOVE MAINT-TRAN-JOB    TO RPT-JOB.
            MOVE MAINT-TRAN-DATE   TO RPT-DATE.
      *   A re-key or merge shows the key it went to in place of the
      *   job and date it does not use.
            IF MAINT-ACTION-REKEY
               OR MAINT-ACTION-MERGE
               MOVE SPACES TO RPT-DATE
               STRING "TO " DELIMITED BY SIZE
                      MAINT-TRAN-NEW-KEY DELIMITED BY SIZE
                      INTO RPT-DATE
               END-STRING
               MOVE SPACES TO RPT-JOB
            END-IF.
            IF TRAN-IS-REJECTED
               MOVE "REJECTED" TO RPT-DISPOSITION
            ELSE
