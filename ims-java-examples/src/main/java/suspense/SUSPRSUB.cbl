      *   code, correlation id, and timestamp are dropped here and
      *   only the corrected customer image is resubmitted.
      *
      *   CUSTIN carries the batch control protocol (see CUSTCTL),
      *   and CUSTOUT is a two-source file of the kind COBTOJAV takes:
      *   the resubmissions go first as a transmission of their own,
      *   under a "SUSPRSUB" header with their own count/hash trailer,
      *   and the incoming transmission follows exactly as received,
      *   header and trailer included.  Each part is verified on its
      *   own by the next COBTOJAV run, and every record keeps the
      *   identity of the source that sent it -- a corrected record's
      *   disposition reads SUSPRSUB, which is how REJFEED knows a
      *   rejected record has cleared.
      *
      *   Nothing is touched while a batch window is in flight (see
      *   WINSTATE): the WINCHECK interlock refuses the run, logs the
      *   refusal, and the step ends with the reserved RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

      *   buffer drops the trailer without ever mistaking a customer
      *   for it.
        COPY CUSTCTL.
        01 RESUBMIT-RECORD-COUNT    PIC 9(7) VALUE 0.
        01 RESUBMIT-HASH-TOTAL      PIC 9(15) VALUE 0.

      *   The incoming CUSTIN's own controls are VERIFIED on the way
      *   through, exactly as COBTOJAV's INITIALIZE-RUN would verify
      *   them: a truncated or pre-protocol file must fail here with
      *   RETURN-CODE 36, not be re-wrapped with freshly valid
      *   controls and laundered past the window's check.  On any
      *   mismatch the incoming trailer is withheld, so a partial
      *   CUSTOUT can never verify downstream either.
        01 INCOMING-DATA-COUNT      PIC 9(7) VALUE 0.
        01 INCOMING-HASH-TOTAL      PIC 9(15) VALUE 0.
            05  FILLER              PIC X(1) VALUE "/".
            05  BDB-YY              PIC X(2).

        COPY WINCTL.

        PROCEDURE DIVISION.
            DISPLAY "SUSPRSUB: Entering".

            MOVE "SUSPRSUB" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO RETURN-CODE
               DISPLAY "SUSPRSUB: Exiting"
               GOBACK
            END-IF.

            OPEN OUTPUT CUST-OUTPUT-FILE.
            IF CUST-OUTPUT-STATUS NOT = "00"
               DISPLAY "SUSPRSUB: CANNOT OPEN CUSTOUT, STATUS="
                    WRITE-OUTPUT-HEADER-END.
            PERFORM COPY-SUSPENSE-RECORDS THRU
                    COPY-SUSPENSE-RECORDS-END.
            PERFORM WRITE-OUTPUT-TRAILER THRU
                    WRITE-OUTPUT-TRAILER-END.
            PERFORM COPY-INCOMING-RECORDS THRU
                    COPY-INCOMING-RECORDS-END.

      *   No incoming trailer on a failed copy: a transmission without
      *   one can never pass the window's own control verification,
      *   so a bad incoming transmission stays caught instead of
      *   passed along.
            IF RETURN-CODE NOT = 0
               DISPLAY "SUSPRSUB: TRAILER WITHHELD - CUSTOUT IS NOT"
                       " USABLE"
            END-IF.

      *****************************************************************
      *  COPY-SUSPENSE-RECORDS puts every corrected suspense image at
      *  the front of the output file, as the SUSPRSUB transmission.
      *  A missing SUSPIN allocation just means there is nothing to
      *  resubmit this window.
      *****************************************************************
        COPY-SUSPENSE-RECORDS.
            OPEN INPUT SUSPENSE-INPUT-FILE.
               MOVE SUSP-CUSTOMER-IMAGE TO CUST-OUTPUT-RECORD
               WRITE CUST-OUTPUT-RECORD
               ADD 1 TO RESUBMITTED-COUNT
               ADD 1 TO RESUBMIT-RECORD-COUNT
               CALL "KEYHASH" USING SUSP-CUSTOMER-NAME
                                     RESUBMIT-HASH-TOTAL
            END-IF.
        COPY-ONE-SUSPENSE-RECORD-END.
            EXIT.

      *****************************************************************
      *  COPY-INCOMING-RECORDS appends the next window's own CUSTIN
      *  transmission behind the resubmitted one, header and trailer
      *  as received, verifying the incoming controls as it goes:
      *  record 1 must be the batch header, the record the EOF
      *  leaves in the look-behind buffer must be the
      *  trailer, and the trailer's count and hash must match the
      *  data records actually carried (hash through the shared
      *  KEYHASH, same as every other writer and verifier).  Any
      *  mismatch ends the run with RETURN-CODE 36, and the trailer
      *  is copied only once it has verified.  A missing CUSTIN
      *  allocation means this run is resubmitting corrected work
      *  only, which is not an error.
      *****************************************************************
               CLOSE CUST-INPUT-FILE
               GO TO COPY-INCOMING-RECORDS-END
            END-IF.
            MOVE CUST-INPUT-RECORD TO CUST-OUTPUT-RECORD.
            WRITE CUST-OUTPUT-RECORD.

            PERFORM COPY-ONE-INCOMING-RECORD THRU
                    COPY-ONE-INCOMING-RECORD-END

            PERFORM VERIFY-INCOMING-TRAILER THRU
                    VERIFY-INCOMING-TRAILER-END.
            IF RETURN-CODE = 0
               MOVE INCOMING-HELD-RECORD TO CUST-OUTPUT-RECORD
               WRITE CUST-OUTPUT-RECORD
            END-IF.
        COPY-INCOMING-RECORDS-END.
            EXIT.

                  MOVE INCOMING-HELD-RECORD TO CUST-OUTPUT-RECORD
                  WRITE CUST-OUTPUT-RECORD
                  ADD 1 TO CARRIED-COUNT
                  ADD 1 TO INCOMING-DATA-COUNT
                  CALL "KEYHASH" USING INCOMING-HELD-RECORD (1:6)
                                        INCOMING-HASH-TOTAL
               END-IF
        WRITE-OUTPUT-TRAILER.
            MOVE SPACES TO CUSTIN-CONTROL-RECORD.
            MOVE "T"                 TO CTL-RECORD-TYPE.
            MOVE RESUBMIT-RECORD-COUNT TO CTL-RECORD-COUNT.
            MOVE RESUBMIT-HASH-TOTAL   TO CTL-HASH-TOTAL.
            MOVE CUSTIN-CONTROL-RECORD TO CUST-OUTPUT-RECORD.
            WRITE CUST-OUTPUT-RECORD.
        WRITE-OUTPUT-TRAILER-END.
