        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CHGGUARD".

      *   CHGGUARD holds the Java change contract for the run unit:
      *   which of CUSTOMER-INFO-NAME, -JOB and -DATE the configured
      *   Java method may change (see CHGRULE), and the before-image
      *   of every slot in the chunk now crossing to Java.  COB1 runs
      *   INSIDE the Java call and has no other way to see what a
      *   record looked like before Java had it, so it asks here
      *   ("CHECK") before it validates anything or touches the
      *   master -- a record that broke the contract is refused on
      *   the spot instead of being found out by AUDITRPT the next
      *   morning, after it has reached CUSTMSTR and shipped on
      *   CUSTXTR.  The same held-state-in-a-subprogram arrangement
      *   VALSTATS uses for its scoreboard.
      *
      *   The Java side walks the buffer in slot order and each slot
      *   it finishes reaches COB1 once, so CHECK pairs the record in
      *   hand with the before-image at a slot cursor and advances
      *   it.  COBTOJAV sets the cursor at the start of every call
      *   into Java -- slot 1 for the whole chunk, the piece's first
      *   slot for a Java-exception re-drive.
      *
      *   Requests (GUARD-REQUEST-CODE):
      *     CONTRACT - put the may-change flags in GUARD-CONTRACT-FLAGS
      *                (Y/N for name, job, date) in force for the run
      *     BEFORE   - remember GUARD-BEFORE-IMAGE as the before-image
      *                of chunk slot GUARD-SLOT-NUMBER
      *     POSITION - the next record to reach COB1 is chunk slot
      *                GUARD-SLOT-NUMBER
      *     CHECK    - compare GUARD-RETURNED-IMAGE with the before-
      *                image at the cursor, return that before-image
      *                and a verdict in GUARD-VERDICT:
      *                  Y = within the contract (or nothing to check)
      *                  K = the customer key changed, not allowed
      *                  F = the job or date changed, not allowed
      *     RESET    - drop the contract and the chunk for a fresh
      *                window
      *   With no contract in force, or a record the cursor cannot
      *   place against a registered slot (COB1 driven from outside a
      *   COBTOJAV chunk), the verdict is Y and the returned image is
      *   handed back as its own before-image.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 CONTRACT-ENFORCED-SWITCH PIC X(1) VALUE "N".
           88 CONTRACT-IS-ENFORCED           VALUE "Y".
        01 CONTRACT-FLAGS-HELD.
            05  HELD-NAME-MAY-CHANGE PIC X(1) VALUE "N".
                88 HELD-NAME-CHANGE-ALLOWED  VALUE "Y".
            05  HELD-JOB-MAY-CHANGE  PIC X(1) VALUE "N".
                88 HELD-JOB-CHANGE-ALLOWED   VALUE "Y".
            05  HELD-DATE-MAY-CHANGE PIC X(1) VALUE "N".
                88 HELD-DATE-CHANGE-ALLOWED  VALUE "Y".

      *   The chunk's before-images, by slot -- COBTOJAV's chunk is
      *   never more than 500 slots.
        01 SLOT-CURSOR              PIC 9(4) BINARY VALUE 0.
        01 HELD-SLOT-COUNT          PIC 9(4) BINARY VALUE 0.
        01 HELD-BEFORE-TABLE.
            05  HELD-BEFORE-ENTRY OCCURS 500 TIMES.
                10  HELD-BEFORE-NAME     PIC X(6).
                10  HELD-BEFORE-JOB      PIC X(8).
                10  HELD-BEFORE-DATE     PIC X(9).

        LINKAGE SECTION.
        01 GUARD-REQUEST-CODE       PIC X(8).
        01 GUARD-SLOT-NUMBER        PIC 9(4).
        01 GUARD-CONTRACT-FLAGS.
            05  GUARD-NAME-MAY-CHANGE PIC X(1).
            05  GUARD-JOB-MAY-CHANGE  PIC X(1).
            05  GUARD-DATE-MAY-CHANGE PIC X(1).
        01 GUARD-RETURNED-IMAGE.
            05  GUARD-RETURNED-NAME  PIC X(6).
            05  GUARD-RETURNED-JOB   PIC X(8).
            05  GUARD-RETURNED-DATE  PIC X(9).
        01 GUARD-BEFORE-IMAGE       PIC X(23).
        01 GUARD-VERDICT            PIC X(1).

        PROCEDURE DIVISION USING GUARD-REQUEST-CODE
                                  GUARD-SLOT-NUMBER
                                  GUARD-CONTRACT-FLAGS
                                  GUARD-RETURNED-IMAGE
                                  GUARD-BEFORE-IMAGE
                                  GUARD-VERDICT.
            EVALUATE GUARD-REQUEST-CODE
               WHEN "CONTRACT"
                  MOVE GUARD-CONTRACT-FLAGS TO CONTRACT-FLAGS-HELD
                  SET CONTRACT-IS-ENFORCED TO TRUE
               WHEN "BEFORE"
                  PERFORM HOLD-ONE-BEFORE-IMAGE THRU
                          HOLD-ONE-BEFORE-IMAGE-END
               WHEN "POSITION"
                  MOVE GUARD-SLOT-NUMBER TO SLOT-CURSOR
               WHEN "CHECK"
                  PERFORM CHECK-ONE-RECORD THRU CHECK-ONE-RECORD-END
               WHEN "RESET"
                  MOVE "N" TO CONTRACT-ENFORCED-SWITCH
                  MOVE "NNN" TO CONTRACT-FLAGS-HELD
                  MOVE 0 TO HELD-SLOT-COUNT
                  MOVE 0 TO SLOT-CURSOR
            END-EVALUATE.
            GOBACK.

      *   Slot 1 starts a new chunk, so the slots held for the last
      *   one are forgotten rather than left to pair with a record
      *   of this one.
        HOLD-ONE-BEFORE-IMAGE.
            IF GUARD-SLOT-NUMBER < 1 OR GUARD-SLOT-NUMBER > 500
               GO TO HOLD-ONE-BEFORE-IMAGE-END
            END-IF.
            IF GUARD-SLOT-NUMBER = 1
               MOVE 0 TO HELD-SLOT-COUNT
               MOVE 0 TO SLOT-CURSOR
            END-IF.
            MOVE GUARD-BEFORE-IMAGE
                TO HELD-BEFORE-ENTRY (GUARD-SLOT-NUMBER).
            IF GUARD-SLOT-NUMBER > HELD-SLOT-COUNT
               MOVE GUARD-SLOT-NUMBER TO HELD-SLOT-COUNT
            END-IF.
        HOLD-ONE-BEFORE-IMAGE-END.
            EXIT.

        CHECK-ONE-RECORD.
            MOVE "Y" TO GUARD-VERDICT.
            MOVE GUARD-RETURNED-IMAGE TO GUARD-BEFORE-IMAGE.

            IF SLOT-CURSOR < 1 OR SLOT-CURSOR > HELD-SLOT-COUNT
               GO TO CHECK-ONE-RECORD-END
            END-IF.
            MOVE HELD-BEFORE-ENTRY (SLOT-CURSOR) TO GUARD-BEFORE-IMAGE.
            ADD 1 TO SLOT-CURSOR.

            IF NOT CONTRACT-IS-ENFORCED
               GO TO CHECK-ONE-RECORD-END
            END-IF.

      *   The key is tested first: a changed key is the breach that
      *   would post the change against another customer's master
      *   record, and it is reported as such even when the job or
      *   date changed too.
            IF GUARD-RETURNED-NAME NOT =
                  HELD-BEFORE-NAME (SLOT-CURSOR - 1)
               AND NOT HELD-NAME-CHANGE-ALLOWED
               MOVE "K" TO GUARD-VERDICT
               GO TO CHECK-ONE-RECORD-END
            END-IF.
            IF GUARD-RETURNED-JOB NOT =
                  HELD-BEFORE-JOB (SLOT-CURSOR - 1)
               AND NOT HELD-JOB-CHANGE-ALLOWED
               MOVE "F" TO GUARD-VERDICT
            END-IF.
            IF GUARD-RETURNED-DATE NOT =
                  HELD-BEFORE-DATE (SLOT-CURSOR - 1)
               AND NOT HELD-DATE-CHANGE-ALLOWED
               MOVE "F" TO GUARD-VERDICT
            END-IF.
        CHECK-ONE-RECORD-END.
            EXIT.
