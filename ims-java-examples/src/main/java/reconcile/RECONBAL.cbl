      *   records stamped after the previous window's last journal
      *   entry) are counted and folded into the balance equations,
      *   so a reported, policy-driven drop balances and only a
      *   genuine loss flags the window.  Records the Java method
      *   threw on are the same kind of reported disposition: COBTOJAV
      *   isolates them to suspense with reason "E" before they reach
      *   COB1 or the journal, and they are counted and folded in the
      *   same way.
      *
      *   A record refused for breaking the Java change contract
      *   (see CHGRULE) DID reach COB1: COB1 journals it with
      *   identical images, so it already counts within REJECTED.
      *   Its suspense "C" record is counted on its own line beneath
      *   REJECTED -- a breakdown, not a further disposition -- and
      *   can never exceed the rejects it is part of.
      *
      *   Future-dated changes (see PENDREC) are the other way round:
      *   a record COBTOJAV held for its effective date, or a cancel
      *   request that withdrew one, is on CUSTIN but never reached
      *   Java or the journal, while a change released from the
      *   pending file on its due date reached both without being on
      *   tonight's CUSTIN.  COBTOJAV leaves the window's totals of
      *   all three on RUNSTATS (the "*PENDING" record), and they are
      *   folded into the equations so a held change balances and a
      *   released one is expected.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        01 RUN-RESUMED-SW            PIC X(1) VALUE "N".
           88 WINDOW-RUN-RESUMED             VALUE "Y".

      *   The window's pending-change totals off its RUNSTATS
      *   "*PENDING" records.  A fresh (not resumed) run of the window
      *   starts them again; each resumed run's record adds the part
      *   that run handled.
        01 PENDING-HELD-COUNT        PIC 9(7) BINARY VALUE 0.
        01 PENDING-RELEASED-COUNT    PIC 9(7) BINARY VALUE 0.
        01 PENDING-WITHDRAWN-COUNT   PIC 9(7) BINARY VALUE 0.
        01 EXPECTED-IN-COUNT         PIC 9(7) BINARY VALUE 0.

      *   Disposition facts read from CUSTDISP: every verdict the
      *   window actually decided, by code.  When present, records in
      *   (plus pending changes released) must equal the sum of all
      *   nine, and the COB1 journal count must equal the five that
      *   reached COB1 (policy drops, Java exceptions, held changes
      *   and withdrawals never did) -- equations over facts, not
      *   inference.
        01 DISPOSITION-PRESENT-SW    PIC X(1) VALUE "N".
           88 DISPOSITION-FACTS-PRESENT      VALUE "Y".
        01 DISP-EXTRACTED-COUNT      PIC 9(7) BINARY VALUE 0.
        01 DISP-SUSPENSED-COUNT      PIC 9(7) BINARY VALUE 0.
        01 DISP-DROPPED-COUNT        PIC 9(7) BINARY VALUE 0.
        01 DISP-UNKNOWN-COUNT        PIC 9(7) BINARY VALUE 0.
        01 DISP-JAVA-EXCEPTION-COUNT PIC 9(7) BINARY VALUE 0.
        01 DISP-CONTRACT-COUNT       PIC 9(7) BINARY VALUE 0.
        01 DISP-HELD-COUNT           PIC 9(7) BINARY VALUE 0.
        01 DISP-WITHDRAWN-COUNT      PIC 9(7) BINARY VALUE 0.
        01 DISP-TOTAL-CHECK          PIC 9(7) BINARY VALUE 0.
        01 DISP-JOURNAL-CHECK        PIC 9(7) BINARY VALUE 0.
        01 CUST-INPUT-STATUS         PIC X(2) VALUE "00".
        01 MASTER-HIT-COUNT          PIC 9(7) BINARY VALUE 0.
        01 MASTER-MISS-COUNT         PIC 9(7) BINARY VALUE 0.
        01 DUP-DROPPED-COUNT         PIC 9(7) BINARY VALUE 0.
        01 JAVA-EXCEPTION-COUNT      PIC 9(7) BINARY VALUE 0.
        01 CONTRACT-VIOLATION-COUNT  PIC 9(7) BINARY VALUE 0.
        01 JOURNAL-EXPECTED-COUNT    PIC 9(7) BINARY VALUE 0.

      *   Bridge delete requests (job field "*DELETE*", see CUSTCTL)
      *****************************************************************
      *  FIND-WINDOW-START makes the first pass over the accumulated
      *  journal, remembering the ordinal of the last COBTOJAV entry
      *  with correlation id 1 -- where the current window began.  A
      *  window backed out (WINBKOUT, whose entries carry the same
      *  stamp) and run again begins anew after the backout.
      *****************************************************************
        FIND-WINDOW-START.
            MOVE 0 TO JOURNAL-ORDINAL.
                  MOVE JOURNAL-ORDINAL TO STAMPED-START-ORDINAL
                  MOVE PREVIOUS-JOURNAL-TS TO STAMPED-PRIOR-TS
               END-IF
               IF WINDOW-ID-FROM-CUSTIN NOT = SPACES
                  AND AUDIT-WINDOW-ID = WINDOW-ID-FROM-CUSTIN
                  AND AUDIT-BUSINESS-DATE = BUSDATE-FROM-CUSTIN
                  AND AUDIT-PROGRAM-ID = "WINBKOUT"
                  MOVE 0 TO STAMPED-START-ORDINAL
               END-IF
               IF AUDIT-PROGRAM-ID = "COBTOJAV"
                  AND AUDIT-CORRELATION-ID = 1
                  MOVE JOURNAL-ORDINAL TO WINDOW-START-ORDINAL
      *  window's duplicate-key policy dropped (reason "U", stamped
      *  after the previous window's last journal entry).  These
      *  records were never handed to Java, so the balance equations
      *  must account for them explicitly -- see CHECK-BALANCE.  The
      *  window's Java exception records (reason "E") never reached
      *  the journal either and are counted in the same pass.  A
      *  missing suspense allocation simply counts zero.
      *****************************************************************
        COUNT-WINDOW-DUP-DROPS.
        COUNT-ONE-SUSPENSE-RECORD.
            READ SUSPENSE-FILE.
            IF SUSPENSE-FILE-STATUS = "00"
               AND SUSP-TIMESTAMP > PRIOR-WINDOW-END-TS
               EVALUATE TRUE
                  WHEN SUSP-REASON-DUPLICATE
                     ADD 1 TO DUP-DROPPED-COUNT
                  WHEN SUSP-REASON-JAVA-EXCEPTION
                     ADD 1 TO JAVA-EXCEPTION-COUNT
                  WHEN SUSP-REASON-CONTRACT
                     ADD 1 TO CONTRACT-VIOLATION-COUNT
               END-EVALUATE
            END-IF.
        COUNT-ONE-SUSPENSE-RECORD-END.
            EXIT.
                  ADD 1 TO DISP-DROPPED-COUNT
               WHEN DISP-UNKNOWN
                  ADD 1 TO DISP-UNKNOWN-COUNT
               WHEN DISP-JAVA-EXCEPTION
                  ADD 1 TO DISP-JAVA-EXCEPTION-COUNT
               WHEN DISP-CONTRACT-REFUSED
                  ADD 1 TO DISP-CONTRACT-COUNT
               WHEN DISP-HELD-PENDING
                  ADD 1 TO DISP-HELD-COUNT
               WHEN DISP-PENDING-WITHDRAWN
                  ADD 1 TO DISP-WITHDRAWN-COUNT
            END-EVALUATE.
        TALLY-ONE-DISPOSITION-END.
            EXIT.
      *  allocation leaves the flag "N": the facts equations then
      *  apply as written, which is right for a first-time window
      *  and the best available answer without the run record.
      *  The window's "*PENDING" records are summed on the way past.
      *****************************************************************
        READ-RUN-RESUME-FLAG.
            OPEN INPUT RUN-STATS-FILE.
               AND RSTAT-SOURCE-SYSTEM = SPACES
               AND RSTAT-WINDOW-ID = WINDOW-ID-FROM-CUSTIN
               MOVE RSTAT-RESUME-FLAG TO RUN-RESUMED-SW
               IF NOT WINDOW-RUN-RESUMED
                  MOVE 0 TO PENDING-HELD-COUNT
                  MOVE 0 TO PENDING-RELEASED-COUNT
                  MOVE 0 TO PENDING-WITHDRAWN-COUNT
               END-IF
            END-IF.
            IF RUN-STATS-STATUS = "00"
               AND RSTAT-IS-PENDING-TOTALS
               AND RSTAT-WINDOW-ID = WINDOW-ID-FROM-CUSTIN
               ADD RSTAT-PENDING-HELD     TO PENDING-HELD-COUNT
               ADD RSTAT-PENDING-RELEASED TO PENDING-RELEASED-COUNT
               ADD RSTAT-PENDING-WITHDRAWN
                   TO PENDING-WITHDRAWN-COUNT
            END-IF.
        READ-ONE-RUN-RECORD-END.
            EXIT.

      *****************************************************************
      *  CHECK-BALANCE applies the control equations:
      *    records in + released = accepted + rejected + deletes
      *                            + dup drops + Java exceptions
      *                            + held + withdrawn
      *    bridge journal count  = records in - dup drops
      *                            - Java exceptions - held
      *                            - withdrawn + released
      *    journal pairs matched = bridge journal count
      *    master misses         = 0   (every accepted key on master)
      *    contract violations   <= rejected (each one is a reject)
      *  plus the bookkeeping conditions (unpaired COB1 entries, key
      *  table overflow) that would make the totals themselves
      *  untrustworthy.  A record dropped by the duplicate policy is
      *  a REPORTED disposition (suspense reason "U" and the DUPRPT
      *  report), not a loss -- it balances, and so does a record
      *  isolated on a Java exception (suspense reason "E" and the
      *  run log); a record that vanished without a trace still
      *  flags.
      *****************************************************************
        CHECK-BALANCE.
            COMPUTE IN-TOTAL-CHECK = ACCEPTED-COUNT + REJECTED-COUNT
                                     + DELETE-REQUEST-COUNT
                                     + DUP-DROPPED-COUNT
                                     + JAVA-EXCEPTION-COUNT
                                     + PENDING-HELD-COUNT
                                     + PENDING-WITHDRAWN-COUNT.
            COMPUTE EXPECTED-IN-COUNT =
                    CUSTIN-RECORD-COUNT + PENDING-RELEASED-COUNT.
            COMPUTE JOURNAL-EXPECTED-COUNT =
                    EXPECTED-IN-COUNT - DUP-DROPPED-COUNT
                    - JAVA-EXCEPTION-COUNT - PENDING-HELD-COUNT
                    - PENDING-WITHDRAWN-COUNT.

            IF EXPECTED-IN-COUNT NOT = IN-TOTAL-CHECK
               OR BRIDGE-JOURNAL-COUNT NOT = JOURNAL-EXPECTED-COUNT
               OR PAIRS-MATCHED-COUNT NOT = BRIDGE-JOURNAL-COUNT
               OR MASTER-MISS-COUNT NOT = 0
               OR UNPAIRED-COB1-COUNT NOT = 0
               OR KEY-TABLE-OVERFLOW-COUNT NOT = 0
               OR CONTRACT-VIOLATION-COUNT > REJECTED-COUNT
               OR CUSTIN-STRUCTURE-BROKEN
               SET WINDOW-OUT-OF-BALANCE TO TRUE
            END-IF.

      *   With the disposition facts on hand, two further equations:
      *   every record given to the window was disposed of some way,
      *   and every disposition except a policy drop, a Java
      *   exception, a hold or a withdrawal shows in the COB1 journal
      *   count.  NOT on a
      *   resumed run: its CUSTDISP
      *   generation holds the resumed portion's verdicts only,
      *   while these totals span the whole window -- the equations
      *   would flag every legitimate resume as out of balance.
               COMPUTE DISP-TOTAL-CHECK =
                       DISP-EXTRACTED-COUNT + DISP-DELETED-COUNT
                       + DISP-SUSPENSED-COUNT + DISP-DROPPED-COUNT
                       + DISP-UNKNOWN-COUNT + DISP-JAVA-EXCEPTION-COUNT
                       + DISP-CONTRACT-COUNT + DISP-HELD-COUNT
                       + DISP-WITHDRAWN-COUNT
               COMPUTE DISP-JOURNAL-CHECK =
                       DISP-TOTAL-CHECK - DISP-DROPPED-COUNT
                       - DISP-JAVA-EXCEPTION-COUNT - DISP-HELD-COUNT
                       - DISP-WITHDRAWN-COUNT
               IF EXPECTED-IN-COUNT NOT = DISP-TOTAL-CHECK
                  OR COB1-JOURNAL-COUNT NOT = DISP-JOURNAL-CHECK
                  SET WINDOW-OUT-OF-BALANCE TO TRUE
               END-IF
            MOVE "REJECTED (COB1)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE CONTRACT-VIOLATION-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "  OF WHICH CONTRACT VIOLATIONS"
                TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE DELETE-REQUEST-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "DELETE REQUESTS (COB1)" TO REPORT-LINE (10:30).
            MOVE "DROPPED (DUP POLICY)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE JAVA-EXCEPTION-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "ISOLATED (JAVA EXCEPTION)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE PENDING-HELD-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "HELD (FUTURE-DATED)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE PENDING-WITHDRAWN-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "WITHDRAW REQUESTS (*CANCEL*)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE PENDING-RELEASED-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "RELEASED (PENDING, NOW DUE)" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE BRIDGE-JOURNAL-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JOURNALLED (COBTOJAV)" TO REPORT-LINE (10:30).
               MOVE "UNKNOWN OUTCOME" TO REPORT-LINE (10:30)
               WRITE REPORT-LINE

               MOVE DISP-JAVA-EXCEPTION-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "JAVA EXCEPTION" TO REPORT-LINE (10:30)
               WRITE REPORT-LINE

               MOVE DISP-CONTRACT-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "CONTRACT VIOLATION" TO REPORT-LINE (10:30)
               WRITE REPORT-LINE

               MOVE DISP-HELD-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "HELD PENDING" TO REPORT-LINE (10:30)
               WRITE REPORT-LINE

               MOVE DISP-WITHDRAWN-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "PENDING WITHDRAWN" TO REPORT-LINE (10:30)
               WRITE REPORT-LINE

               IF WINDOW-RUN-RESUMED
                  MOVE "RESUMED RUN - FACTS COVER THE RESUMED"
                      TO REPORT-LINE
            MOVE REJECTED-COUNT         TO BAL-REJECTED-COUNT.
            MOVE DELETE-REQUEST-COUNT   TO BAL-DELETE-COUNT.
            MOVE DUP-DROPPED-COUNT      TO BAL-DUP-DROPPED-COUNT.
            MOVE JAVA-EXCEPTION-COUNT   TO BAL-JAVA-EXCEPTION-COUNT.
            MOVE CONTRACT-VIOLATION-COUNT
                TO BAL-CONTRACT-VIOLATION-COUNT.
            MOVE REFUSED-RECORD-COUNT   TO BAL-REFUSED-COUNT.
            MOVE MASTER-MISS-COUNT      TO BAL-MASTER-MISS-COUNT.
            MOVE UNPAIRED-COB1-COUNT    TO BAL-UNPAIRED-COUNT.
