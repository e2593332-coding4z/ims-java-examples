      *   DIGEST that says everything the overnight operator used to
      *   assemble from five datasets -- volumes from RUNSTATS,
      *   dispositions (accepted, rejected by reason, duplicates
      *   dropped, unknowable, and every record the Java method
      *   threw on, by key) from the CUSTDISP verdict trail, what
      *   shipped from the CUSTXTR trailer, the reconciliation
      *   verdict from RECONBAL's balance record (see BALREC) --
      *   an imbalance only the reconciliation step can see must
        01 REJECT-NOKEY-COUNT        PIC 9(7) BINARY VALUE 0.
        01 REJECT-OTHER-COUNT        PIC 9(7) BINARY VALUE 0.

      *   Records COBTOJAV isolated on a Java exception ("J"), kept
      *   by key so the page names each one; past the table's size
      *   they are counted only.
        01 JAVA-EXCEPTION-COUNT      PIC 9(7) BINARY VALUE 0.
        01 JAVA-KEY-TABLE-COUNT      PIC 9(4) BINARY VALUE 0.
        01 JAVA-KEY-INDEX            PIC 9(4) BINARY VALUE 0.
        01 JAVA-KEY-TABLE.
           05 JAVA-KEY-ENTRY OCCURS 50.
              10 JAVA-KEY-CUSTOMER   PIC X(6).
              10 JAVA-KEY-OCCURRENCE PIC 9(7).

      *   Records COB1 refused for breaking the Java change contract
      *   ("C", see CHGRULE) -- never posted, sent to suspense.
        01 CONTRACT-REFUSED-COUNT    PIC 9(7) BINARY VALUE 0.

      *   Future-dated changes held for their effective date ("H")
      *   and "*CANCEL*" withdrawal requests ("W", see PENDREC) --
      *   on CUSTIN but deliberately kept out of Java tonight.
        01 HELD-PENDING-COUNT        PIC 9(7) BINARY VALUE 0.
        01 WITHDRAWN-COUNT           PIC 9(7) BINARY VALUE 0.

      *   What the extract's own trailer says shipped.
        01 EXTRACT-PRESENT-SW        PIC X(1) VALUE "N".
           88 EXTRACT-PRESENT                VALUE "Y".
                  ADD 1 TO DROPPED-COUNT
               WHEN DISP-UNKNOWN
                  ADD 1 TO UNKNOWN-COUNT
               WHEN DISP-JAVA-EXCEPTION
                  ADD 1 TO JAVA-EXCEPTION-COUNT
                  IF JAVA-KEY-TABLE-COUNT < 50
                     ADD 1 TO JAVA-KEY-TABLE-COUNT
                     MOVE DISP-CUSTOMER-KEY TO
                          JAVA-KEY-CUSTOMER (JAVA-KEY-TABLE-COUNT)
                     MOVE DISP-OCCURRENCE TO
                          JAVA-KEY-OCCURRENCE (JAVA-KEY-TABLE-COUNT)
                  END-IF
               WHEN DISP-CONTRACT-REFUSED
                  ADD 1 TO CONTRACT-REFUSED-COUNT
               WHEN DISP-HELD-PENDING
                  ADD 1 TO HELD-PENDING-COUNT
               WHEN DISP-PENDING-WITHDRAWN
                  ADD 1 TO WITHDRAWN-COUNT
               WHEN DISP-SUSPENSED
                  ADD 1 TO SUSPENSED-COUNT
                  EVALUATE DISP-RECORD-RC
      *  WRITE-DIGEST-PAGE lays the window out on one page and ends
      *  with the verdict.  The window needs attention when the
      *  final RETURN-CODE is nonzero, when any outcome was
      *  unknowable, when the Java method threw on any record, when
      *  the extract has no trailer, or when the
      *  trailer's count disagrees with the verdicts that say what
      *  should have shipped.
      *****************************************************************
               IF UNKNOWN-COUNT > 0
                  SET WINDOW-NEEDS-ATTENTION TO TRUE
               END-IF

               PERFORM WRITE-JAVA-EXCEPTION-SECTION THRU
                       WRITE-JAVA-EXCEPTION-SECTION-END

               MOVE CONTRACT-REFUSED-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "JAVA CONTRACT VIOLATIONS"
                   TO REPORT-LINE (10:30)
               WRITE REPORT-LINE
               IF CONTRACT-REFUSED-COUNT > 0
                  SET WINDOW-NEEDS-ATTENTION TO TRUE
               END-IF

               MOVE HELD-PENDING-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "HELD FOR EFFECTIVE DATE"
                   TO REPORT-LINE (10:30)
               WRITE REPORT-LINE

               MOVE WITHDRAWN-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
                       WRITE-ONE-TOTAL-LINE-END
               MOVE "PENDING CHANGES WITHDRAWN"
                   TO REPORT-LINE (10:30)
               WRITE REPORT-LINE
            ELSE
               MOVE "NO DISPOSITION TRAIL - VERDICT COUNTS"
                   TO REPORT-LINE
        WRITE-REASON-BREAKDOWN-END.
            EXIT.

      *****************************************************************
      *  WRITE-JAVA-EXCEPTION-SECTION names every record the Java
      *  method threw on.  COBTOJAV narrowed each failing chunk down
      *  to these and sent them to SUSPENSE (reason "E") so the rest
      *  of the window could carry on -- but each one is a customer
      *  change that did not happen tonight, so the window cannot
      *  sign off CLEAN while any are listed.
      *****************************************************************
        WRITE-JAVA-EXCEPTION-SECTION.
            MOVE JAVA-EXCEPTION-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "JAVA EXCEPTIONS ISOLATED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.
            IF JAVA-EXCEPTION-COUNT = 0
               GO TO WRITE-JAVA-EXCEPTION-SECTION-END
            END-IF.
            SET WINDOW-NEEDS-ATTENTION TO TRUE.
            MOVE 1 TO JAVA-KEY-INDEX.
            PERFORM WRITE-ONE-JAVA-KEY-LINE THRU
                    WRITE-ONE-JAVA-KEY-LINE-END
               UNTIL JAVA-KEY-INDEX > JAVA-KEY-TABLE-COUNT.
            IF JAVA-EXCEPTION-COUNT > JAVA-KEY-TABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE "... MORE - SEE THE COBTOJAV RUN LOG"
                   TO REPORT-LINE (14:36)
               WRITE REPORT-LINE
            END-IF.
        WRITE-JAVA-EXCEPTION-SECTION-END.
            EXIT.

        WRITE-ONE-JAVA-KEY-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "KEY " DELIMITED BY SIZE
                   JAVA-KEY-CUSTOMER (JAVA-KEY-INDEX)
                                      DELIMITED BY SIZE
                   "  OCCURRENCE "    DELIMITED BY SIZE
                   JAVA-KEY-OCCURRENCE (JAVA-KEY-INDEX)
                                      DELIMITED BY SIZE
                   INTO REPORT-LINE (14:40)
            END-STRING.
            WRITE REPORT-LINE.
            ADD 1 TO JAVA-KEY-INDEX.
        WRITE-ONE-JAVA-KEY-LINE-END.
            EXIT.

        WRITE-EXTRACT-SECTION.
            IF NOT EXTRACT-PRESENT
               MOVE "EXTRACT: NO CUSTXTR TO REPORT ON"
               WHEN 72
                  MOVE "DELETE FOR KEY NOT ON MASTER"
                      TO RC-MEANING-TEXT
               WHEN 76
                  MOVE "JAVA EXCEPTION RECORD(S) TO SUSPENSE"
                      TO RC-MEANING-TEXT
               WHEN 80
                  MOVE "JAVA CHANGE CONTRACT VIOLATED"
                      TO RC-MEANING-TEXT
               WHEN 84
                  MOVE "PENDING-CHANGES FILE OVER CAPACITY"
                      TO RC-MEANING-TEXT
               WHEN OTHER
                  MOVE "UNRECOGNIZED RETURN CODE"
                      TO RC-MEANING-TEXT
