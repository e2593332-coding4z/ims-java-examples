      *   writing program and correlation id.  This replaces the
      *   three raw dataset dumps an analyst browses today to answer
      *   one question about one customer.
      *
      *   A customer that has been re-keyed or merged (see KEYXREF)
      *   is one story told under several keys.  The page follows the
      *   CUSTXREF cross-reference (by way of XREFFIND), whichever of
      *   the keys is asked for: it lists the links, shows the master
      *   record under the key it stands on now, and takes in the
      *   disposition and journal entries of every key in the family.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        01 DISPOSITION-MEANING       PIC X(20).
        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        COPY KEYFAM.
        01 FAMILY-INDEX              PIC 9(4) BINARY VALUE 0.
        01 FAMILY-SEARCH-KEY         PIC X(6).
        01 FAMILY-MATCH-SWITCH       PIC X(1) VALUE "N".
           88 KEY-IN-FAMILY                  VALUE "Y".
        01 FAMILY-KEY-INDEX          PIC 9(4) BINARY VALUE 0.
        01 INDEX-READ-KEY            PIC X(6).

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            END-STRING.
            WRITE REPORT-LINE.

            CALL "XREFFIND" USING CURRENT-INQUIRY-KEY
                                   KEY-FAMILY-AREA.
            PERFORM WRITE-KEY-LINKS THRU WRITE-KEY-LINKS-END.

            PERFORM WRITE-MASTER-SECTION THRU
                    WRITE-MASTER-SECTION-END.
            PERFORM WRITE-DISPOSITION-SECTION THRU
               GO TO WRITE-MASTER-SECTION-END
            END-IF.

      *   A retired key's record stands under the key it moved to.
            MOVE CURRENT-INQUIRY-KEY TO CUSTOMER-MASTER-KEY.
            IF FAMILY-CURRENT-KEY NOT = SPACES
               AND FAMILY-CURRENT-KEY NOT = CURRENT-INQUIRY-KEY
               MOVE FAMILY-CURRENT-KEY TO CUSTOMER-MASTER-KEY
               MOVE SPACES TO REPORT-LINE
               STRING "  MASTER: NOW FILED UNDER KEY "
                                          DELIMITED BY SIZE
                      FAMILY-CURRENT-KEY  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.
            READ CUSTOMER-MASTER-FILE
               KEY IS CUSTOMER-MASTER-KEY
               INVALID KEY
            IF DISPOSITION-STATUS NOT = "00"
               GO TO MATCH-ONE-DISPOSITION-END
            END-IF.
            MOVE DISP-CUSTOMER-KEY TO FAMILY-SEARCH-KEY.
            PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END.
            IF NOT KEY-IN-FAMILY
               GO TO MATCH-ONE-DISPOSITION-END
            END-IF.

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
                   DISP-WINDOW-ID       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISP-BUSINESS-DATE   DELIMITED BY SIZE
                   " KEY " DELIMITED BY SIZE
                   DISP-CUSTOMER-KEY    DELIMITED BY SIZE
                   " OCC " DELIMITED BY SIZE
                   DISP-OCCURRENCE      DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE

      *   Keyed path: START at the customer's first index entry and
      *   READ NEXT until the key changes -- the journal itself is
      *   never touched.  Each key in the family is read in turn.
            IF INDEX-IS-OPEN
               MOVE 1 TO FAMILY-KEY-INDEX
               PERFORM READ-JOURNAL-BY-INDEX THRU
                       READ-JOURNAL-BY-INDEX-END
                  UNTIL FAMILY-KEY-INDEX > FAMILY-KEY-COUNT
               PERFORM WRITE-JOURNAL-COUNT-LINE THRU
                       WRITE-JOURNAL-COUNT-LINE-END
               GO TO WRITE-JOURNAL-SECTION-END

        READ-JOURNAL-BY-INDEX.
            MOVE "N" TO INDEX-KEY-DONE-SWITCH.
            MOVE FAMILY-KEY-ENTRY (FAMILY-KEY-INDEX) TO INDEX-READ-KEY.
            MOVE INDEX-READ-KEY TO ANDX-CUSTOMER-KEY.
            MOVE 0 TO ANDX-ENTRY-ORDINAL.
            START AUDIT-INDEX-FILE
               KEY IS NOT LESS THAN ANDX-RECORD-KEY
            PERFORM READ-ONE-INDEX-ENTRY THRU
                    READ-ONE-INDEX-ENTRY-END
               UNTIL INDEX-KEY-IS-DONE.
            ADD 1 TO FAMILY-KEY-INDEX.
        READ-JOURNAL-BY-INDEX-END.
            EXIT.

                  GO TO READ-ONE-INDEX-ENTRY-END
            END-READ.
            IF AUDIT-INDEX-STATUS NOT = "00"
               OR ANDX-CUSTOMER-KEY NOT = INDEX-READ-KEY
               SET INDEX-KEY-IS-DONE TO TRUE
               GO TO READ-ONE-INDEX-ENTRY-END
            END-IF.
      *   An entry naming two keys of the family is indexed under
      *   both; it is listed once, under its before name.
            IF ANDX-CUSTOMER-KEY NOT = ANDX-BEFORE-NAME
               MOVE ANDX-BEFORE-NAME TO FAMILY-SEARCH-KEY
               PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END
               IF KEY-IN-FAMILY
                  GO TO READ-ONE-INDEX-ENTRY-END
               END-IF
            END-IF.

            ADD 1 TO JOURNAL-MATCH-COUNT.
            MOVE SPACES TO REPORT-LINE.
               GO TO MATCH-ONE-JOURNAL-RECORD-END
            END-IF.

            MOVE AUDIT-BEFORE-NAME TO FAMILY-SEARCH-KEY.
            PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END.
            IF NOT KEY-IN-FAMILY
               MOVE AUDIT-AFTER-NAME TO FAMILY-SEARCH-KEY
               PERFORM FIND-KEY-IN-FAMILY THRU FIND-KEY-IN-FAMILY-END
            END-IF.
            IF NOT KEY-IN-FAMILY
               GO TO MATCH-ONE-JOURNAL-RECORD-END
            END-IF.

            WRITE REPORT-LINE.
        MATCH-ONE-JOURNAL-RECORD-END.
            EXIT.

      *****************************************************************
      *  WRITE-KEY-LINKS lists the customer's re-keys and merges,
      *  oldest first, at the top of the page.  FIND-KEY-IN-FAMILY
      *  tells whether a key is one the customer has had.
      *****************************************************************
        WRITE-KEY-LINKS.
            MOVE 1 TO FAMILY-INDEX.
            PERFORM WRITE-ONE-KEY-LINK THRU WRITE-ONE-KEY-LINK-END
               UNTIL FAMILY-INDEX > FAMILY-LINK-COUNT.
        WRITE-KEY-LINKS-END.
            EXIT.

        WRITE-ONE-KEY-LINK.
            MOVE SPACES TO REPORT-LINE.
            IF FAMILY-LINK-IS-MERGE (FAMILY-INDEX)
               STRING "  KEY " DELIMITED BY SIZE
                      FAMILY-LINK-OLD-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " MERGED INTO " DELIMITED BY SIZE
                      FAMILY-LINK-NEW-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      FAMILY-LINK-TIMESTAMP (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
            ELSE
               STRING "  KEY " DELIMITED BY SIZE
                      FAMILY-LINK-OLD-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " RE-KEYED TO " DELIMITED BY SIZE
                      FAMILY-LINK-NEW-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      FAMILY-LINK-TIMESTAMP (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
            END-IF.
            WRITE REPORT-LINE.
            ADD 1 TO FAMILY-INDEX.
        WRITE-ONE-KEY-LINK-END.
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
