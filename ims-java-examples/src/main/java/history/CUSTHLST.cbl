      *   with the replacing program and correlation id alongside.
      *   The customer key comes from the EXEC PARM; an empty PARM
      *   lists the full history for every customer.
      *
      *   A customer that has been re-keyed or merged (see KEYXREF)
      *   has its history filed under more than one key.  The listing
      *   for one key follows the CUSTXREF cross-reference (by way of
      *   XREFFIND) and takes in every key the customer has had,
      *   with the links themselves listed first.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.


        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        COPY KEYFAM.
        01 FAMILY-INDEX              PIC 9(4) BINARY VALUE 0.
        01 FAMILY-MATCH-SWITCH       PIC X(1) VALUE "N".
           88 KEY-IN-FAMILY                  VALUE "Y".

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
                   TO SELECTED-CUSTOMER-KEY
               DISPLAY "CUSTHLST: LISTING CUSTOMER "
                       SELECTED-CUSTOMER-KEY
               CALL "XREFFIND" USING SELECTED-CUSTOMER-KEY
                                      KEY-FAMILY-AREA
            ELSE
               DISPLAY "CUSTHLST: LISTING ALL CUSTOMERS"
            END-IF.
            IF HISTORY-FILE-STATUS = "00"
               PERFORM WRITE-REPORT-HEADINGS THRU
                       WRITE-REPORT-HEADINGS-END
               IF SELECTED-CUSTOMER-KEY NOT = SPACES
                  PERFORM WRITE-KEY-LINKS THRU WRITE-KEY-LINKS-END
               END-IF
               PERFORM LIST-ONE-HISTORY-RECORD THRU
                       LIST-ONE-HISTORY-RECORD-END
                  UNTIL HISTORY-FILE-STATUS NOT = "00"
            END-IF.

            IF SELECTED-CUSTOMER-KEY NOT = SPACES
               PERFORM FIND-KEY-IN-FAMILY THRU
                       FIND-KEY-IN-FAMILY-END
               IF NOT KEY-IN-FAMILY
                  GO TO LIST-ONE-HISTORY-RECORD-END
               END-IF
            END-IF.

            ADD 1 TO LISTED-COUNT.

      *   A creation marker (see CUSTHREC) has no prior image to
      *   show -- say what it means instead of printing the sentinel
      *   as if it were a job code.  A re-key's marker says where
      *   the key came from.
            IF HIST-PRIOR-JOB = "*CREATE*"
               AND HIST-PRIOR-DATE (1:6) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING HIST-TIMESTAMP      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      HIST-PROGRAM-ID     DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      HIST-CORRELATION-ID DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      HIST-PRIOR-KEY      DELIMITED BY SIZE
                      " RECORD CREATED - RE-KEYED FROM "
                                          DELIMITED BY SIZE
                      HIST-PRIOR-DATE (1:6) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               GO TO LIST-ONE-HISTORY-RECORD-END
            END-IF.
            IF HIST-PRIOR-JOB = "*CREATE*"
               MOVE SPACES TO REPORT-LINE
               STRING HIST-TIMESTAMP      DELIMITED BY SIZE
        LIST-ONE-HISTORY-RECORD-END.
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
            IF FAMILY-KEY-ENTRY (FAMILY-INDEX) = HIST-PRIOR-KEY
               SET KEY-IN-FAMILY TO TRUE
            END-IF.
            ADD 1 TO FAMILY-INDEX.
        MATCH-ONE-FAMILY-KEY-END.
            EXIT.

      *   The customer's re-keys and merges, oldest first, ahead of
      *   the history they tie together.
        WRITE-KEY-LINKS.
            IF FAMILY-LINK-COUNT = 0
               GO TO WRITE-KEY-LINKS-END
            END-IF.
            MOVE 1 TO FAMILY-INDEX.
            PERFORM WRITE-ONE-KEY-LINK THRU WRITE-ONE-KEY-LINK-END
               UNTIL FAMILY-INDEX > FAMILY-LINK-COUNT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-KEY-LINKS-END.
            EXIT.

        WRITE-ONE-KEY-LINK.
            MOVE SPACES TO REPORT-LINE.
            IF FAMILY-LINK-IS-MERGE (FAMILY-INDEX)
               STRING FAMILY-LINK-TIMESTAMP (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " KEY "             DELIMITED BY SIZE
                      FAMILY-LINK-OLD-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " MERGED INTO "     DELIMITED BY SIZE
                      FAMILY-LINK-NEW-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
            ELSE
               STRING FAMILY-LINK-TIMESTAMP (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " KEY "             DELIMITED BY SIZE
                      FAMILY-LINK-OLD-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      " RE-KEYED TO "     DELIMITED BY SIZE
                      FAMILY-LINK-NEW-KEY (FAMILY-INDEX)
                                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
            END-IF.
            WRITE REPORT-LINE.
            ADD 1 TO FAMILY-INDEX.
        WRITE-ONE-KEY-LINK-END.
            EXIT.

        WRITE-REPORT-HEADINGS.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
