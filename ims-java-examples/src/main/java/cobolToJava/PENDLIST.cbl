        IDENTIFICATION DIVISION.
        PROGRAM-ID. "PENDLIST".

      *   PENDLIST prints the future-dated customer changes waiting on
      *   a PENDING generation (see PENDREC): each change's key, the
      *   job and date it will apply, its effective date, and the
      *   window, business date and source that delivered it.  The
      *   file holds at most one change per key, in the order the
      *   changes were parked.
      *
      *   An MM/DD/YY as-of date in the EXEC PARM marks every change
      *   that falls due by that date -- the changes the window for
      *   that business date will release ahead of its CUSTIN.  With
      *   no PARM nothing is marked.  Totals close the listing.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PENDING-FILE ASSIGN TO "PENDIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PENDING-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "PENDRPT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PENDING-FILE
            RECORDING MODE IS F.
        COPY PENDREC.

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 PENDING-FILE-STATUS       PIC X(2) VALUE "00".
        01 REPORT-FILE-STATUS        PIC X(2) VALUE "00".

        01 LISTED-COUNT              PIC 9(7) BINARY VALUE 0.
        01 DUE-COUNT                 PIC 9(7) BINARY VALUE 0.

      *   The PARM as-of date, as given and as YYYYMMDD, converted
      *   with the 00-49 -> 20xx / 50-99 -> 19xx century window
      *   COBTOJAV applies to the effective dates it parks.
        01 AS-OF-DATE                PIC X(8) VALUE SPACES.
        01 AS-OF-YYYYMMDD            PIC 9(8) VALUE 0.
        01 CONVERT-DATE-INPUT        PIC X(8).
        01 CONVERT-DATE-YYYYMMDD     PIC 9(8).
        01 CONVERT-MM                PIC 99.
        01 CONVERT-DD                PIC 99.
        01 CONVERT-YY                PIC 99.
        01 CONVERT-FULL-YEAR         PIC 9(4).

        01 DUE-FLAG                  PIC X(3) VALUE SPACES.

        01 REPORT-HEADING-1.
            05  FILLER PIC X(33)
                VALUE "PENDING FUTURE-DATED CHANGES".
            05  FILLER PIC X(7) VALUE "AS OF ".
            05  HEADING-AS-OF        PIC X(8) VALUE SPACES.
        01 REPORT-HEADING-2.
            05  FILLER PIC X(36) VALUE
                "KEY    JOB      DATE      EFFECTIVE ".
            05  FILLER PIC X(40) VALUE
                "WINDOW BUS DATE SOURCE   PARKED".

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-AS-OF-DATE      PIC X(8).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "PENDLIST: Entering".

      *   A PARM longer than the eight-byte date just means extra
      *   bytes after it -- never reference-modify past the field.
            IF PARM-LENGTH > 8
               MOVE 8 TO PARM-LENGTH
            END-IF.
            IF PARM-LENGTH > 0
               MOVE PARM-AS-OF-DATE (1:PARM-LENGTH) TO AS-OF-DATE
               MOVE AS-OF-DATE TO CONVERT-DATE-INPUT
               PERFORM CONVERT-CUSTOMER-DATE THRU
                       CONVERT-CUSTOMER-DATE-END
               MOVE CONVERT-DATE-YYYYMMDD TO AS-OF-YYYYMMDD
               IF AS-OF-YYYYMMDD = 0
                  DISPLAY "PENDLIST: PARM DATE " AS-OF-DATE
                          " IS NOT MM/DD/YY - NOTHING MARKED DUE"
                  MOVE SPACES TO AS-OF-DATE
               ELSE
                  DISPLAY "PENDLIST: MARKING CHANGES DUE BY "
                          AS-OF-DATE
               END-IF
            END-IF.
            MOVE AS-OF-DATE TO HEADING-AS-OF.

            OPEN OUTPUT REPORT-FILE.
            OPEN INPUT PENDING-FILE.

            IF PENDING-FILE-STATUS = "00"
               PERFORM WRITE-REPORT-HEADINGS THRU
                       WRITE-REPORT-HEADINGS-END
               PERFORM LIST-ONE-PENDING-CHANGE THRU
                       LIST-ONE-PENDING-CHANGE-END
                  UNTIL PENDING-FILE-STATUS NOT = "00"
               CLOSE PENDING-FILE
               PERFORM WRITE-REPORT-SUMMARY THRU
                       WRITE-REPORT-SUMMARY-END
            ELSE
               DISPLAY "PENDLIST: NO PENDING CHANGES TO LIST"
            END-IF.

            CLOSE REPORT-FILE.

            DISPLAY "PENDLIST: " LISTED-COUNT " change(s) listed, "
                    DUE-COUNT " due".

            DISPLAY "PENDLIST: Exiting".
            GOBACK.

        LIST-ONE-PENDING-CHANGE.
            READ PENDING-FILE.
            IF PENDING-FILE-STATUS NOT = "00"
               GO TO LIST-ONE-PENDING-CHANGE-END
            END-IF.

            ADD 1 TO LISTED-COUNT.
            MOVE SPACES TO DUE-FLAG.
            IF AS-OF-YYYYMMDD NOT = 0
               AND PEND-EFFECTIVE-DATE NOT > AS-OF-YYYYMMDD
               MOVE "DUE" TO DUE-FLAG
               ADD 1 TO DUE-COUNT
            END-IF.

            MOVE SPACES TO REPORT-LINE.
            STRING PEND-CUSTOMER-NAME     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PEND-CUSTOMER-JOB      DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PEND-CUSTOMER-DATE     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PEND-EFFECTIVE-DATE    DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   PEND-WINDOW-ID         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PEND-BUSINESS-DATE     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PEND-SOURCE-SYSTEM     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PEND-TIMESTAMP         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   DUE-FLAG               DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
        LIST-ONE-PENDING-CHANGE-END.
            EXIT.

        WRITE-REPORT-HEADINGS.
            MOVE REPORT-HEADING-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE REPORT-HEADING-2 TO REPORT-LINE.
            WRITE REPORT-LINE.
        WRITE-REPORT-HEADINGS-END.
            EXIT.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE LISTED-COUNT TO COUNT-DISPLAY-AREA.
            MOVE SPACES TO REPORT-LINE.
            MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7).
            MOVE "CHANGES PENDING" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            IF AS-OF-YYYYMMDD NOT = 0
               MOVE DUE-COUNT TO COUNT-DISPLAY-AREA
               MOVE SPACES TO REPORT-LINE
               MOVE COUNT-DISPLAY-AREA TO REPORT-LINE (1:7)
               MOVE "DUE BY AS-OF DATE" TO REPORT-LINE (10:30)
               WRITE REPORT-LINE
            END-IF.
        WRITE-REPORT-SUMMARY-END.
            EXIT.

      *****************************************************************
      *  CONVERT-CUSTOMER-DATE turns an MM/DD/YY date into numeric
      *  YYYYMMDD in CONVERT-DATE-YYYYMMDD, zero when malformed.
      *****************************************************************
        CONVERT-CUSTOMER-DATE.
            MOVE 0 TO CONVERT-DATE-YYYYMMDD.
            IF CONVERT-DATE-INPUT (3:1) NOT = "/"
               OR CONVERT-DATE-INPUT (6:1) NOT = "/"
               GO TO CONVERT-CUSTOMER-DATE-END
            END-IF.
            IF CONVERT-DATE-INPUT (1:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (4:2) NOT NUMERIC
               OR CONVERT-DATE-INPUT (7:2) NOT NUMERIC
               GO TO CONVERT-CUSTOMER-DATE-END
            END-IF.

            MOVE CONVERT-DATE-INPUT (1:2) TO CONVERT-MM.
            MOVE CONVERT-DATE-INPUT (4:2) TO CONVERT-DD.
            MOVE CONVERT-DATE-INPUT (7:2) TO CONVERT-YY.

            IF CONVERT-MM < 1 OR CONVERT-MM > 12
               OR CONVERT-DD < 1 OR CONVERT-DD > 31
               GO TO CONVERT-CUSTOMER-DATE-END
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
        CONVERT-CUSTOMER-DATE-END.
            EXIT.
