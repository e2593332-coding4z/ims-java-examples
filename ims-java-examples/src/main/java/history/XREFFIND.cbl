        IDENTIFICATION DIVISION.
        PROGRAM-ID. "XREFFIND".

      *   XREFFIND answers "what other keys has this customer had"
      *   from the CUSTXREF key cross-reference (see KEYXREF) for the
      *   programs that show a customer's story -- CUSTINQ and
      *   CUSTHLST -- so they follow re-keys and merges the same way.
      *   The caller passes one key and gets back its whole family
      *   (see KEYFAM): every key linked to it through any chain of
      *   re-keys and merges, in either direction, and the links.
      *
      *   The cross-reference is read into storage on the first call
      *   and kept for the run unit -- a caller that wants it read
      *   afresh CANCELs XREFFIND.  A CUSTXREF that cannot be opened
      *   (not allocated, or held by the batch) answers that call with
      *   no links, and the next call tries it again.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT XREF-FILE ASSIGN TO "CUSTXREF"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS XREF-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  XREF-FILE
            RECORDING MODE IS F.
        COPY KEYXREF.

        WORKING-STORAGE SECTION.
        01 XREF-FILE-STATUS         PIC X(2)  VALUE "00".
        01 XREF-LOADED-SWITCH       PIC X(1)  VALUE "N".
           88 XREF-IS-LOADED                  VALUE "Y".

        01 XREF-TABLE-COUNT         PIC 9(4) BINARY VALUE 0.
        01 XREF-INDEX               PIC 9(4) BINARY VALUE 0.
        01 XREF-TABLE.
            05  XREF-ENTRY OCCURS 5000 TIMES.
                10  XTB-TIMESTAMP       PIC X(26).
                10  XTB-OLD-KEY         PIC X(6).
                10  XTB-NEW-KEY         PIC X(6).
                10  XTB-ACTION          PIC X(1).

        01 FAMILY-GREW-SWITCH       PIC X(1) VALUE "N".
           88 FAMILY-GREW                     VALUE "Y".
        01 FAMILY-INDEX             PIC 9(4) BINARY VALUE 0.
        01 SEARCH-KEY               PIC X(6).
        01 KEY-FOUND-SWITCH         PIC X(1) VALUE "N".
           88 KEY-IN-FAMILY                   VALUE "Y".
        01 OLD-KEY-SWITCH           PIC X(1) VALUE "N".
           88 OLD-KEY-IN-FAMILY               VALUE "Y".
        01 NEW-KEY-SWITCH           PIC X(1) VALUE "N".
           88 NEW-KEY-IN-FAMILY               VALUE "Y".
        01 RETIRED-SWITCH           PIC X(1) VALUE "N".
           88 KEY-IS-RETIRED                  VALUE "Y".
        01 LINK-INDEX               PIC 9(4) BINARY VALUE 0.
        01 SURVIVOR-COUNT           PIC 9(4) BINARY VALUE 0.

        LINKAGE SECTION.
        01 REQUESTED-KEY               PIC X(6).
        COPY KEYFAM.

        PROCEDURE DIVISION USING REQUESTED-KEY
                                  KEY-FAMILY-AREA.
            IF NOT XREF-IS-LOADED
               PERFORM LOAD-XREF-TABLE THRU LOAD-XREF-TABLE-END
            END-IF.

            MOVE 1 TO FAMILY-KEY-COUNT.
            MOVE REQUESTED-KEY TO FAMILY-KEY-ENTRY (1).
            MOVE 0 TO FAMILY-LINK-COUNT.
            MOVE SPACES TO FAMILY-CURRENT-KEY.

            SET FAMILY-GREW TO TRUE.
            PERFORM WIDEN-FAMILY-ONE-PASS THRU
                    WIDEN-FAMILY-ONE-PASS-END
               UNTIL NOT FAMILY-GREW.

            MOVE 1 TO XREF-INDEX.
            PERFORM COLLECT-ONE-LINK THRU COLLECT-ONE-LINK-END
               UNTIL XREF-INDEX > XREF-TABLE-COUNT.

            MOVE 0 TO SURVIVOR-COUNT.
            MOVE 1 TO FAMILY-INDEX.
            PERFORM CHECK-ONE-SURVIVOR THRU CHECK-ONE-SURVIVOR-END
               UNTIL FAMILY-INDEX > FAMILY-KEY-COUNT.
            IF SURVIVOR-COUNT NOT = 1
               MOVE SPACES TO FAMILY-CURRENT-KEY
            END-IF.

            GOBACK.

        LOAD-XREF-TABLE.
            MOVE 0 TO XREF-TABLE-COUNT.
            OPEN INPUT XREF-FILE.
            IF XREF-FILE-STATUS NOT = "00"
               GO TO LOAD-XREF-TABLE-END
            END-IF.
            SET XREF-IS-LOADED TO TRUE.
            PERFORM LOAD-ONE-XREF-RECORD THRU
                    LOAD-ONE-XREF-RECORD-END
               UNTIL XREF-FILE-STATUS NOT = "00".
            CLOSE XREF-FILE.
        LOAD-XREF-TABLE-END.
            EXIT.

        LOAD-ONE-XREF-RECORD.
            READ XREF-FILE.
            IF XREF-FILE-STATUS NOT = "00"
               GO TO LOAD-ONE-XREF-RECORD-END
            END-IF.
            IF XREF-TABLE-COUNT = 5000
               DISPLAY "XREFFIND: CUSTXREF EXCEEDS 5000 LINKS -"
                       " LATER LINKS NOT FOLLOWED"
               MOVE "10" TO XREF-FILE-STATUS
               GO TO LOAD-ONE-XREF-RECORD-END
            END-IF.
            ADD 1 TO XREF-TABLE-COUNT.
            MOVE XREF-TIMESTAMP TO XTB-TIMESTAMP (XREF-TABLE-COUNT).
            MOVE XREF-OLD-KEY   TO XTB-OLD-KEY (XREF-TABLE-COUNT).
            MOVE XREF-NEW-KEY   TO XTB-NEW-KEY (XREF-TABLE-COUNT).
            MOVE XREF-ACTION    TO XTB-ACTION (XREF-TABLE-COUNT).
        LOAD-ONE-XREF-RECORD-END.
            EXIT.

      *****************************************************************
      *  WIDEN-FAMILY-ONE-PASS takes in the far end of every link one
      *  of whose ends is already in the family.  Passes repeat until
      *  one adds nothing, so chains are followed however the links
      *  were made and in whatever order they lie on the file.
      *****************************************************************
        WIDEN-FAMILY-ONE-PASS.
            MOVE "N" TO FAMILY-GREW-SWITCH.
            MOVE 1 TO XREF-INDEX.
            PERFORM WIDEN-BY-ONE-LINK THRU WIDEN-BY-ONE-LINK-END
               UNTIL XREF-INDEX > XREF-TABLE-COUNT.
        WIDEN-FAMILY-ONE-PASS-END.
            EXIT.

        WIDEN-BY-ONE-LINK.
            PERFORM TEST-LINK-ENDS THRU TEST-LINK-ENDS-END.
            IF FAMILY-KEY-COUNT < 50
               IF OLD-KEY-IN-FAMILY AND NOT NEW-KEY-IN-FAMILY
                  ADD 1 TO FAMILY-KEY-COUNT
                  MOVE XTB-NEW-KEY (XREF-INDEX)
                      TO FAMILY-KEY-ENTRY (FAMILY-KEY-COUNT)
                  SET FAMILY-GREW TO TRUE
               END-IF
               IF NEW-KEY-IN-FAMILY AND NOT OLD-KEY-IN-FAMILY
                  ADD 1 TO FAMILY-KEY-COUNT
                  MOVE XTB-OLD-KEY (XREF-INDEX)
                      TO FAMILY-KEY-ENTRY (FAMILY-KEY-COUNT)
                  SET FAMILY-GREW TO TRUE
               END-IF
            END-IF.
            ADD 1 TO XREF-INDEX.
        WIDEN-BY-ONE-LINK-END.
            EXIT.

        TEST-LINK-ENDS.
            MOVE XTB-OLD-KEY (XREF-INDEX) TO SEARCH-KEY.
            PERFORM FIND-IN-FAMILY THRU FIND-IN-FAMILY-END.
            MOVE KEY-FOUND-SWITCH TO OLD-KEY-SWITCH.
            MOVE XTB-NEW-KEY (XREF-INDEX) TO SEARCH-KEY.
            PERFORM FIND-IN-FAMILY THRU FIND-IN-FAMILY-END.
            MOVE KEY-FOUND-SWITCH TO NEW-KEY-SWITCH.
        TEST-LINK-ENDS-END.
            EXIT.

        FIND-IN-FAMILY.
            MOVE "N" TO KEY-FOUND-SWITCH.
            MOVE 1 TO FAMILY-INDEX.
            PERFORM MATCH-ONE-FAMILY-KEY THRU
                    MATCH-ONE-FAMILY-KEY-END
               UNTIL FAMILY-INDEX > FAMILY-KEY-COUNT
                  OR KEY-IN-FAMILY.
        FIND-IN-FAMILY-END.
            EXIT.

        MATCH-ONE-FAMILY-KEY.
            IF FAMILY-KEY-ENTRY (FAMILY-INDEX) = SEARCH-KEY
               SET KEY-IN-FAMILY TO TRUE
            END-IF.
            ADD 1 TO FAMILY-INDEX.
        MATCH-ONE-FAMILY-KEY-END.
            EXIT.

      *   Every link inside the family, in the order it was made.
        COLLECT-ONE-LINK.
            PERFORM TEST-LINK-ENDS THRU TEST-LINK-ENDS-END.
            IF OLD-KEY-IN-FAMILY
               AND NEW-KEY-IN-FAMILY
               AND FAMILY-LINK-COUNT < 50
               ADD 1 TO FAMILY-LINK-COUNT
               MOVE XTB-TIMESTAMP (XREF-INDEX)
                   TO FAMILY-LINK-TIMESTAMP (FAMILY-LINK-COUNT)
               MOVE XTB-OLD-KEY (XREF-INDEX)
                   TO FAMILY-LINK-OLD-KEY (FAMILY-LINK-COUNT)
               MOVE XTB-NEW-KEY (XREF-INDEX)
                   TO FAMILY-LINK-NEW-KEY (FAMILY-LINK-COUNT)
               MOVE XTB-ACTION (XREF-INDEX)
                   TO FAMILY-LINK-ACTION (FAMILY-LINK-COUNT)
            END-IF.
            ADD 1 TO XREF-INDEX.
        COLLECT-ONE-LINK-END.
            EXIT.

      *   A family key no link has retired is where the record
      *   stands now.
        CHECK-ONE-SURVIVOR.
            MOVE "N" TO RETIRED-SWITCH.
            MOVE 1 TO LINK-INDEX.
            PERFORM TEST-ONE-RETIREMENT THRU TEST-ONE-RETIREMENT-END
               UNTIL LINK-INDEX > FAMILY-LINK-COUNT
                  OR KEY-IS-RETIRED.
            IF NOT KEY-IS-RETIRED
               ADD 1 TO SURVIVOR-COUNT
               MOVE FAMILY-KEY-ENTRY (FAMILY-INDEX)
                   TO FAMILY-CURRENT-KEY
            END-IF.
            ADD 1 TO FAMILY-INDEX.
        CHECK-ONE-SURVIVOR-END.
            EXIT.

        TEST-ONE-RETIREMENT.
            IF FAMILY-LINK-OLD-KEY (LINK-INDEX)
               = FAMILY-KEY-ENTRY (FAMILY-INDEX)
               SET KEY-IS-RETIRED TO TRUE
            END-IF.
            ADD 1 TO LINK-INDEX.
        TEST-ONE-RETIREMENT-END.
            EXIT.
