        01 REASON-M-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REASON-U-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REASON-N-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REASON-E-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REASON-C-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REASON-F-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REASON-OTHER-COUNT        PIC 9(7) BINARY VALUE 0.

      *   Per-key cycle counts for the chronic-offender section.
                  ADD 1 TO REASON-U-COUNT
               WHEN SUSP-REASON-NO-MASTER
                  ADD 1 TO REASON-N-COUNT
               WHEN SUSP-REASON-JAVA-EXCEPTION
                  ADD 1 TO REASON-E-COUNT
               WHEN SUSP-REASON-CONTRACT
                  ADD 1 TO REASON-C-COUNT
               WHEN SUSP-REASON-PENDING
                  ADD 1 TO REASON-F-COUNT
               WHEN OTHER
                  ADD 1 TO REASON-OTHER-COUNT
            END-EVALUATE.
            MOVE "N - DELETE KEY NOT ON MASTER" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REASON-E-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "E - JAVA EXCEPTION ISOLATED" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REASON-C-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "C - JAVA CHANGE CONTRACT" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            MOVE REASON-F-COUNT TO COUNT-DISPLAY-AREA.
            PERFORM WRITE-ONE-TOTAL-LINE THRU WRITE-ONE-TOTAL-LINE-END.
            MOVE "F - PENDING CHANGE NOT HELD" TO REPORT-LINE (10:30).
            WRITE REPORT-LINE.

            IF REASON-OTHER-COUNT > 0
               MOVE REASON-OTHER-COUNT TO COUNT-DISPLAY-AREA
               PERFORM WRITE-ONE-TOTAL-LINE THRU
