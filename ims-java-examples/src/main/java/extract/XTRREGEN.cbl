      *  their window stamps: COBTOJAV entries carry the shipped
      *  after-images, COB1 entries the verdict evidence for the
      *  fallback.  Entries keep journal order, which IS the order
      *  the original extract wrote its details.  The WINBKOUT
      *  backout of a window journals under its stamp too; what
      *  follows a backout is the window's re-run, and the re-run's
      *  extract is the one rebuilt.
      *****************************************************************
        LOAD-WINDOW-JOURNAL.
            OPEN INPUT AUDIT-FILE.
            END-IF.

            EVALUATE AUDIT-PROGRAM-ID
               WHEN "WINBKOUT"
                  MOVE 0 TO BRIDGE-TABLE-COUNT
                  MOVE 0 TO COB1-TABLE-COUNT
                  MOVE "N" TO TABLE-OVERFLOW-SW
               WHEN "COBTOJAV"
                  IF BRIDGE-TABLE-COUNT = 60000
                     SET JOURNAL-TABLE-OVERFLOWED TO TRUE

      *****************************************************************
      *  REBUILD-ONE-DISPOSITION walks the retained disposition trail
      *  in order.  Every verdict except a policy drop, a Java
      *  exception, a held future-dated change or a withdrawal has a
      *  journal entry behind it, so the pairing is positional.  Each
      *  record's window stamp is checked against the PARM window
      *  and the correlation ids are cross-checked --
      *  a disagreement on either means the DISPIN and AUDITJRN on
      *  this run do not describe the same window.
      *****************************************************************
        REBUILD-ONE-DISPOSITION.
            READ DISPOSITION-FILE.
            END-IF.

            IF DISP-POLICY-DROPPED
               OR DISP-JAVA-EXCEPTION
               OR DISP-HELD-PENDING
               OR DISP-PENDING-WITHDRAWN
               GO TO REBUILD-ONE-DISPOSITION-END
            END-IF.

