      *   rules COB1 and CUSTMNT enforce, and splits the file:
      *     SUSPIN  - records that now validate, in the full SUSPREC
      *               layout SUSPRSUB already reads (plus records
      *               that were never invalid: lost updates,
      *               duplicate-policy drops, records the Java
      *               method threw on and future-dated changes that
      *               could not be held pass straight through)
      *     SUSPRES - the residue nothing mechanical could fix, each
      *               carrying the rule outcome, for the hand repair
      *               that used to be the whole job

        FD  REPAIRED-OUTPUT-FILE
            RECORDING MODE IS F.
        01  REPAIRED-OUTPUT-RECORD      PIC X(89).

        FD  RESIDUE-FILE
            RECORDING MODE IS F.
        01  RESIDUE-RECORD.
            05  RESIDUE-SUSPENSE-IMAGE  PIC X(89).
            05  RESIDUE-OUTCOME         PIC X(30).

        FD  REPORT-FILE

      *****************************************************************
      *  REPAIR-ONE-RECORD decides one suspense record's path:
      *    - lost updates (M), duplicate-policy drops (U), Java
      *      exception records (E) and Java change-contract refusals
      *      (C, held as received, before Java) were never invalid,
      *      nor were pending-change records that could not be held
      *      (F); they pass through to SUSPIN untouched
      *    - a delete for a key not on the master (N) is a business
      *      question, not a mechanical one; straight to residue
      *    - validation rejects (J/D/B) get the rules, then the same

            IF SUSP-REASON-LOST-UPDATE
               OR SUSP-REASON-DUPLICATE
               OR SUSP-REASON-JAVA-EXCEPTION
               OR SUSP-REASON-CONTRACT
               OR SUSP-REASON-PENDING
               ADD 1 TO PASSED-THROUGH-COUNT
               MOVE SUSPENSE-RECORD TO REPAIRED-OUTPUT-RECORD
               WRITE REPAIRED-OUTPUT-RECORD
