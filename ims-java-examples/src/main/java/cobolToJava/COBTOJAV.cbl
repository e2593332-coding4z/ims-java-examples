        Configuration section.
        Repository.
            Class CobolToJava
                    is "cobolToJava.CobolToJava"
            Class JavaThrowable
                    is "java.lang.Throwable".

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JAVA-CONTROL-STATUS.

      *   CHANGE-CONTRACT-FILE says, per Java method, which fields of
      *   CUSTOMER-INFO the round trip may change (see CHGRULE);
      *   absent, nothing is enforced, as before it existed.
            SELECT CHANGE-CONTRACT-FILE ASSIGN TO "CHGCTL"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHANGE-CONTRACT-STATUS.

      *   CHECKPOINT-FILE records the last customer key known to have
      *   completed, so a rerun after a JVM startup failure can pick
      *   up where the previous run left off.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-STATS-STATUS.

      *   CHUNK-TIMING-FILE accumulates one record per chunk (see
      *   CHNKTIME) -- JVM startup, the Java round trip and the post-
      *   call work, timed apart -- for the CHNKLAT latency report.
            SELECT CHUNK-TIMING-FILE ASSIGN TO "CHNKTIME"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHUNK-TIMING-STATUS.

      *   EXTRACT-FILE is the per-window downstream interface feed
      *   (see CUSTXTR): every record that cleared the window, with
      *   header/trailer controls for the receiver.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WINDOW-REGISTRY-STATUS.

      *   PENDING-IN-FILE is the current generation of future-dated
      *   changes waiting for their effective date (see PENDREC), and
      *   PENDING-OUT-FILE the next one: what is still waiting when
      *   this window ends, including anything it parked.  Without a
      *   PENDOUT nothing is released and nothing can be parked.
            SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PENDING-IN-STATUS.

            SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PENDING-OUT-STATUS.

      *   CUSTOMER-MASTER-FILE is browsed (START/READ NEXT) as the
      *   run's input in refresh mode (JC-PROCESS-MODE "R") -- the
      *   whole customer base goes back through the Java side without
            RECORDING MODE IS F.
        COPY JAVACTL.

        FD  CHANGE-CONTRACT-FILE
            RECORDING MODE IS F.
        COPY CHGRULE.

        FD  CHECKPOINT-FILE
            RECORDING MODE IS F.
        COPY CHKPT.
            RECORDING MODE IS F.
        COPY RUNSTAT.

        FD  CHUNK-TIMING-FILE
            RECORDING MODE IS F.
        COPY CHNKTIME.

        FD  SHIP-LOG-FILE
            RECORDING MODE IS F.
        COPY SHIPREC.
            RECORDING MODE IS F.
        COPY WINREG.

        FD  PENDING-IN-FILE
            RECORDING MODE IS F.
        COPY PENDREC.

        FD  PENDING-OUT-FILE
            RECORDING MODE IS F.
        01  PENDING-OUT-RECORD          PIC X(79).

        FD  CUSTOMER-MASTER-FILE
            RECORDING MODE IS F.
        01  CUSTOMER-MASTER-RECORD.

        01 CUST-INPUT-STATUS        PIC X(2) VALUE "00".
        01 JAVA-CONTROL-STATUS      PIC X(2) VALUE "00".
        01 CHANGE-CONTRACT-STATUS   PIC X(2) VALUE "00".
        01 CHECKPOINT-STATUS        PIC X(2) VALUE "00".
        01 RUN-STATS-STATUS         PIC X(2) VALUE "00".
        01 CHUNK-TIMING-STATUS      PIC X(2) VALUE "00".
        01 CUSTOMER-MASTER-STATUS   PIC X(2) VALUE "00".
        01 DUPLICATES-REPORT-STATUS PIC X(2) VALUE "00".
        01 OPERATOR-STOP-STATUS     PIC X(2) VALUE "00".
        01 WINDOW-REGISTRY-STATUS   PIC X(2) VALUE "00".
        01 DISPOSITION-STATUS       PIC X(2) VALUE "00".
        01 SHIP-LOG-STATUS          PIC X(2) VALUE "00".
        01 PENDING-IN-STATUS        PIC X(2) VALUE "00".
        01 PENDING-OUT-STATUS       PIC X(2) VALUE "00".

      *   Disposition bookkeeping: the file is opened by the first
      *   disposition decided and closed in CLOSE-RUN; the occurrence
        01 DISPOSITION-RC-STAGED    PIC 9(2).
        01 DISPOSITION-CODE-STAGED  PIC X(1).
        01 DISPOSITION-CORR-STAGED  PIC 9(9).
        01 DISPOSITION-SOURCE-STAGED PIC X(8).

      *   Interface-extract bookkeeping: the file is opened (and its
      *   header written) by the window's first accepted record, the
           05 BEFORE-STAGING-JOB   PIC X(8).
           05 BEFORE-STAGING-DATE  PIC X(9).

      *   Java-exception isolation.  CallStaticVoidMethod can come
      *   back with a Java exception pending when the Java side throws
      *   on one bad CUSTOMER-INFO, leaving the chunk half-processed.
      *   The Java side walks the buffer in slot order and every slot
      *   it finishes reaches COB1, which posts exactly one outcome to
      *   VALSTATS -- so the growth in the scoreboard's accepted plus
      *   rejected totals across the call is the number of leading
      *   slots that completed.  Everything after them is re-driven
      *   from its before-image through REDRIVE-BATCH in ever-smaller
      *   pieces (no slot ever reaches COB1 twice) until each has
      *   either completed or thrown on its own.  A slot that throws
      *   alone is the poison record: it goes to SUSPENSE (reason "E")
      *   with a "J" disposition, and the chunk and window carry on.
      *   SLOT-EXCEPTION-SWITCH marks those slots for REPORT-ONE-
      *   RECORD; it is reset for every slot as the chunk's before-
      *   images are captured.
        01 SLOT-EXCEPTION-TABLE.
           05 SLOT-EXCEPTION-SWITCH OCCURS 500 TIMES PIC X(1).
              88 SLOT-THREW-JAVA-EXCEPTION      VALUE "Y".
        01 JAVA-EXCEPTION-SWITCH     PIC X(1) VALUE "N".
           88 JAVA-EXCEPTION-RAISED           VALUE "Y".
        01 VALIDATED-BEFORE-CALL     PIC 9(9) BINARY VALUE 0.
        01 SLOTS-COMPLETED-COUNT     PIC 9(9) BINARY VALUE 0.

      *   Pieces still to be re-driven, as first/last slot numbers.
      *   The right half is stacked before the left so pieces come
      *   off the stack -- and their slots reach COB1 -- in slot
      *   order, which keeps the VALSTATS LOOKUP pairing for a key
      *   repeated within the chunk in step.  Each split replaces one
      *   piece with two half its size, so a 500-slot chunk can never
      *   stack more than a dozen pieces at once.
        01 PIECE-STACK-COUNT         PIC 9(4) BINARY VALUE 0.
        01 PIECE-STACK-AREA.
           05 PIECE-STACK-ENTRY OCCURS 50 TIMES.
              10 PIECE-STACK-FIRST  PIC 9(4) BINARY.
              10 PIECE-STACK-LAST   PIC 9(4) BINARY.
        01 PIECE-FIRST-SLOT          PIC 9(4) BINARY VALUE 0.
        01 PIECE-LAST-SLOT           PIC 9(4) BINARY VALUE 0.
        01 PIECE-MIDDLE-SLOT         PIC 9(4) BINARY VALUE 0.
        01 REDRIVE-ENTRY-INDEX       PIC 9(4) BINARY VALUE 0.
        01 REDRIVE-SLOT-INDEX        PIC 9(4) BINARY VALUE 0.

      *   The re-drive buffer: same count-plus-slots shape Java
      *   already reads from CUSTOMER-INFO-BATCH, carrying one piece
      *   of the chunk at a time.
        01 REDRIVE-BATCH.
           05 REDRIVE-COUNT          PIC 9(4) BINARY VALUE 0.
           05 REDRIVE-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON REDRIVE-COUNT
                                     PIC X(23).

      *   Window totals and the isolated records themselves, for the
      *   JAVA EXCEPTIONS section of the run log written at CLOSE-RUN
      *   (the closing digest lists them from the "J" dispositions).
      *   RETURN-CODE 76 is reserved for "Java exception record(s)
      *   isolated to suspense", clear of every other code on the
      *   register.
        01 JAVA-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
        01 JAVA-POISON-COUNT         PIC 9(7) VALUE 0.
        01 POISON-TABLE-COUNT        PIC 9(4) BINARY VALUE 0.
        01 POISON-TABLE-AREA.
           05 POISON-ENTRY OCCURS 100 TIMES.
              10 POISON-CHUNK-NUMBER PIC 9(7).
              10 POISON-SLOT-NUMBER  PIC 9(4).
              10 POISON-IMAGE.
                 15 POISON-NAME      PIC X(6).
                 15 POISON-JOB       PIC X(8).
                 15 POISON-DATE      PIC X(9).
        01 POISON-REPORT-INDEX       PIC 9(4) BINARY VALUE 0.

      *   Java change contract.  The card for the configured method
      *   is found on CHGCTL by INITIALIZE-RUN and handed to CHGGUARD,
      *   and every chunk's before-images are registered there slot by
      *   slot as they are captured, so COB1 can refuse a record Java
      *   changed beyond its contract before it touches the master.
      *   The refused records come back here as VALSTATS outcome 80
      *   and are disposed "C".  RETURN-CODE 80 is reserved for "Java
      *   change contract violated", clear of every other code on the
      *   register.
        01 CONTRACT-METHOD-NAME      PIC X(80) VALUE "runTest".
        01 CONTRACT-IN-FORCE-SWITCH  PIC X(1) VALUE "N".
           88 CONTRACT-IN-FORCE               VALUE "Y".
        01 CONTRACT-CARD-FOUND-SW    PIC X(1) VALUE "N".
           88 CONTRACT-CARD-FOUND             VALUE "Y".
        01 CONTRACT-REFUSED-COUNT    PIC 9(7) VALUE 0.

      *   Set at CLOSE-RUN when the code standing on the register is
      *   one of COB1's own per-record codes -- 0-16 validation, 40
      *   lost master update, 72 delete of an unknown key -- which
      *   RC 76 and RC 80 are asserted over.
        01 RECORD-LEVEL-RC-SWITCH    PIC X(1) VALUE "N".
           88 RECORD-LEVEL-RC-STANDING        VALUE "Y".
        01 GUARD-REQUEST-CODE        PIC X(8) VALUE SPACES.
        01 GUARD-SLOT-NUMBER         PIC 9(4) VALUE 0.
        01 GUARD-CONTRACT-FLAGS.
           05 GUARD-NAME-MAY-CHANGE  PIC X(1) VALUE "N".
           05 GUARD-JOB-MAY-CHANGE   PIC X(1) VALUE "N".
           05 GUARD-DATE-MAY-CHANGE  PIC X(1) VALUE "N".
        01 GUARD-BEFORE-IMAGE        PIC X(23).
        01 GUARD-VERDICT             PIC X(1) VALUE SPACE.

      *   Restart/resume tracking.  LAST-CHECKPOINT-STAGE lets
      *   INITIALIZE-RUN tell a checkpoint left behind by an
      *   in-progress (failed) run from one left behind by a prior
            05  STAMP-BUSINESS-DATE  PIC X(8).
            05  FILLER               PIC X(9) VALUE SPACES.

      *   The window's record on the shared WINSTATE window-state file
      *   (see WINSTATE), kept through WINPOST: opened once the window
      *   is under way, brought up to date at every checkpoint, closed
      *   at CLOSE-RUN however the run ends.  While it is open the
      *   maintenance and housekeeping programs refuse to run.  A
      *   state file that cannot be updated costs a DISPLAY, once,
      *   never the window.
        COPY WINCTL.
        01 WINDOW-STATE-SWITCH      PIC X(1) VALUE "N".
           88 WINDOW-STATE-POSTED             VALUE "Y".
        01 WINDOW-STATE-STAGE       PIC X(10) VALUE SPACES.
        01 WINDOW-STATE-KEY         PIC X(6) VALUE SPACES.

      *   Chunk timing (see CHNKTIME): the file is opened by the first
      *   record written and closed in CLOSE-RUN -- one that will not
      *   open costs a DISPLAY and no further tries, never the run.
      *   The clock is CURRENT-DATE's time of day in hundredths; an
      *   interval that crosses midnight is put right by adding a
      *   day.  The startup time waits in JVM-STARTUP-HSEC for the
      *   run's first chunk record to carry it.
        01 CHUNK-TIMING-SWITCH      PIC X(1) VALUE "N".
           88 CHUNK-TIMING-IS-OPEN           VALUE "Y".
           88 CHUNK-TIMING-UNAVAILABLE       VALUE "X".
        01 STARTUP-TIMING-SWITCH    PIC X(1) VALUE "N".
           88 STARTUP-TIME-PENDING           VALUE "P".
        01 TIMING-CLOCK-READING.
            05  TIMING-CLOCK-DATE    PIC 9(8).
            05  TIMING-CLOCK-HH      PIC 9(2).
            05  TIMING-CLOCK-MM      PIC 9(2).
            05  TIMING-CLOCK-SS      PIC 9(2).
            05  TIMING-CLOCK-HS      PIC 9(2).
            05  FILLER               PIC X(5).
        01 TIMING-CLOCK-HSEC        PIC 9(7) BINARY VALUE 0.
        01 TIMING-INTERVAL-START    PIC 9(7) BINARY VALUE 0.
        01 TIMING-INTERVAL-HSEC     PIC 9(7) BINARY VALUE 0.
        01 HSEC-PER-DAY             PIC 9(7) BINARY VALUE 8640000.
        01 JVM-STARTUP-HSEC         PIC 9(7) BINARY VALUE 0.
        01 CHUNK-START-HSEC         PIC 9(7) BINARY VALUE 0.
        01 CHUNK-ELAPSED-HSEC       PIC 9(7) BINARY VALUE 0.
        01 CHUNK-CALL-HSEC          PIC 9(7) BINARY VALUE 0.
        01 CHUNK-POST-HSEC          PIC 9(7) BINARY VALUE 0.
        01 CHUNK-FIRST-KEY          PIC X(6) VALUE SPACES.
        01 CHUNK-LAST-KEY           PIC X(6) VALUE SPACES.
        01 CHUNK-RECORDS-TIMED      PIC 9(4) BINARY VALUE 0.
        01 CHUNK-ISOLATED-FLAG      PIC X(1) VALUE "N".

      *   Dummy reason byte for the SUSPLOG close call in CLOSE-RUN --
      *   SUSPLOG's close sentinel is the same SPACES program id
      *   AUDITLOG recognizes, and the remaining parameters are only
      *   suspense file (see SUSPREC).
        01 SUSPENSE-DUP-REASON      PIC X(1) VALUE "U".

      *   And for a record the Java method threw on (see SUSPREC).
        01 SUSPENSE-JAVA-REASON     PIC X(1) VALUE "E".

      *   Where each suspended record came from (see SUSPREC).  The
      *   window registers itself with SUSPLOG through its "*WINDOW*"
      *   sentinel alongside the AUDITLOG registration, and each
      *   chunk's slots are registered with their source systems
      *   through "*SOURCE*" ahead of the Java round trip, so the
      *   rejects COB1 suspends from inside it are stamped with the
      *   right source.  A record suspended here at load time
      *   registers its own source first the same way.
        01 SUSPENSE-WINDOW-REQUEST  PIC X(8) VALUE "*WINDOW*".
        01 SUSPENSE-SOURCE-REQUEST  PIC X(8) VALUE "*SOURCE*".
        01 SUSPENSE-STAMP-AREA.
            05  SUSPENSE-STAMP-WINDOW-ID PIC X(6).
            05  SUSPENSE-STAMP-DATE      PIC X(8).
            05  SUSPENSE-STAMP-SOURCE    PIC X(8).
            05  FILLER                   PIC X(1) VALUE SPACES.
        01 SUSPENSE-SOURCE-AREA.
            05  SUSPENSE-SOURCE-KEY      PIC X(6).
            05  SUSPENSE-SOURCE-SYSTEM   PIC X(8).
            05  FILLER                   PIC X(9) VALUE SPACES.
        01 RECORD-SOURCE-SYSTEM     PIC X(8) VALUE SPACES.
        01 CHUNK-SLOT-SOURCE-TABLE.
           05 CHUNK-SLOT-SOURCE OCCURS 500 TIMES PIC X(8).
        01 SLOT-SOURCE-INDEX        PIC 9(4) BINARY VALUE 0.

      *   The bridge protocol's delete action sentinel (see CUSTCTL):
      *   a record COB1 accepted whose job field still carries it is
      *   a completed deletion, extracted as a CUSTXTR type "X"
        01 REGISTRY-CHECK-WINDOW    PIC X(6) VALUE SPACES.
        01 REGISTRY-DUPLICATE-SW    PIC X(1) VALUE "N".
           88 WINDOW-ALREADY-PROCESSED        VALUE "Y".
        01 REGISTRY-BACKED-OUT-SW   PIC X(1) VALUE "N".
           88 WINDOW-WAS-BACKED-OUT           VALUE "Y".
        01 REGISTRY-LAST-DATE       PIC 9(8) VALUE 0.
        01 REGISTRY-DATE-YYYYMMDD   PIC 9(8) VALUE 0.
        01 INPUT-DATE-YYYYMMDD      PIC 9(8) VALUE 0.
        01 RESUMED-THIS-RUN-SWITCH  PIC X(1) VALUE "N".
           88 RESUMED-THIS-RUN               VALUE "Y".

      *   Future-dated changes (see PENDREC).  PENDIN is read into
      *   this table at the start of the run (PND-CHANGE is the
      *   PENDREC record as read) and the table written back to
      *   PENDOUT at CLOSE-RUN, so everything the window does
      *   to the waiting changes -- releasing the due ones, parking
      *   new ones, superseding and withdrawing -- is one rewrite of
      *   one generation.  PND-STATE says what this window did:
      *     P = still waiting (carried forward)
      *     D = due by this window's business date, not yet released
      *         (carried forward if the window stops first)
      *     R = released into this window's chunks
      *     S = superseded by a later future-dated record for the key
      *     C = withdrawn by a "*CANCEL*" record for the key
      *   The release phase runs before the first CUSTIN record is
      *   loaded and keeps its chunks apart from CUSTIN's; its
      *   checkpoints are written as stage RELEASING with the last
      *   released key, and a RELEASED checkpoint marks it finished,
      *   so a resumed window neither releases a change twice nor
      *   mistakes a released key for a CUSTIN resume point.
      *   RETURN-CODE 84 is reserved for a PENDIN holding more
      *   changes than the table, clear of every other code on the
      *   register.
        01 PENDING-ACTIVE-SWITCH    PIC X(1) VALUE "N".
           88 PENDING-CHANGES-ACTIVE          VALUE "Y".
        01 BUSINESS-DATE-YYYYMMDD   PIC 9(8) VALUE 0.
        01 PENDING-TABLE-LIMIT      PIC 9(5) BINARY VALUE 20000.
        01 PENDING-TABLE-COUNT      PIC 9(5) BINARY VALUE 0.
        01 PENDING-TABLE-AREA.
            05  PENDING-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON PENDING-TABLE-COUNT.
                10  PND-CHANGE.
                    15  PND-TIMESTAMP        PIC X(26).
                    15  PND-WINDOW-ID        PIC X(6).
                    15  PND-BUSINESS-DATE    PIC X(8).
                    15  PND-SOURCE-SYSTEM    PIC X(8).
                    15  PND-EFFECTIVE-DATE   PIC 9(8).
                    15  PND-CUSTOMER-IMAGE.
                        20  PND-CUSTOMER-NAME    PIC X(6).
                        20  PND-CUSTOMER-JOB     PIC X(8).
                        20  PND-CUSTOMER-DATE    PIC X(9).
                10  PND-STATE            PIC X(1).
                    88 PND-IS-WAITING        VALUE "P".
                    88 PND-IS-DUE            VALUE "D".
                    88 PND-IS-RELEASED       VALUE "R".
                    88 PND-IS-SUPERSEDED     VALUE "S".
                    88 PND-IS-CANCELLED      VALUE "C".
        01 PENDING-INDEX            PIC 9(5) BINARY VALUE 0.
        01 RELEASE-SCAN-INDEX       PIC 9(5) BINARY VALUE 0.
        01 RELEASE-PHASE-SWITCH     PIC X(1) VALUE "N".
           88 RELEASE-PHASE-ACTIVE            VALUE "Y".
        01 RELEASES-DONE-SWITCH     PIC X(1) VALUE "N".
           88 RELEASES-WERE-DONE              VALUE "Y".
        01 RELEASE-RESUME-KEY       PIC X(6) VALUE SPACES.
        01 RELEASE-KEY-FOUND-SW     PIC X(1) VALUE "N".
           88 RELEASE-KEY-FOUND               VALUE "Y".

      *   One CUSTIN record's pending-change verdict: apply it now,
      *   hold it as a future-dated change, or withdraw the change
      *   pending for its key ("*CANCEL*" in the job field).
        01 CANCEL-ACTION-JOB        PIC X(8) VALUE "*CANCEL*".
        01 PENDING-CHECK-AREA.
            05  PENDING-CHECK-NAME   PIC X(6).
            05  PENDING-CHECK-JOB    PIC X(8).
            05  PENDING-CHECK-DATE   PIC X(9).
        01 PENDING-ACTION-SW        PIC X(1) VALUE SPACE.
           88 PENDING-ACTION-APPLY            VALUE SPACE.
           88 PENDING-ACTION-HOLD             VALUE "H".
           88 PENDING-ACTION-CANCEL           VALUE "W".
        01 RECORD-EFFECTIVE-DATE    PIC 9(8) VALUE 0.
        01 PENDING-DONE-SWITCH      PIC X(1) VALUE "N".
           88 PENDING-REQUEST-DONE            VALUE "Y".
        01 PENDING-SAME-SWITCH      PIC X(1) VALUE "N".
           88 PENDING-ALREADY-PARKED          VALUE "Y".

      *   Reason byte for a pending-change request that could not be
      *   honoured (see SUSPREC).
        01 SUSPENSE-PENDING-REASON  PIC X(1) VALUE "F".

      *   The window's pending-change totals for the run log and the
      *   "*PENDING" RUNSTATS record.  HELD and WITHDRAW-REQUESTS
      *   count dispositions ("H"/"W"); the others count entries.
        01 PENDING-LOADED-COUNT     PIC 9(7) VALUE 0.
        01 PENDING-DUE-COUNT        PIC 9(7) VALUE 0.
        01 PENDING-RELEASED-COUNT   PIC 9(7) VALUE 0.
        01 PENDING-HELD-COUNT       PIC 9(7) VALUE 0.
        01 PENDING-REFUSED-COUNT    PIC 9(7) VALUE 0.
        01 PENDING-WITHDRAW-REQUESTS PIC 9(7) VALUE 0.
        01 PENDING-CANCELLED-COUNT  PIC 9(7) VALUE 0.
        01 PENDING-SUPERSEDED-COUNT PIC 9(7) VALUE 0.
        01 PENDING-CARRIED-COUNT    PIC 9(7) VALUE 0.

      *   Work area used to stage one batch slot's fields at a time.
        COPY CUSTINFO.

        01 CUSTOMER-INFO-BATCH-LEN       PIC  S9(18) COMP-5.
        01 CUSTOMER-INFO-BYTE-BUFFER-PTR USAGE POINTER.

      *   Exception pending after a CallStaticVoidMethod, if any --
      *   see CHECK-FOR-JAVA-EXCEPTION.
        01 JAVA-EXCEPTION-REF
           object reference JavaThrowable value null.

        LINKAGE SECTION.

        COPY JNI.

            PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-END.

      *   The window is under way from here: mark it open on the
      *   shared window state before the JVM or the journal is
      *   touched.
            IF NOT JVM-STARTUP-FAILED
               PERFORM OPEN-WINDOW-STATE THRU OPEN-WINDOW-STATE-END
            END-IF.

      *   INITIALIZE-RUN can itself set JVM-STARTUP-FAILED (a
      *   JAVACTL config value too long to null-terminate) -- skip
      *   straight past the JVM lookups in that case rather than
                       REGISTER-AUDIT-WINDOW-END
            END-IF.

      *   The JVM startup is timed as a whole, failed or not -- a
      *   startup that fails slowly is as much a cost as one that
      *   succeeds.
            IF NOT JVM-STARTUP-FAILED
               PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
               MOVE TIMING-CLOCK-HSEC TO TIMING-INTERVAL-START
               PERFORM JNI-LOOKUPS THRU JNI-LOOKUPS-END
               PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
               PERFORM COMPUTE-TIMING-INTERVAL THRU
                       COMPUTE-TIMING-INTERVAL-END
               MOVE TIMING-INTERVAL-HSEC TO JVM-STARTUP-HSEC
               SET STARTUP-TIME-PENDING TO TRUE
            END-IF.

            IF NOT JVM-STARTUP-FAILED
      *   doesn't leave room for that terminator -- fail the run
      *   with a clear RETURN-CODE instead of handing GetStaticMethodId
      *   an unterminated string to read past.
                  IF JC-METHOD-NAME NOT = SPACES
                     MOVE JC-METHOD-NAME TO CONTRACT-METHOD-NAME
                  END-IF
                  MOVE SPACES TO METHOD-NAME
                  STRING JC-METHOD-NAME DELIMITED BY SPACE
                         X"00"          DELIMITED BY SIZE
               MOVE 500 TO BATCH-CHUNK-SIZE
            END-IF.

            PERFORM LOAD-CHANGE-CONTRACT THRU LOAD-CHANGE-CONTRACT-END.

            PERFORM LOAD-PENDING-CHANGES THRU LOAD-PENDING-CHANGES-END.

      *   A refresh run draws its input from the CUSTMSTR browse, so
      *   CUSTIN (and its control-record verification) never enters
      *   the picture; the browse itself starts after the resume
      *   its key has no business being looked for in this window's
      *   CUSTIN.  Clear the stale key in that case (and in the no-op
      *   case where there was no key at all) so it can't ride along
      *   into this window's own checkpoint records.  A RELEASING
      *   checkpoint carries the last pending change released, not a
      *   CUSTIN key: the interrupted run never reached CUSTIN, and
      *   the release phase picks up past that change instead.
            IF LAST-CHECKPOINT-STAGE = "RELEASING"
               IF LAST-CHECKPOINT-KEY NOT = SPACES
                  MOVE LAST-CHECKPOINT-KEY TO RELEASE-RESUME-KEY
                  SET RESUMED-THIS-RUN TO TRUE
               END-IF
               MOVE SPACES TO LAST-CHECKPOINT-KEY
            ELSE
               IF LAST-CHECKPOINT-KEY NOT = SPACES
                  AND LAST-CHECKPOINT-STAGE NOT = "COMPLETE"
                  MOVE LAST-CHECKPOINT-KEY TO RESUME-KEY
                  SET STILL-SKIPPING-TO-RESUME TO TRUE
                  SET RESUMED-THIS-RUN TO TRUE
               ELSE
                  MOVE SPACES TO LAST-CHECKPOINT-KEY
               END-IF
            END-IF.
            IF RELEASES-WERE-DONE
               SET RESUMED-THIS-RUN TO TRUE
            END-IF.

            PERFORM PREPARE-PENDING-RELEASES THRU
                    PREPARE-PENDING-RELEASES-END.

            OPEN EXTEND CHECKPOINT-FILE.
            IF CHECKPOINT-STATUS = "05" OR CHECKPOINT-STATUS = "35"
        INITIALIZE-RUN-END.
            EXIT.

      *****************************************************************
      *  LOAD-CHANGE-CONTRACT finds the configured Java method's card
      *  on CHGCTL and puts its may-change flags in force in CHGGUARD
      *  for the run.  No CHGCTL at all means the contract is not in
      *  use and nothing is enforced, as before it existed.  A CHGCTL
      *  with no card for this method means the method has no agreed
      *  contract, and it may change nothing -- an unlisted method is
      *  the one most likely to be doing what nobody signed up for.
      *****************************************************************
        LOAD-CHANGE-CONTRACT.
            MOVE "NNN" TO GUARD-CONTRACT-FLAGS.
            MOVE "N" TO CONTRACT-CARD-FOUND-SW.
            OPEN INPUT CHANGE-CONTRACT-FILE.
            IF CHANGE-CONTRACT-STATUS NOT = "00"
               DISPLAY "COBTOJAV: NO CHGCTL - JAVA CHANGE CONTRACT "
                       "NOT ENFORCED"
               GO TO LOAD-CHANGE-CONTRACT-END
            END-IF.

            PERFORM READ-ONE-CONTRACT-CARD THRU
                    READ-ONE-CONTRACT-CARD-END
               UNTIL CHANGE-CONTRACT-STATUS NOT = "00"
                  OR CONTRACT-CARD-FOUND.
            CLOSE CHANGE-CONTRACT-FILE.

            IF NOT CONTRACT-CARD-FOUND
               DISPLAY "COBTOJAV: NO CHGCTL CARD FOR METHOD "
                       CONTRACT-METHOD-NAME
               DISPLAY "COBTOJAV: JAVA METHOD MAY CHANGE NO FIELD"
            END-IF.

            SET CONTRACT-IN-FORCE TO TRUE.
            DISPLAY "COBTOJAV: JAVA CHANGE CONTRACT NAME="
                    GUARD-NAME-MAY-CHANGE " JOB="
                    GUARD-JOB-MAY-CHANGE " DATE="
                    GUARD-DATE-MAY-CHANGE.
            MOVE "CONTRACT" TO GUARD-REQUEST-CODE.
            CALL "CHGGUARD" USING GUARD-REQUEST-CODE
                                   GUARD-SLOT-NUMBER
                                   GUARD-CONTRACT-FLAGS
                                   CUSTOMER-INFO
                                   GUARD-BEFORE-IMAGE
                                   GUARD-VERDICT.
        LOAD-CHANGE-CONTRACT-END.
            EXIT.

      *   Anything but an explicit Y is a field the method may not
      *   change.
        READ-ONE-CONTRACT-CARD.
            READ CHANGE-CONTRACT-FILE.
            IF CHANGE-CONTRACT-STATUS = "00"
               AND CHG-METHOD-NAME = CONTRACT-METHOD-NAME
               SET CONTRACT-CARD-FOUND TO TRUE
               IF CHG-NAME-CHANGE-ALLOWED
                  MOVE "Y" TO GUARD-NAME-MAY-CHANGE
               END-IF
               IF CHG-JOB-CHANGE-ALLOWED
                  MOVE "Y" TO GUARD-JOB-MAY-CHANGE
               END-IF
               IF CHG-DATE-CHANGE-ALLOWED
                  MOVE "Y" TO GUARD-DATE-MAY-CHANGE
               END-IF
            END-IF.
        READ-ONE-CONTRACT-CARD-END.
            EXIT.

      *****************************************************************
      *  LOAD-PENDING-CHANGES opens the next PENDING generation and
      *  reads the current one into the pending table.  It runs in
      *  every mode: a refresh or single-record run, or a window
      *  refused at startup, still carries the waiting changes
      *  forward, so the next generation is never empty by accident.
      *  Without a PENDOUT the feature is off for the run -- nothing
      *  is loaded, so nothing is released that could be released
      *  again, and a future-dated record goes to SUSPENSE reason "F"
      *  rather than being applied early.  A PENDIN that is not
      *  allocated just means nothing is waiting.  A PENDIN larger
      *  than the table cannot be worked safely: the window fails
      *  with the reserved RETURN-CODE 84 before the JVM is started,
      *  and CLOSE-RUN copies the generation forward as it stands.
      *****************************************************************
        LOAD-PENDING-CHANGES.
            OPEN OUTPUT PENDING-OUT-FILE.
            IF PENDING-OUT-STATUS NOT = "00"
               DISPLAY "COBTOJAV: NO PENDOUT - FUTURE-DATED CHANGES"
                       " GO TO SUSPENSE, NONE RELEASED"
               GO TO LOAD-PENDING-CHANGES-END
            END-IF.
            SET PENDING-CHANGES-ACTIVE TO TRUE.

            OPEN INPUT PENDING-IN-FILE.
            IF PENDING-IN-STATUS NOT = "00"
               DISPLAY "COBTOJAV: NO PENDIN - NO PENDING CHANGES"
                       " CARRIED IN"
               GO TO LOAD-PENDING-CHANGES-END
            END-IF.
            PERFORM LOAD-ONE-PENDING-CHANGE THRU
                    LOAD-ONE-PENDING-CHANGE-END
               UNTIL PENDING-IN-STATUS NOT = "00"
                  OR JVM-STARTUP-FAILED.
            CLOSE PENDING-IN-FILE.
            DISPLAY "COBTOJAV: " PENDING-LOADED-COUNT
                    " PENDING CHANGE(S) CARRIED IN".
        LOAD-PENDING-CHANGES-END.
            EXIT.

        LOAD-ONE-PENDING-CHANGE.
            READ PENDING-IN-FILE.
            IF PENDING-IN-STATUS NOT = "00"
               GO TO LOAD-ONE-PENDING-CHANGE-END
            END-IF.
            IF PENDING-TABLE-COUNT = PENDING-TABLE-LIMIT
               DISPLAY "ERROR: PENDIN EXCEEDS " PENDING-TABLE-LIMIT
                       " PENDING CHANGES - WINDOW NOT RUN"
               MOVE 84 TO RETURN-CODE
               SET JVM-STARTUP-FAILED TO TRUE
               GO TO LOAD-ONE-PENDING-CHANGE-END
            END-IF.
            ADD 1 TO PENDING-TABLE-COUNT.
            ADD 1 TO PENDING-LOADED-COUNT.
            MOVE PENDING-CHANGE-RECORD
                TO PND-CHANGE (PENDING-TABLE-COUNT).
            MOVE "P" TO PND-STATE (PENDING-TABLE-COUNT).
        LOAD-ONE-PENDING-CHANGE-END.
            EXIT.

      *****************************************************************
      *  PREPARE-PENDING-RELEASES marks the waiting changes whose
      *  effective date has come by this window's business date as
      *  due, and arms the release phase that feeds them to the
      *  chunk loop ahead of CUSTIN.  Only a window with a verified
      *  CUSTIN and a business date that converts releases anything.
      *  On a resumed window the interrupted run's releases are not
      *  made again: all of them when its RELEASED checkpoint is on
      *  file, else those up to and including the last one its
      *  RELEASING checkpoint names (when that change is still in
      *  the table -- a run that stopped cleanly has already dropped
      *  what it released from the generation read back).
      *****************************************************************
        PREPARE-PENDING-RELEASES.
            IF NOT PENDING-CHANGES-ACTIVE
               OR IN-REFRESH-MODE
               OR IN-SINGLE-RECORD-MODE
               OR JVM-STARTUP-FAILED
               OR BUSINESS-DATE-YYYYMMDD = 0
               GO TO PREPARE-PENDING-RELEASES-END
            END-IF.

            MOVE 1 TO PENDING-INDEX.
            PERFORM MARK-ONE-DUE-CHANGE THRU MARK-ONE-DUE-CHANGE-END
               UNTIL PENDING-INDEX > PENDING-TABLE-COUNT.

            IF RELEASES-WERE-DONE
               DISPLAY "COBTOJAV: PENDING CHANGES DUE TO THIS WINDOW"
                       " WERE RELEASED BY THE INTERRUPTED RUN"
               MOVE 1 TO PENDING-INDEX
               PERFORM PASS-ONE-RELEASED-CHANGE THRU
                       PASS-ONE-RELEASED-CHANGE-END
                  UNTIL PENDING-INDEX > PENDING-TABLE-COUNT
               GO TO PREPARE-PENDING-RELEASES-END
            END-IF.

            IF RELEASE-RESUME-KEY NOT = SPACES
               MOVE "N" TO RELEASE-KEY-FOUND-SW
               MOVE 1 TO PENDING-INDEX
               PERFORM FIND-RELEASE-RESUME-KEY THRU
                       FIND-RELEASE-RESUME-KEY-END
                  UNTIL PENDING-INDEX > PENDING-TABLE-COUNT
                     OR RELEASE-KEY-FOUND
               IF RELEASE-KEY-FOUND
                  DISPLAY "COBTOJAV: RELEASES RESUMING PAST "
                          RELEASE-RESUME-KEY
                  MOVE "N" TO RELEASE-KEY-FOUND-SW
                  MOVE 1 TO PENDING-INDEX
                  PERFORM PASS-ONE-RELEASED-CHANGE THRU
                          PASS-ONE-RELEASED-CHANGE-END
                     UNTIL PENDING-INDEX > PENDING-TABLE-COUNT
                        OR RELEASE-KEY-FOUND
               END-IF
            END-IF.

            SET RELEASE-PHASE-ACTIVE TO TRUE.
            MOVE 1 TO RELEASE-SCAN-INDEX.
            DISPLAY "COBTOJAV: " PENDING-DUE-COUNT
                    " PENDING CHANGE(S) DUE BY BUSINESS DATE "
                    INPUT-BUSINESS-DATE.
        PREPARE-PENDING-RELEASES-END.
            EXIT.

        MARK-ONE-DUE-CHANGE.
            IF PND-IS-WAITING (PENDING-INDEX)
               AND PND-EFFECTIVE-DATE (PENDING-INDEX)
                   NOT > BUSINESS-DATE-YYYYMMDD
               MOVE "D" TO PND-STATE (PENDING-INDEX)
               ADD 1 TO PENDING-DUE-COUNT
            END-IF.
            ADD 1 TO PENDING-INDEX.
        MARK-ONE-DUE-CHANGE-END.
            EXIT.

        FIND-RELEASE-RESUME-KEY.
            IF PND-IS-DUE (PENDING-INDEX)
               AND PND-CUSTOMER-NAME (PENDING-INDEX)
                   = RELEASE-RESUME-KEY
               SET RELEASE-KEY-FOUND TO TRUE
            END-IF.
            ADD 1 TO PENDING-INDEX.
        FIND-RELEASE-RESUME-KEY-END.
            EXIT.

      *   A due change the interrupted run already released leaves
      *   the table as released; the resume key, when there is one,
      *   is the last of them.
        PASS-ONE-RELEASED-CHANGE.
            IF PND-IS-DUE (PENDING-INDEX)
               MOVE "R" TO PND-STATE (PENDING-INDEX)
               IF PND-CUSTOMER-NAME (PENDING-INDEX)
                  = RELEASE-RESUME-KEY
                  SET RELEASE-KEY-FOUND TO TRUE
               END-IF
            END-IF.
            ADD 1 TO PENDING-INDEX.
        PASS-ONE-RELEASED-CHANGE-END.
            EXIT.

      *****************************************************************
      *  START-MASTER-REFRESH opens the customer master and positions
      *  the browse: from the top of the file on a fresh refresh, or
                    " BUSINESS DATE " INPUT-BUSINESS-DATE
                    " FROM " INPUT-SOURCE-SYSTEM.

      *   A record dated after this is a future-dated change.
            MOVE INPUT-BUSINESS-DATE TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-BUSINESS-DATE THRU
                    CONVERT-BUSINESS-DATE-END.
            MOVE CONVERT-DATE-YYYYMMDD TO BUSINESS-DATE-YYYYMMDD.

            MOVE 1 TO MAPPED-RECORD-COUNT.
            PERFORM OPEN-NEW-SOURCE-SET THRU
                    OPEN-NEW-SOURCE-SET-END.
      *  belongs to a VERIFIED source in the duplicate-key occurrence
      *  table.  Controls and failed-source records contribute
      *  nothing, so the occurrence ordinals line up exactly with the
      *  records the chunk loop will actually process.  Future-dated
      *  records and "*CANCEL*" requests are not among those and are
      *  not registered either; a cancel request withdraws here, before
      *  the release phase can hand it to Java, a pending change an
      *  EARLIER window parked for its key.
      *****************************************************************
        RESCAN-FOR-DUPLICATES.
            OPEN INPUT CUST-INPUT-FILE.
               GO TO RESCAN-ONE-RECORD-END
            END-IF.
            MOVE CUST-INPUT-RECORD TO PREVIOUS-INPUT-RECORD.
            MOVE CUST-INPUT-RECORD TO PENDING-CHECK-AREA.
            PERFORM CLASSIFY-PENDING-ACTION THRU
                    CLASSIFY-PENDING-ACTION-END.
            IF PENDING-ACTION-CANCEL
               PERFORM WITHDRAW-EARLIER-PENDING THRU
                       WITHDRAW-EARLIER-PENDING-END
            END-IF.
            IF NOT PENDING-ACTION-APPLY
               GO TO RESCAN-ONE-RECORD-END
            END-IF.
            PERFORM REGISTER-KEY-OCCURRENCE THRU
                    REGISTER-KEY-OCCURRENCE-END.
        RESCAN-ONE-RECORD-END.
            EXIT.

      *****************************************************************
      *  CLASSIFY-PENDING-ACTION decides what the CUSTIN record staged
      *  in PENDING-CHECK-AREA asks for.  "*CANCEL*" in the job field
      *  withdraws the change pending for the key.  A record whose
      *  date converts and falls AFTER the window's business date is
      *  a future-dated change to hold until that date; its date is
      *  left in RECORD-EFFECTIVE-DATE.  Everything else -- deletes,
      *  and dates that will not convert, which COB1 rejects in the
      *  ordinary way -- is applied tonight.
      *****************************************************************
        CLASSIFY-PENDING-ACTION.
            MOVE SPACE TO PENDING-ACTION-SW.
            IF PENDING-CHECK-JOB = CANCEL-ACTION-JOB
               SET PENDING-ACTION-CANCEL TO TRUE
               GO TO CLASSIFY-PENDING-ACTION-END
            END-IF.
            IF PENDING-CHECK-JOB = DELETE-ACTION-JOB
               OR BUSINESS-DATE-YYYYMMDD = 0
               GO TO CLASSIFY-PENDING-ACTION-END
            END-IF.
            MOVE PENDING-CHECK-DATE (1:8) TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-BUSINESS-DATE THRU
                    CONVERT-BUSINESS-DATE-END.
            IF CONVERT-DATE-YYYYMMDD > BUSINESS-DATE-YYYYMMDD
               MOVE CONVERT-DATE-YYYYMMDD TO RECORD-EFFECTIVE-DATE
               SET PENDING-ACTION-HOLD TO TRUE
            END-IF.
        CLASSIFY-PENDING-ACTION-END.
            EXIT.

      *   A cancel request reaches a change an earlier window parked
      *   during the pre-read, so a change due tonight is withdrawn
      *   before the release phase can apply it.  A change parked by
      *   THIS window (seen again on a resumed run) is left for the
      *   chunk loop, which meets the records in their CUSTIN order.
        WITHDRAW-EARLIER-PENDING.
            IF NOT PENDING-CHANGES-ACTIVE
               GO TO WITHDRAW-EARLIER-PENDING-END
            END-IF.
            MOVE 1 TO PENDING-INDEX.
            PERFORM WITHDRAW-ONE-EARLIER-PENDING THRU
                    WITHDRAW-ONE-EARLIER-PENDING-END
               UNTIL PENDING-INDEX > PENDING-TABLE-COUNT.
        WITHDRAW-EARLIER-PENDING-END.
            EXIT.

        WITHDRAW-ONE-EARLIER-PENDING.
            IF PND-IS-WAITING (PENDING-INDEX)
               AND PND-CUSTOMER-NAME (PENDING-INDEX)
                   = PENDING-CHECK-NAME
               AND (PND-WINDOW-ID (PENDING-INDEX) NOT = INPUT-WINDOW-ID
                    OR PND-BUSINESS-DATE (PENDING-INDEX)
                       NOT = INPUT-BUSINESS-DATE)
               MOVE "C" TO PND-STATE (PENDING-INDEX)
               ADD 1 TO PENDING-CANCELLED-COUNT
               DISPLAY "COBTOJAV: PENDING CHANGE FOR "
                       PENDING-CHECK-NAME " EFFECTIVE "
                       PND-EFFECTIVE-DATE (PENDING-INDEX)
                       " WITHDRAWN BY CANCEL REQUEST"
            END-IF.
            ADD 1 TO PENDING-INDEX.
        WITHDRAW-ONE-EARLIER-PENDING-END.
            EXIT.

      *****************************************************************
      *  CHECK-WINDOW-REGISTRY reads the durable WINDREG registry of
      *  windows already carried to a clean finish.  A record matching
      *  Monday's file legitimately follows Friday's.  A registry that
      *  is not allocated, or a business date that will not convert,
      *  simply skips the checks rather than failing a window over
      *  missing bookkeeping.  A window whose latest registry record
      *  marks it backed out (WINBKOUT) is admitted as a re-run of the
      *  same window; its business date was already accepted in
      *  sequence once, so the sequence checks are not made again.
      *****************************************************************
      *   Drives the registry check once per VERIFIED source set --
      *   each transmitting source has its own date sequence, and a

        CHECK-WINDOW-REGISTRY.
            MOVE "N" TO REGISTRY-DUPLICATE-SW.
            MOVE "N" TO REGISTRY-BACKED-OUT-SW.
            MOVE 0 TO REGISTRY-LAST-DATE.
            MOVE REGISTRY-CHECK-DATE TO CONVERT-DATE-INPUT.
            PERFORM CONVERT-BUSINESS-DATE THRU
               GO TO CHECK-WINDOW-REGISTRY-END
            END-IF.

            IF WINDOW-WAS-BACKED-OUT
               DISPLAY "COBTOJAV: WINDOW " REGISTRY-CHECK-WINDOW
                       " BUSINESS DATE " REGISTRY-CHECK-DATE
                       " FROM " REGISTRY-CHECK-SOURCE
                       " WAS BACKED OUT - RE-RUN ADMITTED"
               GO TO CHECK-WINDOW-REGISTRY-END
            END-IF.

            IF INPUT-DATE-YYYYMMDD = 0
               OR REGISTRY-LAST-DATE = 0
               GO TO CHECK-WINDOW-REGISTRY-END
        CHECK-WINDOW-REGISTRY-END.
            EXIT.

      *   One step of the registry scan: remember whether the latest
      *   record matching this window exactly marks it complete or
      *   backed out, and track the latest business date completed
      *   for this window's source system.
        READ-ONE-REGISTRY-RECORD.
            READ WINDOW-REGISTRY-FILE.
            IF WINDOW-REGISTRY-STATUS NOT = "00"
               GO TO READ-ONE-REGISTRY-RECORD-END
            END-IF.
            IF NOT WREG-IS-COMPLETE
               AND NOT WREG-IS-BACKED-OUT
               GO TO READ-ONE-REGISTRY-RECORD-END
            END-IF.

            IF WREG-WINDOW-ID = REGISTRY-CHECK-WINDOW
               AND WREG-BUSINESS-DATE = REGISTRY-CHECK-DATE
               AND WREG-SOURCE-SYSTEM = REGISTRY-CHECK-SOURCE
               IF WREG-IS-BACKED-OUT
                  MOVE "N" TO REGISTRY-DUPLICATE-SW
                  SET WINDOW-WAS-BACKED-OUT TO TRUE
               ELSE
                  SET WINDOW-ALREADY-PROCESSED TO TRUE
                  MOVE "N" TO REGISTRY-BACKED-OUT-SW
               END-IF
            END-IF.
            IF WREG-IS-BACKED-OUT
               GO TO READ-ONE-REGISTRY-RECORD-END
            END-IF.

            IF WREG-SOURCE-SYSTEM = REGISTRY-CHECK-SOURCE
        REPORT-ONE-DUPLICATE-KEY-END.
            EXIT.

      *****************************************************************
      *  OPEN-WINDOW-STATE marks this window open on WINSTATE under
      *  its CUSTIN window id ("REFRSH" for a refresh run).
      *****************************************************************
        OPEN-WINDOW-STATE.
            MOVE "OPEN " TO WPOST-REQUEST.
            MOVE "STARTED" TO WPOST-STAGE.
            MOVE SPACES TO WPOST-LAST-KEY.
            PERFORM POST-WINDOW-STATE THRU POST-WINDOW-STATE-END.
            IF WPOST-RESULT = "00"
               SET WINDOW-STATE-POSTED TO TRUE
               MOVE "STARTED" TO WINDOW-STATE-STAGE
               MOVE SPACES TO WINDOW-STATE-KEY
            END-IF.
        OPEN-WINDOW-STATE-END.
            EXIT.

        POST-WINDOW-STATE.
            MOVE "COBTOJAV" TO WPOST-PROGRAM-ID.
            MOVE INPUT-WINDOW-ID TO WPOST-WINDOW-ID.
            MOVE INPUT-BUSINESS-DATE TO WPOST-BUSINESS-DATE.
            CALL "WINPOST" USING WINDOW-POST-AREA.
            IF WPOST-RESULT NOT = "00"
               DISPLAY "COBTOJAV: CANNOT UPDATE WINSTATE, STATUS="
                       WPOST-RESULT " - WINDOW NOT SHOWN AS OPEN"
               MOVE "N" TO WINDOW-STATE-SWITCH
            END-IF.
        POST-WINDOW-STATE-END.
            EXIT.

      *   One registration call per window: the before-image slot
      *   carries the window id and business date in place of a
      *   customer (see the "*WINDOW*" notes on AUDITLOG).
                                   CURRENT-CORRELATION-ID
                                   WINDOW-STAMP-AREA
                                   CUSTOMER-INFO.

            MOVE INPUT-WINDOW-ID     TO SUSPENSE-STAMP-WINDOW-ID.
            MOVE INPUT-BUSINESS-DATE TO SUSPENSE-STAMP-DATE.
            MOVE INPUT-SOURCE-SYSTEM TO SUSPENSE-STAMP-SOURCE.
            CALL "SUSPLOG" USING SUSPENSE-WINDOW-REQUEST
                                  SUSPENSE-REASON-CODE
                                  CURRENT-CORRELATION-ID
                                  SUSPENSE-STAMP-AREA.
        REGISTER-AUDIT-WINDOW-END.
            EXIT.

      *   A RELEASED checkpoint since the last COMPLETE one means the
      *   interrupted run had already released every pending change
      *   due to this window.
        READ-LAST-CHECKPOINT.
            READ CHECKPOINT-FILE
            IF CHECKPOINT-STATUS = "00"
               MOVE CHKPT-LAST-KEY TO LAST-CHECKPOINT-KEY
               MOVE CHKPT-STAGE    TO LAST-CHECKPOINT-STAGE
               IF CHKPT-STAGE = "COMPLETE"
                  MOVE "N" TO RELEASES-DONE-SWITCH
               END-IF
               IF CHKPT-STAGE = "RELEASED"
                  SET RELEASES-WERE-DONE TO TRUE
               END-IF
            END-IF.
        READ-LAST-CHECKPOINT-END.
            EXIT.
            PERFORM CLOSE-EXTRACT-FILE THRU
                    CLOSE-EXTRACT-FILE-END.

      *   Records isolated after the Java method threw on them end
      *   the step with the reserved RC 76 -- asserted over COB1's
      *   per-record codes (0-16, and the lost update 40 or unknown
      *   delete 72 a record of the same window may have left on the
      *   register) so the night's Java defect is not mistaken for
      *   ordinary data rejects, but never over a control, abort, or
      *   feed failure already standing, and before RUNSTATS
      *   snapshots the final code.  Which kind of code is standing
      *   is settled once, before either assertion moves it.
            IF NOT JVM-STARTUP-FAILED
               PERFORM WRITE-JAVA-EXCEPTION-LOG THRU
                       WRITE-JAVA-EXCEPTION-LOG-END
            END-IF.
            MOVE "N" TO RECORD-LEVEL-RC-SWITCH.
            IF RETURN-CODE NOT > 16
               OR RETURN-CODE = 40
               OR RETURN-CODE = 72
               SET RECORD-LEVEL-RC-STANDING TO TRUE
            END-IF.
            IF JAVA-POISON-COUNT > 0
               AND RECORD-LEVEL-RC-STANDING
               MOVE 76 TO RETURN-CODE
            END-IF.

      *   Records refused for breaking the Java change contract end
      *   the step with the reserved RC 80 on the same terms -- and
      *   over RC 76, since a Java method rewriting fields it does not
      *   own is the graver of the two defects.
            IF CONTRACT-IN-FORCE
               AND NOT JVM-STARTUP-FAILED
               DISPLAY "COBTOJAV: JAVA CHANGE CONTRACT"
               DISPLAY "COBTOJAV:   " CONTRACT-REFUSED-COUNT
                       " RECORD(S) REFUSED TO SUSPENSE (REASON C)"
            END-IF.
            IF CONTRACT-REFUSED-COUNT > 0
               AND RECORD-LEVEL-RC-STANDING
               MOVE 80 TO RETURN-CODE
            END-IF.

            PERFORM WRITE-PENDING-CHANGES THRU
                    WRITE-PENDING-CHANGES-END.

            PERFORM WRITE-RUN-STATISTICS THRU
                    WRITE-RUN-STATISTICS-END.

      *   A run that started its JVM (or failed to) but got no chunk
      *   to Java still has its startup on record -- on a timing
      *   record of its own.
            IF STARTUP-TIME-PENDING
               MOVE 0 TO CHUNK-RECORDS-TIMED
               MOVE SPACES TO CHUNK-FIRST-KEY
               MOVE SPACES TO CHUNK-LAST-KEY
               MOVE 0 TO CHUNK-ELAPSED-HSEC
               MOVE 0 TO CHUNK-CALL-HSEC
               MOVE 0 TO CHUNK-POST-HSEC
               MOVE "N" TO CHUNK-ISOLATED-FLAG
               PERFORM WRITE-CHUNK-TIMING THRU WRITE-CHUNK-TIMING-END
            END-IF.
            IF CHUNK-TIMING-IS-OPEN
               CLOSE CHUNK-TIMING-FILE
            END-IF.
            MOVE "N" TO CHUNK-TIMING-SWITCH.
            MOVE "N" TO STARTUP-TIMING-SWITCH.

      *   Flush the window's durable disposition trail.
            IF DISPOSITION-IS-OPEN
               CLOSE DISPOSITION-FILE
                                   STATS-ACCEPTED-COUNT
                                   STATS-REJECTED-COUNT.

      *   And the change guard: a following window reads CHGCTL
      *   afresh and must not pair against this window's last chunk.
            MOVE "RESET" TO GUARD-REQUEST-CODE.
            CALL "CHGGUARD" USING GUARD-REQUEST-CODE
                                   GUARD-SLOT-NUMBER
                                   GUARD-CONTRACT-FLAGS
                                   CUSTOMER-INFO
                                   GUARD-BEFORE-IMAGE
                                   GUARD-VERDICT.

      *   End-of-run close request to COB1 for the customer master it
      *   holds open I-O across the window (and its loaded job-code
      *   table) -- a NULL buffer address instead of a customer.
            CALL "HISTLOG" USING AUDIT-CLOSE-REQUEST
                                  CURRENT-CORRELATION-ID
                                  BEFORE-STAGING-AREA.

      *   Last of all, with every file of the window closed, the
      *   window comes off the shared state -- with the stage it
      *   ended at, so a stopped window still shows where it stopped.
            IF WINDOW-STATE-POSTED
               MOVE "CLOSE" TO WPOST-REQUEST
               MOVE WINDOW-STATE-STAGE TO WPOST-STAGE
               MOVE WINDOW-STATE-KEY TO WPOST-LAST-KEY
               PERFORM POST-WINDOW-STATE THRU POST-WINDOW-STATE-END
               MOVE "N" TO WINDOW-STATE-SWITCH
            END-IF.
        CLOSE-RUN-END.
            EXIT.

      *****************************************************************
      *  WRITE-JAVA-EXCEPTION-LOG puts the JAVA EXCEPTIONS section on
      *  the run log: how many exceptions the Java method raised this
      *  window, how many records were isolated to suspense because
      *  of them, and each isolated record with the chunk and slot it
      *  was carried in.  The section always prints, so "none" is a
      *  stated fact rather than an absent paragraph.
      *****************************************************************
        WRITE-JAVA-EXCEPTION-LOG.
            DISPLAY "COBTOJAV: JAVA EXCEPTIONS".
            DISPLAY "COBTOJAV:   " JAVA-EXCEPTION-COUNT
                    " EXCEPTION(S) RAISED, " JAVA-POISON-COUNT
                    " RECORD(S) ISOLATED TO SUSPENSE".
            MOVE 1 TO POISON-REPORT-INDEX.
            PERFORM WRITE-ONE-POISON-LINE THRU
                    WRITE-ONE-POISON-LINE-END
               UNTIL POISON-REPORT-INDEX > POISON-TABLE-COUNT.
            IF JAVA-POISON-COUNT > POISON-TABLE-COUNT
               DISPLAY "COBTOJAV:   ... AND "
                       "FURTHER RECORD(S) - SEE SUSPENSE REASON E"
            END-IF.
        WRITE-JAVA-EXCEPTION-LOG-END.
            EXIT.

        WRITE-ONE-POISON-LINE.
            DISPLAY "COBTOJAV:   CHUNK "
                    POISON-CHUNK-NUMBER (POISON-REPORT-INDEX)
                    " SLOT " POISON-SLOT-NUMBER (POISON-REPORT-INDEX)
                    " KEY " POISON-NAME (POISON-REPORT-INDEX)
                    " JOB " POISON-JOB (POISON-REPORT-INDEX)
                    " DATE " POISON-DATE (POISON-REPORT-INDEX).
            ADD 1 TO POISON-REPORT-INDEX.
        WRITE-ONE-POISON-LINE-END.
            EXIT.

      *****************************************************************
      *  WRITE-PENDING-CHANGES writes the next PENDING generation and
      *  puts the PENDING CHANGES section on the run log.  A window
      *  that never started copies the generation it read forward
      *  record for record -- withdrawals its pre-read made are not
      *  kept, since the corrected window will meet the same cancel
      *  requests again.  Otherwise every change still waiting, and
      *  every due one the window stopped before releasing, goes
      *  forward; released, superseded and withdrawn ones do not.
      *****************************************************************
        WRITE-PENDING-CHANGES.
            IF NOT PENDING-CHANGES-ACTIVE
               AND PENDING-HELD-COUNT = 0
               AND PENDING-WITHDRAW-REQUESTS = 0
               GO TO WRITE-PENDING-CHANGES-END
            END-IF.

            IF PENDING-CHANGES-ACTIVE
               IF JVM-STARTUP-FAILED
                  OPEN INPUT PENDING-IN-FILE
                  IF PENDING-IN-STATUS = "00"
                     PERFORM COPY-ONE-PENDING-CHANGE THRU
                             COPY-ONE-PENDING-CHANGE-END
                        UNTIL PENDING-IN-STATUS NOT = "00"
                     CLOSE PENDING-IN-FILE
                  END-IF
               ELSE
                  MOVE 1 TO PENDING-INDEX
                  PERFORM WRITE-ONE-PENDING-CHANGE THRU
                          WRITE-ONE-PENDING-CHANGE-END
                     UNTIL PENDING-INDEX > PENDING-TABLE-COUNT
               END-IF
               CLOSE PENDING-OUT-FILE
            END-IF.

            DISPLAY "COBTOJAV: PENDING CHANGES".
            DISPLAY "COBTOJAV:   " PENDING-LOADED-COUNT
                    " CARRIED IN, " PENDING-DUE-COUNT " DUE, "
                    PENDING-RELEASED-COUNT " RELEASED".
            DISPLAY "COBTOJAV:   " PENDING-HELD-COUNT " HELD, "
                    PENDING-SUPERSEDED-COUNT " SUPERSEDED, "
                    PENDING-WITHDRAW-REQUESTS " CANCEL REQUEST(S), "
                    PENDING-CANCELLED-COUNT " WITHDRAWN".
            DISPLAY "COBTOJAV:   " PENDING-REFUSED-COUNT
                    " REQUEST(S) TO SUSPENSE (REASON F), "
                    PENDING-CARRIED-COUNT " CARRIED FORWARD".
        WRITE-PENDING-CHANGES-END.
            EXIT.

        COPY-ONE-PENDING-CHANGE.
            READ PENDING-IN-FILE.
            IF PENDING-IN-STATUS = "00"
               WRITE PENDING-OUT-RECORD FROM PENDING-CHANGE-RECORD
               ADD 1 TO PENDING-CARRIED-COUNT
            END-IF.
        COPY-ONE-PENDING-CHANGE-END.
            EXIT.

        WRITE-ONE-PENDING-CHANGE.
            IF PND-IS-WAITING (PENDING-INDEX)
               OR PND-IS-DUE (PENDING-INDEX)
               WRITE PENDING-OUT-RECORD
                   FROM PND-CHANGE (PENDING-INDEX)
               ADD 1 TO PENDING-CARRIED-COUNT
            END-IF.
            ADD 1 TO PENDING-INDEX.
        WRITE-ONE-PENDING-CHANGE-END.
            EXIT.

      *****************************************************************
      *  WRITE-RUN-STATISTICS leaves the one durable record of this
      *  run's shape on the cumulative RUNSTATS file: window identity
                    WRITE-ONE-SOURCE-STATISTIC-END
               UNTIL SOURCE-SET-INDEX > SOURCE-SET-COUNT.

      *   And the window's pending-change totals, when it had any
      *   (see RUNSTAT): what balancing needs to account for records
      *   that stayed out of Java and released ones that went in.
            IF PENDING-HELD-COUNT > 0
               OR PENDING-RELEASED-COUNT > 0
               OR PENDING-WITHDRAW-REQUESTS > 0
               MOVE SPACES                TO RUN-STATISTICS-RECORD
               MOVE FUNCTION CURRENT-DATE TO RSTAT-TIMESTAMP
               MOVE INPUT-WINDOW-ID       TO RSTAT-WINDOW-ID
               MOVE INPUT-BUSINESS-DATE   TO RSTAT-BUSINESS-DATE
               MOVE PENDING-HELD-COUNT    TO RSTAT-PENDING-HELD
               MOVE PENDING-RELEASED-COUNT
                   TO RSTAT-PENDING-RELEASED
               MOVE PENDING-WITHDRAW-REQUESTS
                   TO RSTAT-PENDING-WITHDRAWN
               MOVE 0                     TO RSTAT-BATCH-CHUNK-SIZE
               MOVE 0                     TO RSTAT-FINAL-RETURN-CODE
               MOVE RESUMED-THIS-RUN-SWITCH TO RSTAT-RESUME-FLAG
               SET RSTAT-IS-PENDING-TOTALS TO TRUE
               WRITE RUN-STATISTICS-RECORD
            END-IF.

            CLOSE RUN-STATS-FILE.
        WRITE-RUN-STATISTICS-END.
            EXIT.
        WRITE-ONE-SOURCE-STATISTIC-END.
            EXIT.

      *****************************************************************
      *  WRITE-CHUNK-TIMING appends one CHNKTIME record for the chunk
      *  just finished (or, with no records timed, for a run's JVM
      *  startup alone).  The file opens on the first record: EXTEND,
      *  OUTPUT on a brand-new dataset, the same fallback RUNSTATS
      *  uses; one that will not open is reported once and the run
      *  goes on untimed.
      *****************************************************************
        WRITE-CHUNK-TIMING.
            IF CHUNK-TIMING-UNAVAILABLE
               GO TO WRITE-CHUNK-TIMING-END
            END-IF.
            IF NOT CHUNK-TIMING-IS-OPEN
               OPEN EXTEND CHUNK-TIMING-FILE
               IF CHUNK-TIMING-STATUS = "05"
                  OR CHUNK-TIMING-STATUS = "35"
                  OPEN OUTPUT CHUNK-TIMING-FILE
               END-IF
               IF CHUNK-TIMING-STATUS NOT = "00"
                  DISPLAY "COBTOJAV: CANNOT OPEN CHNKTIME, STATUS="
                          CHUNK-TIMING-STATUS " - CHUNKS NOT TIMED"
                  SET CHUNK-TIMING-UNAVAILABLE TO TRUE
                  GO TO WRITE-CHUNK-TIMING-END
               END-IF
               SET CHUNK-TIMING-IS-OPEN TO TRUE
            END-IF.

            MOVE SPACES                TO CHUNK-TIMING-RECORD.
            MOVE FUNCTION CURRENT-DATE TO CTIME-TIMESTAMP.
            MOVE INPUT-WINDOW-ID       TO CTIME-WINDOW-ID.
            MOVE INPUT-BUSINESS-DATE   TO CTIME-BUSINESS-DATE.
            IF CHUNK-RECORDS-TIMED > 0
               MOVE RUN-CHUNKS-PROCESSED TO CTIME-CHUNK-NUMBER
            ELSE
               MOVE 0 TO CTIME-CHUNK-NUMBER
            END-IF.
            MOVE BATCH-CHUNK-SIZE      TO CTIME-CHUNK-SIZE.
            MOVE CHUNK-RECORDS-TIMED   TO CTIME-CHUNK-RECORDS.
            MOVE CHUNK-FIRST-KEY       TO CTIME-FIRST-KEY.
            MOVE CHUNK-LAST-KEY        TO CTIME-LAST-KEY.
            IF STARTUP-TIME-PENDING
               MOVE JVM-STARTUP-HSEC  TO CTIME-STARTUP-HSEC
               MOVE "N" TO STARTUP-TIMING-SWITCH
            ELSE
               MOVE 0 TO CTIME-STARTUP-HSEC
            END-IF.
            MOVE CHUNK-ELAPSED-HSEC    TO CTIME-ELAPSED-HSEC.
            MOVE CHUNK-CALL-HSEC       TO CTIME-CALL-HSEC.
            MOVE CHUNK-POST-HSEC       TO CTIME-POST-HSEC.
            MOVE CHUNK-ISOLATED-FLAG   TO CTIME-ISOLATED-FLAG.
            MOVE RESUMED-THIS-RUN-SWITCH TO CTIME-RESUME-FLAG.
            WRITE CHUNK-TIMING-RECORD.
        WRITE-CHUNK-TIMING-END.
            EXIT.

      *   Time of day off CURRENT-DATE, in hundredths of a second.
        READ-TIMING-CLOCK.
            MOVE FUNCTION CURRENT-DATE TO TIMING-CLOCK-READING.
            COMPUTE TIMING-CLOCK-HSEC =
                    ((TIMING-CLOCK-HH * 60 + TIMING-CLOCK-MM) * 60
                      + TIMING-CLOCK-SS) * 100 + TIMING-CLOCK-HS.
        READ-TIMING-CLOCK-END.
            EXIT.

      *   TIMING-INTERVAL-START to the clock just read.  A clock
      *   reading behind the start means midnight fell between them.
        COMPUTE-TIMING-INTERVAL.
            IF TIMING-CLOCK-HSEC < TIMING-INTERVAL-START
               COMPUTE TIMING-INTERVAL-HSEC = TIMING-CLOCK-HSEC
                       + HSEC-PER-DAY - TIMING-INTERVAL-START
            ELSE
               COMPUTE TIMING-INTERVAL-HSEC =
                       TIMING-CLOCK-HSEC - TIMING-INTERVAL-START
            END-IF.
        COMPUTE-TIMING-INTERVAL-END.
            EXIT.

      *   JNI-LOOKUPS will use Java Native Interface functions to:
      *   - launch the JVM
      *   - lookup and return the Java class reference
                 GO TO PROCESS-BATCH-CHUNK-END
              END-IF.

              PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END.
              MOVE TIMING-CLOCK-HSEC TO CHUNK-START-HSEC.
              MOVE 0 TO CHUNK-CALL-HSEC.
              MOVE 0 TO CHUNK-POST-HSEC.
              MOVE "N" TO CHUNK-ISOLATED-FLAG.

              MOVE "PRE-CALL" TO CHECKPOINT-STAGE-TO-WRITE.
              PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-END.


              IF CUSTOMER-INFO-COUNT > 0
                 ADD 1 TO RUN-CHUNKS-PROCESSED
                 MOVE CUSTOMER-INFO-COUNT TO CHUNK-RECORDS-TIMED
                 MOVE ENTRY-NAME (1) TO CHUNK-FIRST-KEY
                 MOVE ENTRY-NAME (CUSTOMER-INFO-COUNT)
                     TO CHUNK-LAST-KEY

                 PERFORM DISPLAY-AND-CAPTURE-BEFORE THRU
                         DISPLAY-AND-CAPTURE-BEFORE-END

                 PERFORM REGISTER-CHUNK-SOURCES THRU
                         REGISTER-CHUNK-SOURCES-END

                 PERFORM TRANSLATE-CHUNK-TO-ASCII THRU
                         TRANSLATE-CHUNK-TO-ASCII-END

                                           CUSTOMER-INFO-BATCH-LEN
                                returning CUSTOMER-INFO-BYTE-BUFFER-PTR

      *   Scoreboard position before the call, so a Java exception
      *   can be placed against the slots that completed ahead of it.
                 PERFORM GET-VALIDATED-TOTAL THRU
                         GET-VALIDATED-TOTAL-END
                 MOVE RECORDS-VALIDATED-COUNT TO VALIDATED-BEFORE-CALL

                 MOVE 1 TO GUARD-SLOT-NUMBER
                 PERFORM POSITION-CHANGE-GUARD THRU
                         POSITION-CHANGE-GUARD-END

      *   Use the JNI function CallStaticVoidMethod to call the
      *   configured Java method in the CobolToJava class
                 PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
                 MOVE TIMING-CLOCK-HSEC TO TIMING-INTERVAL-START
                 CALL CallStaticVoidMethod using
                                  by value JNIEnvPtr
                                  by value class-ref
                                  by value JAVA-METHOD-ID
                                  by value CUSTOMER-INFO-BYTE-BUFFER-PTR
                 PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
                 PERFORM COMPUTE-TIMING-INTERVAL THRU
                         COMPUTE-TIMING-INTERVAL-END
                 ADD TIMING-INTERVAL-HSEC TO CHUNK-CALL-HSEC

                 PERFORM CHECK-FOR-JAVA-EXCEPTION THRU
                         CHECK-FOR-JAVA-EXCEPTION-END

                 PERFORM TRANSLATE-CHUNK-TO-EBCDIC THRU
                         TRANSLATE-CHUNK-TO-EBCDIC-END

      *   The re-drives are Java round trips too, and count as such.
                 IF JAVA-EXCEPTION-RAISED
                    MOVE "Y" TO CHUNK-ISOLATED-FLAG
                    PERFORM READ-TIMING-CLOCK THRU
                            READ-TIMING-CLOCK-END
                    MOVE TIMING-CLOCK-HSEC TO TIMING-INTERVAL-START
                    PERFORM ISOLATE-JAVA-EXCEPTION THRU
                            ISOLATE-JAVA-EXCEPTION-END
                    PERFORM READ-TIMING-CLOCK THRU
                            READ-TIMING-CLOCK-END
                    PERFORM COMPUTE-TIMING-INTERVAL THRU
                            COMPUTE-TIMING-INTERVAL-END
                    ADD TIMING-INTERVAL-HSEC TO CHUNK-CALL-HSEC
                 END-IF

                 PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
                 MOVE TIMING-CLOCK-HSEC TO TIMING-INTERVAL-START
                 PERFORM REPORT-CHUNK-RESULTS THRU
                         REPORT-CHUNK-RESULTS-END
                 PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
                 PERFORM COMPUTE-TIMING-INTERVAL THRU
                         COMPUTE-TIMING-INTERVAL-END
                 MOVE TIMING-INTERVAL-HSEC TO CHUNK-POST-HSEC

                 MOVE "POST-CALL" TO CHECKPOINT-STAGE-TO-WRITE
                 PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-END

                 MOVE CHUNK-START-HSEC TO TIMING-INTERVAL-START
                 PERFORM READ-TIMING-CLOCK THRU READ-TIMING-CLOCK-END
                 PERFORM COMPUTE-TIMING-INTERVAL THRU
                         COMPUTE-TIMING-INTERVAL-END
                 MOVE TIMING-INTERVAL-HSEC TO CHUNK-ELAPSED-HSEC
                 PERFORM WRITE-CHUNK-TIMING THRU
                         WRITE-CHUNK-TIMING-END

                 IF REJECT-LIMIT > 0 OR REJECT-PCT > 0
                    PERFORM CHECK-REJECT-THRESHOLD THRU
                            CHECK-REJECT-THRESHOLD-END
        PROCESS-BATCH-CHUNK-END.
              EXIT.

      *   Running accepted + rejected total off the VALSTATS
      *   scoreboard -- one per slot that has reached COB1 so far.
        GET-VALIDATED-TOTAL.
              MOVE "TOTALS" TO STATS-REQUEST-CODE.
              CALL "VALSTATS" USING STATS-REQUEST-CODE
                                     STATS-CUSTOMER-KEY
                                     STATS-RECORD-RC
                                     STATS-ACCEPTED-COUNT
                                     STATS-REJECTED-COUNT.
              COMPUTE RECORDS-VALIDATED-COUNT =
                      STATS-ACCEPTED-COUNT + STATS-REJECTED-COUNT.
        GET-VALIDATED-TOTAL-END.
              EXIT.

      *   The first record of the coming call into Java to reach COB1
      *   is chunk slot GUARD-SLOT-NUMBER -- CHGGUARD pairs records
      *   with before-images from there on, in slot order.
        POSITION-CHANGE-GUARD.
              MOVE "POSITION" TO GUARD-REQUEST-CODE.
              CALL "CHGGUARD" USING GUARD-REQUEST-CODE
                                     GUARD-SLOT-NUMBER
                                     GUARD-CONTRACT-FLAGS
                                     CUSTOMER-INFO
                                     GUARD-BEFORE-IMAGE
                                     GUARD-VERDICT.
        POSITION-CHANGE-GUARD-END.
              EXIT.

      *****************************************************************
      *  CHECK-FOR-JAVA-EXCEPTION asks the JVM whether the call just
      *  made left an exception pending.  One that did has its stack
      *  trace written to the job log and is then cleared -- a JNI
      *  call made with an exception still pending is undefined --
      *  and SLOTS-COMPLETED-COUNT is set to the number of leading
      *  slots that reached COB1 before the throw.
      *****************************************************************
        CHECK-FOR-JAVA-EXCEPTION.
              MOVE "N" TO JAVA-EXCEPTION-SWITCH.
              MOVE 0 TO SLOTS-COMPLETED-COUNT.

              Call ExceptionOccurred using by value JNIEnvPtr
                                     returning JAVA-EXCEPTION-REF.
              If JAVA-EXCEPTION-REF = null
                 GO TO CHECK-FOR-JAVA-EXCEPTION-END
              End-if.

              SET JAVA-EXCEPTION-RAISED TO TRUE.
              ADD 1 TO JAVA-EXCEPTION-COUNT.
              Call ExceptionDescribe using by value JNIEnvPtr.
              Call ExceptionClear using by value JNIEnvPtr.
              Call DeleteLocalRef using by value JNIEnvPtr
                                        by value JAVA-EXCEPTION-REF.
              SET JAVA-EXCEPTION-REF TO null.

              PERFORM GET-VALIDATED-TOTAL THRU GET-VALIDATED-TOTAL-END.
              COMPUTE SLOTS-COMPLETED-COUNT =
                      RECORDS-VALIDATED-COUNT - VALIDATED-BEFORE-CALL.
        CHECK-FOR-JAVA-EXCEPTION-END.
              EXIT.

      *****************************************************************
      *  ISOLATE-JAVA-EXCEPTION runs when the whole-chunk call threw.
      *  The completed leading slots keep the results the call left
      *  in them; the rest of the chunk goes back through Java piece
      *  by piece (REDRIVE-ONE-PIECE) until every slot has either
      *  completed or been marked as a poison record.
      *****************************************************************
        ISOLATE-JAVA-EXCEPTION.
              DISPLAY "COBTOJAV: JAVA EXCEPTION IN CHUNK "
                      RUN-CHUNKS-PROCESSED " AFTER "
                      SLOTS-COMPLETED-COUNT " OF "
                      CUSTOMER-INFO-COUNT " SLOT(S) - ISOLATING".

              MOVE 0 TO PIECE-STACK-COUNT.
              IF SLOTS-COMPLETED-COUNT < CUSTOMER-INFO-COUNT
                 COMPUTE PIECE-FIRST-SLOT = SLOTS-COMPLETED-COUNT + 1
                 MOVE CUSTOMER-INFO-COUNT TO PIECE-LAST-SLOT
                 PERFORM PUSH-ONE-PIECE THRU PUSH-ONE-PIECE-END
              END-IF.

              PERFORM REDRIVE-ONE-PIECE THRU REDRIVE-ONE-PIECE-END
                 UNTIL PIECE-STACK-COUNT = 0.
        ISOLATE-JAVA-EXCEPTION-END.
              EXIT.

        PUSH-ONE-PIECE.
              ADD 1 TO PIECE-STACK-COUNT.
              MOVE PIECE-FIRST-SLOT
                  TO PIECE-STACK-FIRST (PIECE-STACK-COUNT).
              MOVE PIECE-LAST-SLOT
                  TO PIECE-STACK-LAST (PIECE-STACK-COUNT).
        PUSH-ONE-PIECE-END.
              EXIT.

      *****************************************************************
      *  REDRIVE-ONE-PIECE takes the next piece off the stack, loads
      *  its slots' before-images into REDRIVE-BATCH and calls the
      *  Java method on just that piece, copying the results back
      *  into the chunk.  A piece that throws keeps its completed
      *  leading slots; what is left of it is split in two and
      *  stacked again -- or, when the piece was a single slot that
      *  never reached COB1, that slot is the poison record and keeps
      *  its before-image.
      *****************************************************************
        REDRIVE-ONE-PIECE.
              MOVE PIECE-STACK-FIRST (PIECE-STACK-COUNT)
                  TO PIECE-FIRST-SLOT.
              MOVE PIECE-STACK-LAST (PIECE-STACK-COUNT)
                  TO PIECE-LAST-SLOT.
              SUBTRACT 1 FROM PIECE-STACK-COUNT.

              COMPUTE REDRIVE-COUNT =
                      PIECE-LAST-SLOT - PIECE-FIRST-SLOT + 1.
              MOVE 1 TO REDRIVE-ENTRY-INDEX.
              PERFORM LOAD-ONE-REDRIVE-ENTRY THRU
                      LOAD-ONE-REDRIVE-ENTRY-END
                 UNTIL REDRIVE-ENTRY-INDEX > REDRIVE-COUNT.

              COMPUTE CUSTOMER-INFO-BATCH-LEN = LENGTH OF REDRIVE-BATCH.
              SET CUSTOMER-INFO-BATCH-PTR TO ADDRESS OF REDRIVE-BATCH.

              Call NewDirectByteBuffer USING BY VALUE JNIEnvPtr
                                        CUSTOMER-INFO-BATCH-PTR
                                        CUSTOMER-INFO-BATCH-LEN
                             returning CUSTOMER-INFO-BYTE-BUFFER-PTR.

              PERFORM GET-VALIDATED-TOTAL THRU GET-VALIDATED-TOTAL-END.
              MOVE RECORDS-VALIDATED-COUNT TO VALIDATED-BEFORE-CALL.

              MOVE PIECE-FIRST-SLOT TO GUARD-SLOT-NUMBER.
              PERFORM POSITION-CHANGE-GUARD THRU
                      POSITION-CHANGE-GUARD-END.

              CALL CallStaticVoidMethod using
                               by value JNIEnvPtr
                               by value class-ref
                               by value JAVA-METHOD-ID
                               by value CUSTOMER-INFO-BYTE-BUFFER-PTR.

              PERFORM CHECK-FOR-JAVA-EXCEPTION THRU
                      CHECK-FOR-JAVA-EXCEPTION-END.

              MOVE 1 TO REDRIVE-ENTRY-INDEX.
              PERFORM UNLOAD-ONE-REDRIVE-ENTRY THRU
                      UNLOAD-ONE-REDRIVE-ENTRY-END
                 UNTIL REDRIVE-ENTRY-INDEX > REDRIVE-COUNT.

              IF NOT JAVA-EXCEPTION-RAISED
                 OR SLOTS-COMPLETED-COUNT NOT < REDRIVE-COUNT
                 GO TO REDRIVE-ONE-PIECE-END
              END-IF.

              ADD SLOTS-COMPLETED-COUNT TO PIECE-FIRST-SLOT.

              IF REDRIVE-COUNT = 1
                 SET SLOT-THREW-JAVA-EXCEPTION (PIECE-FIRST-SLOT)
                     TO TRUE
                 MOVE CUSTOMER-INFO-BEFORE-ENTRY (PIECE-FIRST-SLOT)
                     TO CUSTOMER-INFO-ENTRY (PIECE-FIRST-SLOT)
                 DISPLAY "COBTOJAV: SLOT " PIECE-FIRST-SLOT
                         " OF CHUNK " RUN-CHUNKS-PROCESSED
                         " ISOLATED AS JAVA EXCEPTION RECORD"
                 GO TO REDRIVE-ONE-PIECE-END
              END-IF.

              IF PIECE-FIRST-SLOT = PIECE-LAST-SLOT
                 PERFORM PUSH-ONE-PIECE THRU PUSH-ONE-PIECE-END
              ELSE
                 COMPUTE PIECE-MIDDLE-SLOT =
                         (PIECE-FIRST-SLOT + PIECE-LAST-SLOT) / 2
                 MOVE PIECE-FIRST-SLOT TO REDRIVE-SLOT-INDEX
                 COMPUTE PIECE-FIRST-SLOT = PIECE-MIDDLE-SLOT + 1
                 PERFORM PUSH-ONE-PIECE THRU PUSH-ONE-PIECE-END
                 MOVE REDRIVE-SLOT-INDEX TO PIECE-FIRST-SLOT
                 MOVE PIECE-MIDDLE-SLOT TO PIECE-LAST-SLOT
                 PERFORM PUSH-ONE-PIECE THRU PUSH-ONE-PIECE-END
              END-IF.
        REDRIVE-ONE-PIECE-END.
              EXIT.

      *   The re-drive always starts from the slot's before-image:
      *   whatever the failed call left in the chunk's copy of an
      *   unfinished slot is not to be trusted.
        LOAD-ONE-REDRIVE-ENTRY.
              COMPUTE REDRIVE-SLOT-INDEX =
                      PIECE-FIRST-SLOT + REDRIVE-ENTRY-INDEX - 1.
              MOVE CUSTOMER-INFO-BEFORE-ENTRY (REDRIVE-SLOT-INDEX)
                  TO REDRIVE-ENTRY (REDRIVE-ENTRY-INDEX).
              CALL "__etoa_l" USING
                      BY VALUE ADDRESS OF
                               REDRIVE-ENTRY (REDRIVE-ENTRY-INDEX)
                      BY VALUE LENGTH OF
                               REDRIVE-ENTRY (REDRIVE-ENTRY-INDEX).
              ADD 1 TO REDRIVE-ENTRY-INDEX.
        LOAD-ONE-REDRIVE-ENTRY-END.
              EXIT.

        UNLOAD-ONE-REDRIVE-ENTRY.
              CALL "__atoe_l" USING
                      BY VALUE ADDRESS OF
                               REDRIVE-ENTRY (REDRIVE-ENTRY-INDEX)
                      BY VALUE LENGTH OF
                               REDRIVE-ENTRY (REDRIVE-ENTRY-INDEX).
              COMPUTE REDRIVE-SLOT-INDEX =
                      PIECE-FIRST-SLOT + REDRIVE-ENTRY-INDEX - 1.
              MOVE REDRIVE-ENTRY (REDRIVE-ENTRY-INDEX)
                  TO CUSTOMER-INFO-ENTRY (REDRIVE-SLOT-INDEX).
              ADD 1 TO REDRIVE-ENTRY-INDEX.
        UNLOAD-ONE-REDRIVE-ENTRY-END.
              EXIT.

      *****************************************************************
      *  CHECK-OPERATOR-STOP examines the OPRSTOP dataset between
      *  chunks.  Operations request a wind-down by putting STOP in

      *   Loads up to BATCH-CHUNK-SIZE records into CUSTOMER-INFO-
      *   BATCH, either from CUST-INPUT-FILE or, when no input file
      *   is allocated, the single historical built-in record.  The
      *   pending changes due to the window come first, in chunks of
      *   their own; the first call that finds none left closes the
      *   release phase with its RELEASED checkpoint and goes on to
      *   CUSTIN.
        LOAD-BATCH-CHUNK.
              MOVE 0 TO CUSTOMER-INFO-COUNT.

                 GO TO LOAD-BATCH-CHUNK-END
              END-IF.

              IF RELEASE-PHASE-ACTIVE
                 PERFORM LOAD-ONE-RELEASE THRU LOAD-ONE-RELEASE-END
                    UNTIL RELEASE-SCAN-INDEX > PENDING-TABLE-COUNT
                       OR CUSTOMER-INFO-COUNT = BATCH-CHUNK-SIZE
                 IF CUSTOMER-INFO-COUNT > 0
                    GO TO LOAD-BATCH-CHUNK-END
                 END-IF
                 MOVE "N" TO RELEASE-PHASE-SWITCH
                 MOVE SPACES TO LAST-CHECKPOINT-KEY
                 MOVE "RELEASED" TO CHECKPOINT-STAGE-TO-WRITE
                 PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-END
                 DISPLAY "COBTOJAV: " PENDING-RELEASED-COUNT
                         " PENDING CHANGE(S) RELEASED"
              END-IF.

              IF IN-SINGLE-RECORD-MODE
                 IF NOT SINGLE-RECORD-IS-DONE
                    MOVE "KEVIN"    TO CUSTOMER-INFO-NAME
                    ADD 1 TO RUN-RECORDS-IN
                    MOVE CUSTOMER-INFO TO
                         CUSTOMER-INFO-ENTRY (CUSTOMER-INFO-COUNT)
                    MOVE INPUT-SOURCE-SYSTEM TO
                         CHUNK-SLOT-SOURCE (CUSTOMER-INFO-COUNT)
                    SET SINGLE-RECORD-IS-DONE TO TRUE
                 END-IF
                 SET NO-MORE-INPUT TO TRUE
              ADD 1 TO RUN-RECORDS-IN.
              MOVE CUSTOMER-INFO TO
                   CUSTOMER-INFO-ENTRY (CUSTOMER-INFO-COUNT).
              MOVE INPUT-SOURCE-SYSTEM TO
                   CHUNK-SLOT-SOURCE (CUSTOMER-INFO-COUNT).
        LOAD-ONE-MASTER-RECORD-END.
              EXIT.

                    GO TO LOAD-ONE-INPUT-RECORD-END
                 END-IF
                 MOVE CUST-INPUT-RECORD TO CUSTOMER-INFO
                 MOVE SET-SOURCE-SYSTEM
                      (RECORD-SET-NUMBER (CUSTIN-TOTAL-READ-COUNT))
                     TO RECORD-SOURCE-SYSTEM

      *   A future-dated change or a cancel request is settled here
      *   and never joins a chunk -- nor the duplicate-policy count,
      *   which the pre-read pass kept without it.
                 MOVE CUST-INPUT-RECORD TO PENDING-CHECK-AREA
                 PERFORM CLASSIFY-PENDING-ACTION THRU
                         CLASSIFY-PENDING-ACTION-END
                 IF PENDING-ACTION-HOLD
                    PERFORM HOLD-FUTURE-CHANGE THRU
                            HOLD-FUTURE-CHANGE-END
                    GO TO LOAD-ONE-INPUT-RECORD-END
                 END-IF
                 IF PENDING-ACTION-CANCEL
                    PERFORM CANCEL-PENDING-CHANGE THRU
                            CANCEL-PENDING-CHANGE-END
                    GO TO LOAD-ONE-INPUT-RECORD-END
                 END-IF

      *   The occurrence step runs for every data record -- even ones
      *   the resume skip will pass over -- so this occurrence's
                 ELSE
                    IF DROP-THIS-RECORD
                       ADD 1 TO DUP-DROPPED-COUNT
                       PERFORM REGISTER-RECORD-SOURCE THRU
                               REGISTER-RECORD-SOURCE-END
                       CALL "SUSPLOG" USING CURRENT-PROGRAM-ID
                                             SUSPENSE-DUP-REASON
                                             ZERO-CORRELATION-ID
                       MOVE 0 TO DISPOSITION-RC-STAGED
                       MOVE 0 TO DISPOSITION-CORR-STAGED
                       MOVE "P" TO DISPOSITION-CODE-STAGED
                       MOVE RECORD-SOURCE-SYSTEM
                           TO DISPOSITION-SOURCE-STAGED
                       PERFORM WRITE-DISPOSITION-RECORD THRU
                               WRITE-DISPOSITION-RECORD-END
                    ELSE
                       ADD 1 TO RUN-RECORDS-IN
                       MOVE CUST-INPUT-RECORD TO
                            CUSTOMER-INFO-ENTRY (CUSTOMER-INFO-COUNT)
                       MOVE RECORD-SOURCE-SYSTEM TO
                            CHUNK-SLOT-SOURCE (CUSTOMER-INFO-COUNT)
                    END-IF
                 END-IF
              END-IF.
        APPLY-DUPLICATE-POLICY-END.
              EXIT.

      *   One release step: a due change joins the chunk exactly as
      *   it was received, and leaves the table as released.
        LOAD-ONE-RELEASE.
              IF PND-IS-DUE (RELEASE-SCAN-INDEX)
                 MOVE PND-CUSTOMER-IMAGE (RELEASE-SCAN-INDEX)
                     TO CUSTOMER-INFO
                 ADD 1 TO CUSTOMER-INFO-COUNT
                 ADD 1 TO RUN-RECORDS-IN
                 ADD 1 TO PENDING-RELEASED-COUNT
                 MOVE CUSTOMER-INFO TO
                      CUSTOMER-INFO-ENTRY (CUSTOMER-INFO-COUNT)
                 MOVE PND-SOURCE-SYSTEM (RELEASE-SCAN-INDEX) TO
                      CHUNK-SLOT-SOURCE (CUSTOMER-INFO-COUNT)
                 MOVE "R" TO PND-STATE (RELEASE-SCAN-INDEX)
                 DISPLAY "COBTOJAV: RELEASING PENDING CHANGE FOR "
                         CUSTOMER-INFO-NAME " EFFECTIVE "
                         PND-EFFECTIVE-DATE (RELEASE-SCAN-INDEX)
                         " FROM WINDOW "
                         PND-WINDOW-ID (RELEASE-SCAN-INDEX)
              END-IF.
              ADD 1 TO RELEASE-SCAN-INDEX.
        LOAD-ONE-RELEASE-END.
              EXIT.

      *****************************************************************
      *  HOLD-FUTURE-CHANGE parks the future-dated record in
      *  CUSTOMER-INFO on the pending table in place of the change
      *  waiting for its key, if any.  Parking happens even while a
      *  resumed run is still skipping to its resume point -- the
      *  interrupted run's parking may not have survived it -- but
      *  the "H" disposition and the count are only taken once, by
      *  the run that meets the record past that point.  A record
      *  that cannot be parked goes to SUSPENSE reason "F" instead:
      *  it is never applied early.
      *****************************************************************
        HOLD-FUTURE-CHANGE.
              MOVE "N" TO PENDING-DONE-SWITCH.
              IF PENDING-CHANGES-ACTIVE
                 PERFORM PARK-PENDING-CHANGE THRU
                         PARK-PENDING-CHANGE-END
              END-IF.
              IF STILL-SKIPPING-TO-RESUME
                 GO TO HOLD-FUTURE-CHANGE-END
              END-IF.

              ADD 1 TO PENDING-HELD-COUNT.
              IF PENDING-REQUEST-DONE
                 DISPLAY "COBTOJAV: " CUSTOMER-INFO-NAME
                         " EFFECTIVE " RECORD-EFFECTIVE-DATE
                         " HELD AS A PENDING CHANGE"
              ELSE
                 ADD 1 TO PENDING-REFUSED-COUNT
                 DISPLAY "COBTOJAV: " CUSTOMER-INFO-NAME
                         " EFFECTIVE " RECORD-EFFECTIVE-DATE
                         " CANNOT BE HELD - SUSPENDED"
                 PERFORM REGISTER-RECORD-SOURCE THRU
                         REGISTER-RECORD-SOURCE-END
                 CALL "SUSPLOG" USING CURRENT-PROGRAM-ID
                                       SUSPENSE-PENDING-REASON
                                       ZERO-CORRELATION-ID
                                       CUSTOMER-INFO
              END-IF.

              MOVE CUSTOMER-INFO-NAME TO DISPOSITION-KEY-STAGED.
              MOVE 0 TO DISPOSITION-RC-STAGED.
              MOVE 0 TO DISPOSITION-CORR-STAGED.
              MOVE "H" TO DISPOSITION-CODE-STAGED.
              MOVE RECORD-SOURCE-SYSTEM TO DISPOSITION-SOURCE-STAGED.
              PERFORM WRITE-DISPOSITION-RECORD THRU
                      WRITE-DISPOSITION-RECORD-END.
        HOLD-FUTURE-CHANGE-END.
              EXIT.

      *   The change waiting for the key is superseded -- unless it
      *   is this very record, parked by the interrupted run of this
      *   window, which stays as it is.
        PARK-PENDING-CHANGE.
              MOVE "N" TO PENDING-SAME-SWITCH.
              MOVE 1 TO PENDING-INDEX.
              PERFORM SUPERSEDE-ONE-PENDING THRU
                      SUPERSEDE-ONE-PENDING-END
                 UNTIL PENDING-INDEX > PENDING-TABLE-COUNT.
              IF PENDING-ALREADY-PARKED
                 SET PENDING-REQUEST-DONE TO TRUE
                 GO TO PARK-PENDING-CHANGE-END
              END-IF.

              IF PENDING-TABLE-COUNT = PENDING-TABLE-LIMIT
                 DISPLAY "COBTOJAV: PENDING TABLE FULL AT "
                         PENDING-TABLE-LIMIT " CHANGES"
                 GO TO PARK-PENDING-CHANGE-END
              END-IF.
              ADD 1 TO PENDING-TABLE-COUNT.
              MOVE FUNCTION CURRENT-DATE
                  TO PND-TIMESTAMP (PENDING-TABLE-COUNT).
              MOVE INPUT-WINDOW-ID
                  TO PND-WINDOW-ID (PENDING-TABLE-COUNT).
              MOVE INPUT-BUSINESS-DATE
                  TO PND-BUSINESS-DATE (PENDING-TABLE-COUNT).
              MOVE SET-SOURCE-SYSTEM
                   (RECORD-SET-NUMBER (CUSTIN-TOTAL-READ-COUNT))
                  TO PND-SOURCE-SYSTEM (PENDING-TABLE-COUNT).
              MOVE RECORD-EFFECTIVE-DATE
                  TO PND-EFFECTIVE-DATE (PENDING-TABLE-COUNT).
              MOVE CUSTOMER-INFO
                  TO PND-CUSTOMER-IMAGE (PENDING-TABLE-COUNT).
              MOVE "P" TO PND-STATE (PENDING-TABLE-COUNT).
              SET PENDING-REQUEST-DONE TO TRUE.
        PARK-PENDING-CHANGE-END.
              EXIT.

        SUPERSEDE-ONE-PENDING.
              IF PND-IS-WAITING (PENDING-INDEX)
                 AND PND-CUSTOMER-NAME (PENDING-INDEX)
                     = CUSTOMER-INFO-NAME
                 IF PND-WINDOW-ID (PENDING-INDEX) = INPUT-WINDOW-ID
                    AND PND-BUSINESS-DATE (PENDING-INDEX)
                        = INPUT-BUSINESS-DATE
                    AND PND-CUSTOMER-IMAGE (PENDING-INDEX)
                        = CUSTOMER-INFO
                    SET PENDING-ALREADY-PARKED TO TRUE
                 ELSE
                    MOVE "S" TO PND-STATE (PENDING-INDEX)
                    ADD 1 TO PENDING-SUPERSEDED-COUNT
                    DISPLAY "COBTOJAV: PENDING CHANGE FOR "
                            CUSTOMER-INFO-NAME " EFFECTIVE "
                            PND-EFFECTIVE-DATE (PENDING-INDEX)
                            " SUPERSEDED"
                 END-IF
              END-IF.
              ADD 1 TO PENDING-INDEX.
        SUPERSEDE-ONE-PENDING-END.
              EXIT.

      *****************************************************************
      *  CANCEL-PENDING-CHANGE honours a "*CANCEL*" request in
      *  CUSTOMER-INFO: the change waiting for the key -- whichever
      *  window parked it -- is withdrawn.  One the pre-read pass
      *  already withdrew counts as honoured too.  The request takes
      *  a "W" disposition and never reaches Java; a request that
      *  found nothing to withdraw (the change was never sent, or
      *  has already been released) goes to SUSPENSE reason "F" so
      *  data control sees it came too late.  Like a hold, the
      *  withdrawal is made even while a resumed run is skipping.
      *****************************************************************
        CANCEL-PENDING-CHANGE.
              MOVE "N" TO PENDING-DONE-SWITCH.
              IF PENDING-CHANGES-ACTIVE
                 MOVE 1 TO PENDING-INDEX
                 PERFORM CANCEL-ONE-PENDING THRU
                         CANCEL-ONE-PENDING-END
                    UNTIL PENDING-INDEX > PENDING-TABLE-COUNT
              END-IF.
              IF STILL-SKIPPING-TO-RESUME
                 GO TO CANCEL-PENDING-CHANGE-END
              END-IF.

              ADD 1 TO PENDING-WITHDRAW-REQUESTS.
              IF NOT PENDING-REQUEST-DONE
                 ADD 1 TO PENDING-REFUSED-COUNT
                 DISPLAY "COBTOJAV: CANCEL REQUEST FOR "
                         CUSTOMER-INFO-NAME
                         " FOUND NO PENDING CHANGE - SUSPENDED"
                 PERFORM REGISTER-RECORD-SOURCE THRU
                         REGISTER-RECORD-SOURCE-END
                 CALL "SUSPLOG" USING CURRENT-PROGRAM-ID
                                       SUSPENSE-PENDING-REASON
                                       ZERO-CORRELATION-ID
                                       CUSTOMER-INFO
              END-IF.

              MOVE CUSTOMER-INFO-NAME TO DISPOSITION-KEY-STAGED.
              MOVE 0 TO DISPOSITION-RC-STAGED.
              MOVE 0 TO DISPOSITION-CORR-STAGED.
              MOVE "W" TO DISPOSITION-CODE-STAGED.
              MOVE RECORD-SOURCE-SYSTEM TO DISPOSITION-SOURCE-STAGED.
              PERFORM WRITE-DISPOSITION-RECORD THRU
                      WRITE-DISPOSITION-RECORD-END.
        CANCEL-PENDING-CHANGE-END.
              EXIT.

        CANCEL-ONE-PENDING.
              IF PND-CUSTOMER-NAME (PENDING-INDEX) = CUSTOMER-INFO-NAME
                 IF PND-IS-WAITING (PENDING-INDEX)
                    MOVE "C" TO PND-STATE (PENDING-INDEX)
                    ADD 1 TO PENDING-CANCELLED-COUNT
                    SET PENDING-REQUEST-DONE TO TRUE
                    DISPLAY "COBTOJAV: PENDING CHANGE FOR "
                            CUSTOMER-INFO-NAME " EFFECTIVE "
                            PND-EFFECTIVE-DATE (PENDING-INDEX)
                            " WITHDRAWN BY CANCEL REQUEST"
                 END-IF
                 IF PND-IS-CANCELLED (PENDING-INDEX)
                    SET PENDING-REQUEST-DONE TO TRUE
                 END-IF
              END-IF.
              ADD 1 TO PENDING-INDEX.
        CANCEL-ONE-PENDING-END.
              EXIT.

      *****************************************************************
      *  REGISTER-CHUNK-SOURCES hands SUSPLOG the chunk's slots and
      *  the source system each came from, keyed as captured (still
      *  EBCDIC, as COB1 will suspend them), before the chunk crosses
      *  to Java.  The list starts afresh with the first slot's
      *  source as its default.
      *****************************************************************
        REGISTER-CHUNK-SOURCES.
              MOVE SPACES TO SUSPENSE-SOURCE-KEY.
              MOVE CHUNK-SLOT-SOURCE (1) TO SUSPENSE-SOURCE-SYSTEM.
              CALL "SUSPLOG" USING SUSPENSE-SOURCE-REQUEST
                                    SUSPENSE-REASON-CODE
                                    ZERO-CORRELATION-ID
                                    SUSPENSE-SOURCE-AREA.
              MOVE 1 TO SLOT-SOURCE-INDEX.
              PERFORM REGISTER-ONE-SLOT-SOURCE THRU
                      REGISTER-ONE-SLOT-SOURCE-END
                 UNTIL SLOT-SOURCE-INDEX > CUSTOMER-INFO-COUNT.
        REGISTER-CHUNK-SOURCES-END.
              EXIT.

        REGISTER-ONE-SLOT-SOURCE.
              MOVE CUSTOMER-INFO-BEFORE-ENTRY (SLOT-SOURCE-INDEX) (1:6)
                  TO SUSPENSE-SOURCE-KEY.
              MOVE CHUNK-SLOT-SOURCE (SLOT-SOURCE-INDEX)
                  TO SUSPENSE-SOURCE-SYSTEM.
              CALL "SUSPLOG" USING SUSPENSE-SOURCE-REQUEST
                                    SUSPENSE-REASON-CODE
                                    ZERO-CORRELATION-ID
                                    SUSPENSE-SOURCE-AREA.
              ADD 1 TO SLOT-SOURCE-INDEX.
        REGISTER-ONE-SLOT-SOURCE-END.
              EXIT.

      *   A record suspended at load time, outside any chunk, is
      *   stamped with its own source: the slot list is started
      *   afresh with that source as the default.
        REGISTER-RECORD-SOURCE.
              MOVE SPACES TO SUSPENSE-SOURCE-KEY.
              MOVE RECORD-SOURCE-SYSTEM TO SUSPENSE-SOURCE-SYSTEM.
              CALL "SUSPLOG" USING SUSPENSE-SOURCE-REQUEST
                                    SUSPENSE-REASON-CODE
                                    ZERO-CORRELATION-ID
                                    SUSPENSE-SOURCE-AREA.
        REGISTER-RECORD-SOURCE-END.
              EXIT.

      *   Displays the "before" values for every slot in the chunk
      *   and saves a copy of each one (while it is still EBCDIC) so
      *   the audit journal can show what Java actually changed.
        DISPLAY-AND-CAPTURE-ONE-BEFORE.
              MOVE CUSTOMER-INFO-ENTRY (BATCH-ENTRY-INDEX) TO
                   CUSTOMER-INFO-BEFORE-ENTRY (BATCH-ENTRY-INDEX).
              MOVE "N" TO SLOT-EXCEPTION-SWITCH (BATCH-ENTRY-INDEX).
              MOVE CUSTOMER-INFO-ENTRY (BATCH-ENTRY-INDEX) TO
                   CUSTOMER-INFO.

      *   The same before-image goes to CHGGUARD for COB1's change-
      *   contract check on this slot.
              MOVE "BEFORE" TO GUARD-REQUEST-CODE.
              MOVE BATCH-ENTRY-INDEX TO GUARD-SLOT-NUMBER.
              MOVE CUSTOMER-INFO TO GUARD-BEFORE-IMAGE.
              CALL "CHGGUARD" USING GUARD-REQUEST-CODE
                                     GUARD-SLOT-NUMBER
                                     GUARD-CONTRACT-FLAGS
                                     CUSTOMER-INFO
                                     GUARD-BEFORE-IMAGE
                                     GUARD-VERDICT.

              DISPLAY "COBOL>> CUSTOMER-INFO values "
                                        "before calling Java".
              DISPLAY "COBOL>> CUSTOMER-INFO-NAME : "
                   BEFORE-STAGING-AREA.
              MOVE CUSTOMER-INFO-ENTRY (BATCH-ENTRY-INDEX) TO
                   CUSTOMER-INFO.
              MOVE CHUNK-SLOT-SOURCE (BATCH-ENTRY-INDEX) TO
                   DISPOSITION-SOURCE-STAGED.

      *   A slot the Java method threw on never reached COB1: it is
      *   not journalled and takes no correlation id (the same as a
      *   policy drop), so the window's journal pairing still holds.
              IF SLOT-THREW-JAVA-EXCEPTION (BATCH-ENTRY-INDEX)
                 PERFORM SUSPEND-JAVA-EXCEPTION-RECORD THRU
                         SUSPEND-JAVA-EXCEPTION-RECORD-END
                 MOVE BEFORE-STAGING-NAME TO LAST-CHECKPOINT-KEY
                 ADD 1 TO BATCH-ENTRY-INDEX
                 GO TO REPORT-ONE-RECORD-END
              END-IF.

              DISPLAY "COBOL>> CUSTOMER-INFO values "
                                        "after calling Java".
        REPORT-ONE-RECORD-END.
              EXIT.

      *****************************************************************
      *  SUSPEND-JAVA-EXCEPTION-RECORD routes a poison record to the
      *  suspense file under its own reason code, as received, and
      *  leaves its "J" disposition -- record RC and correlation id
      *  both zero, as for a policy drop.  The record is also kept
      *  for the JAVA EXCEPTIONS section of the run log.
      *****************************************************************
        SUSPEND-JAVA-EXCEPTION-RECORD.
              DISPLAY "COBOL>> CUSTOMER-INFO-NAME : "
                      BEFORE-STAGING-NAME
                      " RAISED A JAVA EXCEPTION - SUSPENDED".
              ADD 1 TO JAVA-POISON-COUNT.

              CALL "SUSPLOG" USING CURRENT-PROGRAM-ID
                                    SUSPENSE-JAVA-REASON
                                    ZERO-CORRELATION-ID
                                    BEFORE-STAGING-AREA.

              MOVE BEFORE-STAGING-NAME TO DISPOSITION-KEY-STAGED.
              MOVE 0 TO DISPOSITION-RC-STAGED.
              MOVE 0 TO DISPOSITION-CORR-STAGED.
              MOVE "J" TO DISPOSITION-CODE-STAGED.
              PERFORM WRITE-DISPOSITION-RECORD THRU
                      WRITE-DISPOSITION-RECORD-END.

              IF POISON-TABLE-COUNT < 100
                 ADD 1 TO POISON-TABLE-COUNT
                 MOVE RUN-CHUNKS-PROCESSED
                     TO POISON-CHUNK-NUMBER (POISON-TABLE-COUNT)
                 MOVE BATCH-ENTRY-INDEX
                     TO POISON-SLOT-NUMBER (POISON-TABLE-COUNT)
                 MOVE BEFORE-STAGING-AREA
                     TO POISON-IMAGE (POISON-TABLE-COUNT)
              END-IF.
        SUSPEND-JAVA-EXCEPTION-RECORD-END.
              EXIT.

      *****************************************************************
      *  EXTRACT-IF-ACCEPTED writes this record's final CUSTOMER-INFO
      *  image (plus correlation id and the window's business date)
                         WRITE-DISPOSITION-RECORD-END
                 GO TO EXTRACT-IF-ACCEPTED-END
              END-IF.
      *   COB1 refused it for breaking the Java change contract; its
      *   suspense record is already written.
              IF STATS-RECORD-RC = 80
                 ADD 1 TO CONTRACT-REFUSED-COUNT
                 MOVE "C" TO DISPOSITION-CODE-STAGED
                 PERFORM WRITE-DISPOSITION-RECORD THRU
                         WRITE-DISPOSITION-RECORD-END
                 GO TO EXTRACT-IF-ACCEPTED-END
              END-IF.
              IF STATS-RECORD-RC NOT = 0
                 MOVE "S" TO DISPOSITION-CODE-STAGED
                 PERFORM WRITE-DISPOSITION-RECORD THRU
              MOVE DISPOSITION-CORR-STAGED TO DISP-CORRELATION-ID.
              MOVE DISPOSITION-RC-STAGED TO DISP-RECORD-RC.
              MOVE DISPOSITION-CODE-STAGED TO DISP-CODE.
              MOVE DISPOSITION-SOURCE-STAGED TO DISP-SOURCE-SYSTEM.
              WRITE RECORD-DISPOSITION-RECORD.
        WRITE-DISPOSITION-RECORD-END.
              EXIT.

      *   Records the last customer key known to have completed so a
      *   rerun after a JVM startup failure can resume from there.
      *   Every checkpoint of the release phase -- chunk, threshold
      *   or operator stop alike -- is a RELEASING one.
        WRITE-CHECKPOINT.
              MOVE FUNCTION CURRENT-DATE TO CHKPT-TIMESTAMP.
              IF RELEASE-PHASE-ACTIVE
                 MOVE "RELEASING" TO CHKPT-STAGE
              ELSE
                 MOVE CHECKPOINT-STAGE-TO-WRITE TO CHKPT-STAGE
              END-IF.
              MOVE LAST-CHECKPOINT-KEY TO CHKPT-LAST-KEY.
              WRITE CHECKPOINT-RECORD.
      *   Every checkpoint is also the window's progress on the shared
      *   window state.
              MOVE CHKPT-STAGE TO WINDOW-STATE-STAGE.
              MOVE CHKPT-LAST-KEY TO WINDOW-STATE-KEY.
              IF WINDOW-STATE-POSTED
                 MOVE "STAGE" TO WPOST-REQUEST
                 MOVE CHKPT-STAGE TO WPOST-STAGE
                 MOVE CHKPT-LAST-KEY TO WPOST-LAST-KEY
                 PERFORM POST-WINDOW-STATE THRU POST-WINDOW-STATE-END
              END-IF.
        WRITE-CHECKPOINT-END.
              EXIT.

