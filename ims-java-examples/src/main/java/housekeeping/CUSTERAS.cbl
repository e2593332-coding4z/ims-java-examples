        IDENTIFICATION DIVISION.
        PROGRAM-ID. "CUSTERAS".

      *   CUSTERAS is the right-to-erasure job: given a list of
      *   customer keys from the privacy office it takes each key
      *   out of every dataset the system retains, and prints an
      *   erasure certificate per key for the privacy office to file.
      *
      *   A retained record naming an erased key is not deleted but
      *   MASKED: the key is overwritten, in every dataset alike,
      *   with a replacement key ("*" and five random digits) that
      *   is the same everywhere for the one customer and different
      *   for every customer.  Record counts therefore do not move,
      *   and everything that pairs records across files -- RECONBAL
      *   matching dispositions to journal entries, XTRREGEN pairing
      *   a window's journal with its dispositions, CUSTSNAP and
      *   CUSTRCVR following a key through CUSTHIST, the rename
      *   detection that compares before and after names -- still
      *   pairs on what remains.  The link from key to mask lives
      *   only in the job's temporary ERASMAP, so once the job ends
      *   the masking cannot be undone.  CUSTXTR and NETCHG trailer
      *   hashes are recomputed over the masked keys so every extract
      *   still balances; the SHIPLOG and ACK totals carry no keys and
      *   are untouched.  The one exception is the pending-change file:
      *   a held future-dated change for an erased customer is
      *   REMOVED, since a masked one would be released onto the
      *   master as a new customer on its effective date.
      *
      *   The EXEC PARM picks the step:
      *     PREPARE       - reads the ERASKEYS request cards (key in
      *                     columns 1-6, the privacy office's request
      *                     reference in 7-26), checks each key is no
      *                     longer on CUSTMSTR -- a live customer is
      *                     refused: delete it through CUSTMNT first
      *                     -- draws each key's mask, and writes the
      *                     ERASMAP map, the CUSTMSTR line of each
      *                     certificate on ERASLOG, and the masks (and
      *                     only the masks) to the ERASREG register;
      *     ERASE[,label] - masks the keys in every dataset allocated
      *                     to the step, one ERASLOG record per key per
      *                     dataset.  The label (CURRENT when omitted)
      *                     names the generation on the certificate;
      *                     the job runs one ERASE step for the live
      *                     datasets, one per split-window stream
      *                     (STREAM1, STREAM2: that stream's own
      *                     datasets), one per retained generation,
      *                     and one each for the extracts kept outside
      *                     the window's own groups: CUSTMNT's
      *                     maintenance extracts and WINBKOUT's
      *                     reversing extracts (CUSTMNT, BACKOUT: under
      *                     the CUSTXTR ddname) and CUSTNETX's
      *                     net-change feeds (CUSTNETX: NETCHG).
      *                     A dataset whose DD is not in the step is
      *                     skipped silently; one that is allocated
      *                     but cannot be processed is logged as not
      *                     reached;
      *     CERTIFY       - prints the certificates on ERASCERT from
      *                     ERASMAP and ERASLOG.  A dataset no step
      *                     processed, or one a step could not reach,
      *                     is listed as NOT REACHED and the
      *                     certificate reads INCOMPLETE.
      *
      *   Return codes: 4 = nothing to erase, or a certificate is
      *   incomplete, refused or a duplicate; 8 = PREPARE refused a
      *   key still on the master, or ERASE could not reach a dataset
      *   or clear a record; 12 = the step could not run (bad PARM,
      *   request cards or map unreadable, CUSTMSTR unavailable, the
      *   mask register unwritable); 16 = the PENDOUT generation is
      *   incomplete and must be uncataloged before the next window.
      *
      *   PREPARE and ERASE touch nothing while a batch window is in
      *   flight (see WINSTATE): the WINCHECK interlock refuses the
      *   step, logs the refusal, and the step ends with the reserved
      *   RETURN-CODE 88.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ERASE-KEY-FILE ASSIGN TO "ERASKEYS"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ERASE-KEY-STATUS.

            SELECT ERASE-MAP-FILE ASSIGN TO "ERASMAP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ERASE-MAP-STATUS.

            SELECT ERASE-LOG-FILE ASSIGN TO "ERASLOG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ERASE-LOG-STATUS.

            SELECT ERASE-REGISTER-FILE ASSIGN TO "ERASREG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ERASE-REGISTER-STATUS.

            SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CERTIFICATE-STATUS.

            SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUSTOMER-MASTER-KEY
                FILE STATUS IS CUSTOMER-MASTER-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITJRN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITNDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ANDX-RECORD-KEY
                FILE STATUS IS AUDIT-INDEX-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "CUSTHIST"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HISTORY-FILE-STATUS.

            SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SUSPENSE-STATUS.

            SELECT DISPOSITION-FILE ASSIGN TO "CUSTDISP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DISPOSITION-STATUS.

            SELECT EXTRACT-FILE ASSIGN TO "CUSTXTR"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS EXTRACT-STATUS.

            SELECT NET-CHANGE-FILE ASSIGN TO "NETCHG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS NET-CHANGE-STATUS.

            SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTDS"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHECKPOINT-STATUS.

            SELECT XREF-FILE ASSIGN TO "CUSTXREF"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS XREF-STATUS.

            SELECT REJECT-REGISTER-FILE ASSIGN TO "REJREG"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS REJECT-REGISTER-STATUS.

            SELECT CHUNK-TIMING-FILE ASSIGN TO "CHNKTIME"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CHUNK-TIMING-STATUS.

            SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WSTATE-WINDOW-ID
                FILE STATUS IS WINDOW-STATE-STATUS.

            SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PENDING-IN-STATUS.

            SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PENDING-OUT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ERASE-KEY-FILE
            RECORDING MODE IS F.
        01  ERASE-KEY-CARD.
            05  EKEY-CUSTOMER-KEY    PIC X(6).
            05  EKEY-REQUEST-REF     PIC X(20).
            05  FILLER               PIC X(54).

        FD  ERASE-MAP-FILE
            RECORDING MODE IS F.
        COPY ERASMAP.

        FD  ERASE-LOG-FILE
            RECORDING MODE IS F.
        COPY ERASLOG.

        FD  ERASE-REGISTER-FILE
            RECORDING MODE IS F.
        COPY ERASREG.

        FD  CERTIFICATE-FILE
            RECORDING MODE IS F.
        01  CERTIFICATE-LINE         PIC X(132).

        FD  CUSTOMER-MASTER-FILE
            RECORDING MODE IS F.
        01  CUSTOMER-MASTER-RECORD.
            05  CUSTOMER-MASTER-KEY     PIC X(6).
            05  CUSTOMER-MASTER-JOB     PIC X(8).
            05  CUSTOMER-MASTER-DATE    PIC X(9).

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  AUDIT-INDEX-FILE
            RECORDING MODE IS F.
        COPY AUDNDX.

        FD  HISTORY-FILE
            RECORDING MODE IS F.
        COPY CUSTHREC.

        FD  SUSPENSE-FILE
            RECORDING MODE IS F.
        COPY SUSPREC.

        FD  DISPOSITION-FILE
            RECORDING MODE IS F.
        COPY DISPREC.

        FD  EXTRACT-FILE
            RECORDING MODE IS F.
        COPY CUSTXTR.

        FD  NET-CHANGE-FILE
            RECORDING MODE IS F.
        COPY NETCHG.

        FD  CHECKPOINT-FILE
            RECORDING MODE IS F.
        COPY CHKPT.

        FD  XREF-FILE
            RECORDING MODE IS F.
        COPY KEYXREF.

        FD  REJECT-REGISTER-FILE
            RECORDING MODE IS F.
        COPY REJREG.

        FD  CHUNK-TIMING-FILE
            RECORDING MODE IS F.
        COPY CHNKTIME.

        FD  WINDOW-STATE-FILE
            RECORDING MODE IS F.
        COPY WINSTATE.

        FD  PENDING-IN-FILE
            RECORDING MODE IS F.
        COPY PENDREC.

        FD  PENDING-OUT-FILE
            RECORDING MODE IS F.
        01  PENDING-OUT-RECORD       PIC X(79).

        WORKING-STORAGE SECTION.
        01 ERASE-KEY-STATUS          PIC X(2) VALUE "00".
        01 ERASE-MAP-STATUS          PIC X(2) VALUE "00".
        01 ERASE-LOG-STATUS          PIC X(2) VALUE "00".
        01 ERASE-REGISTER-STATUS     PIC X(2) VALUE "00".
        01 CERTIFICATE-STATUS        PIC X(2) VALUE "00".
        01 CUSTOMER-MASTER-STATUS    PIC X(2) VALUE "00".
        01 AUDIT-FILE-STATUS         PIC X(2) VALUE "00".
        01 AUDIT-INDEX-STATUS        PIC X(2) VALUE "00".
        01 HISTORY-FILE-STATUS       PIC X(2) VALUE "00".
        01 SUSPENSE-STATUS           PIC X(2) VALUE "00".
        01 DISPOSITION-STATUS        PIC X(2) VALUE "00".
        01 EXTRACT-STATUS            PIC X(2) VALUE "00".
        01 NET-CHANGE-STATUS         PIC X(2) VALUE "00".
        01 CHECKPOINT-STATUS         PIC X(2) VALUE "00".
        01 XREF-STATUS               PIC X(2) VALUE "00".
        01 REJECT-REGISTER-STATUS    PIC X(2) VALUE "00".
        01 CHUNK-TIMING-STATUS       PIC X(2) VALUE "00".
        01 WINDOW-STATE-STATUS       PIC X(2) VALUE "00".
        01 PENDING-IN-STATUS         PIC X(2) VALUE "00".
        01 PENDING-OUT-STATUS        PIC X(2) VALUE "00".

        01 RUN-MODE                  PIC X(8).
           88 RUN-IS-PREPARE                 VALUE "PREPARE".
           88 RUN-IS-ERASE                   VALUE "ERASE".
           88 RUN-IS-CERTIFY                 VALUE "CERTIFY".
        01 RUN-GENERATION-LABEL      PIC X(17).
        01 STEP-RETURN-CODE          PIC 9(2) VALUE 0.

        01 CURRENT-DATE-FIELDS.
            05  CDF-DATE             PIC 9(8).
            05  CDF-TIME             PIC 9(8).
            05  FILLER               PIC X(5).
        01 RUN-TIMESTAMP             PIC X(26).

      *   The keys of the run, one entry per request card in card
      *   order (PREPARE, CERTIFY) or per key to erase (ERASE).  The
      *   named/cleared counts are per dataset: reset as each
      *   dataset starts, written to ERASLOG as it ends.
        01 ERASE-KEY-COUNT           PIC 9(7) BINARY VALUE 0.
        01 ERASE-KEY-TABLE.
            05  ERASE-KEY-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON ERASE-KEY-COUNT
                    INDEXED BY EK-IDX.
                10  EK-CUSTOMER-KEY  PIC X(6).
                10  EK-MASK-KEY      PIC X(6).
                10  EK-CERTIFICATE-ID PIC X(19).
                10  EK-REQUEST-REF   PIC X(20).
                10  EK-STATUS        PIC X(1).
                10  EK-NAMED-COUNT   PIC 9(7) BINARY.
                10  EK-CLEARED-COUNT PIC 9(7) BINARY.
                10  EK-TRAILER-FLAG  PIC X(1).
                10  EK-IN-EXTRACT-SET PIC X(1).
        01 ERASE-KEY-SUB             PIC 9(7) BINARY.
        01 CARD-COUNT                PIC 9(7) BINARY VALUE 0.
        01 ERASABLE-COUNT            PIC 9(7) BINARY VALUE 0.
        01 REFUSED-COUNT             PIC 9(7) BINARY VALUE 0.
        01 UNUSABLE-CARD-COUNT       PIC 9(7) BINARY VALUE 0.
        01 CARD-SEQUENCE             PIC 9(3).
        01 LOOKUP-KEY                PIC X(6).
        01 LOOKUP-SWITCH             PIC X(1).
           88 LOOKUP-KEY-FOUND               VALUE "Y".

      *   Every mask ever issued, by serial: "I" issued by an earlier
      *   run (off ERASREG), "T" drawn by this run.  Masks are drawn
      *   at random until an unused one comes up; a run that cannot
      *   find one within MASK-DRAW-LIMIT draws stops before it has
      *   written anything.
        01 MASK-SERIAL-TABLE.
            05  MASK-SERIAL-FLAG OCCURS 99999 TIMES PIC X(1).
        01 MASK-SERIAL               PIC 9(5).
        01 MASK-SERIAL-SUB           PIC 9(7) BINARY.
        01 MASK-DRAW-COUNT           PIC 9(7) BINARY.
        01 MASK-DRAW-LIMIT           PIC 9(7) BINARY VALUE 500.
        01 RANDOM-SEED               PIC 9(8) VALUE 0.
        01 RANDOM-FRACTION           PIC V9(9).
        01 CANDIDATE-MASK.
            05  FILLER               PIC X(1) VALUE "*".
            05  CANDIDATE-SERIAL     PIC 9(5).
        01 MASK-CHOSEN-SWITCH        PIC X(1).
           88 MASK-IS-CHOSEN                 VALUE "Y".
        01 PREPARE-ERROR-SWITCH      PIC X(1) VALUE "N".
           88 PREPARE-HAS-FAILED             VALUE "Y".

      *   Dataset being processed, and what its ERASLOG records say.
        01 CURRENT-DATASET           PIC X(8).
        01 CURRENT-OUTCOME           PIC X(1).
        01 CURRENT-FILE-STATUS       PIC X(2).
        01 DATASET-RECORDS-BEFORE    PIC 9(9) BINARY.
        01 DATASET-RECORDS-AFTER     PIC 9(9) BINARY.
        01 DATASET-ERROR-SWITCH      PIC X(1).
           88 DATASET-HAS-FAILED             VALUE "Y".
        01 PENDOUT-ERROR-SWITCH      PIC X(1) VALUE "N".
           88 PENDOUT-IS-INCOMPLETE          VALUE "Y".

      *   One field of the record in hand is masked at a time through
      *   MASK-FIELD.  The keys a record names are collected in the
      *   match slots (once each, however many of its fields name
      *   the key) and tallied against those keys once the record has
      *   been rewritten -- or not.
        01 MASK-FIELD                PIC X(6).
        01 MATCH-SLOT-COUNT          PIC 9(4) BINARY.
        01 MATCH-SLOT-TABLE.
            05  MATCH-SLOT OCCURS 4 TIMES PIC 9(4) BINARY.
        01 MATCH-SLOT-SUB            PIC 9(4) BINARY.
        01 MATCH-KEY-SUB             PIC 9(4) BINARY.
        01 MATCH-SEEN-SWITCH         PIC X(1).
           88 MATCH-ALREADY-SEEN             VALUE "Y".
        01 RECORD-UPDATE-SWITCH      PIC X(1).
           88 RECORD-UPDATE-DONE             VALUE "Y".

      *   CUSTXTR and NETCHG balancing: each header-to-trailer set's
      *   hash is summed over the keys as found and again as masked.  A
      *   trailer that agrees with the names as found is set to the
      *   masked sum; one that does not is left alone.  Either way
      *   the keys masked in that set (EK-IN-EXTRACT-SET) carry the
      *   verdict, "U" outweighing "R".
        01 FOUND-HASH-TOTAL          PIC 9(15).
        01 MASKED-HASH-TOTAL         PIC 9(15).
        01 EXTRACT-SET-SWITCH        PIC X(1).
           88 EXTRACT-SET-IS-MASKED          VALUE "Y".
        01 SET-TRAILER-FLAG          PIC X(1).

      *   AUDITNDX entries filed under an erased key are deleted as
      *   the browse meets them and written back under the mask when
      *   it is done -- writing them during the browse would put them
      *   somewhere ahead of or behind the browse by collating
      *   sequence alone.
        01 REFILE-COUNT              PIC 9(7) BINARY VALUE 0.
        01 REFILE-TABLE.
            05  REFILE-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON REFILE-COUNT.
                10  REFILE-KEY-SUB   PIC 9(4) BINARY.
                10  REFILE-IMAGE     PIC X(118).
        01 REFILE-SUB                PIC 9(7) BINARY.
        01 REFILE-LIMIT              PIC 9(7) BINARY VALUE 5000.

      *   CERTIFY: the datasets every certificate must show processed,
      *   each under the generation label of the step that must reach
      *   it -- the live datasets under CURRENT, and the split-window
      *   streams' own datasets (COBTSPLT) under STREAM1 and STREAM2,
      *   where a stream's CUSTXTR is its extract segment, XTRSEGn.
      *   A key can have passed through either stream, so neither is
      *   optional.  The extracts kept outside the window's groups
      *   are required under the label of the step that masks them:
      *   CUSTMNT's and WINBKOUT's CUSTXTR under CUSTMNT and BACKOUT,
      *   CUSTNETX's NETCHG under CUSTNETX.
        01 REQUIRED-DATASET-VALUES.
            05  FILLER               PIC X(8) VALUE "AUDITJRN".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "AUDITNDX".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "CUSTHIST".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "SUSPENSE".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "CUSTDISP".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "CUSTXTR".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "CHKPTDS".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "CUSTXREF".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "REJREG".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "CHNKTIME".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "WINSTATE".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "PENDING".
            05  FILLER               PIC X(8) VALUE "CURRENT".
            05  FILLER               PIC X(8) VALUE "AUDITJRN".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "CUSTHIST".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "SUSPENSE".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "CUSTDISP".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "CUSTXTR".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "CHKPTDS".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "CHNKTIME".
            05  FILLER               PIC X(8) VALUE "STREAM1".
            05  FILLER               PIC X(8) VALUE "AUDITJRN".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "CUSTHIST".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "SUSPENSE".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "CUSTDISP".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "CUSTXTR".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "CHKPTDS".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "CHNKTIME".
            05  FILLER               PIC X(8) VALUE "STREAM2".
            05  FILLER               PIC X(8) VALUE "CUSTXTR".
            05  FILLER               PIC X(8) VALUE "CUSTMNT".
            05  FILLER               PIC X(8) VALUE "CUSTXTR".
            05  FILLER               PIC X(8) VALUE "BACKOUT".
            05  FILLER               PIC X(8) VALUE "NETCHG".
            05  FILLER               PIC X(8) VALUE "CUSTNETX".
        01 REQUIRED-DATASET-TABLE REDEFINES REQUIRED-DATASET-VALUES.
            05  REQUIRED-DATASET OCCURS 29 TIMES
                    INDEXED BY RQ-IDX.
                10  RQ-DATASET       PIC X(8).
                10  RQ-GENERATION    PIC X(8).
        01 REQUIRED-DATASET-LIMIT    PIC 9(4) BINARY VALUE 29.
        01 REQUIRED-SEEN-TABLE.
            05  REQUIRED-SEEN OCCURS 29 TIMES PIC X(1).
        01 REQUIRED-SUB              PIC 9(4) BINARY.
        01 NOT-REACHED-COUNT         PIC 9(7) BINARY.
        01 INCOMPLETE-CERT-COUNT     PIC 9(7) BINARY VALUE 0.

        01 COUNT-DISPLAY-AREA        PIC ZZZZZZ9.

        01 CERT-RULE-LINE            PIC X(132) VALUE ALL "=".
        01 CERT-TITLE-LINE.
            05  FILLER               PIC X(36)
                VALUE "CUSTOMER DATA ERASURE CERTIFICATE".
            05  FILLER               PIC X(12) VALUE "CERTIFICATE ".
            05  CTL-CERTIFICATE-ID   PIC X(19).
            05  FILLER               PIC X(12) VALUE "    PRINTED ".
            05  CTL-PRINT-DATE       PIC X(10).
            05  FILLER               PIC X(43) VALUE SPACES.
        01 CERT-KEY-LINE.
            05  FILLER               PIC X(14) VALUE "CUSTOMER KEY  ".
            05  CKL-CUSTOMER-KEY     PIC X(6).
            05  FILLER               PIC X(24)
                VALUE "      REQUEST REFERENCE ".
            05  CKL-REQUEST-REF      PIC X(20).
            05  FILLER               PIC X(68) VALUE SPACES.
        01 CERT-HEADING-1.
            05  FILLER               PIC X(10) VALUE "DATASET".
            05  FILLER               PIC X(19) VALUE "GENERATION".
            05  FILLER               PIC X(12) VALUE "ACTION".
            05  FILLER               PIC X(14) VALUE "    RECORDS".
            05  FILLER               PIC X(14) VALUE "    RECORDS".
            05  FILLER               PIC X(13) VALUE "    NAMING".
            05  FILLER               PIC X(13) VALUE "    NAMING".
            05  FILLER               PIC X(37) VALUE "NOTE".
        01 CERT-HEADING-2.
            05  FILLER               PIC X(41) VALUE SPACES.
            05  FILLER               PIC X(14) VALUE "     BEFORE".
            05  FILLER               PIC X(14) VALUE "      AFTER".
            05  FILLER               PIC X(13) VALUE "KEY BEFORE".
            05  FILLER               PIC X(13) VALUE " KEY AFTER".
            05  FILLER               PIC X(37) VALUE SPACES.
        01 CERT-DETAIL-LINE.
            05  CDL-DATASET          PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  CDL-GENERATION       PIC X(17).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  CDL-ACTION           PIC X(11).
            05  FILLER               PIC X(1) VALUE SPACES.
            05  CDL-RECORDS-BEFORE   PIC ZZZ,ZZZ,ZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  CDL-RECORDS-AFTER    PIC ZZZ,ZZZ,ZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  CDL-NAMED-BEFORE     PIC ZZ,ZZZ,ZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  CDL-NAMED-AFTER      PIC ZZ,ZZZ,ZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  CDL-NOTE             PIC X(37).
        01 CERT-SHORT-LINE.
            05  CSL-DATASET          PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  CSL-GENERATION       PIC X(17).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  CSL-ACTION           PIC X(11).
            05  FILLER               PIC X(1) VALUE SPACES.
            05  CSL-NOTE             PIC X(91).
        01 CERT-RESULT-LINE.
            05  FILLER               PIC X(9) VALUE "RESULT:  ".
            05  CRL-TEXT             PIC X(123).
        01 CERT-SCOPE-NOTE-1.
            05  FILLER               PIC X(44) VALUE
                "NOT WITHIN THIS ERASURE: CUSTXTR EXTRACTS AN".
            05  FILLER               PIC X(44) VALUE
                "D NETCHG FEEDS ALREADY SHIPPED AND REJFEED N".
            05  FILLER               PIC X(44) VALUE
                "OTICES ALREADY SENT ARE HELD BY THEIR       ".
        01 CERT-SCOPE-NOTE-2.
            05  FILLER               PIC X(44) VALUE
                "RECEIVERS AND MUST BE ERASED THERE; CUSTMSTR".
            05  FILLER               PIC X(44) VALUE
                " BACKUPS ARE NOT REWRITTEN -- A FORWARD RECO".
            05  FILLER               PIC X(44) VALUE
                "VERY FROM A BACKUP TAKEN BEFORE THIS ERASURE".
        01 CERT-SCOPE-NOTE-3.
            05  FILLER               PIC X(44) VALUE
                "MUST BE FOLLOWED BY A RERUN OF THIS ERASURE ".
            05  FILLER               PIC X(44) VALUE
                "BEFORE THE MASTER IS RELEASED TO THE BATCH W".
            05  FILLER               PIC X(44) VALUE
                "INDOW.                                      ".
        01 NUMBER-EDIT-AREA          PIC ZZZ9.

        COPY WINCTL.

        LINKAGE SECTION.
        01 PARM-AREA.
            05  PARM-LENGTH          PIC S9(4) BINARY.
            05  PARM-TEXT            PIC X(40).

        PROCEDURE DIVISION USING PARM-AREA.
            DISPLAY "CUSTERAS: Entering".

            MOVE SPACES TO RUN-MODE RUN-GENERATION-LABEL.
            IF PARM-LENGTH > 40
               MOVE 40 TO PARM-LENGTH
            END-IF.
            IF PARM-LENGTH > 0
               UNSTRING PARM-TEXT (1:PARM-LENGTH) DELIMITED BY ","
                   INTO RUN-MODE RUN-GENERATION-LABEL
               END-UNSTRING
            END-IF.
            IF RUN-GENERATION-LABEL = SPACES
               MOVE "CURRENT" TO RUN-GENERATION-LABEL
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
            MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.

            EVALUATE TRUE
               WHEN RUN-IS-PREPARE
                  PERFORM CHECK-BATCH-WINDOW THRU
                          CHECK-BATCH-WINDOW-END
                  IF STEP-RETURN-CODE = 0
                     PERFORM PREPARE-ERASURE THRU
                             PREPARE-ERASURE-END
                  END-IF
               WHEN RUN-IS-ERASE
                  PERFORM CHECK-BATCH-WINDOW THRU
                          CHECK-BATCH-WINDOW-END
                  IF STEP-RETURN-CODE = 0
                     PERFORM ERASE-DATASETS THRU ERASE-DATASETS-END
                  END-IF
               WHEN RUN-IS-CERTIFY
                  PERFORM PRINT-CERTIFICATES THRU
                          PRINT-CERTIFICATES-END
               WHEN OTHER
                  DISPLAY "CUSTERAS: PARM MUST BE PREPARE, ERASE"
                          "[,LABEL] OR CERTIFY"
                  MOVE 12 TO STEP-RETURN-CODE
            END-EVALUATE.

            MOVE STEP-RETURN-CODE TO RETURN-CODE.
            DISPLAY "CUSTERAS: Exiting".
            GOBACK.

        CHECK-BATCH-WINDOW.
            MOVE "CUSTERAS" TO WCHK-REQUESTER.
            CALL "WINCHECK" USING WINDOW-CHECK-AREA.
            IF WCHK-WINDOW-IS-OPEN
               MOVE 88 TO STEP-RETURN-CODE
            END-IF.
        CHECK-BATCH-WINDOW-END.
            EXIT.

      *****************************************************************
      *  PREPARE-ERASURE: request cards to map.  Nothing is written
      *  until every card has been checked and every mask drawn, so
      *  a step that fails leaves no map, no log and no register
      *  entries behind, and the ERASE steps do not run.
      *****************************************************************
        PREPARE-ERASURE.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN CUSTMSTR, STATUS="
                       CUSTOMER-MASTER-STATUS
                       " - KEYS CANNOT BE VERIFIED"
               MOVE 12 TO STEP-RETURN-CODE
               GO TO PREPARE-ERASURE-END
            END-IF.

            PERFORM LOAD-ISSUED-MASKS THRU LOAD-ISSUED-MASKS-END.
            PERFORM LOAD-REQUEST-CARDS THRU LOAD-REQUEST-CARDS-END.
            IF NOT PREPARE-HAS-FAILED
               MOVE 1 TO ERASE-KEY-SUB
               PERFORM ASSIGN-ONE-MASK THRU ASSIGN-ONE-MASK-END
                  UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT
                     OR PREPARE-HAS-FAILED
            END-IF.
            CLOSE CUSTOMER-MASTER-FILE.
            IF PREPARE-HAS-FAILED
               MOVE 12 TO STEP-RETURN-CODE
               GO TO PREPARE-ERASURE-END
            END-IF.

      *   The register first: a mask that reached the map but not
      *   the register could be issued again by a later run.
            PERFORM APPEND-MASK-REGISTER THRU
                    APPEND-MASK-REGISTER-END.
            IF PREPARE-HAS-FAILED
               MOVE 12 TO STEP-RETURN-CODE
               GO TO PREPARE-ERASURE-END
            END-IF.
            PERFORM WRITE-ERASURE-MAP THRU WRITE-ERASURE-MAP-END.
            IF PREPARE-HAS-FAILED
               MOVE 12 TO STEP-RETURN-CODE
               GO TO PREPARE-ERASURE-END
            END-IF.

            MOVE CARD-COUNT TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: REQUEST CARDS     " COUNT-DISPLAY-AREA.
            MOVE ERASABLE-COUNT TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: KEYS TO ERASE     " COUNT-DISPLAY-AREA.
            MOVE REFUSED-COUNT TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: REFUSED, ON MASTER" COUNT-DISPLAY-AREA.
            MOVE UNUSABLE-CARD-COUNT TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: BLANK OR DUPLICATE" COUNT-DISPLAY-AREA.
            IF REFUSED-COUNT > 0
               MOVE 8 TO STEP-RETURN-CODE
            ELSE
               IF UNUSABLE-CARD-COUNT > 0 OR ERASABLE-COUNT = 0
                  MOVE 4 TO STEP-RETURN-CODE
               END-IF
            END-IF.
        PREPARE-ERASURE-END.
            EXIT.

        LOAD-ISSUED-MASKS.
            MOVE ALL SPACES TO MASK-SERIAL-TABLE.
            OPEN INPUT ERASE-REGISTER-FILE.
            IF ERASE-REGISTER-STATUS NOT = "00"
               DISPLAY "CUSTERAS: NO MASKS ISSUED BEFORE, ERASREG "
                       "STATUS=" ERASE-REGISTER-STATUS
               GO TO LOAD-ISSUED-MASKS-END
            END-IF.
            PERFORM LOAD-ONE-ISSUED-MASK THRU
                    LOAD-ONE-ISSUED-MASK-END
               UNTIL ERASE-REGISTER-STATUS NOT = "00".
            CLOSE ERASE-REGISTER-FILE.
        LOAD-ISSUED-MASKS-END.
            EXIT.

        LOAD-ONE-ISSUED-MASK.
            READ ERASE-REGISTER-FILE.
            IF ERASE-REGISTER-STATUS NOT = "00"
               GO TO LOAD-ONE-ISSUED-MASK-END
            END-IF.
            IF ERREG-MASK-KEY (2:5) NUMERIC
               MOVE ERREG-MASK-KEY (2:5) TO MASK-SERIAL
               IF MASK-SERIAL > 0
                  MOVE "I" TO MASK-SERIAL-FLAG (MASK-SERIAL)
               END-IF
            END-IF.
        LOAD-ONE-ISSUED-MASK-END.
            EXIT.

        LOAD-REQUEST-CARDS.
            OPEN INPUT ERASE-KEY-FILE.
            IF ERASE-KEY-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASKEYS, STATUS="
                       ERASE-KEY-STATUS
               SET PREPARE-HAS-FAILED TO TRUE
               GO TO LOAD-REQUEST-CARDS-END
            END-IF.
            MOVE 0 TO ERASE-KEY-COUNT CARD-SEQUENCE.
            PERFORM LOAD-ONE-REQUEST-CARD THRU
                    LOAD-ONE-REQUEST-CARD-END
               UNTIL ERASE-KEY-STATUS NOT = "00"
                  OR PREPARE-HAS-FAILED.
            CLOSE ERASE-KEY-FILE.
        LOAD-REQUEST-CARDS-END.
            EXIT.

      *   Each card gets a certificate, whatever becomes of it.  The
      *   master is read by key: found means the customer is still
      *   live and the card is refused; any answer other than found
      *   or not-found stops the step -- a key that cannot be
      *   checked is never erased.
        LOAD-ONE-REQUEST-CARD.
            READ ERASE-KEY-FILE.
            IF ERASE-KEY-STATUS NOT = "00"
               GO TO LOAD-ONE-REQUEST-CARD-END
            END-IF.
            IF ERASE-KEY-COUNT NOT < 500
               DISPLAY "CUSTERAS: MORE THAN 500 REQUEST CARDS - "
                       "SPLIT THE LIST ACROSS RUNS"
               SET PREPARE-HAS-FAILED TO TRUE
               GO TO LOAD-ONE-REQUEST-CARD-END
            END-IF.
            ADD 1 TO CARD-COUNT.
            ADD 1 TO CARD-SEQUENCE.
            MOVE EKEY-CUSTOMER-KEY TO LOOKUP-KEY.
            PERFORM FIND-CARD-KEY THRU FIND-CARD-KEY-END.

            ADD 1 TO ERASE-KEY-COUNT.
            SET EK-IDX TO ERASE-KEY-COUNT.
            MOVE EKEY-CUSTOMER-KEY TO EK-CUSTOMER-KEY (EK-IDX).
            MOVE EKEY-REQUEST-REF TO EK-REQUEST-REF (EK-IDX).
            MOVE SPACES TO EK-MASK-KEY (EK-IDX).
            MOVE SPACES TO EK-CERTIFICATE-ID (EK-IDX).
            STRING "ER"                   DELIMITED BY SIZE
                   CDF-DATE               DELIMITED BY SIZE
                   CDF-TIME (1:6)         DELIMITED BY SIZE
                   CARD-SEQUENCE          DELIMITED BY SIZE
                   INTO EK-CERTIFICATE-ID (EK-IDX)
            END-STRING.

            EVALUATE TRUE
               WHEN EKEY-CUSTOMER-KEY = SPACES
                  MOVE "B" TO EK-STATUS (EK-IDX)
                  ADD 1 TO UNUSABLE-CARD-COUNT
                  GO TO LOAD-ONE-REQUEST-CARD-END
               WHEN LOOKUP-KEY-FOUND
                  MOVE "D" TO EK-STATUS (EK-IDX)
                  ADD 1 TO UNUSABLE-CARD-COUNT
                  GO TO LOAD-ONE-REQUEST-CARD-END
            END-EVALUATE.

            MOVE EKEY-CUSTOMER-KEY TO CUSTOMER-MASTER-KEY.
            READ CUSTOMER-MASTER-FILE.
            EVALUATE CUSTOMER-MASTER-STATUS
               WHEN "00"
                  MOVE "R" TO EK-STATUS (EK-IDX)
                  ADD 1 TO REFUSED-COUNT
                  DISPLAY "CUSTERAS: " EKEY-CUSTOMER-KEY
                          " IS STILL ON CUSTMSTR - REFUSED"
               WHEN "23"
                  MOVE "E" TO EK-STATUS (EK-IDX)
                  ADD 1 TO ERASABLE-COUNT
               WHEN OTHER
                  DISPLAY "CUSTERAS: CUSTMSTR READ FOR "
                          EKEY-CUSTOMER-KEY " FAILED, STATUS="
                          CUSTOMER-MASTER-STATUS
                  SET PREPARE-HAS-FAILED TO TRUE
            END-EVALUATE.
        LOAD-ONE-REQUEST-CARD-END.
            EXIT.

      *   Looks LOOKUP-KEY up among the cards loaded so far.
        FIND-CARD-KEY.
            MOVE "N" TO LOOKUP-SWITCH.
            IF ERASE-KEY-COUNT = 0
               GO TO FIND-CARD-KEY-END
            END-IF.
            SET EK-IDX TO 1.
            SEARCH ERASE-KEY-ENTRY
               AT END
                  CONTINUE
               WHEN EK-CUSTOMER-KEY (EK-IDX) = LOOKUP-KEY
                  SET LOOKUP-KEY-FOUND TO TRUE
            END-SEARCH.
        FIND-CARD-KEY-END.
            EXIT.

        ASSIGN-ONE-MASK.
            SET EK-IDX TO ERASE-KEY-SUB.
            ADD 1 TO ERASE-KEY-SUB.
            IF EK-STATUS (EK-IDX) NOT = "E"
               GO TO ASSIGN-ONE-MASK-END
            END-IF.
            MOVE "N" TO MASK-CHOSEN-SWITCH.
            MOVE 0 TO MASK-DRAW-COUNT.
            PERFORM DRAW-ONE-MASK THRU DRAW-ONE-MASK-END
               UNTIL MASK-IS-CHOSEN
                  OR PREPARE-HAS-FAILED
                  OR MASK-DRAW-COUNT NOT < MASK-DRAW-LIMIT.
            IF MASK-IS-CHOSEN
               MOVE CANDIDATE-MASK TO EK-MASK-KEY (EK-IDX)
               MOVE "T" TO MASK-SERIAL-FLAG (CANDIDATE-SERIAL)
            ELSE
               IF NOT PREPARE-HAS-FAILED
                  DISPLAY "CUSTERAS: NO UNUSED MASK FOUND IN "
                          MASK-DRAW-LIMIT " DRAWS"
                  SET PREPARE-HAS-FAILED TO TRUE
               END-IF
            END-IF.
        ASSIGN-ONE-MASK-END.
            EXIT.

      *   The first draw of the run seeds the generator from the
      *   time of day.  A candidate must be unissued and must not be
      *   a key on the master.
        DRAW-ONE-MASK.
            IF MASK-DRAW-COUNT = 0 AND RANDOM-SEED = 0
               MOVE CDF-TIME TO RANDOM-SEED
               IF RANDOM-SEED = 0
                  MOVE 1 TO RANDOM-SEED
               END-IF
               COMPUTE RANDOM-FRACTION = FUNCTION RANDOM (RANDOM-SEED)
            ELSE
               COMPUTE RANDOM-FRACTION = FUNCTION RANDOM
            END-IF.
            ADD 1 TO MASK-DRAW-COUNT.
            COMPUTE CANDIDATE-SERIAL = RANDOM-FRACTION * 99999 + 1.
            IF MASK-SERIAL-FLAG (CANDIDATE-SERIAL) NOT = SPACE
               GO TO DRAW-ONE-MASK-END
            END-IF.
            MOVE CANDIDATE-MASK TO CUSTOMER-MASTER-KEY.
            READ CUSTOMER-MASTER-FILE.
            EVALUATE CUSTOMER-MASTER-STATUS
               WHEN "23"
                  SET MASK-IS-CHOSEN TO TRUE
               WHEN "00"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "CUSTERAS: CUSTMSTR READ FAILED, STATUS="
                          CUSTOMER-MASTER-STATUS
                  SET PREPARE-HAS-FAILED TO TRUE
            END-EVALUATE.
        DRAW-ONE-MASK-END.
            EXIT.

      *   The run's masks go on the register in serial order, not in
      *   card order, so the register's sequence says nothing about
      *   which card any mask belongs to.
        APPEND-MASK-REGISTER.
            IF ERASABLE-COUNT = 0
               GO TO APPEND-MASK-REGISTER-END
            END-IF.
            OPEN EXTEND ERASE-REGISTER-FILE.
            IF ERASE-REGISTER-STATUS = "05" OR "35"
               OPEN OUTPUT ERASE-REGISTER-FILE
            END-IF.
            IF ERASE-REGISTER-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASREG, STATUS="
                       ERASE-REGISTER-STATUS
               SET PREPARE-HAS-FAILED TO TRUE
               GO TO APPEND-MASK-REGISTER-END
            END-IF.
            MOVE 1 TO MASK-SERIAL-SUB.
            PERFORM APPEND-ONE-MASK THRU APPEND-ONE-MASK-END
               UNTIL MASK-SERIAL-SUB > 99999
                  OR PREPARE-HAS-FAILED.
            CLOSE ERASE-REGISTER-FILE.
        APPEND-MASK-REGISTER-END.
            EXIT.

        APPEND-ONE-MASK.
            IF MASK-SERIAL-FLAG (MASK-SERIAL-SUB) = "T"
               MOVE RUN-TIMESTAMP TO ERREG-TIMESTAMP
               MOVE MASK-SERIAL-SUB TO CANDIDATE-SERIAL
               MOVE CANDIDATE-MASK TO ERREG-MASK-KEY
               WRITE ERASURE-REGISTER-RECORD
               IF ERASE-REGISTER-STATUS NOT = "00"
                  DISPLAY "CUSTERAS: ERASREG WRITE FAILED, STATUS="
                          ERASE-REGISTER-STATUS
                  SET PREPARE-HAS-FAILED TO TRUE
               END-IF
            END-IF.
            ADD 1 TO MASK-SERIAL-SUB.
        APPEND-ONE-MASK-END.
            EXIT.

      *   The map, and each certificate's CUSTMSTR line on a fresh
      *   ERASLOG: the check PREPARE made is part of what the
      *   certificate attests.
        WRITE-ERASURE-MAP.
            OPEN OUTPUT ERASE-MAP-FILE.
            IF ERASE-MAP-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASMAP, STATUS="
                       ERASE-MAP-STATUS
               SET PREPARE-HAS-FAILED TO TRUE
               GO TO WRITE-ERASURE-MAP-END
            END-IF.
            OPEN OUTPUT ERASE-LOG-FILE.
            IF ERASE-LOG-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASLOG, STATUS="
                       ERASE-LOG-STATUS
               CLOSE ERASE-MAP-FILE
               SET PREPARE-HAS-FAILED TO TRUE
               GO TO WRITE-ERASURE-MAP-END
            END-IF.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM WRITE-ONE-MAP-RECORD THRU
                    WRITE-ONE-MAP-RECORD-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT
                  OR PREPARE-HAS-FAILED.
            CLOSE ERASE-MAP-FILE.
            CLOSE ERASE-LOG-FILE.
        WRITE-ERASURE-MAP-END.
            EXIT.

        WRITE-ONE-MAP-RECORD.
            SET EK-IDX TO ERASE-KEY-SUB.
            ADD 1 TO ERASE-KEY-SUB.
            MOVE EK-CERTIFICATE-ID (EK-IDX) TO EMAP-CERTIFICATE-ID.
            MOVE EK-CUSTOMER-KEY (EK-IDX) TO EMAP-CUSTOMER-KEY.
            MOVE EK-MASK-KEY (EK-IDX) TO EMAP-MASK-KEY.
            MOVE EK-REQUEST-REF (EK-IDX) TO EMAP-REQUEST-REF.
            MOVE EK-STATUS (EK-IDX) TO EMAP-STATUS.
            WRITE ERASURE-MAP-RECORD.
            IF ERASE-MAP-STATUS NOT = "00"
               DISPLAY "CUSTERAS: ERASMAP WRITE FAILED, STATUS="
                       ERASE-MAP-STATUS
               SET PREPARE-HAS-FAILED TO TRUE
               GO TO WRITE-ONE-MAP-RECORD-END
            END-IF.
            IF EK-STATUS (EK-IDX) NOT = "E" AND NOT = "R"
               GO TO WRITE-ONE-MAP-RECORD-END
            END-IF.
            MOVE SPACES TO ERASURE-LOG-RECORD.
            MOVE EK-CERTIFICATE-ID (EK-IDX) TO ELOG-CERTIFICATE-ID.
            MOVE "CUSTMSTR" TO ELOG-DATASET.
            MOVE "CURRENT" TO ELOG-GENERATION.
            IF EK-STATUS (EK-IDX) = "E"
               MOVE "A" TO ELOG-OUTCOME
            ELSE
               MOVE "P" TO ELOG-OUTCOME
            END-IF.
            MOVE "00" TO ELOG-FILE-STATUS.
            MOVE 0 TO ELOG-RECORDS-BEFORE ELOG-RECORDS-AFTER
                      ELOG-NAMED-BEFORE ELOG-NAMED-AFTER.
            WRITE ERASURE-LOG-RECORD.
        WRITE-ONE-MAP-RECORD-END.
            EXIT.

      *****************************************************************
      *  ERASE-DATASETS: one pass over each dataset allocated to the
      *  step.  Status 35 on OPEN means the DD is not in this step --
      *  nothing to do, nothing logged.
      *****************************************************************
        ERASE-DATASETS.
            PERFORM LOAD-ERASURE-MAP THRU LOAD-ERASURE-MAP-END.
            IF STEP-RETURN-CODE NOT = 0
               GO TO ERASE-DATASETS-END
            END-IF.
            IF ERASE-KEY-COUNT = 0
               DISPLAY "CUSTERAS: NO KEYS TO ERASE"
               MOVE 4 TO STEP-RETURN-CODE
               GO TO ERASE-DATASETS-END
            END-IF.

            OPEN EXTEND ERASE-LOG-FILE.
            IF ERASE-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT ERASE-LOG-FILE
            END-IF.
            IF ERASE-LOG-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASLOG, STATUS="
                       ERASE-LOG-STATUS " - NOTHING ERASED"
               MOVE 12 TO STEP-RETURN-CODE
               GO TO ERASE-DATASETS-END
            END-IF.
            DISPLAY "CUSTERAS: ERASING FROM GENERATION "
                    RUN-GENERATION-LABEL.

            PERFORM ERASE-AUDIT-JOURNAL THRU ERASE-AUDIT-JOURNAL-END.
            PERFORM ERASE-AUDIT-INDEX THRU ERASE-AUDIT-INDEX-END.
            PERFORM ERASE-HISTORY THRU ERASE-HISTORY-END.
            PERFORM ERASE-SUSPENSE THRU ERASE-SUSPENSE-END.
            PERFORM ERASE-DISPOSITIONS THRU ERASE-DISPOSITIONS-END.
            PERFORM ERASE-EXTRACT THRU ERASE-EXTRACT-END.
            PERFORM ERASE-NET-CHANGE THRU ERASE-NET-CHANGE-END.
            PERFORM ERASE-CHECKPOINTS THRU ERASE-CHECKPOINTS-END.
            PERFORM ERASE-XREF THRU ERASE-XREF-END.
            PERFORM ERASE-REJECT-REGISTER THRU
                    ERASE-REJECT-REGISTER-END.
            PERFORM ERASE-CHUNK-TIMING THRU ERASE-CHUNK-TIMING-END.
            PERFORM ERASE-WINDOW-STATE THRU ERASE-WINDOW-STATE-END.
            PERFORM ERASE-PENDING THRU ERASE-PENDING-END.

            CLOSE ERASE-LOG-FILE.
            IF PENDOUT-IS-INCOMPLETE
               MOVE 16 TO STEP-RETURN-CODE
            END-IF.
        ERASE-DATASETS-END.
            EXIT.

      *   Only the keys to be erased are loaded; a refused or
      *   unusable card has nothing to mask.
        LOAD-ERASURE-MAP.
            MOVE 0 TO ERASE-KEY-COUNT.
            OPEN INPUT ERASE-MAP-FILE.
            IF ERASE-MAP-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASMAP, STATUS="
                       ERASE-MAP-STATUS
               MOVE 12 TO STEP-RETURN-CODE
               GO TO LOAD-ERASURE-MAP-END
            END-IF.
            PERFORM LOAD-ONE-MAP-RECORD THRU LOAD-ONE-MAP-RECORD-END
               UNTIL ERASE-MAP-STATUS NOT = "00".
            CLOSE ERASE-MAP-FILE.
        LOAD-ERASURE-MAP-END.
            EXIT.

        LOAD-ONE-MAP-RECORD.
            READ ERASE-MAP-FILE.
            IF ERASE-MAP-STATUS NOT = "00"
               GO TO LOAD-ONE-MAP-RECORD-END
            END-IF.
            IF RUN-IS-ERASE AND NOT EMAP-IS-ERASE
               GO TO LOAD-ONE-MAP-RECORD-END
            END-IF.
            IF ERASE-KEY-COUNT NOT < 500
               GO TO LOAD-ONE-MAP-RECORD-END
            END-IF.
            ADD 1 TO ERASE-KEY-COUNT.
            SET EK-IDX TO ERASE-KEY-COUNT.
            MOVE EMAP-CUSTOMER-KEY TO EK-CUSTOMER-KEY (EK-IDX).
            MOVE EMAP-MASK-KEY TO EK-MASK-KEY (EK-IDX).
            MOVE EMAP-CERTIFICATE-ID TO EK-CERTIFICATE-ID (EK-IDX).
            MOVE EMAP-REQUEST-REF TO EK-REQUEST-REF (EK-IDX).
            MOVE EMAP-STATUS TO EK-STATUS (EK-IDX).
        LOAD-ONE-MAP-RECORD-END.
            EXIT.

      *****************************************************************
      *  Shared pieces of every dataset pass.
      *****************************************************************
        BEGIN-DATASET.
            MOVE 0 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE "N" TO DATASET-ERROR-SWITCH.
            MOVE "00" TO CURRENT-FILE-STATUS.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM RESET-ONE-KEY-COUNT THRU RESET-ONE-KEY-COUNT-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT.
        BEGIN-DATASET-END.
            EXIT.

        RESET-ONE-KEY-COUNT.
            MOVE 0 TO EK-NAMED-COUNT (ERASE-KEY-SUB)
                      EK-CLEARED-COUNT (ERASE-KEY-SUB).
            MOVE SPACE TO EK-TRAILER-FLAG (ERASE-KEY-SUB).
            MOVE "N" TO EK-IN-EXTRACT-SET (ERASE-KEY-SUB).
            ADD 1 TO ERASE-KEY-SUB.
        RESET-ONE-KEY-COUNT-END.
            EXIT.

      *   A file that opens with status 35 is not allocated to the
      *   step; any other failure means the dataset is there but
      *   this step cannot get at it, and every certificate says so.
        NOTE-OPEN-FAILURE.
            IF CURRENT-FILE-STATUS = "35"
               GO TO NOTE-OPEN-FAILURE-END
            END-IF.
            DISPLAY "CUSTERAS: CANNOT OPEN " CURRENT-DATASET
                    ", STATUS=" CURRENT-FILE-STATUS.
            MOVE "N" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        NOTE-OPEN-FAILURE-END.
            EXIT.

        NOTE-UPDATE-FAILURE.
            DISPLAY "CUSTERAS: " CURRENT-DATASET " UPDATE FAILED, "
                    "STATUS=" CURRENT-FILE-STATUS.
            SET DATASET-HAS-FAILED TO TRUE.
        NOTE-UPDATE-FAILURE-END.
            EXIT.

      *   One ERASLOG record per key for the dataset just processed.
      *   A dataset whose pass failed part way is logged as not
      *   reached for every key, whatever it managed to mask.
        LOG-DATASET-RESULT.
            IF DATASET-HAS-FAILED
               MOVE "N" TO CURRENT-OUTCOME
            END-IF.
            IF CURRENT-OUTCOME = "N" AND STEP-RETURN-CODE < 8
               MOVE 8 TO STEP-RETURN-CODE
            END-IF.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM LOG-ONE-KEY-RESULT THRU LOG-ONE-KEY-RESULT-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT.
            MOVE DATASET-RECORDS-BEFORE TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: " CURRENT-DATASET " "
                    RUN-GENERATION-LABEL " RECORDS "
                    COUNT-DISPLAY-AREA " OUTCOME " CURRENT-OUTCOME.
        LOG-DATASET-RESULT-END.
            EXIT.

        LOG-ONE-KEY-RESULT.
            SET EK-IDX TO ERASE-KEY-SUB.
            ADD 1 TO ERASE-KEY-SUB.
            MOVE SPACES TO ERASURE-LOG-RECORD.
            MOVE EK-CERTIFICATE-ID (EK-IDX) TO ELOG-CERTIFICATE-ID.
            MOVE CURRENT-DATASET TO ELOG-DATASET.
            MOVE RUN-GENERATION-LABEL TO ELOG-GENERATION.
            MOVE CURRENT-OUTCOME TO ELOG-OUTCOME.
            MOVE CURRENT-FILE-STATUS TO ELOG-FILE-STATUS.
            MOVE DATASET-RECORDS-BEFORE TO ELOG-RECORDS-BEFORE.
            MOVE DATASET-RECORDS-AFTER TO ELOG-RECORDS-AFTER.
            MOVE EK-NAMED-COUNT (EK-IDX) TO ELOG-NAMED-BEFORE.
            COMPUTE ELOG-NAMED-AFTER = EK-NAMED-COUNT (EK-IDX)
                                     - EK-CLEARED-COUNT (EK-IDX).
            MOVE EK-TRAILER-FLAG (EK-IDX) TO ELOG-TRAILER-FLAG.
            IF ELOG-NAMED-AFTER > 0 AND STEP-RETURN-CODE < 8
               MOVE 8 TO STEP-RETURN-CODE
            END-IF.
            WRITE ERASURE-LOG-RECORD.
            IF ERASE-LOG-STATUS NOT = "00"
               DISPLAY "CUSTERAS: ERASLOG WRITE FAILED, STATUS="
                       ERASE-LOG-STATUS
               IF STEP-RETURN-CODE < 12
                  MOVE 12 TO STEP-RETURN-CODE
               END-IF
            END-IF.
        LOG-ONE-KEY-RESULT-END.
            EXIT.

      *   MASK-FIELD in, masked MASK-FIELD out; the key it named is
      *   noted once in the record's match slots.
        MASK-ONE-FIELD.
            IF MASK-FIELD = SPACES
               GO TO MASK-ONE-FIELD-END
            END-IF.
            SET EK-IDX TO 1.
            SEARCH ERASE-KEY-ENTRY
               AT END
                  GO TO MASK-ONE-FIELD-END
               WHEN EK-CUSTOMER-KEY (EK-IDX) = MASK-FIELD
                  MOVE EK-MASK-KEY (EK-IDX) TO MASK-FIELD
            END-SEARCH.
            SET MATCH-KEY-SUB TO EK-IDX.
            MOVE "N" TO MATCH-SEEN-SWITCH.
            MOVE 1 TO MATCH-SLOT-SUB.
            PERFORM CHECK-ONE-MATCH-SLOT THRU
                    CHECK-ONE-MATCH-SLOT-END
               UNTIL MATCH-SLOT-SUB > MATCH-SLOT-COUNT.
            IF NOT MATCH-ALREADY-SEEN AND MATCH-SLOT-COUNT < 4
               ADD 1 TO MATCH-SLOT-COUNT
               MOVE MATCH-KEY-SUB TO MATCH-SLOT (MATCH-SLOT-COUNT)
            END-IF.
        MASK-ONE-FIELD-END.
            EXIT.

        CHECK-ONE-MATCH-SLOT.
            IF MATCH-SLOT (MATCH-SLOT-SUB) = MATCH-KEY-SUB
               SET MATCH-ALREADY-SEEN TO TRUE
            END-IF.
            ADD 1 TO MATCH-SLOT-SUB.
        CHECK-ONE-MATCH-SLOT-END.
            EXIT.

        TALLY-RECORD-MATCHES.
            MOVE 1 TO MATCH-SLOT-SUB.
            PERFORM TALLY-ONE-MATCH THRU TALLY-ONE-MATCH-END
               UNTIL MATCH-SLOT-SUB > MATCH-SLOT-COUNT.
        TALLY-RECORD-MATCHES-END.
            EXIT.

        TALLY-ONE-MATCH.
            MOVE MATCH-SLOT (MATCH-SLOT-SUB) TO MATCH-KEY-SUB.
            ADD 1 TO EK-NAMED-COUNT (MATCH-KEY-SUB).
            IF RECORD-UPDATE-DONE
               ADD 1 TO EK-CLEARED-COUNT (MATCH-KEY-SUB)
            END-IF.
            ADD 1 TO MATCH-SLOT-SUB.
        TALLY-ONE-MATCH-END.
            EXIT.

      *****************************************************************
      *  AUDITJRN (live or an ARCPURGE archive generation): both the
      *  before and the after image name a key.
      *****************************************************************
        ERASE-AUDIT-JOURNAL.
            MOVE "AUDITJRN" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
               MOVE AUDIT-FILE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-AUDIT-JOURNAL-END
            END-IF.
            PERFORM MASK-ONE-AUDIT-RECORD THRU
                    MASK-ONE-AUDIT-RECORD-END
               UNTIL AUDIT-FILE-STATUS NOT = "00".
            CLOSE AUDIT-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-AUDIT-JOURNAL-END.
            EXIT.

        MASK-ONE-AUDIT-RECORD.
            READ AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
               GO TO MASK-ONE-AUDIT-RECORD-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE AUDIT-BEFORE-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO AUDIT-BEFORE-NAME.
            MOVE AUDIT-AFTER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO AUDIT-AFTER-NAME.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-AUDIT-RECORD-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE AUDIT-RECORD.
            IF AUDIT-FILE-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE AUDIT-FILE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-AUDIT-RECORD-END.
            EXIT.

      *****************************************************************
      *  AUDITNDX: an entry filed under an erased key is deleted and
      *  refiled under the mask, keeping its ordinal; an entry filed
      *  under another key whose journal image names an erased key
      *  has the image masked in place.
      *****************************************************************
        ERASE-AUDIT-INDEX.
            MOVE "AUDITNDX" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            MOVE 0 TO REFILE-COUNT.
            OPEN I-O AUDIT-INDEX-FILE.
            IF AUDIT-INDEX-STATUS NOT = "00"
               MOVE AUDIT-INDEX-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-AUDIT-INDEX-END
            END-IF.
            MOVE LOW-VALUES TO ANDX-RECORD-KEY.
            START AUDIT-INDEX-FILE
               KEY IS NOT LESS THAN ANDX-RECORD-KEY
               INVALID KEY
                  MOVE "10" TO AUDIT-INDEX-STATUS
            END-START.
            PERFORM MASK-ONE-INDEX-ENTRY THRU
                    MASK-ONE-INDEX-ENTRY-END
               UNTIL AUDIT-INDEX-STATUS NOT = "00".
            IF NOT DATASET-HAS-FAILED
               MOVE 1 TO REFILE-SUB
               PERFORM REFILE-ONE-ENTRY THRU REFILE-ONE-ENTRY-END
                  UNTIL REFILE-SUB > REFILE-COUNT
            END-IF.
            CLOSE AUDIT-INDEX-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-AUDIT-INDEX-END.
            EXIT.

        MASK-ONE-INDEX-ENTRY.
            READ AUDIT-INDEX-FILE NEXT RECORD.
            IF AUDIT-INDEX-STATUS NOT = "00"
               GO TO MASK-ONE-INDEX-ENTRY-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE ANDX-CUSTOMER-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            IF MATCH-SLOT-COUNT > 0
               PERFORM SAVE-INDEX-ENTRY THRU SAVE-INDEX-ENTRY-END
               GO TO MASK-ONE-INDEX-ENTRY-END
            END-IF.
            MOVE ANDX-BEFORE-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO ANDX-BEFORE-NAME.
            MOVE ANDX-AFTER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO ANDX-AFTER-NAME.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-INDEX-ENTRY-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE AUDIT-INDEX-RECORD.
            IF AUDIT-INDEX-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE AUDIT-INDEX-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-INDEX-ENTRY-END.
            EXIT.

      *   The entry is deleted under the key it was read with; the
      *   saved copy carries the mask as its key and a masked image.
      *   It is tallied as cleared when it is written back.  With the
      *   refile table full the entry is left where it is, and shows
      *   on the certificate as a record still naming the key.
        SAVE-INDEX-ENTRY.
            MOVE MATCH-SLOT (1) TO MATCH-KEY-SUB.
            IF REFILE-COUNT NOT < REFILE-LIMIT
               MOVE "N" TO RECORD-UPDATE-SWITCH
               PERFORM TALLY-RECORD-MATCHES THRU
                       TALLY-RECORD-MATCHES-END
               GO TO SAVE-INDEX-ENTRY-END
            END-IF.
            DELETE AUDIT-INDEX-FILE RECORD.
            IF AUDIT-INDEX-STATUS NOT = "00"
               MOVE AUDIT-INDEX-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
               GO TO SAVE-INDEX-ENTRY-END
            END-IF.
            SUBTRACT 1 FROM DATASET-RECORDS-AFTER.
            MOVE EK-MASK-KEY (MATCH-KEY-SUB) TO ANDX-CUSTOMER-KEY.
            MOVE ANDX-BEFORE-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO ANDX-BEFORE-NAME.
            MOVE ANDX-AFTER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO ANDX-AFTER-NAME.
            ADD 1 TO REFILE-COUNT.
            MOVE MATCH-KEY-SUB TO REFILE-KEY-SUB (REFILE-COUNT).
            MOVE AUDIT-INDEX-RECORD TO REFILE-IMAGE (REFILE-COUNT).
        SAVE-INDEX-ENTRY-END.
            EXIT.

        REFILE-ONE-ENTRY.
            MOVE REFILE-IMAGE (REFILE-SUB) TO AUDIT-INDEX-RECORD.
            MOVE REFILE-KEY-SUB (REFILE-SUB) TO MATCH-KEY-SUB.
            ADD 1 TO REFILE-SUB.
            ADD 1 TO EK-NAMED-COUNT (MATCH-KEY-SUB).
            WRITE AUDIT-INDEX-RECORD.
            IF AUDIT-INDEX-STATUS = "00"
               ADD 1 TO EK-CLEARED-COUNT (MATCH-KEY-SUB)
               ADD 1 TO DATASET-RECORDS-AFTER
            ELSE
               MOVE AUDIT-INDEX-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
        REFILE-ONE-ENTRY-END.
            EXIT.

      *****************************************************************
      *  CUSTHIST: the prior image's key, and on the creation marker
      *  of a re-key the key it came from (in HIST-PRIOR-DATE).
      *****************************************************************
        ERASE-HISTORY.
            MOVE "CUSTHIST" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               MOVE HISTORY-FILE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-HISTORY-END
            END-IF.
            PERFORM MASK-ONE-HISTORY-RECORD THRU
                    MASK-ONE-HISTORY-RECORD-END
               UNTIL HISTORY-FILE-STATUS NOT = "00".
            CLOSE HISTORY-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-HISTORY-END.
            EXIT.

        MASK-ONE-HISTORY-RECORD.
            READ HISTORY-FILE.
            IF HISTORY-FILE-STATUS NOT = "00"
               GO TO MASK-ONE-HISTORY-RECORD-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE HIST-PRIOR-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO HIST-PRIOR-KEY.
            IF HIST-PRIOR-JOB = "*CREATE*"
               MOVE HIST-PRIOR-DATE (1:6) TO MASK-FIELD
               PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END
               MOVE MASK-FIELD TO HIST-PRIOR-DATE (1:6)
            END-IF.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-HISTORY-RECORD-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE CUSTOMER-HISTORY-RECORD.
            IF HISTORY-FILE-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE HISTORY-FILE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-HISTORY-RECORD-END.
            EXIT.

      *****************************************************************
      *  SUSPENSE: the rejected image's name.
      *****************************************************************
        ERASE-SUSPENSE.
            MOVE "SUSPENSE" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O SUSPENSE-FILE.
            IF SUSPENSE-STATUS NOT = "00"
               MOVE SUSPENSE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-SUSPENSE-END
            END-IF.
            PERFORM MASK-ONE-SUSPENSE-RECORD THRU
                    MASK-ONE-SUSPENSE-RECORD-END
               UNTIL SUSPENSE-STATUS NOT = "00".
            CLOSE SUSPENSE-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-SUSPENSE-END.
            EXIT.

        MASK-ONE-SUSPENSE-RECORD.
            READ SUSPENSE-FILE.
            IF SUSPENSE-STATUS NOT = "00"
               GO TO MASK-ONE-SUSPENSE-RECORD-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE SUSP-CUSTOMER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO SUSP-CUSTOMER-NAME.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-SUSPENSE-RECORD-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE SUSPENSE-RECORD.
            IF SUSPENSE-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE SUSPENSE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-SUSPENSE-RECORD-END.
            EXIT.

      *****************************************************************
      *  CUSTDISP (a window's generation): the disposition's key.
      *****************************************************************
        ERASE-DISPOSITIONS.
            MOVE "CUSTDISP" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               MOVE DISPOSITION-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-DISPOSITIONS-END
            END-IF.
            PERFORM MASK-ONE-DISPOSITION THRU
                    MASK-ONE-DISPOSITION-END
               UNTIL DISPOSITION-STATUS NOT = "00".
            CLOSE DISPOSITION-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-DISPOSITIONS-END.
            EXIT.

        MASK-ONE-DISPOSITION.
            READ DISPOSITION-FILE.
            IF DISPOSITION-STATUS NOT = "00"
               GO TO MASK-ONE-DISPOSITION-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE DISP-CUSTOMER-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO DISP-CUSTOMER-KEY.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-DISPOSITION-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE RECORD-DISPOSITION-RECORD.
            IF DISPOSITION-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE DISPOSITION-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-DISPOSITION-END.
            EXIT.

      *****************************************************************
      *  CUSTXTR (a window's extract generation, an XTRREGEN rebuild,
      *  a CUSTMNT maintenance extract or a WINBKOUT reversing
      *  extract): the names on detail, deletion and re-key records
      *  and a re-key's old key.  Each set's trailer hash is summed
      *  over the names through KEYHASH, as CUSTMNT and XTRREGEN
      *  build it, before and after masking.
      *****************************************************************
        ERASE-EXTRACT.
            MOVE "CUSTXTR" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            MOVE 0 TO FOUND-HASH-TOTAL MASKED-HASH-TOTAL.
            MOVE "N" TO EXTRACT-SET-SWITCH.
            OPEN I-O EXTRACT-FILE.
            IF EXTRACT-STATUS NOT = "00"
               MOVE EXTRACT-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-EXTRACT-END
            END-IF.
            PERFORM MASK-ONE-EXTRACT-RECORD THRU
                    MASK-ONE-EXTRACT-RECORD-END
               UNTIL EXTRACT-STATUS NOT = "00".
            PERFORM CLOSE-UNTRAILED-SET THRU CLOSE-UNTRAILED-SET-END.
            CLOSE EXTRACT-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-EXTRACT-END.
            EXIT.

        MASK-ONE-EXTRACT-RECORD.
            READ EXTRACT-FILE.
            IF EXTRACT-STATUS NOT = "00"
               GO TO MASK-ONE-EXTRACT-RECORD-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            EVALUATE TRUE
               WHEN XTR-IS-HEADER
                  PERFORM CLOSE-UNTRAILED-SET THRU
                          CLOSE-UNTRAILED-SET-END
                  MOVE 0 TO FOUND-HASH-TOTAL MASKED-HASH-TOTAL
                  GO TO MASK-ONE-EXTRACT-RECORD-END
               WHEN XTR-IS-TRAILER
                  PERFORM REBALANCE-EXTRACT-TRAILER THRU
                          REBALANCE-EXTRACT-TRAILER-END
                  GO TO MASK-ONE-EXTRACT-RECORD-END
               WHEN XTR-IS-DETAIL OR XTR-IS-DELETE OR XTR-IS-REKEY
                  CONTINUE
               WHEN OTHER
                  GO TO MASK-ONE-EXTRACT-RECORD-END
            END-EVALUATE.
            CALL "KEYHASH" USING XTR-CUSTOMER-NAME
                                  FOUND-HASH-TOTAL.
            MOVE XTR-CUSTOMER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO XTR-CUSTOMER-NAME.
            IF XTR-IS-REKEY
               MOVE XTR-REKEY-OLD-KEY TO MASK-FIELD
               PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END
               MOVE MASK-FIELD TO XTR-REKEY-OLD-KEY
            END-IF.
            CALL "KEYHASH" USING XTR-CUSTOMER-NAME
                                  MASKED-HASH-TOTAL.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-EXTRACT-RECORD-END
            END-IF.
            SET EXTRACT-SET-IS-MASKED TO TRUE.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE EXTRACT-RECORD.
            IF EXTRACT-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE EXTRACT-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
            MOVE 1 TO MATCH-SLOT-SUB.
            PERFORM NOTE-ONE-SET-KEY THRU NOTE-ONE-SET-KEY-END
               UNTIL MATCH-SLOT-SUB > MATCH-SLOT-COUNT.
        MASK-ONE-EXTRACT-RECORD-END.
            EXIT.

      *   A trailer that did not balance before the erasure is not
      *   made to balance by it: it is left as found, flagged "U",
      *   for the receiver's own controls to go on catching.
        REBALANCE-EXTRACT-TRAILER.
            IF NOT EXTRACT-SET-IS-MASKED
               GO TO REBALANCE-EXTRACT-TRAILER-END
            END-IF.
            IF XTR-HASH-TOTAL NOT = FOUND-HASH-TOTAL
               MOVE "U" TO SET-TRAILER-FLAG
               DISPLAY "CUSTERAS: CUSTXTR TRAILER HASH DID NOT "
                       "VERIFY - LEFT AS FOUND"
            ELSE
               MOVE "R" TO SET-TRAILER-FLAG
               MOVE MASKED-HASH-TOTAL TO XTR-HASH-TOTAL
               REWRITE EXTRACT-RECORD
               IF EXTRACT-STATUS NOT = "00"
                  MOVE EXTRACT-STATUS TO CURRENT-FILE-STATUS
                  PERFORM NOTE-UPDATE-FAILURE THRU
                          NOTE-UPDATE-FAILURE-END
               END-IF
            END-IF.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM FLAG-ONE-SET-KEY THRU FLAG-ONE-SET-KEY-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT.
            MOVE "N" TO EXTRACT-SET-SWITCH.
        REBALANCE-EXTRACT-TRAILER-END.
            EXIT.

      *   A set cut off before its trailer (a withheld trailer, or
      *   a truncated file) has nothing to balance against: the keys
      *   masked in it are flagged "U".
        CLOSE-UNTRAILED-SET.
            IF NOT EXTRACT-SET-IS-MASKED
               GO TO CLOSE-UNTRAILED-SET-END
            END-IF.
            MOVE "U" TO SET-TRAILER-FLAG.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM FLAG-ONE-SET-KEY THRU FLAG-ONE-SET-KEY-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT.
            MOVE "N" TO EXTRACT-SET-SWITCH.
        CLOSE-UNTRAILED-SET-END.
            EXIT.

        NOTE-ONE-SET-KEY.
            MOVE MATCH-SLOT (MATCH-SLOT-SUB) TO MATCH-KEY-SUB.
            MOVE "Y" TO EK-IN-EXTRACT-SET (MATCH-KEY-SUB).
            ADD 1 TO MATCH-SLOT-SUB.
        NOTE-ONE-SET-KEY-END.
            EXIT.

        FLAG-ONE-SET-KEY.
            IF EK-IN-EXTRACT-SET (ERASE-KEY-SUB) = "Y"
               AND EK-TRAILER-FLAG (ERASE-KEY-SUB) NOT = "U"
               MOVE SET-TRAILER-FLAG TO EK-TRAILER-FLAG (ERASE-KEY-SUB)
            END-IF.
            MOVE "N" TO EK-IN-EXTRACT-SET (ERASE-KEY-SUB).
            ADD 1 TO ERASE-KEY-SUB.
        FLAG-ONE-SET-KEY-END.
            EXIT.

      *****************************************************************
      *  NETCHG (a CUSTNETX net-change feed generation): the key of
      *  every added, changed and deleted record and the name in its
      *  before and after images.  The trailer hash is over the keys
      *  through KEYHASH, as CUSTNETX builds it, and is verified and
      *  recomputed set by set the CUSTXTR way.
      *****************************************************************
        ERASE-NET-CHANGE.
            MOVE "NETCHG" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            MOVE 0 TO FOUND-HASH-TOTAL MASKED-HASH-TOTAL.
            MOVE "N" TO EXTRACT-SET-SWITCH.
            OPEN I-O NET-CHANGE-FILE.
            IF NET-CHANGE-STATUS NOT = "00"
               MOVE NET-CHANGE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-NET-CHANGE-END
            END-IF.
            PERFORM MASK-ONE-NET-CHANGE THRU
                    MASK-ONE-NET-CHANGE-END
               UNTIL NET-CHANGE-STATUS NOT = "00".
            PERFORM CLOSE-UNTRAILED-SET THRU CLOSE-UNTRAILED-SET-END.
            CLOSE NET-CHANGE-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-NET-CHANGE-END.
            EXIT.

        MASK-ONE-NET-CHANGE.
            READ NET-CHANGE-FILE.
            IF NET-CHANGE-STATUS NOT = "00"
               GO TO MASK-ONE-NET-CHANGE-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            EVALUATE TRUE
               WHEN NCHG-IS-HEADER
                  PERFORM CLOSE-UNTRAILED-SET THRU
                          CLOSE-UNTRAILED-SET-END
                  MOVE 0 TO FOUND-HASH-TOTAL MASKED-HASH-TOTAL
                  GO TO MASK-ONE-NET-CHANGE-END
               WHEN NCHG-IS-TRAILER
                  PERFORM REBALANCE-NET-CHANGE-TRAILER THRU
                          REBALANCE-NET-CHANGE-TRAILER-END
                  GO TO MASK-ONE-NET-CHANGE-END
               WHEN NCHG-IS-ADDED OR NCHG-IS-CHANGED OR NCHG-IS-DELETED
                  CONTINUE
               WHEN OTHER
                  GO TO MASK-ONE-NET-CHANGE-END
            END-EVALUATE.
            CALL "KEYHASH" USING NCHG-CUSTOMER-KEY
                                  FOUND-HASH-TOTAL.
            MOVE NCHG-CUSTOMER-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO NCHG-CUSTOMER-KEY.
            MOVE NCHG-BEFORE-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO NCHG-BEFORE-NAME.
            MOVE NCHG-AFTER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO NCHG-AFTER-NAME.
            CALL "KEYHASH" USING NCHG-CUSTOMER-KEY
                                  MASKED-HASH-TOTAL.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-NET-CHANGE-END
            END-IF.
            SET EXTRACT-SET-IS-MASKED TO TRUE.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE NET-CHANGE-RECORD.
            IF NET-CHANGE-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE NET-CHANGE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
            MOVE 1 TO MATCH-SLOT-SUB.
            PERFORM NOTE-ONE-SET-KEY THRU NOTE-ONE-SET-KEY-END
               UNTIL MATCH-SLOT-SUB > MATCH-SLOT-COUNT.
        MASK-ONE-NET-CHANGE-END.
            EXIT.

      *   As REBALANCE-EXTRACT-TRAILER: a trailer that did not
      *   balance before the erasure is left as found, flagged "U".
        REBALANCE-NET-CHANGE-TRAILER.
            IF NOT EXTRACT-SET-IS-MASKED
               GO TO REBALANCE-NET-CHANGE-TRAILER-END
            END-IF.
            IF NCHG-HASH-TOTAL NOT = FOUND-HASH-TOTAL
               MOVE "U" TO SET-TRAILER-FLAG
               DISPLAY "CUSTERAS: NETCHG TRAILER HASH DID NOT "
                       "VERIFY - LEFT AS FOUND"
            ELSE
               MOVE "R" TO SET-TRAILER-FLAG
               MOVE MASKED-HASH-TOTAL TO NCHG-HASH-TOTAL
               REWRITE NET-CHANGE-RECORD
               IF NET-CHANGE-STATUS NOT = "00"
                  MOVE NET-CHANGE-STATUS TO CURRENT-FILE-STATUS
                  PERFORM NOTE-UPDATE-FAILURE THRU
                          NOTE-UPDATE-FAILURE-END
               END-IF
            END-IF.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM FLAG-ONE-SET-KEY THRU FLAG-ONE-SET-KEY-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT.
            MOVE "N" TO EXTRACT-SET-SWITCH.
        REBALANCE-NET-CHANGE-TRAILER-END.
            EXIT.

      *****************************************************************
      *  CHKPTDS (live or an ARCPURGE archive generation): the last
      *  key a checkpoint recorded.
      *****************************************************************
        ERASE-CHECKPOINTS.
            MOVE "CHKPTDS" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O CHECKPOINT-FILE.
            IF CHECKPOINT-STATUS NOT = "00"
               MOVE CHECKPOINT-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-CHECKPOINTS-END
            END-IF.
            PERFORM MASK-ONE-CHECKPOINT THRU
                    MASK-ONE-CHECKPOINT-END
               UNTIL CHECKPOINT-STATUS NOT = "00".
            CLOSE CHECKPOINT-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-CHECKPOINTS-END.
            EXIT.

        MASK-ONE-CHECKPOINT.
            READ CHECKPOINT-FILE.
            IF CHECKPOINT-STATUS NOT = "00"
               GO TO MASK-ONE-CHECKPOINT-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE CHKPT-LAST-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO CHKPT-LAST-KEY.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-CHECKPOINT-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE CHECKPOINT-RECORD.
            IF CHECKPOINT-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE CHECKPOINT-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-CHECKPOINT-END.
            EXIT.

      *****************************************************************
      *  CUSTXREF: either end of a re-key or merge link.  Masking
      *  both ends alike keeps the chain intact for XREFFIND.
      *****************************************************************
        ERASE-XREF.
            MOVE "CUSTXREF" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O XREF-FILE.
            IF XREF-STATUS NOT = "00"
               MOVE XREF-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-XREF-END
            END-IF.
            PERFORM MASK-ONE-XREF THRU MASK-ONE-XREF-END
               UNTIL XREF-STATUS NOT = "00".
            CLOSE XREF-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-XREF-END.
            EXIT.

        MASK-ONE-XREF.
            READ XREF-FILE.
            IF XREF-STATUS NOT = "00"
               GO TO MASK-ONE-XREF-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE XREF-OLD-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO XREF-OLD-KEY.
            MOVE XREF-NEW-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO XREF-NEW-KEY.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-XREF-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE KEY-XREF-RECORD.
            IF XREF-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE XREF-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-XREF-END.
            EXIT.

      *****************************************************************
      *  REJREG: the image of a rejected record reported to its
      *  source.  Report and clear records of one reject are masked
      *  alike, so they still pair.
      *****************************************************************
        ERASE-REJECT-REGISTER.
            MOVE "REJREG" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O REJECT-REGISTER-FILE.
            IF REJECT-REGISTER-STATUS NOT = "00"
               MOVE REJECT-REGISTER-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-REJECT-REGISTER-END
            END-IF.
            PERFORM MASK-ONE-REJECT THRU MASK-ONE-REJECT-END
               UNTIL REJECT-REGISTER-STATUS NOT = "00".
            CLOSE REJECT-REGISTER-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-REJECT-REGISTER-END.
            EXIT.

        MASK-ONE-REJECT.
            READ REJECT-REGISTER-FILE.
            IF REJECT-REGISTER-STATUS NOT = "00"
               GO TO MASK-ONE-REJECT-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE RREG-CUSTOMER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO RREG-CUSTOMER-NAME.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-REJECT-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE REJECT-REGISTER-RECORD.
            IF REJECT-REGISTER-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE REJECT-REGISTER-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-REJECT-END.
            EXIT.

      *****************************************************************
      *  CHNKTIME: the first and last key of a timed chunk.
      *****************************************************************
        ERASE-CHUNK-TIMING.
            MOVE "CHNKTIME" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O CHUNK-TIMING-FILE.
            IF CHUNK-TIMING-STATUS NOT = "00"
               MOVE CHUNK-TIMING-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-CHUNK-TIMING-END
            END-IF.
            PERFORM MASK-ONE-CHUNK-TIMING THRU
                    MASK-ONE-CHUNK-TIMING-END
               UNTIL CHUNK-TIMING-STATUS NOT = "00".
            CLOSE CHUNK-TIMING-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-CHUNK-TIMING-END.
            EXIT.

        MASK-ONE-CHUNK-TIMING.
            READ CHUNK-TIMING-FILE.
            IF CHUNK-TIMING-STATUS NOT = "00"
               GO TO MASK-ONE-CHUNK-TIMING-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE CTIME-FIRST-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO CTIME-FIRST-KEY.
            MOVE CTIME-LAST-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO CTIME-LAST-KEY.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-CHUNK-TIMING-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE CHUNK-TIMING-RECORD.
            IF CHUNK-TIMING-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE CHUNK-TIMING-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-CHUNK-TIMING-END.
            EXIT.

      *****************************************************************
      *  WINSTATE: the last key a window recorded reaching.
      *****************************************************************
        ERASE-WINDOW-STATE.
            MOVE "WINSTATE" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN I-O WINDOW-STATE-FILE.
            IF WINDOW-STATE-STATUS NOT = "00"
               MOVE WINDOW-STATE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-WINDOW-STATE-END
            END-IF.
            PERFORM MASK-ONE-WINDOW-STATE THRU
                    MASK-ONE-WINDOW-STATE-END
               UNTIL WINDOW-STATE-STATUS NOT = "00".
            CLOSE WINDOW-STATE-FILE.
            MOVE "M" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-WINDOW-STATE-END.
            EXIT.

        MASK-ONE-WINDOW-STATE.
            READ WINDOW-STATE-FILE NEXT RECORD.
            IF WINDOW-STATE-STATUS NOT = "00"
               GO TO MASK-ONE-WINDOW-STATE-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE DATASET-RECORDS-AFTER.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE WSTATE-LAST-KEY TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            MOVE MASK-FIELD TO WSTATE-LAST-KEY.
            IF MATCH-SLOT-COUNT = 0
               GO TO MASK-ONE-WINDOW-STATE-END
            END-IF.
            MOVE "N" TO RECORD-UPDATE-SWITCH.
            REWRITE WINDOW-STATE-RECORD.
            IF WINDOW-STATE-STATUS = "00"
               SET RECORD-UPDATE-DONE TO TRUE
            ELSE
               MOVE WINDOW-STATE-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
            PERFORM TALLY-RECORD-MATCHES THRU
                    TALLY-RECORD-MATCHES-END.
        MASK-ONE-WINDOW-STATE-END.
            EXIT.

      *****************************************************************
      *  PENDING: PENDIN copied to PENDOUT without the erased keys'
      *  held changes -- the one dataset where a record is removed,
      *  not masked (see the program banner).  PENDOUT becomes the
      *  current generation, as it does after a window.
      *****************************************************************
        ERASE-PENDING.
            MOVE "PENDING" TO CURRENT-DATASET.
            PERFORM BEGIN-DATASET THRU BEGIN-DATASET-END.
            OPEN INPUT PENDING-IN-FILE.
            IF PENDING-IN-STATUS NOT = "00"
               MOVE PENDING-IN-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-END
               GO TO ERASE-PENDING-END
            END-IF.
            OPEN OUTPUT PENDING-OUT-FILE.
            IF PENDING-OUT-STATUS NOT = "00"
               CLOSE PENDING-IN-FILE
               MOVE PENDING-OUT-STATUS TO CURRENT-FILE-STATUS
      *   PENDIN without PENDOUT: the held changes cannot be
      *   rewritten, so the dataset is not reached.
               IF CURRENT-FILE-STATUS = "35"
                  DISPLAY "CUSTERAS: PENDIN WITHOUT PENDOUT"
                  MOVE "N" TO CURRENT-OUTCOME
                  PERFORM LOG-DATASET-RESULT THRU
                          LOG-DATASET-RESULT-END
               ELSE
                  PERFORM NOTE-OPEN-FAILURE THRU
                          NOTE-OPEN-FAILURE-END
               END-IF
               GO TO ERASE-PENDING-END
            END-IF.
            PERFORM COPY-ONE-PENDING THRU COPY-ONE-PENDING-END
               UNTIL PENDING-IN-STATUS NOT = "00"
                  OR DATASET-HAS-FAILED.
            CLOSE PENDING-IN-FILE.
            CLOSE PENDING-OUT-FILE.
            IF DATASET-HAS-FAILED
               SET PENDOUT-IS-INCOMPLETE TO TRUE
               DISPLAY "CUSTERAS: PENDOUT IS INCOMPLETE - UNCATALOG "
                       "IT BEFORE THE NEXT WINDOW"
            END-IF.
            MOVE "X" TO CURRENT-OUTCOME.
            PERFORM LOG-DATASET-RESULT THRU LOG-DATASET-RESULT-END.
        ERASE-PENDING-END.
            EXIT.

        COPY-ONE-PENDING.
            READ PENDING-IN-FILE.
            IF PENDING-IN-STATUS NOT = "00"
               GO TO COPY-ONE-PENDING-END
            END-IF.
            ADD 1 TO DATASET-RECORDS-BEFORE.
            MOVE 0 TO MATCH-SLOT-COUNT.
            MOVE PEND-CUSTOMER-NAME TO MASK-FIELD.
            PERFORM MASK-ONE-FIELD THRU MASK-ONE-FIELD-END.
            IF MATCH-SLOT-COUNT > 0
               SET RECORD-UPDATE-DONE TO TRUE
               PERFORM TALLY-RECORD-MATCHES THRU
                       TALLY-RECORD-MATCHES-END
               GO TO COPY-ONE-PENDING-END
            END-IF.
            MOVE PENDING-CHANGE-RECORD TO PENDING-OUT-RECORD.
            WRITE PENDING-OUT-RECORD.
            IF PENDING-OUT-STATUS = "00"
               ADD 1 TO DATASET-RECORDS-AFTER
            ELSE
               MOVE PENDING-OUT-STATUS TO CURRENT-FILE-STATUS
               PERFORM NOTE-UPDATE-FAILURE THRU
                       NOTE-UPDATE-FAILURE-END
            END-IF.
        COPY-ONE-PENDING-END.
            EXIT.

      *****************************************************************
      *  PRINT-CERTIFICATES: one certificate per request card, in
      *  card order.  ERASLOG is read through once per certificate;
      *  an erasure list is short.
      *****************************************************************
        PRINT-CERTIFICATES.
            PERFORM LOAD-ERASURE-MAP THRU LOAD-ERASURE-MAP-END.
            IF STEP-RETURN-CODE NOT = 0
               GO TO PRINT-CERTIFICATES-END
            END-IF.
            OPEN OUTPUT CERTIFICATE-FILE.
            IF CERTIFICATE-STATUS NOT = "00"
               DISPLAY "CUSTERAS: CANNOT OPEN ERASCERT, STATUS="
                       CERTIFICATE-STATUS
               MOVE 12 TO STEP-RETURN-CODE
               GO TO PRINT-CERTIFICATES-END
            END-IF.
            MOVE SPACES TO CTL-PRINT-DATE.
            STRING CDF-DATE (1:4) "-" CDF-DATE (5:2) "-"
                   CDF-DATE (7:2) DELIMITED BY SIZE
                   INTO CTL-PRINT-DATE
            END-STRING.
            MOVE 1 TO ERASE-KEY-SUB.
            PERFORM PRINT-ONE-CERTIFICATE THRU
                    PRINT-ONE-CERTIFICATE-END
               UNTIL ERASE-KEY-SUB > ERASE-KEY-COUNT.
            CLOSE CERTIFICATE-FILE.
            MOVE ERASE-KEY-COUNT TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: CERTIFICATES      " COUNT-DISPLAY-AREA.
            MOVE INCOMPLETE-CERT-COUNT TO COUNT-DISPLAY-AREA.
            DISPLAY "CUSTERAS: NOT FULLY ERASED  " COUNT-DISPLAY-AREA.
            IF INCOMPLETE-CERT-COUNT > 0
               MOVE 4 TO STEP-RETURN-CODE
            END-IF.
        PRINT-CERTIFICATES-END.
            EXIT.

        PRINT-ONE-CERTIFICATE.
            SET EK-IDX TO ERASE-KEY-SUB.
            MOVE EK-CERTIFICATE-ID (EK-IDX) TO CTL-CERTIFICATE-ID.
            MOVE EK-CUSTOMER-KEY (EK-IDX) TO CKL-CUSTOMER-KEY.
            MOVE EK-REQUEST-REF (EK-IDX) TO CKL-REQUEST-REF.
            WRITE CERTIFICATE-LINE FROM CERT-RULE-LINE.
            WRITE CERTIFICATE-LINE FROM CERT-TITLE-LINE.
            WRITE CERTIFICATE-LINE FROM CERT-KEY-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE FROM CERT-HEADING-1.
            WRITE CERTIFICATE-LINE FROM CERT-HEADING-2.

            MOVE 0 TO NOT-REACHED-COUNT.
            MOVE ALL "N" TO REQUIRED-SEEN-TABLE.
            OPEN INPUT ERASE-LOG-FILE.
            IF ERASE-LOG-STATUS = "00"
               PERFORM PRINT-ONE-LOG-LINE THRU PRINT-ONE-LOG-LINE-END
                  UNTIL ERASE-LOG-STATUS NOT = "00"
               CLOSE ERASE-LOG-FILE
            END-IF.

            MOVE SPACES TO CRL-TEXT.
            EVALUATE EK-STATUS (EK-IDX)
               WHEN "E"
                  MOVE 1 TO REQUIRED-SUB
                  PERFORM PRINT-ONE-MISSING-DATASET THRU
                          PRINT-ONE-MISSING-DATASET-END
                     UNTIL REQUIRED-SUB > REQUIRED-DATASET-LIMIT
                  IF NOT-REACHED-COUNT = 0
                     STRING "ERASED - THE KEY NO LONGER APPEARS IN "
                            "ANY DATASET LISTED ABOVE"
                            DELIMITED BY SIZE INTO CRL-TEXT
                     END-STRING
                  ELSE
                     MOVE NOT-REACHED-COUNT TO NUMBER-EDIT-AREA
                     STRING "INCOMPLETE - RERUN THE ERASURE FOR THE "
                            "DATASETS ABOVE NOT REACHED OR STILL "
                            "NAMING THE KEY:" NUMBER-EDIT-AREA
                            DELIMITED BY SIZE INTO CRL-TEXT
                     END-STRING
                     ADD 1 TO INCOMPLETE-CERT-COUNT
                  END-IF
               WHEN "R"
                  STRING "REFUSED - THE KEY IS STILL ON CUSTMSTR; "
                         "DELETE IT THROUGH CUSTMNT AND SUBMIT THE "
                         "REQUEST AGAIN" DELIMITED BY SIZE
                         INTO CRL-TEXT
                  END-STRING
                  ADD 1 TO INCOMPLETE-CERT-COUNT
               WHEN "D"
                  MOVE EK-CUSTOMER-KEY (EK-IDX) TO LOOKUP-KEY
                  PERFORM FIND-CARD-KEY THRU FIND-CARD-KEY-END
                  STRING "NOT PROCESSED - DUPLICATE OF CERTIFICATE "
                         EK-CERTIFICATE-ID (EK-IDX)
                         " IN THIS RUN" DELIMITED BY SIZE
                         INTO CRL-TEXT
                  END-STRING
                  ADD 1 TO INCOMPLETE-CERT-COUNT
               WHEN OTHER
                  STRING "NOT PROCESSED - THE REQUEST CARD CARRIES "
                         "NO CUSTOMER KEY" DELIMITED BY SIZE
                         INTO CRL-TEXT
                  END-STRING
                  ADD 1 TO INCOMPLETE-CERT-COUNT
            END-EVALUATE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE FROM CERT-RESULT-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE FROM CERT-SCOPE-NOTE-1.
            WRITE CERTIFICATE-LINE FROM CERT-SCOPE-NOTE-2.
            WRITE CERTIFICATE-LINE FROM CERT-SCOPE-NOTE-3.
            ADD 1 TO ERASE-KEY-SUB.
        PRINT-ONE-CERTIFICATE-END.
            EXIT.

        PRINT-ONE-LOG-LINE.
            READ ERASE-LOG-FILE.
            IF ERASE-LOG-STATUS NOT = "00"
               GO TO PRINT-ONE-LOG-LINE-END
            END-IF.
            IF ELOG-CERTIFICATE-ID NOT = CTL-CERTIFICATE-ID
               GO TO PRINT-ONE-LOG-LINE-END
            END-IF.

            IF ELOG-IS-ABSENT OR ELOG-IS-PRESENT
               MOVE SPACES TO CERT-SHORT-LINE
               MOVE ELOG-DATASET TO CSL-DATASET
               MOVE ELOG-GENERATION TO CSL-GENERATION
               IF ELOG-IS-ABSENT
                  MOVE "KEY ABSENT" TO CSL-ACTION
                  MOVE "CHECKED BY KEY BEFORE ERASURE - NOT ON FILE"
                    TO CSL-NOTE
               ELSE
                  MOVE "KEY PRESENT" TO CSL-ACTION
                  MOVE "CHECKED BY KEY BEFORE ERASURE - STILL ON FILE"
                    TO CSL-NOTE
               END-IF
               WRITE CERTIFICATE-LINE FROM CERT-SHORT-LINE
               GO TO PRINT-ONE-LOG-LINE-END
            END-IF.

            MOVE SPACES TO CDL-NOTE.
            MOVE ELOG-DATASET TO CDL-DATASET.
            MOVE ELOG-GENERATION TO CDL-GENERATION.
            MOVE ELOG-RECORDS-BEFORE TO CDL-RECORDS-BEFORE.
            MOVE ELOG-RECORDS-AFTER TO CDL-RECORDS-AFTER.
            MOVE ELOG-NAMED-BEFORE TO CDL-NAMED-BEFORE.
            MOVE ELOG-NAMED-AFTER TO CDL-NAMED-AFTER.
            EVALUATE TRUE
               WHEN ELOG-IS-MASKED
                  MOVE "MASKED" TO CDL-ACTION
               WHEN ELOG-IS-REMOVED
                  MOVE "REMOVED" TO CDL-ACTION
               WHEN OTHER
                  MOVE "NOT REACHED" TO CDL-ACTION
                  STRING "FILE STATUS " ELOG-FILE-STATUS
                         " - STILL HOLDS THE KEY" DELIMITED BY SIZE
                         INTO CDL-NOTE
                  END-STRING
            END-EVALUATE.
            EVALUATE TRUE
               WHEN ELOG-IS-NOT-REACHED
                  CONTINUE
               WHEN ELOG-NAMED-AFTER > 0
                  MOVE "RECORDS COULD NOT BE CLEARED" TO CDL-NOTE
               WHEN ELOG-TRAILER-RECOMPUTED
                  MOVE "TRAILER HASH RECOMPUTED" TO CDL-NOTE
               WHEN ELOG-TRAILER-UNVERIFIED
                  MOVE "TRAILER HASH DID NOT VERIFY - LEFT"
                    TO CDL-NOTE
            END-EVALUATE.
            WRITE CERTIFICATE-LINE FROM CERT-DETAIL-LINE.

      *   REQUIRED-SEEN: "Y" processed cleanly in some step, "F"
      *   only ever met failing (already counted above), "N" never
      *   met at all.
            SET RQ-IDX TO 1.
            SEARCH REQUIRED-DATASET
               AT END
                  CONTINUE
               WHEN RQ-DATASET (RQ-IDX) = ELOG-DATASET
                AND RQ-GENERATION (RQ-IDX) = ELOG-GENERATION
                  IF ELOG-IS-NOT-REACHED OR ELOG-NAMED-AFTER > 0
                     IF REQUIRED-SEEN (RQ-IDX) = "N"
                        MOVE "F" TO REQUIRED-SEEN (RQ-IDX)
                     END-IF
                  ELSE
                     MOVE "Y" TO REQUIRED-SEEN (RQ-IDX)
                  END-IF
            END-SEARCH.
            IF ELOG-IS-NOT-REACHED OR ELOG-NAMED-AFTER > 0
               ADD 1 TO NOT-REACHED-COUNT
            END-IF.
        PRINT-ONE-LOG-LINE-END.
            EXIT.

      *   A dataset no step of the job processed for this key.
        PRINT-ONE-MISSING-DATASET.
            IF REQUIRED-SEEN (REQUIRED-SUB) = "N"
               MOVE SPACES TO CERT-SHORT-LINE
               MOVE RQ-DATASET (REQUIRED-SUB) TO CSL-DATASET
               MOVE RQ-GENERATION (REQUIRED-SUB) TO CSL-GENERATION
               MOVE "NOT REACHED" TO CSL-ACTION
               MOVE "NOT PROCESSED BY ANY STEP OF THIS ERASURE"
                 TO CSL-NOTE
               WRITE CERTIFICATE-LINE FROM CERT-SHORT-LINE
               ADD 1 TO NOT-REACHED-COUNT
            END-IF.
            ADD 1 TO REQUIRED-SUB.
        PRINT-ONE-MISSING-DATASET-END.
            EXIT.
