      *****************************************************************
      *  ERASLOG
      *
      *  The erasure log: one record per certificate per dataset (or
      *  dataset generation) an erasure step processed, appended by
      *  every CUSTERAS step of the job and read back by the CERTIFY
      *  step to print the certificates.  Like ERASMAP it is a
      *  temporary dataset of the one job.  It names the customer
      *  only by certificate id, never by key or mask.
      *
      *  ELOG-DATASET is the ddname the dataset was processed under
      *  and ELOG-GENERATION the label the step's PARM gave it
      *  (CURRENT when none was given), so one certificate can list
      *  the live file and every archive generation separately.
      *
      *  ELOG-OUTCOME:
      *    M = processed, every record naming the key masked in place;
      *    X = processed, every record naming the key removed;
      *    A = CUSTMSTR checked, key absent (written by PREPARE);
      *    P = CUSTMSTR checked, key still present -- erasure refused;
      *    N = the dataset was allocated but could not be processed
      *        (ELOG-FILE-STATUS says why); it still holds the key.
      *  ELOG-RECORDS-BEFORE/-AFTER are the dataset's record counts;
      *  ELOG-NAMED-BEFORE/-AFTER count the records naming the key.
      *  A NAMED-AFTER above zero is a record the step could not
      *  rewrite or remove.
      *
      *  ELOG-TRAILER-FLAG, CUSTXTR and NETCHG only:
      *    R = a trailer hash covering a masked record was recomputed
      *        over the masked keys (the file still balances);
      *    U = a trailer hash did not verify against the file as
      *        found, so it was left exactly as it was, or the set
      *        holding a masked record had no trailer;
      *    SPACE = no trailer covered a masked record.
      *****************************************************************
       01  ERASURE-LOG-RECORD.
           05  ELOG-CERTIFICATE-ID      PIC X(19).
           05  ELOG-DATASET             PIC X(8).
           05  ELOG-GENERATION          PIC X(17).
           05  ELOG-OUTCOME             PIC X(1).
               88  ELOG-IS-MASKED           VALUE "M".
               88  ELOG-IS-REMOVED          VALUE "X".
               88  ELOG-IS-ABSENT           VALUE "A".
               88  ELOG-IS-PRESENT          VALUE "P".
               88  ELOG-IS-NOT-REACHED      VALUE "N".
           05  ELOG-FILE-STATUS         PIC X(2).
           05  ELOG-RECORDS-BEFORE      PIC 9(9).
           05  ELOG-RECORDS-AFTER       PIC 9(9).
           05  ELOG-NAMED-BEFORE        PIC 9(7).
           05  ELOG-NAMED-AFTER         PIC 9(7).
           05  ELOG-TRAILER-FLAG        PIC X(1).
               88  ELOG-TRAILER-RECOMPUTED  VALUE "R".
               88  ELOG-TRAILER-UNVERIFIED  VALUE "U".
