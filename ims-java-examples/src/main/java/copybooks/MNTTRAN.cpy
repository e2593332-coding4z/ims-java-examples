      *  rather than nesting the master FD record itself so the
      *  transaction format does not shift every time the master
      *  layout does.
      *
      *  R (re-key) moves the master record under MAINT-TRAN-KEY to
      *  the key in MAINT-TRAN-NEW-KEY, which must not be on file;
      *  M (merge) folds the duplicate under MAINT-TRAN-KEY into the
      *  survivor already on file under MAINT-TRAN-NEW-KEY, whose
      *  record stands.  Neither uses the job and date of the image.
      *  MAINT-TRAN-NEW-KEY is blank on A/C/D transactions.
      *****************************************************************
       01  MAINT-TRAN-RECORD.
           05  MAINT-TRAN-ACTION        PIC X(1).
               88  MAINT-ACTION-ADD         VALUE "A".
               88  MAINT-ACTION-CHANGE      VALUE "C".
               88  MAINT-ACTION-DELETE      VALUE "D".
               88  MAINT-ACTION-REKEY       VALUE "R".
               88  MAINT-ACTION-MERGE       VALUE "M".
           05  MAINT-TRAN-IMAGE.
               10  MAINT-TRAN-KEY       PIC X(6).
               10  MAINT-TRAN-JOB       PIC X(8).
               10  MAINT-TRAN-DATE      PIC X(9).
           05  MAINT-TRAN-NEW-KEY       PIC X(6).
