      *****************************************************************
      *  WINCTL
      *
      *  Parameter areas for the two window-state subprograms (see
      *  WINSTATE).
      *
      *  WINDOW-CHECK-AREA is passed to WINCHECK by every program that
      *  updates or rewrites CUSTMSTR, JOBCODES, AUDITJRN or the files
      *  the window writes beside them, before it touches any of
      *  them.  The caller names itself in WCHK-REQUESTER; WINCHECK
      *  answers WCHK-WINDOW-IS-OPEN, with the first open window's
      *  id, program, stage and last update, when any window is in
      *  flight -- it has already logged the refusal on WINREFS and
      *  DISPLAYed it.  The caller then ends without touching a file,
      *  with the reserved RETURN-CODE 88 ("refused, batch window
      *  open"), clear of every code on the COBTOJAV register and of
      *  the 0-16 codes the maintenance and housekeeping programs
      *  use.  No WINSTATE allocated means the interlock is not in
      *  use, and the answer is clear.
      *
      *  WINDOW-POST-AREA is passed to WINPOST by the programs that
      *  run a window: "OPEN " opens (or re-opens) the window's
      *  record, "STAGE" brings its stage, key and update time up to
      *  date, "CLOSE" closes it.  WPOST-RESULT is the file status of
      *  the update, "00" when it went through.
      *****************************************************************
       01  WINDOW-CHECK-AREA.
           05  WCHK-REQUESTER           PIC X(8).
           05  WCHK-VERDICT             PIC X(1).
               88  WCHK-WINDOW-CLEAR        VALUE "C".
               88  WCHK-WINDOW-IS-OPEN      VALUE "O".
           05  WCHK-WINDOW-ID           PIC X(6).
           05  WCHK-WINDOW-PROGRAM      PIC X(8).
           05  WCHK-WINDOW-STAGE        PIC X(10).
           05  WCHK-WINDOW-UPDATED      PIC X(26).
       01  WINDOW-POST-AREA.
           05  WPOST-REQUEST            PIC X(5).
               88  WPOST-OPEN-WINDOW        VALUE "OPEN ".
               88  WPOST-NOTE-STAGE         VALUE "STAGE".
               88  WPOST-CLOSE-WINDOW       VALUE "CLOSE".
           05  WPOST-PROGRAM-ID         PIC X(8).
           05  WPOST-WINDOW-ID          PIC X(6).
           05  WPOST-BUSINESS-DATE      PIC X(8).
           05  WPOST-STAGE              PIC X(10).
           05  WPOST-LAST-KEY           PIC X(6).
           05  WPOST-RESULT             PIC X(2).
