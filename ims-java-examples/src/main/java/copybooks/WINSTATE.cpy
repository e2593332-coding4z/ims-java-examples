      *****************************************************************
      *  WINSTATE
      *
      *  The shared window-state control record: one record per batch
      *  window on the WINSTATE KSDS, keyed by window id, saying
      *  whether that window is in flight against CUSTMSTR, JOBCODES
      *  and AUDITJRN.  WINPOST keeps it for the programs that run a
      *  window:
      *    - COBTOJAV opens its window's record ("O") once the CUSTIN
      *      header has verified, brings the stage, key and update
      *      time up to date at every checkpoint (see CHKPT), and
      *      closes it ("C") at CLOSE-RUN however the run ends.  A
      *      refresh run stands under "REFRSH", an unidentified
      *      single-record run under SPACES.
      *    - WINSPLIT opens the PARENT window's record when it has cut
      *      the streams, and WINMERGE closes it at the merge's clean
      *      finish, so a split window stays open from the split to
      *      the merge even between stream steps; each stream's
      *      COBTOJAV keeps its own record under its stream id.
      *  A record left "O" by a run that abended is released ("R") by
      *  the operator through WINLOCK once the run is known to be
      *  dead; a rerun of the window opens it again.
      *
      *  WINCHECK reads the file for every program that updates or
      *  rewrites the window's files and refuses it while any record
      *  is open (see WINCTL).
      *****************************************************************
       01  WINDOW-STATE-RECORD.
           05  WSTATE-WINDOW-ID         PIC X(6).
           05  WSTATE-STATUS            PIC X(1).
               88  WSTATE-IS-OPEN           VALUE "O".
               88  WSTATE-IS-CLOSED         VALUE "C".
               88  WSTATE-IS-RELEASED       VALUE "R".
           05  WSTATE-PROGRAM-ID        PIC X(8).
           05  WSTATE-BUSINESS-DATE     PIC X(8).
           05  WSTATE-OPENED-TS         PIC X(26).
           05  WSTATE-UPDATED-TS        PIC X(26).
           05  WSTATE-STAGE             PIC X(10).
           05  WSTATE-LAST-KEY          PIC X(6).
           05  WSTATE-CLOSED-BY         PIC X(8).
