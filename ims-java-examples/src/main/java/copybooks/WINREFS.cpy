      *****************************************************************
      *  WINREFS
      *
      *  One record per window-interlock event, appended to the
      *  cumulative WINREFS log (DISP=MOD): "R" when WINCHECK refused
      *  a program because a window was open, "O" when the operator
      *  released a window's state through WINLOCK.  The record names
      *  the program refused (WINLOCK itself on an override) and the
      *  window that stood in its way as the state file showed it at
      *  that moment.  WINLOCK prints the log.
      *****************************************************************
       01  WINDOW-REFUSAL-RECORD.
           05  WREF-TIMESTAMP           PIC X(26).
           05  WREF-EVENT               PIC X(1).
               88  WREF-IS-REFUSAL          VALUE "R".
               88  WREF-IS-OVERRIDE         VALUE "O".
           05  WREF-PROGRAM-ID          PIC X(8).
           05  WREF-WINDOW-ID           PIC X(6).
           05  WREF-WINDOW-PROGRAM      PIC X(8).
           05  WREF-WINDOW-STAGE        PIC X(10).
           05  WREF-WINDOW-UPDATED      PIC X(26).
