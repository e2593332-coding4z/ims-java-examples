      *****************************************************************
      *  IOPCB
      *
      *  The IMS I/O PCB mask a message-processing program receives
      *  as its first PROCEDURE DIVISION USING parameter.  CBLTDLI GU
      *  calls against it get the next input message from the queue
      *  and ISRT calls add segments to the reply going back to the
      *  originating terminal.  A status of SPACES is success; "QC"
      *  on a GU means the queue is empty and the program should
      *  return to IMS.
      *****************************************************************
       01  IO-PCB-MASK.
           05  IO-PCB-LTERM-NAME        PIC X(8).
           05  FILLER                   PIC X(2).
           05  IO-PCB-STATUS            PIC X(2).
               88  IO-PCB-OK                VALUE SPACES.
               88  IO-PCB-NO-MORE-MESSAGES  VALUE "QC".
           05  IO-PCB-DATE              PIC S9(7) COMP-3.
           05  IO-PCB-TIME              PIC S9(7) COMP-3.
           05  IO-PCB-MSG-SEQUENCE      PIC S9(9) BINARY.
           05  IO-PCB-MOD-NAME          PIC X(8).
           05  IO-PCB-USERID            PIC X(8).
