           05  BAL-REFUSED-COUNT        PIC 9(7).
           05  BAL-MASTER-MISS-COUNT    PIC 9(7).
           05  BAL-UNPAIRED-COUNT       PIC 9(7).
           05  BAL-JAVA-EXCEPTION-COUNT PIC 9(7).
           05  BAL-CONTRACT-VIOLATION-COUNT PIC 9(7).
