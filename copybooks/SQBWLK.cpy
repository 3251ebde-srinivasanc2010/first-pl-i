       01  BATCH-WINDOW-PARMS.
           05  SQBW-REQUEST            PIC X(1).
               88  SQBW-REQ-START          VALUE "S".
               88  SQBW-REQ-END            VALUE "E".
           05  SQBW-PROGRAM            PIC X(8).
           05  SQBW-BUSINESS-DATE      PIC 9(8).
           05  SQBW-RECORDS-IN         PIC 9(9).
           05  SQBW-RECORDS-OUT        PIC 9(9).
           05  SQBW-COMPLETION-CODE    PIC 9(4).
           05  SQBW-RETURN-CODE        PIC 9(2).
               88  SQBW-LOGGED             VALUE 00.
               88  SQBW-NOT-TIMED          VALUE 10.
               88  SQBW-LOG-UNAVAILABLE    VALUE 90.
