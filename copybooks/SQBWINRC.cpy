       01  BATCH-WINDOW-REC.
           05  BW-JOB-NAME           PIC X(8).
           05  BW-STEP-NAME          PIC X(8).
           05  BW-PROGRAM            PIC X(8).
           05  BW-BUSINESS-DATE      PIC 9(8).
           05  BW-EVENT              PIC X(1).
               88  BW-START-EVENT        VALUE "S".
               88  BW-END-EVENT          VALUE "E".
           05  BW-EVENT-DATE         PIC 9(8).
           05  BW-EVENT-TIME         PIC 9(8).
           05  BW-RECORDS-IN         PIC 9(9).
           05  BW-RECORDS-OUT        PIC 9(9).
           05  BW-COMPLETION-CODE    PIC 9(4).
           05  FILLER                PIC X(9).
