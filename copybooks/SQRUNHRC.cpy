       01  RUN-HISTORY-REC.
           05  HIST-JOB-ID.
               10  HIST-JOB-PREFIX   PIC X(3).
                   88  HIST-EXPEDITE-RUN VALUE "SQX".
               10  FILLER            PIC X(5).
           05  HIST-RUN-DATE         PIC 9(8).
           05  HIST-RUN-TIME         PIC 9(6).
           05  HIST-RECORDS-READ     PIC 9(9).
