       01  CDC-CONTROL-REC.
           05  CDC-BATCH-NUMBER        PIC 9(7).
           05  CDC-BUSINESS-DATE       PIC 9(8).
           05  CDC-JOURNAL-POSITION    PIC 9(9).
           05  CDC-LAST-ENTRY          PIC X(151).
           05  FILLER                  PIC X(25).
