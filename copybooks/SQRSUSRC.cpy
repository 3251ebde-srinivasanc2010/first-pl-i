       01  REJECT-SUSPENSE-REC.
           05  SUSP-KEY.
               10  SUSP-INPUT          PIC X(9).
               10  SUSP-SOURCE         PIC X(3).
           05  SUSP-STATUS             PIC X(1).
               88  SUSP-OPEN               VALUE "O".
               88  SUSP-CORRECTED          VALUE "C".
               88  SUSP-DROPPED            VALUE "D".
               88  SUSP-WRITTEN-OFF        VALUE "W".
               88  SUSP-CLOSED             VALUE "C" "D" "W".
           05  SUSP-REASON-CODE        PIC X(2).
           05  SUSP-DEPT-CODE          PIC X(3).
           05  SUSP-FIRST-REJECT-DATE  PIC 9(8).
           05  SUSP-LAST-SEEN-DATE     PIC 9(8).
           05  SUSP-RECYCLE-COUNT      PIC 9(5).
           05  SUSP-OUTCOME-DATE       PIC 9(8).
           05  SUSP-CORRECTED-INPUT    PIC X(9).
           05  SUSP-CORRECTED-SOURCE   PIC X(3).
           05  FILLER                  PIC X(21).
