       01  PENDING-MAINT-REC.
           05  PEND-KEY.
               10  PEND-KEY-SIGN       PIC X(1).
               10  PEND-KEY-MAGNITUDE  PIC 9(7).
               10  PEND-ENTRY-DATE     PIC 9(8).
               10  PEND-ENTRY-TIME     PIC 9(6).
           05  PEND-STATUS             PIC X(1).
               88  PEND-AWAITING           VALUE "P".
               88  PEND-APPROVED           VALUE "A".
               88  PEND-REJECTED           VALUE "R".
               88  PEND-EXPIRED            VALUE "X".
               88  PEND-OPEN               VALUE "P" "A".
           05  PEND-FUNCTION-CODE      PIC X(1).
           05  PEND-NUM                PIC S9(5)V9(2)
                                        SIGN IS TRAILING SEPARATE.
           05  PEND-SQUARE             PIC S9(10)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05  PEND-ENTRY-USER         PIC X(8).
           05  PEND-ENTRY-TERM         PIC X(4).
           05  PEND-CHECK-USER         PIC X(8).
           05  PEND-CHECK-TERM         PIC X(4).
           05  PEND-CHECK-DATE         PIC 9(8).
           05  PEND-CHECK-TIME         PIC 9(6).
           05  PEND-REASON             PIC X(30).
           05  PEND-LISTED-FLAG        PIC X(1).
               88  PEND-ALREADY-LISTED     VALUE "Y".
           05  FILLER                  PIC X(12).
