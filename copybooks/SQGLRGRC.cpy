       01  GL-REGISTER-REC.
           05  GLR-JOB-ID              PIC X(8).
           05  GLR-RUN-DATE            PIC 9(8).
           05  GLR-STATUS              PIC X(1).
               88  GLR-SENT                VALUE "S".
               88  GLR-ACKNOWLEDGED        VALUE "A".
               88  GLR-REJECTED            VALUE "R".
               88  GLR-OVERDUE             VALUE "O".
               88  GLR-OUTSTANDING         VALUE "S" "R" "O".
           05  GLR-SENT-DATE           PIC 9(8).
           05  GLR-SENT-TIME           PIC 9(6).
           05  GLR-RECORD-COUNT        PIC 9(9).
           05  GLR-HASH-TOTAL          PIC 9(13).
           05  GLR-SEND-COUNT          PIC 9(3).
           05  GLR-ACK-DATE            PIC 9(8).
           05  GLR-ACK-TIME            PIC 9(6).
           05  GLR-ACK-LOAD-DATE       PIC 9(8).
           05  GLR-ACK-COUNT           PIC 9(9).
           05  GLR-ACK-HASH            PIC 9(13).
           05  GLR-REASON              PIC X(40).
           05  FILLER                  PIC X(20).
