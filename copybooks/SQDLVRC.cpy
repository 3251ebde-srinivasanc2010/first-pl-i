       01  DELIVERY-REC.
           05  DLV-RECORD-TYPE         PIC X(3).
               88  DLV-HEADER              VALUE "HDR".
               88  DLV-RESULT              VALUE "RES".
               88  DLV-REJECT              VALUE "REJ".
               88  DLV-TRAILER             VALUE "TRL".
           05  FILLER                  PIC X(77).
       01  DLV-HEADER-REC.
           05  FILLER                  PIC X(3).
           05  DLV-HDR-DEPT-CODE       PIC X(3).
           05  DLV-HDR-BUSINESS-DATE   PIC 9(8).
           05  DLV-HDR-DEPT-NAME       PIC X(30).
           05  DLV-HDR-ACTIVITY        PIC X(1).
               88  DLV-HDR-HAS-ACTIVITY    VALUE "Y".
               88  DLV-HDR-NO-ACTIVITY     VALUE "N".
           05  FILLER                  PIC X(35).
       01  DLV-RESULT-REC.
           05  FILLER                  PIC X(3).
           05  DLV-RES-NUM             PIC S9(5)V9(2)
                                       SIGN IS TRAILING SEPARATE.
           05  DLV-RES-FUNCTION        PIC X(1).
           05  DLV-RES-RESULT          PIC S9(10)V9(4)
                                       SIGN IS TRAILING SEPARATE.
           05  DLV-RES-SOURCE          PIC X(3).
           05  FILLER                  PIC X(50).
       01  DLV-REJECT-REC.
           05  FILLER                  PIC X(3).
           05  DLV-REJ-INPUT           PIC X(9).
           05  DLV-REJ-REASON-CODE     PIC X(2).
           05  DLV-REJ-SOURCE          PIC X(3).
           05  FILLER                  PIC X(63).
       01  DLV-TRAILER-REC.
           05  FILLER                  PIC X(3).
           05  DLV-TRL-RESULT-COUNT    PIC 9(9).
           05  DLV-TRL-RESULT-SUM      PIC S9(15)V9(4)
                                       SIGN IS TRAILING SEPARATE.
           05  DLV-TRL-REJECT-COUNT    PIC 9(9).
           05  FILLER                  PIC X(39).
