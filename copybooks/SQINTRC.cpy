       01  INTAKE-REGISTER-REC.
           05  INTR-KEY.
               10  INTR-DEPT-CODE      PIC X(3).
               10  INTR-FILE-SEQ       PIC 9(6).
           05  INTR-STATUS             PIC X(1).
               88  INTR-ACCEPTED           VALUE "A".
               88  INTR-HELD               VALUE "H".
           05  INTR-CREATE-DATE        PIC 9(8).
           05  INTR-RECORD-COUNT       PIC 9(9).
           05  INTR-HASH-TOTAL         PIC 9(13).
           05  INTR-PROCESS-DATE       PIC 9(8).
           05  INTR-REASON             PIC X(31).
           05  FILLER                  PIC X(1).
       01  INTAKE-CONTROL-REC.
           05  INTC-KEY.
               10  INTC-DEPT-CODE      PIC X(3).
               10  INTC-FILE-SEQ       PIC 9(6).
           05  INTC-LAST-SEQ           PIC 9(6).
           05  INTC-LAST-CREATE-DATE   PIC 9(8).
           05  INTC-LAST-COUNT         PIC 9(9).
           05  INTC-LAST-HASH          PIC 9(13).
           05  INTC-LAST-PROCESS-DATE  PIC 9(8).
           05  FILLER                  PIC X(27).
