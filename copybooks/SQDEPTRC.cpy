       01  DEPARTMENT-REC.
           05  DEPT-CODE           PIC X(3).
           05  DEPT-NAME           PIC X(30).
           05  DEPT-COST-CENTER    PIC X(8).
           05  DEPT-EFF-DATE       PIC 9(8).
           05  DEPT-INACTIVE-DATE  PIC 9(8).
           05  DEPT-FUNCTION-FLAGS.
               10  DEPT-ALLOW-SQUARE   PIC X(1).
                   88  DEPT-SQUARE-ALLOWED     VALUE "Y".
               10  DEPT-ALLOW-ROOT     PIC X(1).
                   88  DEPT-ROOT-ALLOWED       VALUE "Y".
               10  DEPT-ALLOW-CUBE     PIC X(1).
                   88  DEPT-CUBE-ALLOWED       VALUE "Y".
               10  DEPT-ALLOW-RECIP    PIC X(1).
                   88  DEPT-RECIP-ALLOWED      VALUE "Y".
           05  DEPT-MAINT-DATE     PIC 9(8).
           05  FILLER              PIC X(11).
