       01  BUSINESS-DATE-PARMS.
           05  SQBD-REQUEST            PIC X(1).
               88  SQBD-REQ-CURRENT        VALUE "C".
               88  SQBD-REQ-LOOKUP         VALUE "L".
               88  SQBD-REQ-EXPEDITE       VALUE "X".
           05  SQBD-DATE               PIC 9(8).
           05  SQBD-DAY-TYPE           PIC X(1).
               88  SQBD-PROCESSING-DAY     VALUE "P".
               88  SQBD-HOLIDAY            VALUE "H".
               88  SQBD-WEEKEND            VALUE "W".
           05  SQBD-MONTH-END-FLAG     PIC X(1).
               88  SQBD-MONTH-END          VALUE "Y".
           05  SQBD-QUARTER-END-FLAG   PIC X(1).
               88  SQBD-QUARTER-END        VALUE "Y".
           05  SQBD-YEAR-END-FLAG      PIC X(1).
               88  SQBD-YEAR-END           VALUE "Y".
           05  SQBD-PERIOD-END-DATE    PIC 9(8).
           05  SQBD-RETURN-CODE        PIC 9(2).
               88  SQBD-SUCCESS            VALUE 00.
               88  SQBD-CALENDAR-UNAVAILABLE VALUE 90.
               88  SQBD-DATE-NOT-ON-CALENDAR VALUE 91.
               88  SQBD-NO-BUSINESS-DATE   VALUE 92.
               88  SQBD-INVALID-REQUEST    VALUE 93.
