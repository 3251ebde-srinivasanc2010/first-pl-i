       01  CALENDAR-REC.
           05  CAL-DATE                PIC 9(8).
           05  CAL-DAY-TYPE            PIC X(1).
               88  CAL-PROCESSING-DAY      VALUE "P".
               88  CAL-HOLIDAY             VALUE "H".
               88  CAL-WEEKEND             VALUE "W".
           05  CAL-MONTH-END-FLAG      PIC X(1).
               88  CAL-MONTH-END           VALUE "Y".
           05  CAL-QUARTER-END-FLAG    PIC X(1).
               88  CAL-QUARTER-END         VALUE "Y".
           05  CAL-YEAR-END-FLAG       PIC X(1).
               88  CAL-YEAR-END            VALUE "Y".
           05  CAL-PERIOD-END-DATE     PIC 9(8).
           05  CAL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(30).
       01  CALENDAR-CONTROL-REC.
           05  CALCTL-KEY              PIC 9(8).
           05  CALCTL-BUSINESS-DATE    PIC 9(8).
           05  CALCTL-SET-DATE         PIC 9(8).
           05  CALCTL-SET-TIME         PIC 9(6).
           05  CALCTL-OVERRIDE-FLAG    PIC X(1).
               88  CALCTL-OVERRIDDEN       VALUE "Y".
           05  CALCTL-EXPEDITE-DATE    PIC 9(8).
           05  FILLER                  PIC X(41).
