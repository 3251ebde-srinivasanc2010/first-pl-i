       01  TREND-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SQBUSDLK.

       01  WS-FILE-STATUSES.
           05  WS-SQRUNHST-STATUS PIC XX.
               88  SQRUNHST-OK         VALUE "00".
       01  WS-TREND-COUNTS.
           05  WS-TR-RUNS-READ    PIC 9(9) VALUE ZERO.
           05  WS-TR-BAD-RECORDS  PIC 9(9) VALUE ZERO.
           05  WS-TR-OFF-CALENDAR PIC 9(9) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-INT    PIC S9(9) VALUE ZERO.
               COMPUTE WS-WEEK-END-INT = WS-WEEK-NUMBER * 7 + 7
               COMPUTE WS-WEEK-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT)
               PERFORM 2150-FIND-ACCOUNTING-PERIOD
               PERFORM 2200-ACCUMULATE-WEEK
               PERFORM 2300-ACCUMULATE-MONTH
           END-IF.

       2150-FIND-ACCOUNTING-PERIOD.
           INITIALIZE BUSINESS-DATE-PARMS
           SET SQBD-REQ-LOOKUP TO TRUE
           MOVE HIST-RUN-DATE TO SQBD-DATE
           CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
           END-CALL
           EVALUATE TRUE
               WHEN SQBD-SUCCESS AND SQBD-PERIOD-END-DATE > ZERO
                   COMPUTE WS-MONTH-KEY = SQBD-PERIOD-END-DATE / 100
               WHEN SQBD-SUCCESS
                 OR SQBD-DATE-NOT-ON-CALENDAR
                   ADD 1 TO WS-TR-OFF-CALENDAR
                   COMPUTE WS-MONTH-KEY = HIST-RUN-DATE / 100
               WHEN OTHER
                   ADD 1 TO WS-TR-OFF-CALENDAR
                   COMPUTE WS-MONTH-KEY = HIST-RUN-DATE / 100
                   IF RETURN-CODE < 16
                       DISPLAY "CALENDAR LOOKUP FAILED, CODE: "
                           SQBD-RETURN-CODE
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       2200-ACCUMULATE-WEEK.
           SET PERIOD-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
       3500-WRITE-MONTHLY-TREND.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "PERIOD-OVER-PERIOD (YYYYMM)" TO WS-TSH-TITLE
           MOVE WS-TREND-SECTION-HEADING TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-TREND-COLUMN-HEADING TO TREND-REPORT-LINE
           MOVE WS-TR-BAD-RECORDS       TO WS-TCL-COUNT
           MOVE WS-TREND-COUNT-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "RUNS OFF CALENDAR..: " TO WS-TCL-LABEL
           MOVE WS-TR-OFF-CALENDAR      TO WS-TCL-COUNT
           MOVE WS-TREND-COUNT-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM 3060-CHECK-SQTRDRPT-STATUS.

       3060-CHECK-SQTRDRPT-STATUS.
