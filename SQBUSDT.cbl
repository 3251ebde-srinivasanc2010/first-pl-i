       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQBUSDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "SQCALNDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-SQCALNDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY SQCALRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SQCALNDR-STATUS PIC XX.
               88  SQCALNDR-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-CALENDAR-SWITCH PIC X VALUE "N".
               88  CALENDAR-OPEN       VALUE "Y".
               88  CALENDAR-CLOSED     VALUE "N".
           05  WS-DAY-SWITCH      PIC X VALUE "N".
               88  DAY-FOUND           VALUE "Y".
               88  DAY-NOT-FOUND       VALUE "N".

       LINKAGE SECTION.
       COPY SQBUSDLK.

       PROCEDURE DIVISION USING BUSINESS-DATE-PARMS.
       0000-MAIN-PROCESS.
           SET SQBD-SUCCESS TO TRUE
           MOVE SPACE TO SQBD-DAY-TYPE
           MOVE "N"   TO SQBD-MONTH-END-FLAG
           MOVE "N"   TO SQBD-QUARTER-END-FLAG
           MOVE "N"   TO SQBD-YEAR-END-FLAG
           MOVE ZERO  TO SQBD-PERIOD-END-DATE
           IF CALENDAR-CLOSED
               PERFORM 1000-OPEN-CALENDAR
           END-IF
           IF SQBD-SUCCESS
               EVALUATE TRUE
                   WHEN SQBD-REQ-CURRENT
                       PERFORM 2000-GET-CURRENT-DATE
                   WHEN SQBD-REQ-EXPEDITE
                       PERFORM 2500-GET-EXPEDITE-DATE
                   WHEN SQBD-REQ-LOOKUP
                       PERFORM 3000-LOOK-UP-DATE
                       IF DAY-NOT-FOUND
                           SET SQBD-DATE-NOT-ON-CALENDAR TO TRUE
                       END-IF
                   WHEN OTHER
                       SET SQBD-INVALID-REQUEST TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.

       1000-OPEN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF SQCALNDR-OK
               SET CALENDAR-OPEN TO TRUE
           ELSE
               DISPLAY "SQBUSDT ERROR OPENING CALENDAR-FILE, STATUS: "
                   WS-SQCALNDR-STATUS
               SET SQBD-CALENDAR-UNAVAILABLE TO TRUE
           END-IF.

       2000-GET-CURRENT-DATE.
           MOVE ZERO TO CALCTL-KEY
           READ CALENDAR-FILE
               INVALID KEY
                   SET SQBD-NO-BUSINESS-DATE TO TRUE
           END-READ
           IF SQBD-SUCCESS
               IF CALCTL-BUSINESS-DATE IS NOT NUMERIC
                  OR CALCTL-BUSINESS-DATE = ZERO
                   SET SQBD-NO-BUSINESS-DATE TO TRUE
               ELSE
                   MOVE CALCTL-BUSINESS-DATE TO SQBD-DATE
                   PERFORM 3000-LOOK-UP-DATE
               END-IF
           END-IF.

       2500-GET-EXPEDITE-DATE.
           MOVE ZERO TO CALCTL-KEY
           READ CALENDAR-FILE
               INVALID KEY
                   SET SQBD-NO-BUSINESS-DATE TO TRUE
           END-READ
           IF SQBD-SUCCESS
               IF CALCTL-EXPEDITE-DATE IS NOT NUMERIC
                  OR CALCTL-EXPEDITE-DATE = ZERO
                   SET SQBD-NO-BUSINESS-DATE TO TRUE
               ELSE
                   MOVE CALCTL-EXPEDITE-DATE TO SQBD-DATE
                   PERFORM 3000-LOOK-UP-DATE
               END-IF
           END-IF.

       3000-LOOK-UP-DATE.
           SET DAY-NOT-FOUND TO TRUE
           MOVE SQBD-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DAY-FOUND TO TRUE
           END-READ
           IF DAY-FOUND
               MOVE CAL-DAY-TYPE         TO SQBD-DAY-TYPE
               MOVE CAL-MONTH-END-FLAG   TO SQBD-MONTH-END-FLAG
               MOVE CAL-QUARTER-END-FLAG TO SQBD-QUARTER-END-FLAG
               MOVE CAL-YEAR-END-FLAG    TO SQBD-YEAR-END-FLAG
               MOVE CAL-PERIOD-END-DATE  TO SQBD-PERIOD-END-DATE
           END-IF.
