       01  DAILY-AUDIT-LINE.
           05  DAL-JOB-ID.
               10  DAL-JOB-PREFIX PIC X(3).
                   88  DAL-DETAIL-LINE VALUE "SQC" "SQX".
               10  FILLER         PIC X(5).
           05  FILLER             PIC X(1).
           05  DAL-DATE           PIC X(10).
       01  WS-HLQ                 PIC X(20).
       01  WS-DAILY-NAME          PIC X(44).
       01  WS-ARCHIVE-MONTH       PIC X(6).
       01  WS-ARCHIVE-MONTH-NUM REDEFINES WS-ARCHIVE-MONTH
                                  PIC 9(6).
       01  WS-RETENTION-X         PIC X(5).
       01  WS-RETENTION-LEN       PIC 9(2) VALUE ZERO.
       01  WS-RETENTION-DAYS      PIC 9(5) VALUE ZERO.
       01  WS-PARM-WORK           PIC X(34).

       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DATE-INT    PIC S9(9) VALUE ZERO.
           05  WS-DAILY-DATE-INT  PIC S9(9) VALUE ZERO.
           05  WS-DAILY-AGE       PIC S9(9) VALUE ZERO.
           05  WS-SCAN-DATE-INT   PIC S9(9) VALUE ZERO.
           05  WS-SCAN-END-INT    PIC S9(9) VALUE ZERO.
           05  WS-PERIOD-MONTH    PIC 9(6)  VALUE ZERO.
           05  WS-PERIOD-END-DATE PIC 9(8)  VALUE ZERO.

       01  WS-NUM-WORK.
           05  WS-NUM-VALUE       PIC S9(5)V9(2) VALUE ZERO.
           05  WS-CO-LINES-ARCHIVED PIC 9(9) VALUE ZERO.
           05  WS-CO-DELETES-BUILT PIC 9(5) VALUE ZERO.
           05  WS-DAY-SUB          PIC 9(2) VALUE ZERO.
           05  WS-PERIOD-DAY-COUNT PIC 9(2) VALUE ZERO.
           05  WS-PERIOD-DAY-MAXIMUM PIC 9(2) VALUE 62.
           05  WS-JOB-SUB          PIC 9(3) VALUE ZERO.
           05  WS-JOB-FOUND-SUB    PIC 9(3) VALUE ZERO.
           05  WS-JOB-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-JOB-MAXIMUM      PIC 9(3) VALUE 100.

       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 62 TIMES.
               10  WS-DAY-DATE         PIC 9(8).
               10  WS-DAY-COMPUTATIONS PIC 9(9).
               10  WS-DAY-CONSUMED-SW  PIC X(1).
                   88  DAY-CONSUMED        VALUE "Y".
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "ARCHIVE MONTH ".
           05  WS-HDG-MONTH       PIC X(6).
           05  FILLER             PIC X(19) VALUE
               "  PERIOD ENDING ON ".
           05  WS-HDG-PERIOD-END  PIC 9(8).

       01  WS-SUMMARY-SECTION-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.

       01  WS-SUMMARY-DAY-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-SDY-DATE        PIC 9(8).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-SDY-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(53) VALUE SPACES.
                       TO WS-RETENTION-DAYS
               END-IF
           END-IF
           INITIALIZE BUSINESS-DATE-PARMS
           SET SQBD-REQ-CURRENT TO TRUE
           CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
           END-CALL
           IF SQBD-SUCCESS
               MOVE SQBD-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY "BUSINESS DATE NOT AVAILABLE FROM SQCALNDR, "
                   "CODE: " SQBD-RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               PERFORM 1100-LOAD-PERIOD-DAYS
           END-IF
           IF RETURN-CODE = ZERO
               OPEN OUTPUT MONTHLY-ARCHIVE-FILE
               IF NOT SQAUDMON-OK
               END-IF
           END-IF.

       1100-LOAD-PERIOD-DAYS.
           MOVE ZERO TO WS-PERIOD-DAY-COUNT
           MOVE ZERO TO WS-PERIOD-END-DATE
           MOVE WS-ARCHIVE-MONTH TO WS-DAILY-MONTH
           MOVE 1                TO WS-DAILY-DAY
           COMPUTE WS-SCAN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAILY-DATE-NUM) - 31
           COMPUTE WS-SCAN-END-INT = WS-SCAN-DATE-INT + 76
           PERFORM UNTIL WS-SCAN-DATE-INT > WS-SCAN-END-INT
                      OR RETURN-CODE NOT = ZERO
               PERFORM 1150-CLASSIFY-CALENDAR-DAY
               ADD 1 TO WS-SCAN-DATE-INT
           END-PERFORM
           IF RETURN-CODE = ZERO AND WS-PERIOD-DAY-COUNT = ZERO
               DISPLAY "NO CALENDAR DAYS FALL IN ACCOUNTING PERIOD "
                   WS-ARCHIVE-MONTH " - CHECK SQCALNDR"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1150-CLASSIFY-CALENDAR-DAY.
           INITIALIZE BUSINESS-DATE-PARMS
           SET SQBD-REQ-LOOKUP TO TRUE
           COMPUTE SQBD-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
           CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
           END-CALL
           EVALUATE TRUE
               WHEN SQBD-SUCCESS
                   COMPUTE WS-PERIOD-MONTH =
                       SQBD-PERIOD-END-DATE / 100
                   IF WS-PERIOD-MONTH = WS-ARCHIVE-MONTH-NUM
                       PERFORM 1160-ADD-PERIOD-DAY
                   END-IF
               WHEN SQBD-DATE-NOT-ON-CALENDAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALENDAR LOOKUP FAILED FOR " SQBD-DATE
                       ", CODE: " SQBD-RETURN-CODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       1160-ADD-PERIOD-DAY.
           IF WS-PERIOD-DAY-COUNT >= WS-PERIOD-DAY-MAXIMUM
               DISPLAY "ACCOUNTING PERIOD " WS-ARCHIVE-MONTH
                   " EXCEEDS " WS-PERIOD-DAY-MAXIMUM " DAYS"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PERIOD-DAY-COUNT
               MOVE SQBD-DATE TO WS-DAY-DATE(WS-PERIOD-DAY-COUNT)
               MOVE ZERO
                   TO WS-DAY-COMPUTATIONS(WS-PERIOD-DAY-COUNT)
               MOVE "N" TO WS-DAY-CONSUMED-SW(WS-PERIOD-DAY-COUNT)
               MOVE SQBD-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-IF.

       2000-READ-DAILY-FILES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAY-COUNT
               PERFORM 2100-CONSOLIDATE-ONE-DAY
           END-PERFORM.

       2100-CONSOLIDATE-ONE-DAY.
           MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-DAILY-DATE-NUM
           STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                  ".SQCALC.SQAUDIT."     DELIMITED BY SIZE
                  WS-DAILY-DATE          DELIMITED BY SIZE

       3000-WRITE-SUMMARY-REPORT.
           MOVE WS-ARCHIVE-MONTH TO WS-HDG-MONTH
           MOVE WS-PERIOD-END-DATE TO WS-HDG-PERIOD-END
           MOVE WS-SUMMARY-HEADING-1 TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-SUMMARY-HEADING-2 TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           PERFORM 3070-CHECK-SQACRPT-STATUS
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAY-COUNT
               IF DAY-CONSUMED(WS-DAY-SUB)
                   MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-SDY-DATE
                   MOVE WS-DAY-COMPUTATIONS(WS-DAY-SUB)
                       TO WS-SDY-COUNT
                   MOVE WS-SUMMARY-DAY-LINE TO SUMMARY-REPORT-LINE

       3500-BUILD-DELETE-COMMANDS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAY-COUNT
               IF DAY-CONSUMED(WS-DAY-SUB)
                   PERFORM 3550-BUILD-ONE-DELETE
               END-IF
           END-PERFORM.

       3550-BUILD-ONE-DELETE.
           MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-DAILY-DATE-NUM
           COMPUTE WS-DAILY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAILY-DATE-NUM)
           COMPUTE WS-DAILY-AGE =
