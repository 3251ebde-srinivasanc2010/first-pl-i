       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQBWRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "SQBWLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBWLOG-STATUS.

           SELECT STREAM-DEF-FILE ASSIGN TO "SQBWSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBWSTRM-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO "SQPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQPARMS-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "SQBWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBWRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-WINDOW-FILE
           RECORDING MODE IS F.
       COPY SQBWINRC.

       FD  STREAM-DEF-FILE
           RECORDING MODE IS F.
       01  STREAM-DEF-REC.
           05  STRM-CARD-TYPE     PIC X(4).
               88  STRM-STEP-CARD      VALUE "STEP".
               88  STRM-SLA-CARD       VALUE "SLA ".
           05  FILLER             PIC X(1).
           05  STRM-JOB-NAME      PIC X(8).
           05  FILLER             PIC X(1).
           05  STRM-STEP-NAME     PIC X(8).
           05  FILLER             PIC X(1).
           05  STRM-STEP-DETAIL.
               10  STRM-PROGRAM       PIC X(8).
               10  STRM-PRED-ENTRY OCCURS 3 TIMES.
                   15  FILLER             PIC X(1).
                   15  STRM-PRED-STEP     PIC X(8).
               10  FILLER             PIC X(22).
           05  STRM-SLA-DETAIL REDEFINES STRM-STEP-DETAIL.
               10  STRM-HANDOFF-NAME  PIC X(8).
               10  FILLER             PIC X(1).
               10  STRM-DAY-OFFSET    PIC X(1).
               10  FILLER             PIC X(1).
               10  STRM-DEADLINE.
                   15  STRM-DEADLINE-HH   PIC X(2).
                   15  STRM-DEADLINE-MM   PIC X(2).
               10  FILLER             PIC X(42).

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  RUN-PARM-REC           PIC X(80).

       FD  WINDOW-REPORT-FILE
           RECORDING MODE IS F.
       01  WINDOW-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-WORK           PIC X(30).
       01  WS-REQUEST-JOB         PIC X(8).
       01  WS-REQUEST-OPTION      PIC X(8).
           88  OPTION-PROJECT          VALUE SPACES.
           88  OPTION-FINAL            VALUE "FINAL".
       01  WS-REQUESTED-DATE REDEFINES WS-REQUEST-OPTION
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-SQBWLOG-STATUS  PIC XX.
               88  SQBWLOG-OK          VALUE "00".
               88  SQBWLOG-NOT-FOUND   VALUE "35".
           05  WS-SQBWSTRM-STATUS PIC XX.
               88  SQBWSTRM-OK         VALUE "00".
           05  WS-SQPARMS-STATUS  PIC XX.
               88  SQPARMS-OK          VALUE "00".
               88  SQPARMS-NOT-FOUND   VALUE "35".
           05  WS-SQBWRPT-STATUS  PIC XX.
               88  SQBWRPT-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-LOG-EOF-SWITCH  PIC X VALUE "N".
               88  END-OF-WINDOW-LOG   VALUE "Y".
           05  WS-STRM-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-STREAM-DEF   VALUE "Y".
           05  WS-PARM-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-RUN-PARMS    VALUE "Y".
           05  WS-PARM-OK-SWITCH  PIC X VALUE "Y".
               88  PARM-VALUE-OK       VALUE "Y".
               88  PARM-VALUE-BAD      VALUE "N".
           05  WS-CARD-OK-SWITCH  PIC X VALUE "Y".
               88  CARD-OK             VALUE "Y".
               88  CARD-BAD            VALUE "N".
           05  WS-PROJECT-SWITCH  PIC X VALUE "N".
               88  PROJECTING          VALUE "Y".
               88  NOT-PROJECTING      VALUE "N".
           05  WS-WARNING-SWITCH  PIC X VALUE "N".
               88  WINDOW-WARNING      VALUE "Y".

       01  WS-WINDOW-THRESHOLDS.
           05  WS-AVERAGE-RUNS    PIC 9(3) VALUE 10.
           05  WS-OVERRUN-PCT     PIC 9(3) VALUE 50.
           05  WS-MINIMUM-SECONDS PIC 9(5) VALUE 60.
           05  WS-MINIMUM-HISTORY PIC 9(3) VALUE 3.
           05  WS-HISTORY-MAXIMUM PIC 9(3) VALUE 30.

       01  WS-RUN-PARM-CONTROLS.
           05  WS-PARM-KEYWORD    PIC X(24).
           05  WS-PARM-VALUE      PIC X(20).
           05  WS-PARM-VALUE-LEN  PIC 9(2)  VALUE ZERO.
           05  WS-PARM-NUM-VALUE  PIC S9(9)V9(2) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-CLOCK-WORK.
           05  WS-CLOCK-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-CLOCK-TIME.
               10  WS-CLOCK-HH        PIC 9(2).
               10  WS-CLOCK-MM        PIC 9(2).
               10  WS-CLOCK-SS        PIC 9(2).
               10  WS-CLOCK-HS        PIC 9(2).
           05  WS-CLOCK-TIME-NUM REDEFINES WS-CLOCK-TIME
                                  PIC 9(8).
           05  WS-CLOCK-SECONDS   PIC 9(11) VALUE ZERO.
           05  WS-NOW-SECONDS     PIC 9(11) VALUE ZERO.

       01  WS-TABLE-CONTROLS.
           05  WS-ST-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ST-MAXIMUM      PIC 9(3) VALUE 40.
           05  WS-ST-SUB          PIC 9(3) VALUE ZERO.
           05  WS-ST-FOUND-SUB    PIC 9(3) VALUE ZERO.
           05  WS-PRED-SUB        PIC 9(3) VALUE ZERO.
           05  WS-PRED-ST-SUB     PIC 9(3) VALUE ZERO.
           05  WS-LATEST-SUB      PIC 9(3) VALUE ZERO.
           05  WS-HIST-SUB        PIC 9(3) VALUE ZERO.
           05  WS-SLA-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-SLA-MAXIMUM     PIC 9(3) VALUE 10.
           05  WS-SLA-SUB         PIC 9(3) VALUE ZERO.
           05  WS-LOOKUP-STEP     PIC X(8) VALUE SPACES.

       01  WS-STREAM-TABLE.
           05  WS-ST-ENTRY OCCURS 40 TIMES.
               10  WS-ST-STEP-NAME    PIC X(8).
               10  WS-ST-PROGRAM      PIC X(8).
               10  WS-ST-PRED         PIC 9(3) OCCURS 3 TIMES.
               10  WS-ST-STATUS       PIC X(1).
                   88  ST-NOT-RUN          VALUE "N".
                   88  ST-RUNNING          VALUE "R".
                   88  ST-ENDED            VALUE "E".
               10  WS-ST-PEND-SWITCH  PIC X(1).
                   88  ST-START-PENDING    VALUE "Y".
                   88  ST-NO-START-PENDING VALUE "N".
               10  WS-ST-PEND-SECONDS PIC 9(11).
               10  WS-ST-START-SECONDS PIC 9(11).
               10  WS-ST-END-SECONDS  PIC 9(11).
               10  WS-ST-DURATION     PIC 9(7).
               10  WS-ST-COMP-CODE    PIC 9(4).
               10  WS-ST-RECORDS-IN   PIC 9(9).
               10  WS-ST-RECORDS-OUT  PIC 9(9).
               10  WS-ST-ATTEMPTS     PIC 9(3).
               10  WS-ST-HIST-COUNT   PIC 9(3).
               10  WS-ST-HIST-NEXT    PIC 9(3).
               10  WS-ST-HIST-SECONDS PIC 9(7) OCCURS 30 TIMES.
               10  WS-ST-AVERAGE      PIC 9(7).
               10  WS-ST-PROJ-START   PIC 9(11).
               10  WS-ST-PROJ-END     PIC 9(11).
               10  WS-ST-END-SWITCH   PIC X(1).
                   88  ST-END-KNOWN        VALUE "Y".
                   88  ST-END-UNKNOWN      VALUE "N".
               10  WS-ST-CRIT-SWITCH  PIC X(1).
                   88  ST-ON-CRITICAL-PATH VALUE "Y".
               10  WS-ST-OVER-SWITCH  PIC X(1).
                   88  ST-OVER-NORM        VALUE "Y".
               10  WS-ST-FLAG         PIC X(12).

       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 10 TIMES.
               10  WS-SLA-NAME        PIC X(8).
               10  WS-SLA-ST-SUB      PIC 9(3).
               10  WS-SLA-DAY-OFFSET  PIC 9(1).
               10  WS-SLA-DEADLINE-HH PIC 9(2).
               10  WS-SLA-DEADLINE-MM PIC 9(2).
               10  WS-SLA-DEADLINE-SECONDS PIC 9(11).
               10  WS-SLA-FINISH-SECONDS   PIC 9(11).
               10  WS-SLA-FINISH-SWITCH PIC X(1).
                   88  SLA-FINISH-KNOWN    VALUE "Y".
                   88  SLA-FINISH-UNKNOWN  VALUE "N".
               10  WS-SLA-STATUS      PIC X(16).

       01  WS-CALC-WORK.
           05  WS-EVENT-SECONDS   PIC 9(11) VALUE ZERO.
           05  WS-LATEST-END      PIC 9(11) VALUE ZERO.
           05  WS-ELAPSED         PIC 9(11) VALUE ZERO.
           05  WS-HIST-TOTAL      PIC 9(11) VALUE ZERO.
           05  WS-OVER-LIMIT      PIC 9(11) VALUE ZERO.
           05  WS-MARGIN-SECONDS  PIC S9(11) VALUE ZERO.
           05  WS-MARGIN-MINUTES  PIC S9(7) VALUE ZERO.
           05  WS-PERCENT         PIC 9(7)  VALUE ZERO.
           05  WS-FORMAT-SECONDS  PIC 9(11) VALUE ZERO.
           05  WS-FORMAT-DAY-INT  PIC 9(7)  VALUE ZERO.
           05  WS-FORMAT-REMAINDER PIC 9(5) VALUE ZERO.
           05  WS-FORMAT-DATE.
               10  FILLER             PIC 9(6).
               10  WS-FORMAT-DD       PIC 9(2).
           05  WS-FORMAT-DATE-NUM REDEFINES WS-FORMAT-DATE
                                  PIC 9(8).
           05  WS-FORMAT-HH       PIC 9(2)  VALUE ZERO.
           05  WS-FORMAT-MM       PIC 9(2)  VALUE ZERO.
           05  WS-FORMAT-TEXT     PIC X(8)  VALUE SPACES.

       01  WS-WINDOW-COUNTS.
           05  WS-BW-LOG-RECORDS  PIC 9(9) VALUE ZERO.
           05  WS-BW-JOB-RECORDS  PIC 9(9) VALUE ZERO.
           05  WS-BW-UNREADABLE   PIC 9(9) VALUE ZERO.
           05  WS-BW-STEPS-ENDED  PIC 9(9) VALUE ZERO.
           05  WS-BW-STEPS-RUNNING PIC 9(9) VALUE ZERO.
           05  WS-BW-STEPS-NOT-RUN PIC 9(9) VALUE ZERO.
           05  WS-BW-OVER-NORM    PIC 9(9) VALUE ZERO.
           05  WS-BW-SLA-AT-RISK  PIC 9(9) VALUE ZERO.

       01  WS-EDIT-WORK.
           05  WS-EDIT-SECONDS    PIC Z(5)9.
           05  WS-EDIT-PERCENT    PIC Z(3)9.
           05  WS-EDIT-RC         PIC Z(3)9.
           05  WS-EDIT-MARGIN     PIC -(5)9.
           05  WS-EDIT-COUNT      PIC Z(8)9.

       COPY SQBUSDLK.

       01  WS-WINDOW-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "SQUARE CALCULATOR - BATCH WINDOW REPORT".

       01  WS-WINDOW-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "JOB ".
           05  WS-HDG-JOB         PIC X(8).

       01  WS-SECTION-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SHD-TEXT        PIC X(78).

       01  WS-TIMELINE-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "STEP".
           05  FILLER             PIC X(9)  VALUE "PROGRAM".
           05  FILLER             PIC X(9)  VALUE "START".
           05  FILLER             PIC X(9)  VALUE "END".
           05  FILLER             PIC X(7)  VALUE "   SECS".
           05  FILLER             PIC X(7)  VALUE "    AVG".
           05  FILLER             PIC X(5)  VALUE "  PCT".
           05  FILLER             PIC X(5)  VALUE "   RC".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "FLAG".

       01  WS-TIMELINE-DETAIL.
           05  WS-TLD-CRITICAL    PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-STEP        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-PROGRAM     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-START       PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-END         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-SECONDS     PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-AVERAGE     PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-PERCENT     PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TLD-RC          PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TLD-FLAG        PIC X(12).
           05  FILLER             PIC X(5)  VALUE SPACES.

       01  WS-ACTIVITY-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "STEP".
           05  FILLER             PIC X(10) VALUE "PROGRAM".
           05  FILLER             PIC X(6)  VALUE "TRIES".
           05  FILLER             PIC X(7)  VALUE "     RC".
           05  FILLER             PIC X(12) VALUE "  RECORDS IN".
           05  FILLER             PIC X(12) VALUE " RECORDS OUT".

       01  WS-ACTIVITY-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ACD-STEP        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ACD-PROGRAM     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ACD-ATTEMPTS    PIC ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-ACD-RC          PIC X(4).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-ACD-RECORDS-IN  PIC Z(8)9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-ACD-RECORDS-OUT PIC Z(8)9.
           05  FILLER             PIC X(24) VALUE SPACES.

       01  WS-SLA-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "HANDOFF".
           05  FILLER             PIC X(10) VALUE "STEP".
           05  FILLER             PIC X(10) VALUE "DEADLINE".
           05  FILLER             PIC X(10) VALUE "FINISH".
           05  FILLER             PIC X(9)  VALUE "MARGIN MN".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "STATUS".

       01  WS-SLA-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SLD-NAME        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SLD-STEP        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SLD-DEADLINE    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SLD-FINISH      PIC X(8).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-SLD-MARGIN      PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SLD-STATUS      PIC X(16).
           05  FILLER             PIC X(11) VALUE SPACES.

       01  WS-WINDOW-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-WCL-LABEL       PIC X(26).
           05  WS-WCL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-WINDOW-MESSAGE-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-WMS-TEXT        PIC X(75).

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(30).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-READ-WINDOW-LOG
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 2500-COMPUTE-AVERAGES
               PERFORM 3000-PROJECT-TIMELINE
               PERFORM 3200-MARK-CRITICAL-PATHS
               PERFORM 3300-EVALUATE-HANDOFFS
               PERFORM 3500-WRITE-TIMELINE
               PERFORM 3600-WRITE-STEP-ACTIVITY
               PERFORM 3700-WRITE-HANDOFFS
               PERFORM 3800-WRITE-WINDOW-VERDICT
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-PARM-WORK
           END-IF
           MOVE SPACES TO WS-REQUEST-JOB
           MOVE SPACES TO WS-REQUEST-OPTION
           UNSTRING WS-PARM-WORK DELIMITED BY "," OR ALL " "
               INTO WS-REQUEST-JOB
                    WS-REQUEST-OPTION
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-REQUEST-JOB = SPACES
                   DISPLAY "SQBWRPT PARM MUST NAME THE JOB, E.G. "
                       "PARM='SQCALCJB' OR 'SQCALCJB,FINAL' OR "
                       "'SQCALCJB,YYYYMMDD'"
                   MOVE 16 TO RETURN-CODE
               WHEN OPTION-PROJECT
                   SET PROJECTING TO TRUE
               WHEN OPTION-FINAL
                   SET NOT-PROJECTING TO TRUE
               WHEN WS-REQUESTED-DATE IS NUMERIC
                   SET NOT-PROJECTING TO TRUE
               WHEN OTHER
                   DISPLAY "SQBWRPT OPTION MUST BE FINAL OR A "
                       "BUSINESS DATE (YYYYMMDD): " WS-REQUEST-OPTION
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = ZERO
               PERFORM 1200-RESOLVE-REPORT-DATE
           END-IF
           IF RETURN-CODE = ZERO
               OPEN OUTPUT WINDOW-REPORT-FILE
               IF NOT SQBWRPT-OK
                   DISPLAY "ERROR OPENING WINDOW-REPORT-FILE, STATUS: "
                       WS-SQBWRPT-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-READ-WINDOW-PARMS
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1300-LOAD-STREAM-DEFINITION
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-RUN-MM      TO WS-HDG-MM
               MOVE WS-RUN-DD      TO WS-HDG-DD
               MOVE WS-RUN-YYYY    TO WS-HDG-YYYY
               MOVE WS-REQUEST-JOB TO WS-HDG-JOB
               MOVE WS-WINDOW-HEADING-1 TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE WS-WINDOW-HEADING-2 TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE SPACES TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               PERFORM 3950-CHECK-SQBWRPT-STATUS
               PERFORM 1400-WRITE-REPORT-BASIS
           END-IF.

       1100-READ-WINDOW-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF SQPARMS-NOT-FOUND
               CLOSE RUN-PARM-FILE
           ELSE
               IF NOT SQPARMS-OK
                   DISPLAY "ERROR OPENING RUN-PARM-FILE, STATUS: "
                       WS-SQPARMS-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-RUN-PARMS
                       READ RUN-PARM-FILE
                           AT END
                               SET END-OF-RUN-PARMS TO TRUE
                           NOT AT END
                               PERFORM 1150-APPLY-WINDOW-PARM
                       END-READ
                   END-PERFORM
                   CLOSE RUN-PARM-FILE
               END-IF
           END-IF.

       1150-APPLY-WINDOW-PARM.
           IF RUN-PARM-REC = SPACES OR RUN-PARM-REC(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               MOVE ZERO TO WS-PARM-VALUE-LEN
               UNSTRING RUN-PARM-REC DELIMITED BY "=" OR ALL " "
                   INTO WS-PARM-KEYWORD
                        WS-PARM-VALUE COUNT IN WS-PARM-VALUE-LEN
               END-UNSTRING
               EVALUATE WS-PARM-KEYWORD
                   WHEN "WINDOW-AVERAGE-RUNS"
                       PERFORM 1160-EDIT-UNSIGNED-VALUE
                       IF PARM-VALUE-OK
                          AND WS-PARM-NUM-VALUE >= WS-MINIMUM-HISTORY
                          AND WS-PARM-NUM-VALUE <= WS-HISTORY-MAXIMUM
                           MOVE WS-PARM-NUM-VALUE TO WS-AVERAGE-RUNS
                       ELSE
                           PERFORM 1170-REJECT-WINDOW-PARM
                       END-IF
                   WHEN "WINDOW-OVERRUN-PCT"
                       PERFORM 1160-EDIT-UNSIGNED-VALUE
                       IF PARM-VALUE-OK
                          AND WS-PARM-NUM-VALUE >= 1
                          AND WS-PARM-NUM-VALUE <= 999
                           MOVE WS-PARM-NUM-VALUE TO WS-OVERRUN-PCT
                       ELSE
                           PERFORM 1170-REJECT-WINDOW-PARM
                       END-IF
                   WHEN "WINDOW-MINIMUM-SECONDS"
                       PERFORM 1160-EDIT-UNSIGNED-VALUE
                       IF PARM-VALUE-OK
                          AND WS-PARM-NUM-VALUE <= 99999
                           MOVE WS-PARM-NUM-VALUE
                               TO WS-MINIMUM-SECONDS
                       ELSE
                           PERFORM 1170-REJECT-WINDOW-PARM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1160-EDIT-UNSIGNED-VALUE.
           SET PARM-VALUE-OK TO TRUE
           MOVE ZERO TO WS-PARM-NUM-VALUE
           IF WS-PARM-VALUE-LEN = ZERO OR WS-PARM-VALUE-LEN > 20
               SET PARM-VALUE-BAD TO TRUE
           ELSE
               IF WS-PARM-VALUE(1:WS-PARM-VALUE-LEN) IS NOT NUMERIC
                   SET PARM-VALUE-BAD TO TRUE
               ELSE
                   COMPUTE WS-PARM-NUM-VALUE = FUNCTION NUMVAL(
                       WS-PARM-VALUE(1:WS-PARM-VALUE-LEN))
               END-IF
           END-IF.

       1170-REJECT-WINDOW-PARM.
           SET PARM-VALUE-BAD TO TRUE
           DISPLAY "INVALID RUN CONTROL PARAMETER: "
               RUN-PARM-REC(1:40)
           MOVE 16 TO RETURN-CODE.

       1200-RESOLVE-REPORT-DATE.
           IF WS-REQUESTED-DATE IS NUMERIC
               MOVE WS-REQUESTED-DATE TO WS-RUN-DATE-NUM
           ELSE
               INITIALIZE BUSINESS-DATE-PARMS
               SET SQBD-REQ-CURRENT TO TRUE
               CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
               END-CALL
               IF SQBD-SUCCESS
                   MOVE SQBD-DATE TO WS-RUN-DATE-NUM
               ELSE
                   DISPLAY "BUSINESS DATE NOT AVAILABLE FROM "
                       "SQCALNDR, CODE: " SQBD-RETURN-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE-NUM)
                      NOT = ZERO
                   DISPLAY "SQBWRPT BUSINESS DATE IS NOT A VALID "
                       "DATE: " WS-RUN-DATE-NUM
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           PERFORM 2150-CLOCK-TO-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-NOW-SECONDS.

       1300-LOAD-STREAM-DEFINITION.
           OPEN INPUT STREAM-DEF-FILE
           IF NOT SQBWSTRM-OK
               DISPLAY "ERROR OPENING STREAM-DEF-FILE, STATUS: "
                   WS-SQBWSTRM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-STREAM-DEF
                   READ STREAM-DEF-FILE
                       AT END
                           SET END-OF-STREAM-DEF TO TRUE
                       NOT AT END
                           IF STREAM-DEF-REC NOT = SPACES
                              AND STREAM-DEF-REC(1:1) NOT = "*"
                              AND STRM-JOB-NAME = WS-REQUEST-JOB
                               PERFORM 1350-APPLY-STREAM-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF
           IF RETURN-CODE = ZERO AND WS-ST-COUNT = ZERO
               DISPLAY "NO STEP CARDS FOR JOB " WS-REQUEST-JOB
                   " ON THE STREAM DEFINITION (SQBWSTRM)"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1350-APPLY-STREAM-CARD.
           SET CARD-OK TO TRUE
           EVALUATE TRUE
               WHEN STRM-STEP-CARD
                   PERFORM 1360-ADD-STREAM-STEP
               WHEN STRM-SLA-CARD
                   PERFORM 1370-ADD-HANDOFF
               WHEN OTHER
                   SET CARD-BAD TO TRUE
           END-EVALUATE
           IF CARD-BAD
               DISPLAY "INVALID STREAM DEFINITION CARD: "
                   STREAM-DEF-REC(1:58)
               MOVE 16 TO RETURN-CODE
           END-IF.

       1360-ADD-STREAM-STEP.
           MOVE STRM-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 2100-FIND-STREAM-STEP
           IF STRM-STEP-NAME = SPACES OR STRM-PROGRAM = SPACES
              OR WS-ST-FOUND-SUB > ZERO
              OR WS-ST-COUNT >= WS-ST-MAXIMUM
               SET CARD-BAD TO TRUE
           ELSE
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-SUB
               INITIALIZE WS-ST-ENTRY(WS-ST-SUB)
               MOVE STRM-STEP-NAME TO WS-ST-STEP-NAME(WS-ST-SUB)
               MOVE STRM-PROGRAM   TO WS-ST-PROGRAM(WS-ST-SUB)
               SET ST-NOT-RUN(WS-ST-SUB)          TO TRUE
               SET ST-NO-START-PENDING(WS-ST-SUB) TO TRUE
               SET ST-END-UNKNOWN(WS-ST-SUB)      TO TRUE
               MOVE "N" TO WS-ST-CRIT-SWITCH(WS-ST-SUB)
               MOVE "N" TO WS-ST-OVER-SWITCH(WS-ST-SUB)
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 3
                   MOVE ZERO TO WS-ST-PRED(WS-ST-SUB, WS-PRED-SUB)
                   IF STRM-PRED-STEP(WS-PRED-SUB) NOT = SPACES
                       MOVE STRM-PRED-STEP(WS-PRED-SUB)
                           TO WS-LOOKUP-STEP
                       PERFORM 2100-FIND-STREAM-STEP
                       IF WS-ST-FOUND-SUB = ZERO
                          OR WS-ST-FOUND-SUB = WS-ST-SUB
                           SET CARD-BAD TO TRUE
                       ELSE
                           MOVE WS-ST-FOUND-SUB
                               TO WS-ST-PRED(WS-ST-SUB, WS-PRED-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       1370-ADD-HANDOFF.
           MOVE STRM-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 2100-FIND-STREAM-STEP
           IF WS-ST-FOUND-SUB = ZERO
              OR STRM-HANDOFF-NAME = SPACES
              OR STRM-DAY-OFFSET IS NOT NUMERIC
              OR STRM-DEADLINE IS NOT NUMERIC
              OR WS-SLA-COUNT >= WS-SLA-MAXIMUM
               SET CARD-BAD TO TRUE
           ELSE
               IF STRM-DEADLINE-HH > "23" OR STRM-DEADLINE-MM > "59"
                   SET CARD-BAD TO TRUE
               ELSE
                   ADD 1 TO WS-SLA-COUNT
                   MOVE WS-SLA-COUNT TO WS-SLA-SUB
                   INITIALIZE WS-SLA-ENTRY(WS-SLA-SUB)
                   MOVE STRM-HANDOFF-NAME
                       TO WS-SLA-NAME(WS-SLA-SUB)
                   MOVE WS-ST-FOUND-SUB
                       TO WS-SLA-ST-SUB(WS-SLA-SUB)
                   MOVE STRM-DAY-OFFSET
                       TO WS-SLA-DAY-OFFSET(WS-SLA-SUB)
                   MOVE STRM-DEADLINE-HH
                       TO WS-SLA-DEADLINE-HH(WS-SLA-SUB)
                   MOVE STRM-DEADLINE-MM
                       TO WS-SLA-DEADLINE-MM(WS-SLA-SUB)
               END-IF
           END-IF.

       1400-WRITE-REPORT-BASIS.
           MOVE SPACES TO WS-WINDOW-MESSAGE-LINE
           MOVE WS-NOW-SECONDS TO WS-FORMAT-SECONDS
           PERFORM 3560-FORMAT-DAY-TIME
           EVALUATE TRUE
               WHEN PROJECTING
                   STRING "TONIGHT'S RUN AS OF " DELIMITED BY SIZE
                          WS-FORMAT-TEXT         DELIMITED BY SIZE
                          " (DD HH:MM) - UNFINISHED STEPS PROJECTED"
                                                 DELIMITED BY SIZE
                       INTO WS-WMS-TEXT
               WHEN OPTION-FINAL
                   STRING "TONIGHT'S RUN, FINAL - AS OF "
                                                 DELIMITED BY SIZE
                          WS-FORMAT-TEXT         DELIMITED BY SIZE
                          " (DD HH:MM)"          DELIMITED BY SIZE
                       INTO WS-WMS-TEXT
               WHEN OTHER
                   STRING "REPRINT FOR BUSINESS DATE "
                                                 DELIMITED BY SIZE
                          WS-RUN-DATE-NUM        DELIMITED BY SIZE
                          " - NO PROJECTION"     DELIMITED BY SIZE
                       INTO WS-WMS-TEXT
           END-EVALUATE
           PERFORM 3960-WRITE-MESSAGE-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       2000-READ-WINDOW-LOG.
           OPEN INPUT BATCH-WINDOW-FILE
           IF SQBWLOG-NOT-FOUND
               CLOSE BATCH-WINDOW-FILE
               MOVE "BATCH WINDOW LOG (SQBWLOG) NOT FOUND - NO STEP "
                   TO WS-WMS-TEXT
               MOVE "HAS BEEN TIMED YET" TO WS-WMS-TEXT(48:18)
               PERFORM 3960-WRITE-MESSAGE-LINE
               MOVE SPACES TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               PERFORM 3950-CHECK-SQBWRPT-STATUS
           ELSE
               IF NOT SQBWLOG-OK
                   DISPLAY "ERROR OPENING BATCH-WINDOW-FILE, STATUS: "
                       WS-SQBWLOG-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-WINDOW-LOG
                       READ BATCH-WINDOW-FILE
                           AT END
                               SET END-OF-WINDOW-LOG TO TRUE
                           NOT AT END
                               ADD 1 TO WS-BW-LOG-RECORDS
                               IF BW-JOB-NAME = WS-REQUEST-JOB
                                   PERFORM 2050-ABSORB-WINDOW-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-WINDOW-FILE
               END-IF
           END-IF.

       2050-ABSORB-WINDOW-RECORD.
           ADD 1 TO WS-BW-JOB-RECORDS
           MOVE BW-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 2100-FIND-STREAM-STEP
           EVALUATE TRUE
               WHEN WS-ST-FOUND-SUB = ZERO
                   CONTINUE
               WHEN BW-BUSINESS-DATE IS NOT NUMERIC
                 OR BW-EVENT-DATE IS NOT NUMERIC
                 OR BW-EVENT-TIME IS NOT NUMERIC
                 OR BW-COMPLETION-CODE IS NOT NUMERIC
                   ADD 1 TO WS-BW-UNREADABLE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(BW-EVENT-DATE)
                        NOT = ZERO
                   ADD 1 TO WS-BW-UNREADABLE
               WHEN BW-START-EVENT
                   MOVE WS-ST-FOUND-SUB TO WS-ST-SUB
                   PERFORM 2200-APPLY-START-EVENT
               WHEN BW-END-EVENT
                   MOVE WS-ST-FOUND-SUB TO WS-ST-SUB
                   PERFORM 2300-APPLY-END-EVENT
               WHEN OTHER
                   ADD 1 TO WS-BW-UNREADABLE
           END-EVALUATE.

       2100-FIND-STREAM-STEP.
           MOVE ZERO TO WS-ST-FOUND-SUB
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-ST-COUNT
                      OR WS-ST-FOUND-SUB > ZERO
               IF WS-ST-STEP-NAME(WS-HIST-SUB) = WS-LOOKUP-STEP
                   MOVE WS-HIST-SUB TO WS-ST-FOUND-SUB
               END-IF
           END-PERFORM.

       2150-CLOCK-TO-SECONDS.
           COMPUTE WS-CLOCK-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
               + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       2200-APPLY-START-EVENT.
           MOVE BW-EVENT-DATE TO WS-CLOCK-DATE
           MOVE BW-EVENT-TIME TO WS-CLOCK-TIME-NUM
           PERFORM 2150-CLOCK-TO-SECONDS
           SET ST-START-PENDING(WS-ST-SUB) TO TRUE
           MOVE WS-CLOCK-SECONDS TO WS-ST-PEND-SECONDS(WS-ST-SUB)
           IF BW-BUSINESS-DATE = WS-RUN-DATE-NUM
               SET ST-RUNNING(WS-ST-SUB) TO TRUE
               ADD 1 TO WS-ST-ATTEMPTS(WS-ST-SUB)
               MOVE WS-CLOCK-SECONDS
                   TO WS-ST-START-SECONDS(WS-ST-SUB)
               MOVE ZERO TO WS-ST-END-SECONDS(WS-ST-SUB)
               MOVE ZERO TO WS-ST-DURATION(WS-ST-SUB)
               MOVE ZERO TO WS-ST-COMP-CODE(WS-ST-SUB)
               MOVE ZERO TO WS-ST-RECORDS-IN(WS-ST-SUB)
               MOVE ZERO TO WS-ST-RECORDS-OUT(WS-ST-SUB)
           END-IF.

       2300-APPLY-END-EVENT.
           IF ST-START-PENDING(WS-ST-SUB)
               SET ST-NO-START-PENDING(WS-ST-SUB) TO TRUE
               MOVE BW-EVENT-DATE TO WS-CLOCK-DATE
               MOVE BW-EVENT-TIME TO WS-CLOCK-TIME-NUM
               PERFORM 2150-CLOCK-TO-SECONDS
               IF WS-CLOCK-SECONDS < WS-ST-PEND-SECONDS(WS-ST-SUB)
                   MOVE ZERO TO WS-ELAPSED
               ELSE
                   COMPUTE WS-ELAPSED = WS-CLOCK-SECONDS
                       - WS-ST-PEND-SECONDS(WS-ST-SUB)
               END-IF
               IF WS-ELAPSED > 9999999
                   MOVE 9999999 TO WS-ELAPSED
               END-IF
               EVALUATE TRUE
                   WHEN BW-BUSINESS-DATE = WS-RUN-DATE-NUM
                       SET ST-ENDED(WS-ST-SUB) TO TRUE
                       IF WS-ST-ATTEMPTS(WS-ST-SUB) = ZERO
                           MOVE 1 TO WS-ST-ATTEMPTS(WS-ST-SUB)
                       END-IF
                       MOVE WS-ST-PEND-SECONDS(WS-ST-SUB)
                           TO WS-ST-START-SECONDS(WS-ST-SUB)
                       MOVE WS-CLOCK-SECONDS
                           TO WS-ST-END-SECONDS(WS-ST-SUB)
                       MOVE WS-ELAPSED
                           TO WS-ST-DURATION(WS-ST-SUB)
                       MOVE BW-COMPLETION-CODE
                           TO WS-ST-COMP-CODE(WS-ST-SUB)
                       MOVE BW-RECORDS-IN
                           TO WS-ST-RECORDS-IN(WS-ST-SUB)
                       MOVE BW-RECORDS-OUT
                           TO WS-ST-RECORDS-OUT(WS-ST-SUB)
                   WHEN BW-BUSINESS-DATE < WS-RUN-DATE-NUM
                    AND BW-COMPLETION-CODE <= 4
                       PERFORM 2350-ADD-TO-STEP-HISTORY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2350-ADD-TO-STEP-HISTORY.
           IF WS-ST-HIST-NEXT(WS-ST-SUB) = ZERO
              OR WS-ST-HIST-NEXT(WS-ST-SUB) > WS-AVERAGE-RUNS
               MOVE 1 TO WS-ST-HIST-NEXT(WS-ST-SUB)
           END-IF
           MOVE WS-ELAPSED TO WS-ST-HIST-SECONDS(WS-ST-SUB,
               WS-ST-HIST-NEXT(WS-ST-SUB))
           ADD 1 TO WS-ST-HIST-NEXT(WS-ST-SUB)
           IF WS-ST-HIST-COUNT(WS-ST-SUB) < WS-AVERAGE-RUNS
               ADD 1 TO WS-ST-HIST-COUNT(WS-ST-SUB)
           END-IF.

       2500-COMPUTE-AVERAGES.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               MOVE ZERO TO WS-ST-AVERAGE(WS-ST-SUB)
               IF WS-ST-HIST-COUNT(WS-ST-SUB) >= WS-MINIMUM-HISTORY
                   MOVE ZERO TO WS-HIST-TOTAL
                   PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                           UNTIL WS-HIST-SUB
                                 > WS-ST-HIST-COUNT(WS-ST-SUB)
                       ADD WS-ST-HIST-SECONDS(WS-ST-SUB, WS-HIST-SUB)
                           TO WS-HIST-TOTAL
                   END-PERFORM
                   COMPUTE WS-ST-AVERAGE(WS-ST-SUB) ROUNDED =
                       WS-HIST-TOTAL / WS-ST-HIST-COUNT(WS-ST-SUB)
               END-IF
           END-PERFORM.

       3000-PROJECT-TIMELINE.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               EVALUATE TRUE
                   WHEN ST-ENDED(WS-ST-SUB)
                       PERFORM 3050-PLACE-ENDED-STEP
                   WHEN ST-RUNNING(WS-ST-SUB)
                       PERFORM 3060-PLACE-RUNNING-STEP
                   WHEN OTHER
                       PERFORM 3070-PLACE-UNRUN-STEP
               END-EVALUATE
           END-PERFORM.

       3050-PLACE-ENDED-STEP.
           ADD 1 TO WS-BW-STEPS-ENDED
           MOVE WS-ST-START-SECONDS(WS-ST-SUB)
               TO WS-ST-PROJ-START(WS-ST-SUB)
           MOVE WS-ST-END-SECONDS(WS-ST-SUB)
               TO WS-ST-PROJ-END(WS-ST-SUB)
           SET ST-END-KNOWN(WS-ST-SUB) TO TRUE
           MOVE WS-ST-DURATION(WS-ST-SUB) TO WS-ELAPSED
           PERFORM 3150-TEST-AGAINST-NORM
           EVALUATE TRUE
               WHEN WS-ST-COMP-CODE(WS-ST-SUB) > 4
                   MOVE "FAILED" TO WS-ST-FLAG(WS-ST-SUB)
               WHEN ST-OVER-NORM(WS-ST-SUB)
                   MOVE "OVER NORM" TO WS-ST-FLAG(WS-ST-SUB)
               WHEN WS-ST-ATTEMPTS(WS-ST-SUB) > 1
                   MOVE "RERUN" TO WS-ST-FLAG(WS-ST-SUB)
               WHEN OTHER
                   MOVE SPACES TO WS-ST-FLAG(WS-ST-SUB)
           END-EVALUATE.

       3060-PLACE-RUNNING-STEP.
           ADD 1 TO WS-BW-STEPS-RUNNING
           MOVE WS-ST-START-SECONDS(WS-ST-SUB)
               TO WS-ST-PROJ-START(WS-ST-SUB)
           IF PROJECTING
               IF WS-NOW-SECONDS > WS-ST-START-SECONDS(WS-ST-SUB)
                   COMPUTE WS-ELAPSED = WS-NOW-SECONDS
                       - WS-ST-START-SECONDS(WS-ST-SUB)
               ELSE
                   MOVE ZERO TO WS-ELAPSED
               END-IF
               IF WS-ELAPSED > 9999999
                   MOVE 9999999 TO WS-ELAPSED
               END-IF
               MOVE WS-ELAPSED TO WS-ST-DURATION(WS-ST-SUB)
               PERFORM 3150-TEST-AGAINST-NORM
               COMPUTE WS-ST-PROJ-END(WS-ST-SUB) =
                   WS-ST-START-SECONDS(WS-ST-SUB)
                   + WS-ST-AVERAGE(WS-ST-SUB)
               IF WS-ST-PROJ-END(WS-ST-SUB) < WS-NOW-SECONDS
                   MOVE WS-NOW-SECONDS TO WS-ST-PROJ-END(WS-ST-SUB)
               END-IF
               SET ST-END-KNOWN(WS-ST-SUB) TO TRUE
               IF ST-OVER-NORM(WS-ST-SUB)
                   MOVE "OVER NORM" TO WS-ST-FLAG(WS-ST-SUB)
               ELSE
                   MOVE "RUNNING" TO WS-ST-FLAG(WS-ST-SUB)
               END-IF
           ELSE
               MOVE "NO END" TO WS-ST-FLAG(WS-ST-SUB)
           END-IF.

       3070-PLACE-UNRUN-STEP.
           ADD 1 TO WS-BW-STEPS-NOT-RUN
           IF PROJECTING
               MOVE WS-NOW-SECONDS TO WS-LATEST-END
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 3
                   MOVE WS-ST-PRED(WS-ST-SUB, WS-PRED-SUB)
                       TO WS-PRED-ST-SUB
                   IF WS-PRED-ST-SUB > ZERO
                       IF ST-END-KNOWN(WS-PRED-ST-SUB)
                          AND WS-ST-PROJ-END(WS-PRED-ST-SUB)
                              > WS-LATEST-END
                           MOVE WS-ST-PROJ-END(WS-PRED-ST-SUB)
                               TO WS-LATEST-END
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-LATEST-END TO WS-ST-PROJ-START(WS-ST-SUB)
               COMPUTE WS-ST-PROJ-END(WS-ST-SUB) =
                   WS-LATEST-END + WS-ST-AVERAGE(WS-ST-SUB)
               SET ST-END-KNOWN(WS-ST-SUB) TO TRUE
               IF WS-ST-AVERAGE(WS-ST-SUB) = ZERO
                   MOVE "PROJ NO NORM" TO WS-ST-FLAG(WS-ST-SUB)
               ELSE
                   MOVE "PROJECTED" TO WS-ST-FLAG(WS-ST-SUB)
               END-IF
           ELSE
               MOVE "NOT RUN" TO WS-ST-FLAG(WS-ST-SUB)
           END-IF.

       3150-TEST-AGAINST-NORM.
           IF WS-ST-AVERAGE(WS-ST-SUB) > ZERO
               COMPUTE WS-OVER-LIMIT =
                   WS-ST-AVERAGE(WS-ST-SUB) * (100 + WS-OVERRUN-PCT)
                   / 100
               IF WS-ELAPSED > WS-OVER-LIMIT
                  AND WS-ELAPSED - WS-ST-AVERAGE(WS-ST-SUB)
                      >= WS-MINIMUM-SECONDS
                   SET ST-OVER-NORM(WS-ST-SUB) TO TRUE
                   ADD 1 TO WS-BW-OVER-NORM
                   SET WINDOW-WARNING TO TRUE
                   MOVE WS-ELAPSED TO WS-EDIT-COUNT
                   MOVE WS-ST-AVERAGE(WS-ST-SUB) TO WS-EDIT-SECONDS
                   DISPLAY "SQBWRPT " WS-REQUEST-JOB " "
                       WS-ST-STEP-NAME(WS-ST-SUB) " "
                       WS-ST-PROGRAM(WS-ST-SUB) " OVER NORM: "
                       WS-EDIT-COUNT " SECS AGAINST AVERAGE "
                       WS-EDIT-SECONDS
               END-IF
           END-IF.

       3200-MARK-CRITICAL-PATHS.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                   UNTIL WS-SLA-SUB > WS-SLA-COUNT
               MOVE WS-SLA-ST-SUB(WS-SLA-SUB) TO WS-ST-SUB
               IF ST-END-KNOWN(WS-ST-SUB)
                   PERFORM 3250-STEP-BACK-CRITICAL-PATH
                       UNTIL WS-ST-SUB = ZERO
               END-IF
           END-PERFORM.

       3250-STEP-BACK-CRITICAL-PATH.
           SET ST-ON-CRITICAL-PATH(WS-ST-SUB) TO TRUE
           MOVE ZERO TO WS-LATEST-SUB
           MOVE ZERO TO WS-LATEST-END
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 3
               MOVE WS-ST-PRED(WS-ST-SUB, WS-PRED-SUB)
                   TO WS-PRED-ST-SUB
               IF WS-PRED-ST-SUB > ZERO
                   IF ST-END-KNOWN(WS-PRED-ST-SUB)
                      AND WS-ST-PROJ-END(WS-PRED-ST-SUB)
                          >= WS-LATEST-END
                       MOVE WS-ST-PROJ-END(WS-PRED-ST-SUB)
                           TO WS-LATEST-END
                       MOVE WS-PRED-ST-SUB TO WS-LATEST-SUB
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LATEST-SUB TO WS-ST-SUB.

       3300-EVALUATE-HANDOFFS.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                   UNTIL WS-SLA-SUB > WS-SLA-COUNT
               PERFORM 3350-EVALUATE-ONE-HANDOFF
           END-PERFORM.

       3350-EVALUATE-ONE-HANDOFF.
           MOVE WS-SLA-ST-SUB(WS-SLA-SUB) TO WS-ST-SUB
           COMPUTE WS-SLA-DEADLINE-SECONDS(WS-SLA-SUB) =
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                + WS-SLA-DAY-OFFSET(WS-SLA-SUB)) * 86400
               + WS-SLA-DEADLINE-HH(WS-SLA-SUB) * 3600
               + WS-SLA-DEADLINE-MM(WS-SLA-SUB) * 60
           SET SLA-FINISH-UNKNOWN(WS-SLA-SUB) TO TRUE
           IF ST-END-KNOWN(WS-ST-SUB)
               SET SLA-FINISH-KNOWN(WS-SLA-SUB) TO TRUE
               MOVE WS-ST-PROJ-END(WS-ST-SUB)
                   TO WS-SLA-FINISH-SECONDS(WS-SLA-SUB)
           END-IF
           EVALUATE TRUE
               WHEN ST-ENDED(WS-ST-SUB)
                AND WS-ST-COMP-CODE(WS-ST-SUB) > 4
                   MOVE "STEP FAILED" TO WS-SLA-STATUS(WS-SLA-SUB)
               WHEN ST-ENDED(WS-ST-SUB)
                AND WS-ST-END-SECONDS(WS-ST-SUB)
                    <= WS-SLA-DEADLINE-SECONDS(WS-SLA-SUB)
                   MOVE "MET" TO WS-SLA-STATUS(WS-SLA-SUB)
               WHEN ST-ENDED(WS-ST-SUB)
                   MOVE "MISSED" TO WS-SLA-STATUS(WS-SLA-SUB)
               WHEN SLA-FINISH-UNKNOWN(WS-SLA-SUB)
                   MOVE "NOT DELIVERED" TO WS-SLA-STATUS(WS-SLA-SUB)
               WHEN WS-NOW-SECONDS
                    > WS-SLA-DEADLINE-SECONDS(WS-SLA-SUB)
                   MOVE "MISSED" TO WS-SLA-STATUS(WS-SLA-SUB)
               WHEN WS-SLA-FINISH-SECONDS(WS-SLA-SUB)
                    > WS-SLA-DEADLINE-SECONDS(WS-SLA-SUB)
                   MOVE "PROJECTED MISS" TO WS-SLA-STATUS(WS-SLA-SUB)
               WHEN OTHER
                   MOVE "ON TRACK" TO WS-SLA-STATUS(WS-SLA-SUB)
           END-EVALUATE
           IF WS-SLA-STATUS(WS-SLA-SUB) NOT = "MET"
              AND WS-SLA-STATUS(WS-SLA-SUB) NOT = "ON TRACK"
               ADD 1 TO WS-BW-SLA-AT-RISK
               SET WINDOW-WARNING TO TRUE
               DISPLAY "SQBWRPT " WS-REQUEST-JOB " "
                   WS-SLA-NAME(WS-SLA-SUB) " HANDOFF ("
                   WS-ST-STEP-NAME(WS-ST-SUB) ") "
                   WS-SLA-STATUS(WS-SLA-SUB)
           END-IF.

       3500-WRITE-TIMELINE.
           MOVE "TIMELINE  (* = CRITICAL PATH TO A HANDOFF, TIMES ARE "
               TO WS-SHD-TEXT
           MOVE "DD HH:MM)" TO WS-SHD-TEXT(54:9)
           PERFORM 3970-WRITE-SECTION-HEADING
           MOVE WS-TIMELINE-COLUMN-HEADING TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               PERFORM 3550-WRITE-TIMELINE-DETAIL
           END-PERFORM
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       3550-WRITE-TIMELINE-DETAIL.
           MOVE SPACES TO WS-TIMELINE-DETAIL
           IF ST-ON-CRITICAL-PATH(WS-ST-SUB)
               MOVE "*" TO WS-TLD-CRITICAL
           END-IF
           MOVE WS-ST-STEP-NAME(WS-ST-SUB) TO WS-TLD-STEP
           MOVE WS-ST-PROGRAM(WS-ST-SUB)   TO WS-TLD-PROGRAM
           IF ST-END-KNOWN(WS-ST-SUB) OR ST-RUNNING(WS-ST-SUB)
               MOVE WS-ST-PROJ-START(WS-ST-SUB) TO WS-FORMAT-SECONDS
               PERFORM 3560-FORMAT-DAY-TIME
               MOVE WS-FORMAT-TEXT TO WS-TLD-START
           END-IF
           IF ST-END-KNOWN(WS-ST-SUB)
               MOVE WS-ST-PROJ-END(WS-ST-SUB) TO WS-FORMAT-SECONDS
               PERFORM 3560-FORMAT-DAY-TIME
               MOVE WS-FORMAT-TEXT TO WS-TLD-END
           END-IF
           IF ST-ENDED(WS-ST-SUB)
              OR (ST-RUNNING(WS-ST-SUB) AND PROJECTING)
               MOVE WS-ST-DURATION(WS-ST-SUB) TO WS-EDIT-SECONDS
               MOVE WS-EDIT-SECONDS TO WS-TLD-SECONDS
               IF WS-ST-AVERAGE(WS-ST-SUB) > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-ST-DURATION(WS-ST-SUB) * 100
                       / WS-ST-AVERAGE(WS-ST-SUB)
                   IF WS-PERCENT > 9999
                       MOVE 9999 TO WS-PERCENT
                   END-IF
                   MOVE WS-PERCENT TO WS-EDIT-PERCENT
                   MOVE WS-EDIT-PERCENT TO WS-TLD-PERCENT
               END-IF
           END-IF
           IF ST-ENDED(WS-ST-SUB)
               MOVE WS-ST-COMP-CODE(WS-ST-SUB) TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO WS-TLD-RC
           END-IF
           IF WS-ST-AVERAGE(WS-ST-SUB) > ZERO
               IF WS-ST-AVERAGE(WS-ST-SUB) > 999999
                   MOVE 999999 TO WS-EDIT-SECONDS
               ELSE
                   MOVE WS-ST-AVERAGE(WS-ST-SUB) TO WS-EDIT-SECONDS
               END-IF
               MOVE WS-EDIT-SECONDS TO WS-TLD-AVERAGE
           END-IF
           MOVE WS-ST-FLAG(WS-ST-SUB) TO WS-TLD-FLAG
           MOVE WS-TIMELINE-DETAIL TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       3560-FORMAT-DAY-TIME.
           DIVIDE WS-FORMAT-SECONDS BY 86400
               GIVING WS-FORMAT-DAY-INT
               REMAINDER WS-FORMAT-REMAINDER
           COMPUTE WS-FORMAT-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-FORMAT-DAY-INT)
           DIVIDE WS-FORMAT-REMAINDER BY 3600
               GIVING WS-FORMAT-HH
               REMAINDER WS-FORMAT-REMAINDER
           DIVIDE WS-FORMAT-REMAINDER BY 60
               GIVING WS-FORMAT-MM
           MOVE SPACES TO WS-FORMAT-TEXT
           STRING WS-FORMAT-DD DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-FORMAT-HH DELIMITED BY SIZE
                  ":"          DELIMITED BY SIZE
                  WS-FORMAT-MM DELIMITED BY SIZE
               INTO WS-FORMAT-TEXT.

       3600-WRITE-STEP-ACTIVITY.
           MOVE "STEP ACTIVITY (LATEST ATTEMPT)" TO WS-SHD-TEXT
           PERFORM 3970-WRITE-SECTION-HEADING
           MOVE WS-ACTIVITY-COLUMN-HEADING TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF NOT ST-NOT-RUN(WS-ST-SUB)
                   MOVE WS-ST-STEP-NAME(WS-ST-SUB)  TO WS-ACD-STEP
                   MOVE WS-ST-PROGRAM(WS-ST-SUB)    TO WS-ACD-PROGRAM
                   MOVE WS-ST-ATTEMPTS(WS-ST-SUB)   TO WS-ACD-ATTEMPTS
                   MOVE SPACES TO WS-ACD-RC
                   IF ST-ENDED(WS-ST-SUB)
                       MOVE WS-ST-COMP-CODE(WS-ST-SUB) TO WS-EDIT-RC
                       MOVE WS-EDIT-RC TO WS-ACD-RC
                   END-IF
                   MOVE WS-ST-RECORDS-IN(WS-ST-SUB)
                       TO WS-ACD-RECORDS-IN
                   MOVE WS-ST-RECORDS-OUT(WS-ST-SUB)
                       TO WS-ACD-RECORDS-OUT
                   MOVE WS-ACTIVITY-DETAIL TO WINDOW-REPORT-LINE
                   WRITE WINDOW-REPORT-LINE
                   PERFORM 3950-CHECK-SQBWRPT-STATUS
               END-IF
           END-PERFORM
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       3700-WRITE-HANDOFFS.
           MOVE "SLA HANDOFFS" TO WS-SHD-TEXT
           PERFORM 3970-WRITE-SECTION-HEADING
           IF WS-SLA-COUNT = ZERO
               MOVE "NO SLA CARDS FOR THIS JOB ON SQBWSTRM"
                   TO WS-WMS-TEXT
               PERFORM 3960-WRITE-MESSAGE-LINE
           ELSE
               MOVE WS-SLA-COLUMN-HEADING TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               PERFORM 3950-CHECK-SQBWRPT-STATUS
               PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                       UNTIL WS-SLA-SUB > WS-SLA-COUNT
                   PERFORM 3750-WRITE-HANDOFF-DETAIL
               END-PERFORM
           END-IF
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       3750-WRITE-HANDOFF-DETAIL.
           MOVE SPACES TO WS-SLA-DETAIL
           MOVE WS-SLA-ST-SUB(WS-SLA-SUB) TO WS-ST-SUB
           MOVE WS-SLA-NAME(WS-SLA-SUB)    TO WS-SLD-NAME
           MOVE WS-ST-STEP-NAME(WS-ST-SUB) TO WS-SLD-STEP
           MOVE WS-SLA-DEADLINE-SECONDS(WS-SLA-SUB)
               TO WS-FORMAT-SECONDS
           PERFORM 3560-FORMAT-DAY-TIME
           MOVE WS-FORMAT-TEXT TO WS-SLD-DEADLINE
           IF SLA-FINISH-KNOWN(WS-SLA-SUB)
               MOVE WS-SLA-FINISH-SECONDS(WS-SLA-SUB)
                   TO WS-FORMAT-SECONDS
               PERFORM 3560-FORMAT-DAY-TIME
               MOVE WS-FORMAT-TEXT TO WS-SLD-FINISH
               COMPUTE WS-MARGIN-SECONDS =
                   WS-SLA-DEADLINE-SECONDS(WS-SLA-SUB)
                   - WS-SLA-FINISH-SECONDS(WS-SLA-SUB)
               COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-SECONDS / 60
               IF WS-MARGIN-MINUTES > 99999
                   MOVE 99999 TO WS-MARGIN-MINUTES
               END-IF
               IF WS-MARGIN-MINUTES < -99999
                   MOVE -99999 TO WS-MARGIN-MINUTES
               END-IF
               MOVE WS-MARGIN-MINUTES TO WS-EDIT-MARGIN
               MOVE WS-EDIT-MARGIN TO WS-SLD-MARGIN
           END-IF
           MOVE WS-SLA-STATUS(WS-SLA-SUB) TO WS-SLD-STATUS
           MOVE WS-SLA-DETAIL TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       3800-WRITE-WINDOW-VERDICT.
           MOVE "STEPS IN STREAM........: " TO WS-WCL-LABEL
           MOVE WS-ST-COUNT TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "STEPS ENDED............: " TO WS-WCL-LABEL
           MOVE WS-BW-STEPS-ENDED TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "STEPS STARTED, NO END..: " TO WS-WCL-LABEL
           MOVE WS-BW-STEPS-RUNNING TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "STEPS NOT YET RUN......: " TO WS-WCL-LABEL
           MOVE WS-BW-STEPS-NOT-RUN TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "STEPS OVER NORM........: " TO WS-WCL-LABEL
           MOVE WS-BW-OVER-NORM TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "HANDOFFS AT RISK/MISSED: " TO WS-WCL-LABEL
           MOVE WS-BW-SLA-AT-RISK TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "LOG RECORDS FOR JOB....: " TO WS-WCL-LABEL
           MOVE WS-BW-JOB-RECORDS TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "NORM - LAST CLEAN RUNS..: " TO WS-WCL-LABEL
           MOVE WS-AVERAGE-RUNS TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "OVER NORM - PCT OVER....: " TO WS-WCL-LABEL
           MOVE WS-OVERRUN-PCT TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE "OVER NORM - SECS OVER...: " TO WS-WCL-LABEL
           MOVE WS-MINIMUM-SECONDS TO WS-WCL-COUNT
           PERFORM 3900-WRITE-COUNT-LINE
           IF WS-BW-UNREADABLE > ZERO
               MOVE "LOG RECORDS UNREADABLE.: " TO WS-WCL-LABEL
               MOVE WS-BW-UNREADABLE TO WS-WCL-COUNT
               PERFORM 3900-WRITE-COUNT-LINE
           END-IF
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           IF WINDOW-WARNING
               MOVE "BATCH WINDOW WARNING - A STEP IS OVER ITS "
                   TO WS-WMS-TEXT
               MOVE "NORM OR A HANDOFF IS AT RISK"
                   TO WS-WMS-TEXT(43:28)
               PERFORM 3960-WRITE-MESSAGE-LINE
               DISPLAY "SQBWRPT WARNING - BATCH WINDOW FOR "
                   WS-REQUEST-JOB " NEEDS ATTENTION, SEE SQBWRPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "BATCH WINDOW ON TRACK - EVERY STEP WITHIN ITS "
                   TO WS-WMS-TEXT
               MOVE "NORM, EVERY HANDOFF ON TRACK"
                   TO WS-WMS-TEXT(47:28)
               PERFORM 3960-WRITE-MESSAGE-LINE
           END-IF.

       3900-WRITE-COUNT-LINE.
           MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS.

       3950-CHECK-SQBWRPT-STATUS.
           IF NOT SQBWRPT-OK
               DISPLAY "ERROR ON WINDOW-REPORT-FILE, STATUS: "
                   WS-SQBWRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3960-WRITE-MESSAGE-LINE.
           MOVE WS-WINDOW-MESSAGE-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS
           MOVE SPACES TO WS-WINDOW-MESSAGE-LINE.

       3970-WRITE-SECTION-HEADING.
           MOVE WS-SECTION-HEADING TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 3950-CHECK-SQBWRPT-STATUS
           MOVE SPACES TO WS-SHD-TEXT.

       4000-TERMINATE.
           CLOSE WINDOW-REPORT-FILE.
