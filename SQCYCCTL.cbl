               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQCYCST-STATUS.

           SELECT EXPEDITE-STATE-FILE ASSIGN TO "SQEXPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQEXPST-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "SQCALNDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-SQCALNDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STATE-FILE
           05  CYC-OPEN-TIME      PIC 9(6).
           05  CYC-UPDATE-TIME    PIC 9(6).

       FD  EXPEDITE-STATE-FILE
           RECORDING MODE IS F.
       01  EXPEDITE-STATE-REC.
           05  EXP-BUSINESS-DATE  PIC 9(8).
           05  EXP-STATUS         PIC X(1).
           05  EXP-LAST-STEP      PIC X(8).
           05  EXP-OPEN-TIME      PIC 9(6).
           05  EXP-UPDATE-TIME    PIC 9(6).

       FD  CALENDAR-FILE.
       COPY SQCALRC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-WORK           PIC X(20).
       01  WS-REQUEST-FUNCTION    PIC X(8).
           88  FUNCTION-OPEN           VALUE "OPEN".
           88  FUNCTION-MARK           VALUE "MARK".
           88  FUNCTION-CLOSE          VALUE "CLOSE".
           88  FUNCTION-XOPEN          VALUE "XOPEN".
           88  FUNCTION-XMARK          VALUE "XMARK".
           88  FUNCTION-XCLOSE         VALUE "XCLOSE".
       01  WS-REQUEST-OPERAND     PIC X(8).
           88  RESTART-REQUESTED       VALUE "RESTART".
           88  OVERRIDE-REQUESTED      VALUE "OVERRIDE".
       01  WS-REQUESTED-DATE REDEFINES WS-REQUEST-OPERAND
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-SQCYCST-STATUS  PIC XX.
               88  SQCYCST-OK          VALUE "00".
               88  SQCYCST-NOT-FOUND   VALUE "35".
           05  WS-SQEXPST-STATUS  PIC XX.
               88  SQEXPST-OK          VALUE "00".
               88  SQEXPST-NOT-FOUND   VALUE "35".
           05  WS-SQCALNDR-STATUS PIC XX.
               88  SQCALNDR-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-STATE-SWITCH    PIC X VALUE "N".
               88  STATE-RECORD-FOUND  VALUE "Y".
               88  STATE-RECORD-ABSENT VALUE "N".
           05  WS-CALENDAR-SWITCH PIC X VALUE "N".
               88  CALENDAR-DAY-FOUND  VALUE "Y".
               88  CALENDAR-DAY-ABSENT VALUE "N".
           05  WS-CONTROL-SWITCH  PIC X VALUE "N".
               88  CONTROL-RECORD-FOUND  VALUE "Y".
               88  CONTROL-RECORD-ABSENT VALUE "N".
           05  WS-EXPEDITE-SWITCH PIC X VALUE "N".
               88  EXPEDITE-RECORD-FOUND  VALUE "Y".
               88  EXPEDITE-RECORD-ABSENT VALUE "N".

       01  WS-STATE-HOLD.
           05  WS-HOLD-DATE       PIC 9(8) VALUE ZERO.
           05  WS-HOLD-LAST-STEP  PIC X(8) VALUE SPACES.
           05  WS-HOLD-OPEN-TIME  PIC 9(6) VALUE ZERO.

       01  WS-EXPEDITE-HOLD.
           05  WS-XHOLD-DATE      PIC 9(8) VALUE ZERO.
           05  WS-XHOLD-STATUS    PIC X(1) VALUE SPACE.
               88  HELD-EXPEDITE-OPEN     VALUE "O".
               88  HELD-EXPEDITE-COMPLETE VALUE "C".
           05  WS-XHOLD-LAST-STEP PIC X(8) VALUE SPACES.
           05  WS-XHOLD-OPEN-TIME PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-TIME-SS         PIC 9(2).
           05  WS-TIME-HS         PIC 9(2).

       COPY SQBWLK.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SET SQBW-REQ-START TO TRUE
           PERFORM 4900-LOG-BATCH-WINDOW
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN FUNCTION-OPEN
                       PERFORM 3000-MARK-STEP-COMPLETE
                   WHEN FUNCTION-CLOSE
                       PERFORM 3500-CLOSE-CYCLE
                   WHEN FUNCTION-XOPEN
                       PERFORM 4000-OPEN-EXPEDITE
                   WHEN FUNCTION-XMARK
                       PERFORM 4600-MARK-EXPEDITE-STEP
                   WHEN FUNCTION-XCLOSE
                       PERFORM 4700-CLOSE-EXPEDITE
                   WHEN OTHER
                       DISPLAY "SQCYCCTL FUNCTION MUST BE OPEN, "
                           "MARK, CLOSE, XOPEN, XMARK OR XCLOSE: "
                           WS-REQUEST-FUNCTION
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF
           SET SQBW-REQ-END TO TRUE
           PERFORM 4900-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           END-UNSTRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF (FUNCTION-OPEN OR FUNCTION-XOPEN)
              AND WS-REQUESTED-DATE IS NUMERIC
               MOVE WS-REQUESTED-DATE TO WS-RUN-DATE-NUM
           END-IF
           PERFORM 1500-READ-CYCLE-STATE
           IF RETURN-CODE = ZERO
              AND (FUNCTION-OPEN OR FUNCTION-XOPEN
                   OR FUNCTION-XMARK OR FUNCTION-XCLOSE)
               PERFORM 1600-READ-EXPEDITE-STATE
           END-IF.

       1500-READ-CYCLE-STATE.
           SET STATE-RECORD-ABSENT TO TRUE
               END-IF
           END-IF.

       1600-READ-EXPEDITE-STATE.
           SET EXPEDITE-RECORD-ABSENT TO TRUE
           OPEN INPUT EXPEDITE-STATE-FILE
           IF SQEXPST-NOT-FOUND
               CLOSE EXPEDITE-STATE-FILE
           ELSE
               IF NOT SQEXPST-OK
                   DISPLAY "ERROR OPENING EXPEDITE-STATE-FILE, "
                       "STATUS: " WS-SQEXPST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ EXPEDITE-STATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EXP-BUSINESS-DATE IS NUMERIC
                               SET EXPEDITE-RECORD-FOUND TO TRUE
                               MOVE EXP-BUSINESS-DATE
                                   TO WS-XHOLD-DATE
                               MOVE EXP-STATUS    TO WS-XHOLD-STATUS
                               MOVE EXP-LAST-STEP
                                   TO WS-XHOLD-LAST-STEP
                               MOVE EXP-OPEN-TIME
                                   TO WS-XHOLD-OPEN-TIME
                           END-IF
                   END-READ
                   CLOSE EXPEDITE-STATE-FILE
               END-IF
           END-IF.

       2000-OPEN-CYCLE.
           EVALUATE TRUE
               WHEN EXPEDITE-RECORD-FOUND AND HELD-EXPEDITE-OPEN
                   DISPLAY "EXPEDITE RUN FOR BUSINESS DATE "
                       WS-XHOLD-DATE " IS STILL OPEN - LAST STEP "
                       "COMPLETED WAS " WS-XHOLD-LAST-STEP
                   DISPLAY "NIGHTLY CYCLE REFUSED UNTIL THE EXPEDITE "
                       "RUN COMPLETES (PARM=XOPEN,RESTART TO RESUME "
                       "IT)"
                   MOVE 8 TO RETURN-CODE
               WHEN STATE-RECORD-ABSENT
                   PERFORM 2100-CHECK-PROCESSING-DAY
               WHEN HELD-CYCLE-OPEN
                   DISPLAY "PRIOR CYCLE FOR BUSINESS DATE "
                       WS-HOLD-DATE " IS INCOMPLETE - LAST STEP "
                       DISPLAY "RESTART MODE - CYCLE LEFT OPEN, "
                           "RESUBMIT FROM THE STEP AFTER "
                           WS-HOLD-LAST-STEP
                       MOVE WS-HOLD-DATE TO WS-RUN-DATE-NUM
                       PERFORM 2200-SET-BUSINESS-DATE
                   ELSE
                       DISPLAY "USE PARM=OPEN,RESTART (WITH JCL "
                           "RESTART=) TO RESUME, OR CLEAR SQCYCST "
                       "SUBMISSION REFUSED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2100-CHECK-PROCESSING-DAY
           END-EVALUATE.

       2100-CHECK-PROCESSING-DAY.
           PERFORM 2150-VALIDATE-CALENDAR-DAY
           IF RETURN-CODE = ZERO
               PERFORM 2200-SET-BUSINESS-DATE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 2500-WRITE-NEW-CYCLE
           END-IF.

       2150-VALIDATE-CALENDAR-DAY.
           OPEN INPUT CALENDAR-FILE
           IF NOT SQCALNDR-OK
               DISPLAY "ERROR OPENING CALENDAR-FILE, STATUS: "
                   WS-SQCALNDR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET CALENDAR-DAY-ABSENT TO TRUE
               MOVE WS-RUN-DATE-NUM TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CALENDAR-DAY-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN CALENDAR-DAY-FOUND AND CAL-PROCESSING-DAY
                       CONTINUE
                   WHEN OVERRIDE-REQUESTED
                       DISPLAY "BUSINESS DATE " WS-RUN-DATE-NUM
                           " IS NOT A CALENDAR PROCESSING DAY - "
                           "OPENED UNDER OVERRIDE"
                   WHEN CALENDAR-DAY-ABSENT
                       DISPLAY "BUSINESS DATE " WS-RUN-DATE-NUM
                           " IS NOT ON THE CALENDAR - LOAD THE YEAR "
                           "WITH SQCALMNT OR USE PARM="
                           FUNCTION TRIM(WS-REQUEST-FUNCTION)
                           ",OVERRIDE"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "BUSINESS DATE " WS-RUN-DATE-NUM
                           " IS NOT A PROCESSING DAY ("
                           CAL-DAY-TYPE ") - RUN REFUSED, USE PARM="
                           FUNCTION TRIM(WS-REQUEST-FUNCTION)
                           ",OVERRIDE TO RUN ANYWAY"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               CLOSE CALENDAR-FILE
           END-IF.

       2200-SET-BUSINESS-DATE.
           OPEN I-O CALENDAR-FILE
           IF NOT SQCALNDR-OK
               DISPLAY "ERROR OPENING CALENDAR-FILE, STATUS: "
                   WS-SQCALNDR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET CONTROL-RECORD-ABSENT TO TRUE
               MOVE ZERO TO CALCTL-KEY
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTROL-RECORD-FOUND TO TRUE
               END-READ
               MOVE SPACES               TO CALENDAR-CONTROL-REC
               MOVE ZERO                 TO CALCTL-KEY
               MOVE WS-RUN-DATE-NUM      TO CALCTL-BUSINESS-DATE
               ACCEPT CALCTL-SET-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-TIME(1:6) TO CALCTL-SET-TIME
               IF OVERRIDE-REQUESTED
                   MOVE "Y" TO CALCTL-OVERRIDE-FLAG
               ELSE
                   MOVE "N" TO CALCTL-OVERRIDE-FLAG
               END-IF
               IF CONTROL-RECORD-FOUND
                   REWRITE CALENDAR-CONTROL-REC
               ELSE
                   WRITE CALENDAR-CONTROL-REC
               END-IF
               IF NOT SQCALNDR-OK
                   DISPLAY "ERROR SETTING CALENDAR BUSINESS DATE, "
                       "STATUS: " WS-SQCALNDR-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF.

       2500-WRITE-NEW-CYCLE.
           OPEN OUTPUT CYCLE-STATE-FILE
           PERFORM 2600-CHECK-SQCYCST-STATUS
               DISPLAY "CYCLE CLOSED CLEAN FOR BUSINESS DATE "
                   WS-HOLD-DATE
           END-IF.

       4000-OPEN-EXPEDITE.
           EVALUATE TRUE
               WHEN STATE-RECORD-FOUND AND HELD-CYCLE-OPEN
                   DISPLAY "NIGHTLY CYCLE FOR BUSINESS DATE "
                       WS-HOLD-DATE " IS OPEN - LAST STEP COMPLETED "
                       "WAS " WS-HOLD-LAST-STEP
                   DISPLAY "EXPEDITE RUN REFUSED UNTIL THE NIGHTLY "
                       "CYCLE CLOSES"
                   MOVE 8 TO RETURN-CODE
               WHEN EXPEDITE-RECORD-FOUND AND HELD-EXPEDITE-OPEN
                   DISPLAY "PRIOR EXPEDITE RUN FOR BUSINESS DATE "
                       WS-XHOLD-DATE " IS INCOMPLETE - LAST STEP "
                       "COMPLETED WAS " WS-XHOLD-LAST-STEP
                   IF RESTART-REQUESTED
                       DISPLAY "RESTART MODE - EXPEDITE LEFT OPEN, "
                           "RESUBMIT FROM THE STEP AFTER "
                           WS-XHOLD-LAST-STEP
                       MOVE WS-XHOLD-DATE TO WS-RUN-DATE-NUM
                       PERFORM 4200-SET-EXPEDITE-DATE
                   ELSE
                       DISPLAY "USE PARM=XOPEN,RESTART (WITH JCL "
                           "RESTART=) TO RESUME, OR CLEAR SQEXPST "
                           "AFTER MANUAL REPAIR"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN STATE-RECORD-FOUND
                AND WS-HOLD-DATE NOT < WS-RUN-DATE-NUM
                   DISPLAY "NIGHTLY CYCLE FOR BUSINESS DATE "
                       WS-HOLD-DATE " HAS ALREADY RUN - AN EXPEDITE "
                       "FOR " WS-RUN-DATE-NUM " WOULD MISS THAT "
                       "DAY'S TOTALS"
                   DISPLAY "USE PARM=XOPEN,YYYYMMDD TO RUN FOR THE "
                       "NEXT BUSINESS DATE"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2150-VALIDATE-CALENDAR-DAY
                   IF RETURN-CODE = ZERO
                       PERFORM 4200-SET-EXPEDITE-DATE
                   END-IF
                   IF RETURN-CODE = ZERO
                       PERFORM 4500-WRITE-NEW-EXPEDITE
                   END-IF
           END-EVALUATE.

       4200-SET-EXPEDITE-DATE.
           OPEN I-O CALENDAR-FILE
           IF NOT SQCALNDR-OK
               DISPLAY "ERROR OPENING CALENDAR-FILE, STATUS: "
                   WS-SQCALNDR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET CONTROL-RECORD-ABSENT TO TRUE
               MOVE ZERO TO CALCTL-KEY
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTROL-RECORD-FOUND TO TRUE
               END-READ
               IF CONTROL-RECORD-FOUND
                   MOVE WS-RUN-DATE-NUM TO CALCTL-EXPEDITE-DATE
                   REWRITE CALENDAR-CONTROL-REC
               ELSE
                   MOVE SPACES           TO CALENDAR-CONTROL-REC
                   MOVE ZERO             TO CALCTL-KEY
                   MOVE ZERO             TO CALCTL-BUSINESS-DATE
                   ACCEPT CALCTL-SET-DATE FROM DATE YYYYMMDD
                   MOVE WS-CURRENT-TIME(1:6) TO CALCTL-SET-TIME
                   MOVE "N"              TO CALCTL-OVERRIDE-FLAG
                   MOVE WS-RUN-DATE-NUM  TO CALCTL-EXPEDITE-DATE
                   WRITE CALENDAR-CONTROL-REC
               END-IF
               IF NOT SQCALNDR-OK
                   DISPLAY "ERROR SETTING CALENDAR EXPEDITE DATE, "
                       "STATUS: " WS-SQCALNDR-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF.

       4500-WRITE-NEW-EXPEDITE.
           OPEN OUTPUT EXPEDITE-STATE-FILE
           PERFORM 4550-CHECK-SQEXPST-STATUS
           MOVE WS-RUN-DATE-NUM      TO EXP-BUSINESS-DATE
           MOVE "O"                  TO EXP-STATUS
           MOVE "START"              TO EXP-LAST-STEP
           MOVE WS-CURRENT-TIME(1:6) TO EXP-OPEN-TIME
           MOVE WS-CURRENT-TIME(1:6) TO EXP-UPDATE-TIME
           WRITE EXPEDITE-STATE-REC
           PERFORM 4550-CHECK-SQEXPST-STATUS
           CLOSE EXPEDITE-STATE-FILE
           DISPLAY "EXPEDITE RUN OPENED FOR BUSINESS DATE "
               WS-RUN-DATE-NUM.

       4550-CHECK-SQEXPST-STATUS.
           IF NOT SQEXPST-OK
               DISPLAY "ERROR ON EXPEDITE-STATE-FILE, STATUS: "
                   WS-SQEXPST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4600-MARK-EXPEDITE-STEP.
           IF EXPEDITE-RECORD-ABSENT OR NOT HELD-EXPEDITE-OPEN
               DISPLAY "NO OPEN EXPEDITE RUN TO MARK - RUN THE XOPEN "
                   "STEP FIRST"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXPEDITE-STATE-FILE
               PERFORM 4550-CHECK-SQEXPST-STATUS
               MOVE WS-XHOLD-DATE        TO EXP-BUSINESS-DATE
               MOVE "O"                  TO EXP-STATUS
               MOVE WS-REQUEST-OPERAND   TO EXP-LAST-STEP
               MOVE WS-XHOLD-OPEN-TIME   TO EXP-OPEN-TIME
               MOVE WS-CURRENT-TIME(1:6) TO EXP-UPDATE-TIME
               WRITE EXPEDITE-STATE-REC
               PERFORM 4550-CHECK-SQEXPST-STATUS
               CLOSE EXPEDITE-STATE-FILE
               DISPLAY "EXPEDITE STEP REGISTERED COMPLETE: "
                   WS-REQUEST-OPERAND
           END-IF.

       4700-CLOSE-EXPEDITE.
           IF EXPEDITE-RECORD-ABSENT OR NOT HELD-EXPEDITE-OPEN
               DISPLAY "NO OPEN EXPEDITE RUN TO CLOSE"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXPEDITE-STATE-FILE
               PERFORM 4550-CHECK-SQEXPST-STATUS
               MOVE WS-XHOLD-DATE        TO EXP-BUSINESS-DATE
               MOVE "C"                  TO EXP-STATUS
               MOVE "EOJ"                TO EXP-LAST-STEP
               MOVE WS-XHOLD-OPEN-TIME   TO EXP-OPEN-TIME
               MOVE WS-CURRENT-TIME(1:6) TO EXP-UPDATE-TIME
               WRITE EXPEDITE-STATE-REC
               PERFORM 4550-CHECK-SQEXPST-STATUS
               CLOSE EXPEDITE-STATE-FILE
               DISPLAY "EXPEDITE RUN CLOSED CLEAN FOR BUSINESS DATE "
                   WS-XHOLD-DATE
           END-IF.

       4800-SET-WINDOW-DATE.
           EVALUATE TRUE
               WHEN FUNCTION-OPEN OR FUNCTION-XOPEN
                   MOVE WS-RUN-DATE-NUM TO SQBW-BUSINESS-DATE
               WHEN (FUNCTION-XMARK OR FUNCTION-XCLOSE)
                AND WS-XHOLD-DATE > ZERO
                   MOVE WS-XHOLD-DATE   TO SQBW-BUSINESS-DATE
               WHEN WS-HOLD-DATE > ZERO
                   MOVE WS-HOLD-DATE    TO SQBW-BUSINESS-DATE
               WHEN OTHER
                   MOVE WS-RUN-DATE-NUM TO SQBW-BUSINESS-DATE
           END-EVALUATE.

       4900-LOG-BATCH-WINDOW.
           MOVE "SQCYCCTL"            TO SQBW-PROGRAM
           PERFORM 4800-SET-WINDOW-DATE
           MOVE ZERO                  TO SQBW-RECORDS-IN
           MOVE ZERO                  TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
