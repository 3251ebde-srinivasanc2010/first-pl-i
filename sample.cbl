               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-SQMAST-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "SQMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQMJRNL-STATUS.
       FD  SQUARE-MASTER-FILE.
       COPY SQMASTRC.

       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       FD  MASTER-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY SQMJRNRC.
       01  WS-HLQ                 PIC X(20).
       01  WS-PARM-SPLIT-WORK     PIC X(23).
       01  WS-PARTITION-ID        PIC X(2).
           88  EXPEDITE-RUN            VALUE "EX".
       01  WS-AUDIT-LOG-NAME      PIC X(44).
       01  WS-JOB-ID              PIC X(8).
       01  WS-RUN-SEQUENCE-NUMBER PIC 9(5) VALUE ZERO.
               88  SQMAST-OK           VALUE "00".
               88  SQMAST-NOT-FOUND    VALUE "23" "35".
               88  SQMAST-DUPLICATE    VALUE "22".
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
               88  SQDEPT-NOT-FOUND    VALUE "23".
           05  WS-SQMJRNL-STATUS  PIC XX.
               88  SQMJRNL-OK          VALUE "00".
               88  SQMJRNL-NOT-FOUND   VALUE "35".
               88  MASTER-RECORD-NOT-FOUND VALUE "N".
           05  WS-NUMIN-OPEN-SWITCH PIC X VALUE "N".
               88  NUMIN-FILE-OPEN     VALUE "Y".
           05  WS-FUNC-ALLOWED-SWITCH PIC X VALUE "N".
               88  FUNCTION-ALLOWED    VALUE "Y".
               88  FUNCTION-NOT-ALLOWED VALUE "N".

       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL   PIC 9(9) VALUE 100.
           88  REASON-CALC-FAILED      VALUE "E3".
           88  REASON-BAD-FUNCTION     VALUE "E4".
           88  REASON-BAD-SOURCE       VALUE "E5".
           88  REASON-UNKNOWN-DEPT     VALUE "E6".
           88  REASON-DEPT-INACTIVE    VALUE "E7".
           88  REASON-FUNC-NOT-AUTH    VALUE "E8".

       01  WS-SOURCE-CONTROLS.
           05  WS-SOURCE-CODE     PIC X(3) VALUE SPACES.
           05  WS-PAGE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-LINES-PER-PAGE  PIC 9(3)  VALUE 50.

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-HDG-RUN-TYPE    PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-REPORT-HEADING-3.
           05  FILLER             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 3400-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-PROCESS-RECORDS UNTIL END-OF-INPUT
           END-IF
           PERFORM 3000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 3400-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
               INTO WS-HLQ
                    WS-PARTITION-ID
           END-UNSTRING
           INITIALIZE BUSINESS-DATE-PARMS
           IF EXPEDITE-RUN
               SET SQBD-REQ-EXPEDITE TO TRUE
           ELSE
               SET SQBD-REQ-CURRENT TO TRUE
           END-IF
           CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
           END-CALL
           IF SQBD-SUCCESS
               MOVE SQBD-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY "BUSINESS DATE NOT AVAILABLE FROM SQCALNDR, "
                   "CODE: " SQBD-RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
               PERFORM 2360-CHECK-SQAUDIT-STATUS
           END-IF
           PERFORM 1300-OPEN-SQUARE-MASTER-FILE
           PERFORM 1320-OPEN-DEPARTMENT-FILE
           PERFORM 1400-PROCESS-MASTER-MAINTENANCE
           IF WS-RESTART-RECORD-COUNT = ZERO
               MOVE WS-EXCEPTION-HEADING TO EXCEPTION-LINE
                       END-IF
                   WHEN OTHER
                       IF WS-PARM-KEYWORD(1:5) = "GATE-"
                          OR WS-PARM-KEYWORD(1:7) = "WINDOW-"
                           CONTINUE
                       ELSE
                           PERFORM 1168-REJECT-RUN-PARM
               CLOSE RUN-COUNTER-FILE
           END-IF
           ADD 1 TO WS-RUN-SEQUENCE-NUMBER
           IF EXPEDITE-RUN
               STRING "SQX" WS-RUN-SEQUENCE-NUMBER DELIMITED BY SIZE
                   INTO WS-JOB-ID
           ELSE
               STRING "SQC" WS-RUN-SEQUENCE-NUMBER DELIMITED BY SIZE
                   INTO WS-JOB-ID
           END-IF
           OPEN OUTPUT RUN-COUNTER-FILE
           PERFORM 1055-CHECK-SQRUNCTR-STATUS
           MOVE WS-RUN-SEQUENCE-NUMBER TO RUN-CTR-LAST-RUN-NUMBER
           END-IF
           PERFORM 1350-OPEN-MASTER-JOURNAL.

       1320-OPEN-DEPARTMENT-FILE.
           OPEN INPUT DEPARTMENT-FILE
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       1350-OPEN-MASTER-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF SQMJRNL-NOT-FOUND
               SET REASON-BAD-FUNCTION TO TRUE
               MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON-TEXT
           END-IF
           PERFORM 2210-VALIDATE-DEPARTMENT.

       2210-VALIDATE-DEPARTMENT.
           MOVE WS-SOURCE-CODE TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   IF RECORD-IS-VALID
                       SET RECORD-IS-INVALID TO TRUE
                       SET REASON-UNKNOWN-DEPT TO TRUE
                       MOVE "UNKNOWN DEPARTMENT CODE"
                           TO WS-REJECT-REASON-TEXT
                   END-IF
                   MOVE "???" TO WS-SOURCE-CODE
               NOT INVALID KEY
                   IF RECORD-IS-VALID
                       PERFORM 2215-CHECK-DEPARTMENT-STATUS
                   END-IF
           END-READ
           IF NOT SQDEPT-OK AND NOT SQDEPT-NOT-FOUND
               DISPLAY "ERROR ON DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2215-CHECK-DEPARTMENT-STATUS.
           IF WS-RUN-DATE-NUM < DEPT-EFF-DATE
              OR (DEPT-INACTIVE-DATE NOT = ZERO
                  AND WS-RUN-DATE-NUM >= DEPT-INACTIVE-DATE)
               SET RECORD-IS-INVALID TO TRUE
               SET REASON-DEPT-INACTIVE TO TRUE
               MOVE "DEPARTMENT NOT ACTIVE" TO WS-REJECT-REASON-TEXT
           ELSE
               SET FUNCTION-NOT-ALLOWED TO TRUE
               EVALUATE WS-OPERATION-CODE
                   WHEN "S"
                       IF DEPT-SQUARE-ALLOWED
                           SET FUNCTION-ALLOWED TO TRUE
                       END-IF
                   WHEN "R"
                       IF DEPT-ROOT-ALLOWED
                           SET FUNCTION-ALLOWED TO TRUE
                       END-IF
                   WHEN "C"
                       IF DEPT-CUBE-ALLOWED
                           SET FUNCTION-ALLOWED TO TRUE
                       END-IF
                   WHEN "I"
                       IF DEPT-RECIP-ALLOWED
                           SET FUNCTION-ALLOWED TO TRUE
                       END-IF
               END-EVALUATE
               IF FUNCTION-NOT-ALLOWED
                   SET RECORD-IS-INVALID TO TRUE
                   SET REASON-FUNC-NOT-AUTH TO TRUE
                   MOVE "FUNCTION NOT ALLOWED FOR DEPT"
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

       2300-WRITE-SQUARE-OUT-FILE.
           MOVE WS-RUN-MM     TO WS-HDG-MM
           MOVE WS-RUN-DD     TO WS-HDG-DD
           MOVE WS-RUN-YYYY   TO WS-HDG-YYYY
           IF EXPEDITE-RUN
               MOVE "EXPEDITE RUN" TO WS-HDG-RUN-TYPE
           END-IF
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           CLOSE RECYCLE-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE MASTER-JOURNAL-FILE
           CLOSE SQUARE-MASTER-FILE
           CLOSE DEPARTMENT-FILE.

       3100-WRITE-RUN-HISTORY.
           ACCEPT WS-CURRENT-TIME FROM TIME
           WRITE CHECKPOINT-REC
           PERFORM 2175-CHECK-SQCKPT-STATUS
           CLOSE CHECKPOINT-FILE.

       3400-LOG-BATCH-WINDOW.
           MOVE "SQUARECA"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-CT-RECORDS-READ    TO SQBW-RECORDS-IN
           MOVE WS-CT-RECORDS-COMPUTED TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
