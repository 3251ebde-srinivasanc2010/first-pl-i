               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQGLIF-STATUS.

           SELECT GL-REGISTER-FILE ASSIGN TO "SQGLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-JOB-ID
               FILE STATUS IS WS-SQGLREG-STATUS.

           SELECT EXTRACT-REPORT-FILE ASSIGN TO "SQGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQGLRPT-STATUS.
           RECORDING MODE IS F.
       01  INTERFACE-REC          PIC X(80).

       FD  GL-REGISTER-FILE.
       COPY SQGLRGRC.

       FD  EXTRACT-REPORT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-WORK           PIC X(20).
       01  WS-REQUEST-MODE        PIC X(8).
           88  RESEND-MODE             VALUE "RESEND".
       01  WS-REQUEST-JOB-ID      PIC X(8).
       01  WS-JOB-ID              PIC X(8).
       01  WS-RUN-SEQUENCE-NUMBER PIC 9(5) VALUE ZERO.

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).
       01  WS-SENT-DATE           PIC 9(8).

       01  WS-CURRENT-TIME.
           05  WS-TIME-HH         PIC 9(2).
           05  WS-TIME-MM         PIC 9(2).
           05  WS-TIME-SS         PIC 9(2).
           05  WS-TIME-HS         PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-SQROUT-STATUS   PIC XX.
               88  SQRUNCTR-NOT-FOUND  VALUE "35".
           05  WS-SQGLIF-STATUS   PIC XX.
               88  SQGLIF-OK           VALUE "00".
           05  WS-SQGLREG-STATUS  PIC XX.
               88  SQGLREG-OK          VALUE "00".
               88  SQGLREG-NOT-FOUND   VALUE "35".
           05  WS-SQGLRPT-STATUS  PIC XX.
               88  SQGLRPT-OK          VALUE "00".

           05  WS-MASTER-FOUND-SWITCH PIC X VALUE "N".
               88  MASTER-RECORD-FOUND    VALUE "Y".
               88  MASTER-RECORD-NOT-FOUND VALUE "N".
           05  WS-REGISTER-SWITCH PIC X VALUE "N".
               88  REGISTER-ENTRY-FOUND    VALUE "Y".
               88  REGISTER-ENTRY-ABSENT   VALUE "N".

       01  WS-MASTER-KEY-WORK.
           05  WS-MASTER-KEY-NUM      PIC 9(5)V9(2).
           05  WS-XT-HASH-TOTAL    PIC 9(13) VALUE ZERO.
           05  WS-XT-MASTER-HITS   PIC 9(9)  VALUE ZERO.
           05  WS-XT-MASTER-MISSES PIC 9(9)  VALUE ZERO.
           05  WS-XT-SENT-COUNT    PIC 9(9)  VALUE ZERO.
           05  WS-XT-SENT-HASH     PIC 9(13) VALUE ZERO.
           05  WS-NUM-MAG-WORK     PIC 9(5)V9(2) VALUE ZERO.
           05  WS-NUM-MAG-DIGITS REDEFINES WS-NUM-MAG-WORK
                                   PIC 9(7).
           05  WS-XCL-COUNT       PIC Z(12)9.
           05  FILLER             PIC X(36) VALUE SPACES.

       01  WS-EXTRACT-REGISTER-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(21) VALUE
               "EXTRACT JOB ID.....: ".
           05  WS-XRL-JOB-ID      PIC X(8).
           05  FILLER             PIC X(14) VALUE "  SEND NUMBER ".
           05  WS-XRL-SEND-COUNT  PIC ZZ9.
           05  FILLER             PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-REQUEST         PIC X(20).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1500-WRITE-INTERFACE-HEADER
               PERFORM 2000-EXTRACT-RECORDS UNTIL END-OF-OUTPUT
               PERFORM 2500-WRITE-INTERFACE-TRAILER
               IF RETURN-CODE = ZERO AND RESEND-MODE
                   PERFORM 2550-VERIFY-RESEND-TOTALS
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM 2600-RECORD-IN-REGISTER
               END-IF
               PERFORM 3000-WRITE-EXTRACT-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-REQUEST(1:LK-PARM-LEN) TO WS-PARM-WORK
           END-IF
           UNSTRING WS-PARM-WORK DELIMITED BY "," OR ALL " "
               INTO WS-REQUEST-MODE
                    WS-REQUEST-JOB-ID
           END-UNSTRING
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
           MOVE WS-RUN-DATE-NUM TO WS-SENT-DATE
           EVALUATE TRUE
               WHEN RESEND-MODE
                   MOVE WS-REQUEST-JOB-ID TO WS-JOB-ID
               WHEN WS-REQUEST-MODE = SPACES
                   PERFORM 1050-FETCH-RUN-ID
               WHEN OTHER
                   DISPLAY "SQGLXTR PARM MUST BE OMITTED OR "
                       "RESEND,<JOB ID>: " WS-PARM-WORK
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           OPEN OUTPUT EXTRACT-REPORT-FILE
           IF NOT SQGLRPT-OK
               DISPLAY "ERROR OPENING EXTRACT-REPORT-FILE, STATUS: "
                   WS-SQGLIF-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O GL-REGISTER-FILE
           IF SQGLREG-NOT-FOUND
               OPEN OUTPUT GL-REGISTER-FILE
               CLOSE GL-REGISTER-FILE
               OPEN I-O GL-REGISTER-FILE
           END-IF
           IF NOT SQGLREG-OK
               DISPLAY "ERROR OPENING GL-REGISTER-FILE, STATUS: "
                   WS-SQGLREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-CHECK-GL-REGISTER
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-EXTRACT-HEADING-1 TO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
           STRING "SQC" WS-RUN-SEQUENCE-NUMBER DELIMITED BY SIZE
               INTO WS-JOB-ID.

       1100-CHECK-GL-REGISTER.
           SET REGISTER-ENTRY-ABSENT TO TRUE
           MOVE WS-JOB-ID TO GLR-JOB-ID
           READ GL-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGISTER-ENTRY-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN REGISTER-ENTRY-FOUND AND GLR-ACKNOWLEDGED
                   DISPLAY "EXTRACT " WS-JOB-ID " WAS ALREADY "
                       "ACKNOWLEDGED BY THE LEDGER - NOT SENT AGAIN"
                   MOVE 8 TO RETURN-CODE
               WHEN RESEND-MODE AND REGISTER-ENTRY-ABSENT
                   DISPLAY "EXTRACT " WS-JOB-ID " IS NOT ON THE GL "
                       "REGISTER - NOTHING TO RESEND"
                   MOVE 16 TO RETURN-CODE
               WHEN RESEND-MODE
                   MOVE GLR-RUN-DATE     TO WS-RUN-DATE-NUM
                   MOVE GLR-RECORD-COUNT TO WS-XT-SENT-COUNT
                   MOVE GLR-HASH-TOTAL   TO WS-XT-SENT-HASH
           END-EVALUATE.

       1500-WRITE-INTERFACE-HEADER.
           MOVE SPACES TO INTERFACE-REC
           STRING "H|"          DELIMITED BY SIZE
           WRITE INTERFACE-REC
           PERFORM 2360-CHECK-SQGLIF-STATUS.

       2550-VERIFY-RESEND-TOTALS.
           IF WS-XT-RECORD-COUNT NOT = WS-XT-SENT-COUNT
              OR WS-XT-HASH-TOTAL NOT = WS-XT-SENT-HASH
               DISPLAY "EXTRACT " WS-JOB-ID " DOES NOT MATCH WHAT WAS "
                   "SENT - CHECK THE SQROUT GENERATION"
               DISPLAY "  SENT:        COUNT " WS-XT-SENT-COUNT
                   " HASH " WS-XT-SENT-HASH
               DISPLAY "  REGENERATED: COUNT " WS-XT-RECORD-COUNT
                   " HASH " WS-XT-HASH-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF.

       2600-RECORD-IN-REGISTER.
           IF REGISTER-ENTRY-ABSENT
               MOVE SPACES TO GL-REGISTER-REC
               MOVE WS-JOB-ID TO GLR-JOB-ID
               MOVE ZERO TO GLR-SEND-COUNT
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE-NUM      TO GLR-RUN-DATE
           SET GLR-SENT TO TRUE
           MOVE WS-SENT-DATE         TO GLR-SENT-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GLR-SENT-TIME
           MOVE WS-XT-RECORD-COUNT   TO GLR-RECORD-COUNT
           MOVE WS-XT-HASH-TOTAL     TO GLR-HASH-TOTAL
           ADD 1 TO GLR-SEND-COUNT
           MOVE ZERO   TO GLR-ACK-DATE
           MOVE ZERO   TO GLR-ACK-TIME
           MOVE ZERO   TO GLR-ACK-LOAD-DATE
           MOVE ZERO   TO GLR-ACK-COUNT
           MOVE ZERO   TO GLR-ACK-HASH
           MOVE SPACES TO GLR-REASON
           IF REGISTER-ENTRY-FOUND
               REWRITE GL-REGISTER-REC
                   INVALID KEY
                       DISPLAY "GL REGISTER REWRITE FAILED FOR: "
                           WS-JOB-ID
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE GL-REGISTER-REC
                   INVALID KEY
                       DISPLAY "GL REGISTER WRITE FAILED FOR: "
                           WS-JOB-ID
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

       3000-WRITE-EXTRACT-TOTALS.
           MOVE WS-JOB-ID      TO WS-XRL-JOB-ID
           MOVE GLR-SEND-COUNT TO WS-XRL-SEND-COUNT
           MOVE WS-EXTRACT-REGISTER-LINE TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           PERFORM 3060-CHECK-SQGLRPT-STATUS
           MOVE "RECORDS EXTRACTED..: " TO WS-XCL-LABEL
           MOVE WS-XT-RECORD-COUNT      TO WS-XCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           CLOSE SQUARE-OUT-FILE
           CLOSE SQUARE-MASTER-FILE
           CLOSE INTERFACE-FILE
           CLOSE GL-REGISTER-FILE
           CLOSE EXTRACT-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQGLXTR"             TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-XT-RECORD-COUNT    TO SQBW-RECORDS-IN
           MOVE WS-XT-RECORD-COUNT    TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
