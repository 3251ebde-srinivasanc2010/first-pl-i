       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQBWLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-IDENT-FILE ASSIGN TO "SQBWID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBWID-STATUS.

           SELECT BATCH-WINDOW-FILE ASSIGN TO "SQBWLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBWLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-IDENT-FILE
           RECORDING MODE IS F.
       01  STEP-IDENT-REC.
           05  SID-JOB-NAME       PIC X(8).
           05  FILLER             PIC X(1).
           05  SID-STEP-NAME      PIC X(8).
           05  FILLER             PIC X(63).

       FD  BATCH-WINDOW-FILE
           RECORDING MODE IS F.
       COPY SQBWINRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SQBWID-STATUS   PIC XX.
               88  SQBWID-OK           VALUE "00".
               88  SQBWID-NOT-FOUND    VALUE "35".
           05  WS-SQBWLOG-STATUS  PIC XX.
               88  SQBWLOG-OK          VALUE "00".
               88  SQBWLOG-NOT-FOUND   VALUE "35".

       01  WS-FLAGS.
           05  WS-IDENT-SWITCH    PIC X VALUE "N".
               88  IDENT-READ          VALUE "Y".
               88  IDENT-NOT-READ      VALUE "N".
           05  WS-TIMED-SWITCH    PIC X VALUE "N".
               88  STEP-TIMED          VALUE "Y".
               88  STEP-NOT-TIMED      VALUE "N".
           05  WS-IDENT-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-IDENT        VALUE "Y".

       01  WS-STEP-IDENT.
           05  WS-JOB-NAME        PIC X(8)  VALUE SPACES.
           05  WS-STEP-NAME       PIC X(8)  VALUE SPACES.

       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-EVENT-TIME      PIC 9(8)  VALUE ZERO.
           05  WS-CHECK-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-BUSINESS-DATE   PIC 9(8)  VALUE ZERO.

       COPY SQBUSDLK.

       LINKAGE SECTION.
       COPY SQBWLK.

       PROCEDURE DIVISION USING BATCH-WINDOW-PARMS.
       0000-MAIN-PROCESS.
           SET SQBW-LOGGED TO TRUE
           IF IDENT-NOT-READ
               PERFORM 1000-READ-STEP-IDENT
           END-IF
           IF STEP-NOT-TIMED
               SET SQBW-NOT-TIMED TO TRUE
           ELSE
               IF NOT SQBW-REQ-START AND NOT SQBW-REQ-END
                   DISPLAY "SQBWLOG REQUEST MUST BE S OR E: "
                       SQBW-REQUEST
                   SET SQBW-LOG-UNAVAILABLE TO TRUE
               ELSE
                   PERFORM 2000-RESOLVE-BUSINESS-DATE
                   PERFORM 3000-WRITE-WINDOW-RECORD
               END-IF
           END-IF
           GOBACK.

       1000-READ-STEP-IDENT.
           SET IDENT-READ TO TRUE
           SET STEP-NOT-TIMED TO TRUE
           OPEN INPUT STEP-IDENT-FILE
           IF SQBWID-NOT-FOUND
               CLOSE STEP-IDENT-FILE
           ELSE
               IF NOT SQBWID-OK
                   DISPLAY "SQBWLOG ERROR OPENING STEP-IDENT-FILE, "
                       "STATUS: " WS-SQBWID-STATUS
               ELSE
                   PERFORM UNTIL END-OF-IDENT
                       READ STEP-IDENT-FILE
                           AT END
                               SET END-OF-IDENT TO TRUE
                           NOT AT END
                               IF STEP-IDENT-REC NOT = SPACES
                                  AND STEP-IDENT-REC(1:1) NOT = "*"
                                   SET END-OF-IDENT TO TRUE
                                   MOVE SID-JOB-NAME  TO WS-JOB-NAME
                                   MOVE SID-STEP-NAME TO WS-STEP-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STEP-IDENT-FILE
                   IF WS-JOB-NAME = SPACES OR WS-STEP-NAME = SPACES
                       DISPLAY "SQBWLOG SQBWID CARD NEEDS JOB NAME IN "
                           "COLS 1-8 AND STEP NAME IN COLS 10-17 - "
                           "STEP NOT TIMED"
                   ELSE
                       SET STEP-TIMED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-RESOLVE-BUSINESS-DATE.
           IF SQBW-BUSINESS-DATE IS NUMERIC
              AND SQBW-BUSINESS-DATE > ZERO
               MOVE SQBW-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE ZERO TO WS-BUSINESS-DATE
               INITIALIZE BUSINESS-DATE-PARMS
               SET SQBD-REQ-CURRENT TO TRUE
               CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
               END-CALL
               IF SQBD-SUCCESS
                   MOVE SQBD-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.

       3000-WRITE-WINDOW-RECORD.
           ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EVENT-TIME FROM TIME
           ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           IF WS-CHECK-DATE NOT = WS-EVENT-DATE
               MOVE WS-CHECK-DATE TO WS-EVENT-DATE
               ACCEPT WS-EVENT-TIME FROM TIME
           END-IF
           MOVE SPACES                TO BATCH-WINDOW-REC
           MOVE WS-JOB-NAME           TO BW-JOB-NAME
           MOVE WS-STEP-NAME          TO BW-STEP-NAME
           MOVE SQBW-PROGRAM          TO BW-PROGRAM
           MOVE WS-BUSINESS-DATE      TO BW-BUSINESS-DATE
           MOVE SQBW-REQUEST          TO BW-EVENT
           MOVE WS-EVENT-DATE         TO BW-EVENT-DATE
           MOVE WS-EVENT-TIME         TO BW-EVENT-TIME
           MOVE SQBW-RECORDS-IN       TO BW-RECORDS-IN
           MOVE SQBW-RECORDS-OUT      TO BW-RECORDS-OUT
           MOVE SQBW-COMPLETION-CODE  TO BW-COMPLETION-CODE
           OPEN EXTEND BATCH-WINDOW-FILE
           IF SQBWLOG-NOT-FOUND
               OPEN OUTPUT BATCH-WINDOW-FILE
           END-IF
           IF NOT SQBWLOG-OK
               DISPLAY "SQBWLOG ERROR OPENING BATCH-WINDOW-FILE, "
                   "STATUS: " WS-SQBWLOG-STATUS " - STEP NOT TIMED"
               SET SQBW-LOG-UNAVAILABLE TO TRUE
           ELSE
               WRITE BATCH-WINDOW-REC
               IF NOT SQBWLOG-OK
                   DISPLAY "SQBWLOG ERROR WRITING BATCH-WINDOW-FILE, "
                       "STATUS: " WS-SQBWLOG-STATUS
                   SET SQBW-LOG-UNAVAILABLE TO TRUE
               END-IF
               CLOSE BATCH-WINDOW-FILE
           END-IF.
