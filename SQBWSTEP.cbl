       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQBWSTEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-IN-FILE ASSIGN TO "BWCNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWCNTIN-STATUS.

           SELECT COUNT-OUT-FILE ASSIGN TO "BWCNTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWCNTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-IN-FILE
           RECORDING MODE IS F.
       01  COUNT-IN-REC           PIC X(80).

       FD  COUNT-OUT-FILE
           RECORDING MODE IS F.
       01  COUNT-OUT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-WORK           PIC X(20).
       01  WS-REQUEST-FUNCTION    PIC X(8).
           88  FUNCTION-START          VALUE "START".
           88  FUNCTION-END            VALUE "END".
       01  WS-REQUEST-PROGRAM     PIC X(8).

       01  WS-FILE-STATUSES.
           05  WS-BWCNTIN-STATUS  PIC XX.
               88  BWCNTIN-OK          VALUE "00".
           05  WS-BWCNTOUT-STATUS PIC XX.
               88  BWCNTOUT-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-IN-EOF-SWITCH   PIC X VALUE "N".
               88  END-OF-COUNT-IN     VALUE "Y".
           05  WS-OUT-EOF-SWITCH  PIC X VALUE "N".
               88  END-OF-COUNT-OUT    VALUE "Y".

       01  WS-STEP-COUNTS.
           05  WS-ST-RECORDS-IN   PIC 9(9) VALUE ZERO.
           05  WS-ST-RECORDS-OUT  PIC 9(9) VALUE ZERO.

       COPY SQBWLK.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-REQUEST         PIC X(20).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               IF FUNCTION-START
                   SET SQBW-REQ-START TO TRUE
               ELSE
                   SET SQBW-REQ-END TO TRUE
                   PERFORM 2000-COUNT-INPUT-RECORDS
                   PERFORM 2100-COUNT-OUTPUT-RECORDS
               END-IF
               PERFORM 3000-LOG-BATCH-WINDOW
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-REQUEST(1:LK-PARM-LEN) TO WS-PARM-WORK
           END-IF
           MOVE SPACES TO WS-REQUEST-FUNCTION
           MOVE SPACES TO WS-REQUEST-PROGRAM
           UNSTRING WS-PARM-WORK DELIMITED BY "," OR ALL " "
               INTO WS-REQUEST-FUNCTION
                    WS-REQUEST-PROGRAM
           END-UNSTRING
           IF NOT FUNCTION-START AND NOT FUNCTION-END
               DISPLAY "SQBWSTEP FUNCTION MUST BE START OR END: "
                   WS-REQUEST-FUNCTION
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO AND WS-REQUEST-PROGRAM = SPACES
               DISPLAY "SQBWSTEP PARM MUST NAME THE PROGRAM TIMED, "
                   "E.G. PARM='START,SORT'"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-COUNT-INPUT-RECORDS.
           OPEN INPUT COUNT-IN-FILE
           IF BWCNTIN-OK
               PERFORM UNTIL END-OF-COUNT-IN
                   READ COUNT-IN-FILE
                       AT END
                           SET END-OF-COUNT-IN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ST-RECORDS-IN
                   END-READ
               END-PERFORM
               CLOSE COUNT-IN-FILE
           END-IF.

       2100-COUNT-OUTPUT-RECORDS.
           OPEN INPUT COUNT-OUT-FILE
           IF BWCNTOUT-OK
               PERFORM UNTIL END-OF-COUNT-OUT
                   READ COUNT-OUT-FILE
                       AT END
                           SET END-OF-COUNT-OUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ST-RECORDS-OUT
                   END-READ
               END-PERFORM
               CLOSE COUNT-OUT-FILE
           END-IF.

       3000-LOG-BATCH-WINDOW.
           MOVE WS-REQUEST-PROGRAM    TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-ST-RECORDS-IN      TO SQBW-RECORDS-IN
           MOVE WS-ST-RECORDS-OUT     TO SQBW-RECORDS-OUT
           MOVE ZERO                  TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE ZERO TO RETURN-CODE
           IF SQBW-NOT-TIMED
               DISPLAY "SQBWSTEP HAS NO SQBWID CARD - NOTHING LOGGED"
           END-IF.
