           05  WS-PRIOR-SWITCH    PIC X VALUE "N".
               88  PRIOR-STATS-PRESENT VALUE "Y".

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-TALLY-RESULTS UNTIL END-OF-OUTPUT
               PERFORM 3800-SAVE-TONIGHTS-SNAPSHOT
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
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
           MOVE "S" TO WS-FN-CODE(1)
           MOVE "R" TO WS-FN-CODE(2)
           MOVE "C" TO WS-FN-CODE(3)
       4000-TERMINATE.
           CLOSE SQUARE-OUT-FILE
           CLOSE STATS-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQDSTATS"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-DS-RECORDS-READ    TO SQBW-RECORDS-IN
           MOVE ZERO                  TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
