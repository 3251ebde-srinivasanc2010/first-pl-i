           05  WS-VA-UNCHANGED     PIC 9(9) VALUE ZERO.
           05  WS-VA-DROPPED       PIC S9(9) VALUE ZERO.

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
               PERFORM 2000-MATCH-GENERATIONS
               PERFORM 3000-WRITE-VARIANCE-TOTALS
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
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF NOT SQVARPT-OK
               DISPLAY "ERROR OPENING VARIANCE-REPORT-FILE, STATUS: "
               CLOSE PRIOR-OUT-FILE
           END-IF
           CLOSE VARIANCE-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQVARNCE"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-VA-CURRENT-COUNT   TO SQBW-RECORDS-IN
           MOVE ZERO                  TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
