           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-GMS-TEXT        PIC X(75).

       COPY SQBWLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1500-COUNT-HISTORY-RUNS
               PERFORM 3000-WRITE-GATE-VERDICT
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           IF NOT HIST-EXPEDITE-RUN
                               ADD 1 TO WS-GA-TOTAL-RUNS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           IF NOT HIST-EXPEDITE-RUN
                               PERFORM 2100-ABSORB-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE

       4000-TERMINATE.
           CLOSE GATE-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQRUNGD"             TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-GA-TOTAL-RUNS      TO SQBW-RECORDS-IN
           MOVE ZERO                  TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
