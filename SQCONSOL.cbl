       01  WS-RHIST-PART-NAME     PIC X(44).
       01  WS-SHIST-PART-NAME     PIC X(44).

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-CONSOLIDATE-AUDIT-LOGS
               PERFORM 3500-WRITE-CONSOL-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
                   MOVE 16 TO RETURN-CODE
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
           STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                  ".SQCALC.SQAUDIT."     DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE

       4000-TERMINATE.
           CLOSE CONSOL-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQCONSOL"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-CN-AUDIT-LINES     TO SQBW-RECORDS-IN
           MOVE WS-CN-AUDIT-LINES     TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
