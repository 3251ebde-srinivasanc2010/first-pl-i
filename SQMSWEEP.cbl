       01  WS-RUN-MODE            PIC X(8).
           88  CORRECT-MODE            VALUE "CORRECT".

       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-MODE(1:LK-PARM-LEN) TO WS-RUN-MODE
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
           OPEN OUTPUT SWEEP-REPORT-FILE
           IF NOT SQMSWRPT-OK
               DISPLAY "ERROR OPENING SWEEP-REPORT-FILE, STATUS: "
