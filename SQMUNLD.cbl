       WORKING-STORAGE SECTION.
       01  WS-RETENTION-DAYS      PIC 9(5) VALUE ZERO.

       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
               MOVE LK-PARM-RETENTION(1:LK-PARM-LEN)
                   TO WS-RETENTION-DAYS
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
           IF RETURN-CODE = ZERO
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               COMPUTE WS-CUTOFF-INT =
                   WS-RUN-DATE-INT - WS-RETENTION-DAYS
           END-IF
           OPEN OUTPUT REORG-REPORT-FILE
           IF NOT SQMRGRPT-OK
               DISPLAY "ERROR OPENING REORG-REPORT-FILE, STATUS: "
