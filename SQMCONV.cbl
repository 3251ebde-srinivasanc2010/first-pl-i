       WORKING-STORAGE SECTION.
       COPY SQMASTRC.

       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
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
           OPEN OUTPUT CONVERT-REPORT-FILE
           IF NOT SQMCVRPT-OK
               DISPLAY "ERROR OPENING CONVERT-REPORT-FILE, STATUS: "
