           05  WS-PEL-COUNT       PIC Z(12)9.
           05  FILLER             PIC X(36) VALUE SPACES.

       COPY SQBWLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-EDIT-RECORDS UNTIL END-OF-INPUT
               PERFORM 3100-WRITE-PREEDIT-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           CLOSE NUM-IN-FILE
           CLOSE EDITED-NUM-FILE
           CLOSE PREEDIT-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQPREDIT"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-PE-RECORDS-READ    TO SQBW-RECORDS-IN
           MOVE WS-PE-RECORDS-READ    TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
