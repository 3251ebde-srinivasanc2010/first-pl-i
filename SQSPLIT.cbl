           05  WS-SPL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       COPY SQBWLK.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1500-COUNT-INPUT-RECORDS
               PERFORM 3000-WRITE-SPLIT-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
               CLOSE PARTITION-4-FILE
           END-IF
           CLOSE SPLIT-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQSPLIT"             TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-SP-DATA-RECORDS    TO SQBW-RECORDS-IN
           MOVE WS-SP-DATA-RECORDS    TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
