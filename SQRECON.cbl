               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQREXC-STATUS.

           SELECT EX-NUM-IN-FILE ASSIGN TO "EXNUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXNUMIN-STATUS.

           SELECT EX-SQUARE-OUT-FILE ASSIGN TO "EXSQROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXSQROUT-STATUS.

           SELECT EX-EXCEPTION-FILE ASSIGN TO "EXSQREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXSQREXC-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQAUDIT-STATUS.
           05  FILLER             PIC X(3).
           05  EXC-REASON-CODE    PIC X(2).
               88  EXC-REASON-PRESENT  VALUE "E1" "E2" "E3" "E4"
                                         "E5" "E6" "E7" "E8".
           05  FILLER             PIC X(58).

       FD  EX-NUM-IN-FILE
           RECORDING MODE IS F.
       01  EX-NUM-IN-REC          PIC X(12).

       FD  EX-SQUARE-OUT-FILE
           RECORDING MODE IS F.
       01  EX-SQUARE-OUT-REC.
           05  EX-SQUARE-OUT-NUM  PIC S9(5)V9(2)
                                  SIGN IS TRAILING SEPARATE.
           05  EX-SQUARE-OUT-FUNCTION PIC X(1).
           05  EX-SQUARE-OUT-SQUARE PIC S9(10)V9(4)
                                  SIGN IS TRAILING SEPARATE.
           05  EX-SQUARE-OUT-SOURCE PIC X(3).

       FD  EX-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EX-EXCEPTION-LINE.
           05  FILLER             PIC X(8).
           05  EX-EXC-INPUT       PIC X(9).
           05  FILLER             PIC X(3).
           05  EX-EXC-REASON-CODE PIC X(2).
               88  EX-EXC-REASON-PRESENT VALUE "E1" "E2" "E3" "E4"
                                         "E5" "E6" "E7" "E8".
           05  FILLER             PIC X(58).

       FD  AUDIT-LOG-FILE
           05  AUD-JOB-ID.
               10  AUD-JOB-PREFIX PIC X(3).
                   88  AUD-DETAIL-LINE VALUE "SQC".
                   88  AUD-EXPEDITE-LINE VALUE "SQX".
               10  FILLER         PIC X(5).
           05  FILLER             PIC X(33).
           05  AUD-SQUARE-EDIT    PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-HLQ                 PIC X(20).
       01  WS-PARM-WORK           PIC X(23).
       01  WS-RECON-MODE          PIC X(2).
           88  EXPEDITE-RECON          VALUE "EX".
       01  WS-AUDIT-LOG-NAME      PIC X(44).

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
               88  SQROUT-OK           VALUE "00".
           05  WS-SQREXC-STATUS   PIC XX.
               88  SQREXC-OK           VALUE "00".
           05  WS-EXNUMIN-STATUS  PIC XX.
               88  EXNUMIN-OK          VALUE "00".
               88  EXNUMIN-NOT-FOUND   VALUE "35".
           05  WS-EXSQROUT-STATUS PIC XX.
               88  EXSQROUT-OK         VALUE "00".
               88  EXSQROUT-NOT-FOUND  VALUE "35".
           05  WS-EXSQREXC-STATUS PIC XX.
               88  EXSQREXC-OK         VALUE "00".
               88  EXSQREXC-NOT-FOUND  VALUE "35".
           05  WS-SQAUDIT-STATUS  PIC XX.
               88  SQAUDIT-OK          VALUE "00".
           05  WS-SQRECRPT-STATUS PIC XX.
           05  WS-RC-SQROUT-SUM    PIC S9(15)V9(4) VALUE ZERO.
           05  WS-RC-AUDIT-SUM     PIC S9(15)V9(4) VALUE ZERO.

       01  WS-EXPEDITE-COUNTS.
           05  WS-RX-INPUT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RX-SQROUT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-RX-EXCEPT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-RX-AUDIT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RX-ACCOUNTED     PIC 9(9) VALUE ZERO.

       01  WS-EXPEDITE-SUMS.
           05  WS-RX-SQROUT-SUM    PIC S9(15)V9(4) VALUE ZERO.
           05  WS-RX-AUDIT-SUM     PIC S9(15)V9(4) VALUE ZERO.

       01  WS-DAY-TOTALS.
           05  WS-RD-INPUT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RD-SQROUT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-RD-EXCEPT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-RD-SQROUT-SUM    PIC S9(15)V9(4) VALUE ZERO.

       01  WS-RECON-HEADING-1.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(36) VALUE
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-HDG-RUN-TYPE    PIC X(12) VALUE SPACES.

       01  WS-RECON-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(23).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-COUNT-NUM-IN-FILE
               PERFORM 2100-COUNT-SQUARE-OUT-FILE
               PERFORM 2200-COUNT-EXCEPTION-FILE
               PERFORM 2300-COUNT-AUDIT-LOG-FILE
               IF NOT EXPEDITE-RECON
                   PERFORM 2400-COUNT-EXPEDITE-NUM-IN
                   PERFORM 2500-COUNT-EXPEDITE-SQUARE-OUT
                   PERFORM 2600-COUNT-EXPEDITE-EXCEPTIONS
               END-IF
               PERFORM 3000-BALANCE-THE-FILES
               PERFORM 3100-WRITE-RECON-REPORT
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-HLQ
           MOVE SPACES TO WS-RECON-MODE
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-PARM-WORK
           END-IF
           UNSTRING WS-PARM-WORK DELIMITED BY "," OR ALL " "
               INTO WS-HLQ
                    WS-RECON-MODE
           END-UNSTRING
           IF WS-RECON-MODE NOT = SPACES AND NOT EXPEDITE-RECON
               DISPLAY "RECONCILIATION MODE PARM MUST BE EX OR "
                   "OMITTED: " WS-RECON-MODE
               MOVE 16 TO RETURN-CODE
           END-IF
           INITIALIZE BUSINESS-DATE-PARMS
           IF EXPEDITE-RECON
               SET SQBD-REQ-EXPEDITE TO TRUE
           ELSE
               SET SQBD-REQ-CURRENT TO TRUE
           END-IF
           CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
           END-CALL
           IF SQBD-SUCCESS
               MOVE SQBD-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY "BUSINESS DATE NOT AVAILABLE FROM SQCALNDR, "
                   "CODE: " SQBD-RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF EXPEDITE-RECON
               STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                      ".SQCALC.SQAUDIT."     DELIMITED BY SIZE
                      WS-RUN-DATE            DELIMITED BY SIZE
                      "."                    DELIMITED BY SIZE
                      WS-RECON-MODE          DELIMITED BY SIZE
                   INTO WS-AUDIT-LOG-NAME
           ELSE
               STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                      ".SQCALC.SQAUDIT."     DELIMITED BY SIZE
                      WS-RUN-DATE            DELIMITED BY SIZE
                   INTO WS-AUDIT-LOG-NAME
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT SQRECRPT-OK
               DISPLAY "ERROR OPENING RECON-REPORT-FILE, STATUS: "
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2350-SCORE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       2350-SCORE-AUDIT-LINE.
           EVALUATE TRUE
               WHEN EXPEDITE-RECON
                   IF AUD-EXPEDITE-LINE
                       ADD 1 TO WS-RC-AUDIT-COUNT
                       ADD FUNCTION NUMVAL(AUD-SQUARE-EDIT)
                           TO WS-RC-AUDIT-SUM
                   END-IF
               WHEN AUD-DETAIL-LINE
                   ADD 1 TO WS-RC-AUDIT-COUNT
                   ADD FUNCTION NUMVAL(AUD-SQUARE-EDIT)
                       TO WS-RC-AUDIT-SUM
               WHEN AUD-EXPEDITE-LINE
                   ADD 1 TO WS-RX-AUDIT-COUNT
                   ADD FUNCTION NUMVAL(AUD-SQUARE-EDIT)
                       TO WS-RX-AUDIT-SUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-COUNT-EXPEDITE-NUM-IN.
           OPEN INPUT EX-NUM-IN-FILE
           IF EXNUMIN-NOT-FOUND
               CLOSE EX-NUM-IN-FILE
           ELSE
               IF NOT EXNUMIN-OK
                   DISPLAY "ERROR OPENING EX-NUM-IN-FILE, STATUS: "
                       WS-EXNUMIN-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ EX-NUM-IN-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RX-INPUT-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE EX-NUM-IN-FILE
               END-IF
           END-IF.

       2500-COUNT-EXPEDITE-SQUARE-OUT.
           OPEN INPUT EX-SQUARE-OUT-FILE
           IF EXSQROUT-NOT-FOUND
               CLOSE EX-SQUARE-OUT-FILE
           ELSE
               IF NOT EXSQROUT-OK
                   DISPLAY "ERROR OPENING EX-SQUARE-OUT-FILE, STATUS: "
                       WS-EXSQROUT-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ EX-SQUARE-OUT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RX-SQROUT-COUNT
                               ADD EX-SQUARE-OUT-SQUARE
                                   TO WS-RX-SQROUT-SUM
                       END-READ
                   END-PERFORM
                   CLOSE EX-SQUARE-OUT-FILE
               END-IF
           END-IF.

       2600-COUNT-EXPEDITE-EXCEPTIONS.
           OPEN INPUT EX-EXCEPTION-FILE
           IF EXSQREXC-NOT-FOUND
               CLOSE EX-EXCEPTION-FILE
           ELSE
               IF NOT EXSQREXC-OK
                   DISPLAY "ERROR OPENING EX-EXCEPTION-FILE, STATUS: "
                       WS-EXSQREXC-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ EX-EXCEPTION-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF EX-EXC-REASON-PRESENT
                                   ADD 1 TO WS-RX-EXCEPT-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EX-EXCEPTION-FILE
               END-IF
           END-IF.

       3000-BALANCE-THE-FILES.
           SET FILES-IN-BALANCE TO TRUE
           ADD WS-RC-SQROUT-COUNT TO WS-RC-EXCEPT-COUNT
           IF WS-RC-AUDIT-SUM NOT = WS-RC-SQROUT-SUM
               SET FILES-OUT-OF-BALANCE TO TRUE
           END-IF
           ADD WS-RX-SQROUT-COUNT TO WS-RX-EXCEPT-COUNT
               GIVING WS-RX-ACCOUNTED
           IF WS-RX-ACCOUNTED NOT = WS-RX-INPUT-COUNT
               SET FILES-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-RX-AUDIT-COUNT NOT = WS-RX-SQROUT-COUNT
               SET FILES-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-RX-AUDIT-SUM NOT = WS-RX-SQROUT-SUM
               SET FILES-OUT-OF-BALANCE TO TRUE
           END-IF
           ADD WS-RC-INPUT-COUNT WS-RX-INPUT-COUNT
               GIVING WS-RD-INPUT-COUNT
           ADD WS-RC-SQROUT-COUNT WS-RX-SQROUT-COUNT
               GIVING WS-RD-SQROUT-COUNT
           ADD WS-RC-EXCEPT-COUNT WS-RX-EXCEPT-COUNT
               GIVING WS-RD-EXCEPT-COUNT
           ADD WS-RC-SQROUT-SUM WS-RX-SQROUT-SUM
               GIVING WS-RD-SQROUT-SUM
           IF FILES-OUT-OF-BALANCE AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-RUN-MM   TO WS-HDG-MM
           MOVE WS-RUN-DD   TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           IF EXPEDITE-RECON
               MOVE "EXPEDITE RUN" TO WS-HDG-RUN-TYPE
           END-IF
           MOVE WS-RECON-HEADING-1 TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-RECON-HEADING-2 TO RECON-REPORT-LINE
           MOVE "AUDIT SUM OF RESULTS....: " TO WS-RSL-LABEL
           MOVE WS-RC-AUDIT-SUM         TO WS-RSL-SUM
           PERFORM 3160-WRITE-SUM-LINE
           IF NOT EXPEDITE-RECON
               PERFORM 3120-WRITE-EXPEDITE-TOTALS
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           IF FILES-IN-BALANCE
               PERFORM 3200-WRITE-DISCREPANCIES
           END-IF.

       3120-WRITE-EXPEDITE-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "EXPEDITE NUMIN......: " TO WS-RCL-LABEL
           MOVE WS-RX-INPUT-COUNT       TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "EXPEDITE SQROUT.....: " TO WS-RCL-LABEL
           MOVE WS-RX-SQROUT-COUNT      TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "EXPEDITE SQREXC.....: " TO WS-RCL-LABEL
           MOVE WS-RX-EXCEPT-COUNT      TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "EXPEDITE AUDIT......: " TO WS-RCL-LABEL
           MOVE WS-RX-AUDIT-COUNT       TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "EXPEDITE SQROUT SUM.....: " TO WS-RSL-LABEL
           MOVE WS-RX-SQROUT-SUM        TO WS-RSL-SUM
           PERFORM 3160-WRITE-SUM-LINE
           MOVE "EXPEDITE AUDIT SUM......: " TO WS-RSL-LABEL
           MOVE WS-RX-AUDIT-SUM         TO WS-RSL-SUM
           PERFORM 3160-WRITE-SUM-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "DAY NUMIN RECORDS...: " TO WS-RCL-LABEL
           MOVE WS-RD-INPUT-COUNT       TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "DAY SQROUT RECORDS..: " TO WS-RCL-LABEL
           MOVE WS-RD-SQROUT-COUNT      TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "DAY SQREXC REJECTS..: " TO WS-RCL-LABEL
           MOVE WS-RD-EXCEPT-COUNT      TO WS-RCL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "DAY SUM OF RESULTS......: " TO WS-RSL-LABEL
           MOVE WS-RD-SQROUT-SUM        TO WS-RSL-SUM
           PERFORM 3160-WRITE-SUM-LINE.

       3150-WRITE-COUNT-LINE.
           MOVE WS-RECON-COUNT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
               MOVE "AUDIT SUM OF RESULTS DISAGREES WITH SQROUT"
                   TO WS-RML-TEXT
               PERFORM 3170-WRITE-MESSAGE-LINE
           END-IF
           IF WS-RX-ACCOUNTED NOT = WS-RX-INPUT-COUNT
               MOVE "EXPEDITE SQROUT PLUS SQREXC DISAGREES WITH NUMIN"
                   TO WS-RML-TEXT
               PERFORM 3170-WRITE-MESSAGE-LINE
           END-IF
           IF WS-RX-AUDIT-COUNT NOT = WS-RX-SQROUT-COUNT
               MOVE "EXPEDITE AUDIT LOG DISAGREES WITH EXPEDITE SQROUT"
                   TO WS-RML-TEXT
               PERFORM 3170-WRITE-MESSAGE-LINE
           END-IF
           IF WS-RX-AUDIT-SUM NOT = WS-RX-SQROUT-SUM
               MOVE "EXPEDITE AUDIT SUM DISAGREES WITH EXPEDITE SQROUT"
                   TO WS-RML-TEXT
               PERFORM 3170-WRITE-MESSAGE-LINE
           END-IF.

       4000-TERMINATE.
           CLOSE RECON-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQRECON"             TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-RC-INPUT-COUNT     TO SQBW-RECORDS-IN
           MOVE WS-RC-SQROUT-COUNT    TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
