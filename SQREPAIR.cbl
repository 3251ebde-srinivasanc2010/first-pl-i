               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQFIXRPT-STATUS.

           SELECT REJECT-SUSPENSE-FILE ASSIGN TO "SQRSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SQRSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  REPAIR-REPORT-LINE     PIC X(80).

       FD  REJECT-SUSPENSE-FILE.
       COPY SQRSUSRC.

       WORKING-STORAGE SECTION.
       01  WS-WRITEOFF-DAYS       PIC 9(3) VALUE 60.

       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-INT    PIC S9(9) VALUE ZERO.
           05  WS-FIRST-DATE-INT  PIC S9(9) VALUE ZERO.
           05  WS-REJECT-AGE      PIC S9(9) VALUE ZERO.
           05  WS-PRIOR-SEEN-DATE PIC 9(8)  VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-SQRECYC-STATUS  PIC XX.
               88  SQRECYC-OK          VALUE "00".
               88  NUMFIXED-OK         VALUE "00".
           05  WS-SQFIXRPT-STATUS PIC XX.
               88  SQFIXRPT-OK         VALUE "00".
           05  WS-SQRSUSP-STATUS  PIC XX.
               88  SQRSUSP-OK          VALUE "00".
               88  SQRSUSP-NOT-FOUND   VALUE "35".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
           05  WS-MATCH-SWITCH    PIC X VALUE "N".
               88  CORRECTION-MATCHED  VALUE "Y".
               88  CORRECTION-NOT-MATCHED VALUE "N".
           05  WS-SUSPENSE-SWITCH PIC X VALUE "N".
               88  SUSPENSE-ITEM-FOUND     VALUE "Y".
               88  SUSPENSE-ITEM-ABSENT    VALUE "N".
           05  WS-SUSP-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-SUSPENSE     VALUE "Y".

       01  WS-CORRECTION-LIMITS.
           05  WS-FIX-MAXIMUM     PIC 9(3) VALUE 500.
           05  WS-RP-FIXES-READ      PIC 9(9) VALUE ZERO.
           05  WS-RP-FIXES-UNUSED    PIC 9(9) VALUE ZERO.
           05  WS-RP-FIXES-INVALID   PIC 9(9) VALUE ZERO.
           05  WS-RP-WRITTEN-OFF     PIC 9(9) VALUE ZERO.
           05  WS-RP-NEW-SUSPENSE    PIC 9(9) VALUE ZERO.
           05  WS-RP-CLEARED         PIC 9(9) VALUE ZERO.

       01  WS-REPAIR-HEADING-1.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  WS-RPD-INPUT       PIC X(9).
           05  FILLER             PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-WRITEOFF        PIC X(3).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1500-LOAD-CORRECTIONS
               PERFORM 2000-APPLY-CORRECTIONS
               PERFORM 2500-CLEAR-RECYCLED-ITEMS
               PERFORM 3000-REPORT-UNUSED-CORRECTIONS
               PERFORM 3100-WRITE-REPAIR-TOTALS
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           IF LK-PARM-LEN > ZERO
               IF LK-PARM-LEN > 3
                  OR LK-PARM-WRITEOFF(1:LK-PARM-LEN) IS NOT NUMERIC
                   DISPLAY "WRITE-OFF DAYS PARM NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE LK-PARM-WRITEOFF(1:LK-PARM-LEN)
                       TO WS-WRITEOFF-DAYS
               END-IF
           END-IF
           INITIALIZE BUSINESS-DATE-PARMS
           SET SQBD-REQ-CURRENT TO TRUE
           CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
           END-CALL
           IF SQBD-SUCCESS
               MOVE SQBD-DATE TO WS-RUN-DATE
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           ELSE
               DISPLAY "BUSINESS DATE NOT AVAILABLE FROM SQCALNDR, "
                   "CODE: " SQBD-RETURN-CODE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O REJECT-SUSPENSE-FILE
           IF SQRSUSP-NOT-FOUND
               OPEN OUTPUT REJECT-SUSPENSE-FILE
               CLOSE REJECT-SUSPENSE-FILE
               OPEN I-O REJECT-SUSPENSE-FILE
           END-IF
           IF NOT SQRSUSP-OK
               DISPLAY "ERROR OPENING REJECT-SUSPENSE-FILE, STATUS: "
                   WS-SQRSUSP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REPAIR-REPORT-FILE
           IF NOT SQFIXRPT-OK
               DISPLAY "ERROR OPENING REPAIR-REPORT-FILE, STATUS: "

       2100-REPAIR-ONE-REJECT.
           ADD 1 TO WS-RP-REJECTS-READ
           PERFORM 2110-LOCATE-SUSPENSE-ITEM
           PERFORM 2150-FIND-CORRECTION
           IF CORRECTION-MATCHED
               SET FIX-ENTRY-USED(WS-FIX-FOUND-SUB) TO TRUE
               MOVE WS-RUN-DATE-NUM TO SUSP-OUTCOME-DATE
               IF WS-FIX-ACTION(WS-FIX-FOUND-SUB) = "D"
                   ADD 1 TO WS-RP-DROPPED
                   SET SUSP-DROPPED TO TRUE
               ELSE
                   MOVE WS-FIX-NEW(WS-FIX-FOUND-SUB) TO FIXED-INPUT
                   IF WS-FIX-NEW-SOURCE(WS-FIX-FOUND-SUB) = SPACES
                   WRITE FIXED-NUM-REC
                   PERFORM 2200-CHECK-NUMFIXED-STATUS
                   ADD 1 TO WS-RP-CORRECTED
                   SET SUSP-CORRECTED TO TRUE
                   MOVE FIXED-INPUT  TO SUSP-CORRECTED-INPUT
                   MOVE FIXED-SOURCE TO SUSP-CORRECTED-SOURCE
               END-IF
           ELSE
               COMPUTE WS-FIRST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SUSP-FIRST-REJECT-DATE)
               COMPUTE WS-REJECT-AGE =
                   WS-RUN-DATE-INT - WS-FIRST-DATE-INT
               IF WS-REJECT-AGE > WS-WRITEOFF-DAYS
                   ADD 1 TO WS-RP-WRITTEN-OFF
                   SET SUSP-WRITTEN-OFF TO TRUE
                   MOVE WS-RUN-DATE-NUM TO SUSP-OUTCOME-DATE
                   MOVE "WRITTEN OFF, PAST AGE LIMIT: "
                       TO WS-RPD-TEXT
                   MOVE RECYC-INPUT TO WS-RPD-INPUT
                   PERFORM 3050-WRITE-DETAIL-LINE
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE RECYC-INPUT  TO FIXED-INPUT
                   MOVE RECYC-SOURCE TO FIXED-SOURCE
                   WRITE FIXED-NUM-REC
                   PERFORM 2200-CHECK-NUMFIXED-STATUS
                   ADD 1 TO WS-RP-CARRIED
                   IF WS-PRIOR-SEEN-DATE < WS-RUN-DATE-NUM
                       ADD 1 TO SUSP-RECYCLE-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 2190-SAVE-SUSPENSE-ITEM.

       2110-LOCATE-SUSPENSE-ITEM.
           SET SUSPENSE-ITEM-ABSENT TO TRUE
           MOVE RECYC-INPUT  TO SUSP-INPUT
           MOVE RECYC-SOURCE TO SUSP-SOURCE
           READ REJECT-SUSPENSE-FILE
               INVALID KEY
                   SET SUSPENSE-ITEM-ABSENT TO TRUE
               NOT INVALID KEY
                   SET SUSPENSE-ITEM-FOUND TO TRUE
           END-READ
           IF NOT SQRSUSP-OK AND SUSPENSE-ITEM-FOUND
               DISPLAY "ERROR ON REJECT-SUSPENSE-FILE, STATUS: "
                   WS-SQRSUSP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF SUSPENSE-ITEM-ABSENT
              OR (SUSP-CLOSED
                  AND SUSP-OUTCOME-DATE < WS-RUN-DATE-NUM)
               ADD 1 TO WS-RP-NEW-SUSPENSE
               MOVE SPACES           TO REJECT-SUSPENSE-REC
               MOVE RECYC-INPUT      TO SUSP-INPUT
               MOVE RECYC-SOURCE     TO SUSP-SOURCE
               MOVE RECYC-SOURCE     TO SUSP-DEPT-CODE
               MOVE WS-RUN-DATE-NUM  TO SUSP-FIRST-REJECT-DATE
               MOVE ZERO             TO SUSP-LAST-SEEN-DATE
               MOVE ZERO             TO SUSP-RECYCLE-COUNT
           END-IF
           MOVE SUSP-LAST-SEEN-DATE TO WS-PRIOR-SEEN-DATE
           SET SUSP-OPEN            TO TRUE
           MOVE RECYC-REASON-CODE   TO SUSP-REASON-CODE
           MOVE WS-RUN-DATE-NUM     TO SUSP-LAST-SEEN-DATE
           MOVE ZERO                TO SUSP-OUTCOME-DATE
           MOVE SPACES              TO SUSP-CORRECTED-INPUT
           MOVE SPACES              TO SUSP-CORRECTED-SOURCE.

       2190-SAVE-SUSPENSE-ITEM.
           IF SUSPENSE-ITEM-FOUND
               REWRITE REJECT-SUSPENSE-REC
           ELSE
               WRITE REJECT-SUSPENSE-REC
           END-IF
           PERFORM 2290-CHECK-SQRSUSP-STATUS.

       2150-FIND-CORRECTION.
           SET CORRECTION-NOT-MATCHED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2290-CHECK-SQRSUSP-STATUS.
           IF NOT SQRSUSP-OK
               DISPLAY "ERROR ON REJECT-SUSPENSE-FILE, STATUS: "
                   WS-SQRSUSP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-CLEAR-RECYCLED-ITEMS.
           MOVE LOW-VALUES TO SUSP-KEY
           START REJECT-SUSPENSE-FILE KEY >= SUSP-KEY
               INVALID KEY
                   SET END-OF-SUSPENSE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SUSPENSE
               READ REJECT-SUSPENSE-FILE NEXT
                   AT END
                       SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       IF SUSP-OPEN
                          AND SUSP-LAST-SEEN-DATE < WS-RUN-DATE-NUM
                           PERFORM 2550-CLEAR-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       2550-CLEAR-ONE-ITEM.
           ADD 1 TO WS-RP-CLEARED
           SET SUSP-CORRECTED     TO TRUE
           MOVE WS-RUN-DATE-NUM   TO SUSP-OUTCOME-DATE
           MOVE SUSP-INPUT        TO SUSP-CORRECTED-INPUT
           MOVE SUSP-SOURCE       TO SUSP-CORRECTED-SOURCE
           REWRITE REJECT-SUSPENSE-REC
           PERFORM 2290-CHECK-SQRSUSP-STATUS.

       3000-REPORT-UNUSED-CORRECTIONS.
           PERFORM VARYING WS-FIX-SUB FROM 1 BY 1
                   UNTIL WS-FIX-SUB > WS-FIX-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "CORRECTIONS INVALID: " TO WS-RPL-LABEL
           MOVE WS-RP-FIXES-INVALID     TO WS-RPL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "REJECTS WRITTEN OFF: " TO WS-RPL-LABEL
           MOVE WS-RP-WRITTEN-OFF       TO WS-RPL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "NEW SUSPENSE ITEMS.: " TO WS-RPL-LABEL
           MOVE WS-RP-NEW-SUSPENSE      TO WS-RPL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE
           MOVE "CLEARED ON RECYCLE.: " TO WS-RPL-LABEL
           MOVE WS-RP-CLEARED           TO WS-RPL-COUNT
           PERFORM 3150-WRITE-COUNT-LINE.

       3150-WRITE-COUNT-LINE.
           PERFORM 3060-CHECK-SQFIXRPT-STATUS.

       4000-TERMINATE.
           CLOSE REJECT-SUSPENSE-FILE
           CLOSE FIXED-NUM-FILE
           CLOSE REPAIR-REPORT-FILE.
