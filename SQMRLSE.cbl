       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQMRLSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-MAINT-FILE ASSIGN TO "SQMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-SQMPEND-STATUS.

           SELECT MASTER-MAINT-FILE ASSIGN TO "SQMMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQMMAINT-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO "SQMRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQMRLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-MAINT-FILE.
       COPY SQMPNDRC.

       FD  MASTER-MAINT-FILE
           RECORDING MODE IS F.
       COPY SQMNTRC.

       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F.
       01  RELEASE-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXPIRY-DAYS         PIC 9(5) VALUE 5.

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-CURRENT-TIME.
           05  WS-TIME-HH         PIC 9(2).
           05  WS-TIME-MM         PIC 9(2).
           05  WS-TIME-SS         PIC 9(2).
           05  WS-TIME-HS         PIC 9(2).

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-INT    PIC S9(9) VALUE ZERO.
           05  WS-CUTOFF-INT      PIC S9(9) VALUE ZERO.
           05  WS-ENTRY-DATE-INT  PIC S9(9) VALUE ZERO.
           05  WS-EDIT-DATE-IN    PIC 9(8) VALUE ZERO.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
               10  WS-EDI-YYYY    PIC X(4).
               10  WS-EDI-MM      PIC X(2).
               10  WS-EDI-DD      PIC X(2).
           05  WS-EDIT-DATE-OUT.
               10  WS-EDO-YYYY    PIC X(4).
               10  FILLER         PIC X(1) VALUE "-".
               10  WS-EDO-MM      PIC X(2).
               10  FILLER         PIC X(1) VALUE "-".
               10  WS-EDO-DD      PIC X(2).

       01  WS-FILE-STATUSES.
           05  WS-SQMPEND-STATUS  PIC XX.
               88  SQMPEND-OK          VALUE "00".
               88  SQMPEND-NOT-FOUND   VALUE "35".
           05  WS-SQMMAINT-STATUS PIC XX.
               88  SQMMAINT-OK         VALUE "00".
               88  SQMMAINT-NOT-FOUND  VALUE "35".
           05  WS-SQMRLRPT-STATUS PIC XX.
               88  SQMRLRPT-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-PENDING      VALUE "Y".
           05  WS-NEW-ENTRY-SWITCH PIC X VALUE "N".
               88  NEW-ENTRY           VALUE "Y".
               88  CARRIED-ENTRY       VALUE "N".

       01  WS-RELEASE-COUNTS.
           05  WS-RL-ITEMS-READ    PIC 9(9) VALUE ZERO.
           05  WS-RL-NEW-ENTRIES   PIC 9(9) VALUE ZERO.
           05  WS-RL-RELEASED      PIC 9(9) VALUE ZERO.
           05  WS-RL-REJECTED      PIC 9(9) VALUE ZERO.
           05  WS-RL-EXPIRED       PIC 9(9) VALUE ZERO.
           05  WS-RL-CARRIED       PIC 9(9) VALUE ZERO.

       01  WS-RELEASE-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(48) VALUE
               "SQUARE MASTER - MAINTENANCE APPROVAL AND RELEASE".

       01  WS-RELEASE-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "EXPIRY DAYS ".
           05  WS-HDG-EXPIRY      PIC ZZZZ9.

       01  WS-RELEASE-COLUMN-HEADING.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "NUM".
           05  FILLER             PIC X(2)  VALUE "F".
           05  FILLER             PIC X(9)  VALUE "STATUS".
           05  FILLER             PIC X(25) VALUE
               "ENTERED BY / TERM / DATE".
           05  FILLER             PIC X(25) VALUE
               "DECIDED BY / TERM / DATE".

       01  WS-RELEASE-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RLD-NUM         PIC -(5)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-FUNC        PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-STATUS      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-ENTRY-USER  PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-ENTRY-TERM  PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-ENTRY-DATE  PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-CHECK-USER  PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-CHECK-TERM  PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-RLD-CHECK-DATE  PIC X(10).

       01  WS-RELEASE-REASON-LINE.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "REASON: ".
           05  WS-RLR-REASON      PIC X(30).

       01  WS-RELEASE-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-RLL-LABEL       PIC X(26).
           05  WS-RLL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-EXPIRY          PIC X(5).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-PROCESS-PENDING-FILE
               PERFORM 3000-WRITE-RELEASE-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           IF LK-PARM-LEN > ZERO
               IF LK-PARM-LEN > 5
                  OR LK-PARM-EXPIRY(1:LK-PARM-LEN) IS NOT NUMERIC
                   DISPLAY "EXPIRY DAYS PARM NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE LK-PARM-EXPIRY(1:LK-PARM-LEN)
                       TO WS-EXPIRY-DAYS
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
           IF RETURN-CODE = ZERO
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               COMPUTE WS-CUTOFF-INT =
                   WS-RUN-DATE-INT - WS-EXPIRY-DAYS
           END-IF
           OPEN OUTPUT RELEASE-REPORT-FILE
           IF NOT SQMRLRPT-OK
               DISPLAY "ERROR OPENING RELEASE-REPORT-FILE, STATUS: "
                   WS-SQMRLRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O PENDING-MAINT-FILE
           IF SQMPEND-NOT-FOUND
               OPEN OUTPUT PENDING-MAINT-FILE
               CLOSE PENDING-MAINT-FILE
               OPEN I-O PENDING-MAINT-FILE
           END-IF
           IF NOT SQMPEND-OK
               DISPLAY "ERROR OPENING PENDING-MAINT-FILE, STATUS: "
                   WS-SQMPEND-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND MASTER-MAINT-FILE
           IF SQMMAINT-NOT-FOUND
               OPEN OUTPUT MASTER-MAINT-FILE
           END-IF
           IF NOT SQMMAINT-OK
               DISPLAY "ERROR OPENING MASTER-MAINT-FILE, STATUS: "
                   WS-SQMMAINT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-WRITE-RELEASE-HEADINGS
               MOVE LOW-VALUES TO PEND-KEY
               START PENDING-MAINT-FILE KEY >= PEND-KEY
                   INVALID KEY
                       SET END-OF-PENDING TO TRUE
               END-START
           END-IF.

       1100-WRITE-RELEASE-HEADINGS.
           MOVE WS-RUN-MM      TO WS-HDG-MM
           MOVE WS-RUN-DD      TO WS-HDG-DD
           MOVE WS-RUN-YYYY    TO WS-HDG-YYYY
           MOVE WS-EXPIRY-DAYS TO WS-HDG-EXPIRY
           MOVE WS-RELEASE-HEADING-1 TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           MOVE WS-RELEASE-HEADING-2 TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           MOVE SPACES TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           MOVE WS-RELEASE-COLUMN-HEADING TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           PERFORM 3060-CHECK-SQMRLRPT-STATUS.

       2000-PROCESS-PENDING-FILE.
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-MAINT-FILE NEXT
                   AT END
                       SET END-OF-PENDING TO TRUE
                   NOT AT END
                       PERFORM 2100-PROCESS-PENDING-ITEM
               END-READ
           END-PERFORM.

       2100-PROCESS-PENDING-ITEM.
           ADD 1 TO WS-RL-ITEMS-READ
           IF PEND-ALREADY-LISTED
               SET CARRIED-ENTRY TO TRUE
           ELSE
               SET NEW-ENTRY TO TRUE
               ADD 1 TO WS-RL-NEW-ENTRIES
           END-IF
           EVALUATE TRUE
               WHEN PEND-APPROVED
                   PERFORM 2200-RELEASE-APPROVED-ITEM
               WHEN PEND-AWAITING
                   PERFORM 2300-EXPIRE-OR-CARRY-ITEM
               WHEN PEND-REJECTED
                   ADD 1 TO WS-RL-REJECTED
                   MOVE "REJECTED" TO WS-RLD-STATUS
                   PERFORM 2500-WRITE-RELEASE-DETAIL
                   PERFORM 2400-DELETE-PENDING-ITEM
               WHEN OTHER
                   ADD 1 TO WS-RL-EXPIRED
                   MOVE "EXPIRED" TO WS-RLD-STATUS
                   PERFORM 2500-WRITE-RELEASE-DETAIL
                   PERFORM 2400-DELETE-PENDING-ITEM
           END-EVALUATE.

       2200-RELEASE-APPROVED-ITEM.
           MOVE PEND-FUNCTION-CODE TO MAINT-FUNCTION-CODE
           MOVE PEND-NUM           TO MAINT-NUM
           MOVE PEND-SQUARE        TO MAINT-SQUARE
           WRITE MAINT-TRANS-REC
           IF NOT SQMMAINT-OK
               DISPLAY "ERROR ON MASTER-MAINT-FILE, STATUS: "
                   WS-SQMMAINT-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-PENDING TO TRUE
           ELSE
               ADD 1 TO WS-RL-RELEASED
               MOVE "RELEASED" TO WS-RLD-STATUS
               PERFORM 2500-WRITE-RELEASE-DETAIL
               PERFORM 2400-DELETE-PENDING-ITEM
           END-IF.

       2300-EXPIRE-OR-CARRY-ITEM.
           COMPUTE WS-ENTRY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PEND-ENTRY-DATE)
           IF WS-ENTRY-DATE-INT < WS-CUTOFF-INT
               SET PEND-EXPIRED TO TRUE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE "SQMRLSE"            TO PEND-CHECK-USER
               MOVE SPACES               TO PEND-CHECK-TERM
               MOVE WS-RUN-DATE-NUM      TO PEND-CHECK-DATE
               MOVE WS-CURRENT-TIME(1:6) TO PEND-CHECK-TIME
               MOVE "NOT DECIDED WITHIN EXPIRY DAYS" TO PEND-REASON
               ADD 1 TO WS-RL-EXPIRED
               MOVE "EXPIRED" TO WS-RLD-STATUS
               PERFORM 2500-WRITE-RELEASE-DETAIL
               PERFORM 2400-DELETE-PENDING-ITEM
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-RL-CARRIED
               IF NEW-ENTRY
                   MOVE "ENTERED" TO WS-RLD-STATUS
                   MOVE "Y" TO PEND-LISTED-FLAG
                   REWRITE PENDING-MAINT-REC
                       INVALID KEY
                           DISPLAY "PENDING REWRITE FAILED FOR: "
                               PEND-NUM
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
               ELSE
                   MOVE "PENDING" TO WS-RLD-STATUS
               END-IF
               PERFORM 2500-WRITE-RELEASE-DETAIL
           END-IF.

       2400-DELETE-PENDING-ITEM.
           DELETE PENDING-MAINT-FILE RECORD
               INVALID KEY
                   DISPLAY "PENDING DELETE FAILED FOR: " PEND-NUM
                   MOVE 16 TO RETURN-CODE
           END-DELETE.

       2500-WRITE-RELEASE-DETAIL.
           MOVE PEND-NUM           TO WS-RLD-NUM
           MOVE PEND-FUNCTION-CODE TO WS-RLD-FUNC
           MOVE PEND-ENTRY-USER    TO WS-RLD-ENTRY-USER
           MOVE PEND-ENTRY-TERM    TO WS-RLD-ENTRY-TERM
           MOVE PEND-ENTRY-DATE    TO WS-EDIT-DATE-IN
           PERFORM 2550-FORMAT-DATE
           MOVE WS-EDIT-DATE-OUT   TO WS-RLD-ENTRY-DATE
           IF PEND-AWAITING
               MOVE SPACES TO WS-RLD-CHECK-USER
               MOVE SPACES TO WS-RLD-CHECK-TERM
               MOVE SPACES TO WS-RLD-CHECK-DATE
           ELSE
               MOVE PEND-CHECK-USER TO WS-RLD-CHECK-USER
               MOVE PEND-CHECK-TERM TO WS-RLD-CHECK-TERM
               MOVE PEND-CHECK-DATE TO WS-EDIT-DATE-IN
               PERFORM 2550-FORMAT-DATE
               MOVE WS-EDIT-DATE-OUT TO WS-RLD-CHECK-DATE
           END-IF
           MOVE WS-RELEASE-DETAIL TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           PERFORM 3060-CHECK-SQMRLRPT-STATUS
           IF NOT PEND-AWAITING AND PEND-REASON NOT = SPACES
               MOVE PEND-REASON TO WS-RLR-REASON
               MOVE WS-RELEASE-REASON-LINE TO RELEASE-REPORT-LINE
               WRITE RELEASE-REPORT-LINE
               PERFORM 3060-CHECK-SQMRLRPT-STATUS
           END-IF.

       2550-FORMAT-DATE.
           MOVE WS-EDI-YYYY TO WS-EDO-YYYY
           MOVE WS-EDI-MM   TO WS-EDO-MM
           MOVE WS-EDI-DD   TO WS-EDO-DD.

       3000-WRITE-RELEASE-TOTALS.
           MOVE SPACES TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           MOVE "ITEMS READ.........: " TO WS-RLL-LABEL
           MOVE WS-RL-ITEMS-READ        TO WS-RLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "NEW ENTRIES........: " TO WS-RLL-LABEL
           MOVE WS-RL-NEW-ENTRIES       TO WS-RLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "APPROVED, RELEASED.: " TO WS-RLL-LABEL
           MOVE WS-RL-RELEASED          TO WS-RLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "REJECTED...........: " TO WS-RLL-LABEL
           MOVE WS-RL-REJECTED          TO WS-RLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "EXPIRED............: " TO WS-RLL-LABEL
           MOVE WS-RL-EXPIRED           TO WS-RLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "CARRIED OVER.......: " TO WS-RLL-LABEL
           MOVE WS-RL-CARRIED           TO WS-RLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE.

       3050-WRITE-COUNT-LINE.
           MOVE WS-RELEASE-COUNT-LINE TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE
           PERFORM 3060-CHECK-SQMRLRPT-STATUS.

       3060-CHECK-SQMRLRPT-STATUS.
           IF NOT SQMRLRPT-OK
               DISPLAY "ERROR ON RELEASE-REPORT-FILE, STATUS: "
                   WS-SQMRLRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           CLOSE MASTER-MAINT-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE RELEASE-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQMRLSE"             TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-RL-ITEMS-READ      TO SQBW-RECORDS-IN
           MOVE WS-RL-RELEASED        TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
