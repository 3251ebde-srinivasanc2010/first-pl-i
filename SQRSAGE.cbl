       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQRSAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-SUSPENSE-FILE ASSIGN TO "SQRSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SQRSUSP-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "SQRSARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQRSARPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-SUSPENSE-FILE.
       COPY SQRSUSRC.

       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-LINE      PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-KEY.
               10  SORT-DEPT      PIC X(3).
               10  SORT-TYPE      PIC X(1).
                   88  SORT-OPEN-ITEM      VALUE "1".
                   88  SORT-WRITE-OFF      VALUE "2".
               10  SORT-REASON    PIC X(2).
               10  SORT-INPUT     PIC X(9).
           05  SORT-SOURCE        PIC X(3).
           05  SORT-FIRST-DATE    PIC 9(8).
           05  SORT-OUTCOME-DATE  PIC 9(8).
           05  SORT-AGE           PIC 9(5).
           05  SORT-RECYCLES      PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE 7.

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
           05  WS-ITEM-DATE-INT   PIC S9(9) VALUE ZERO.
           05  WS-ITEM-AGE        PIC S9(9) VALUE ZERO.
           05  WS-OUTCOME-AGE     PIC S9(9) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-SQRSUSP-STATUS  PIC XX.
               88  SQRSUSP-OK          VALUE "00".
               88  SQRSUSP-NOT-FOUND   VALUE "35".
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
           05  WS-SQRSARPT-STATUS PIC XX.
               88  SQRSARPT-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-SUSPENSE     VALUE "Y".
           05  WS-SORT-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-SORTED       VALUE "Y".
           05  WS-SUSPENSE-SWITCH PIC X VALUE "Y".
               88  SUSPENSE-PRESENT    VALUE "Y".
               88  SUSPENSE-MISSING    VALUE "N".
           05  WS-DEPT-SWITCH     PIC X VALUE "N".
               88  DEPT-IN-PROGRESS    VALUE "Y".
           05  WS-REASON-SWITCH   PIC X VALUE "N".
               88  REASON-IN-PROGRESS  VALUE "Y".
           05  WS-WRITEOFF-SWITCH PIC X VALUE "N".
               88  WRITEOFF-SECTION-STARTED VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-LINES-PER-PAGE  PIC 9(3)  VALUE 50.
           05  WS-CURRENT-DEPT    PIC X(3)  VALUE SPACES.
           05  WS-CURRENT-DEPT-NAME PIC X(30) VALUE SPACES.
           05  WS-CURRENT-REASON  PIC X(2)  VALUE SPACES.
           05  WS-BUCKET-SUB      PIC 9(1)  VALUE ZERO.

       01  WS-AGE-BUCKET-LIMITS.
           05  FILLER             PIC 9(5) VALUE 7.
           05  FILLER             PIC 9(5) VALUE 14.
           05  FILLER             PIC 9(5) VALUE 30.
           05  FILLER             PIC 9(5) VALUE 60.
           05  FILLER             PIC 9(5) VALUE 99999.
       01  WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKET-LIMITS.
           05  WS-BUCKET-LIMIT    PIC 9(5) OCCURS 5 TIMES.

       01  WS-REASON-BUCKETS.
           05  WS-RSN-COUNT       PIC 9(7) OCCURS 5 TIMES.
           05  WS-RSN-TOTAL       PIC 9(7).
       01  WS-DEPT-BUCKETS.
           05  WS-DPT-COUNT       PIC 9(7) OCCURS 5 TIMES.
           05  WS-DPT-TOTAL       PIC 9(7).
           05  WS-DPT-WRITTEN-OFF PIC 9(7).
       01  WS-GRAND-BUCKETS.
           05  WS-GRD-COUNT       PIC 9(7) OCCURS 5 TIMES.
           05  WS-GRD-TOTAL       PIC 9(7).

       01  WS-AGING-COUNTS.
           05  WS-AG-ITEMS-READ   PIC 9(9) VALUE ZERO.
           05  WS-AG-DEPARTMENTS  PIC 9(9) VALUE ZERO.
           05  WS-AG-OPEN-ITEMS   PIC 9(9) VALUE ZERO.
           05  WS-AG-WRITTEN-OFF  PIC 9(9) VALUE ZERO.

       01  WS-AGING-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "REJECT SUSPENSE - WEEKLY AGING REPORT".
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "PAGE ".
           05  WS-HDG-PAGE        PIC ZZ9.

       01  WS-AGING-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-AGING-DEPT-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "DEPARTMENT ".
           05  WS-ADH-CODE        PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADH-NAME        PIC X(30).
           05  WS-ADH-CONTINUED   PIC X(11) VALUE SPACES.

       01  WS-AGING-SECTION-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-ASH-TITLE       PIC X(60).

       01  WS-AGING-BUCKET-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "REASON".
           05  FILLER             PIC X(9)  VALUE "      0-7".
           05  FILLER             PIC X(9)  VALUE "     8-14".
           05  FILLER             PIC X(9)  VALUE "    15-30".
           05  FILLER             PIC X(9)  VALUE "    31-60".
           05  FILLER             PIC X(9)  VALUE "  OVER 60".
           05  FILLER             PIC X(9)  VALUE "    TOTAL".

       01  WS-AGING-BUCKET-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-ABL-REASON      PIC X(8).
           05  WS-ABL-BUCKET OCCURS 5 TIMES.
               10  FILLER         PIC X(2).
               10  WS-ABL-COUNT   PIC Z(6)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ABL-TOTAL       PIC Z(6)9.

       01  WS-AGING-WRITEOFF-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "INPUT".
           05  FILLER             PIC X(5)  VALUE "SRC".
           05  FILLER             PIC X(5)  VALUE "RSN".
           05  FILLER             PIC X(11) VALUE "REJECTED".
           05  FILLER             PIC X(11) VALUE "WRITEOFF".
           05  FILLER             PIC X(8)  VALUE "  AGE".
           05  FILLER             PIC X(8)  VALUE "CYCLES".

       01  WS-AGING-WRITEOFF-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-AWL-INPUT       PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AWL-SOURCE      PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AWL-REASON      PIC X(2).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-AWL-FIRST-DATE  PIC 9(8).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-AWL-OUTCOME-DATE PIC 9(8).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-AWL-AGE         PIC ZZZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-AWL-RECYCLES    PIC ZZZZ9.

       01  WS-AGING-SIGNOFF-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "MANAGER SIGN-OFF: ___________________________".
           05  FILLER             PIC X(20) VALUE
               "  DATE: ___________".

       01  WS-AGING-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-ACL-LABEL       PIC X(26).
           05  WS-ACL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-WINDOW          PIC X(3).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-KEY
                   INPUT PROCEDURE IS 2000-SELECT-SUSPENSE-ITEMS
                   OUTPUT PROCEDURE IS 2500-WRITE-AGING-REPORT
               PERFORM 3000-WRITE-AGING-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LK-PARM-LEN > ZERO
               IF LK-PARM-LEN > 3
                  OR LK-PARM-WINDOW(1:LK-PARM-LEN) IS NOT NUMERIC
                   DISPLAY "WRITE-OFF WINDOW PARM NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE LK-PARM-WINDOW(1:LK-PARM-LEN)
                       TO WS-WINDOW-DAYS
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
           INITIALIZE WS-GRAND-BUCKETS
           OPEN INPUT REJECT-SUSPENSE-FILE
           IF SQRSUSP-NOT-FOUND
               SET SUSPENSE-MISSING TO TRUE
           ELSE
               IF NOT SQRSUSP-OK
                   DISPLAY "ERROR OPENING REJECT-SUSPENSE-FILE, "
                       "STATUS: " WS-SQRSUSP-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT DEPARTMENT-FILE
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           IF NOT SQRSARPT-OK
               DISPLAY "ERROR OPENING AGING-REPORT-FILE, STATUS: "
                   WS-SQRSARPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-SELECT-SUSPENSE-ITEMS.
           IF SUSPENSE-MISSING
               SET END-OF-SUSPENSE TO TRUE
           ELSE
               MOVE LOW-VALUES TO SUSP-KEY
               START REJECT-SUSPENSE-FILE KEY >= SUSP-KEY
                   INVALID KEY
                       SET END-OF-SUSPENSE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ REJECT-SUSPENSE-FILE NEXT
                   AT END
                       SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AG-ITEMS-READ
                       PERFORM 2100-SELECT-ONE-ITEM
               END-READ
           END-PERFORM.

       2100-SELECT-ONE-ITEM.
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SUSP-FIRST-REJECT-DATE)
           COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INT - WS-FIRST-DATE-INT
           IF WS-ITEM-AGE < ZERO
               MOVE ZERO TO WS-ITEM-AGE
           END-IF
           MOVE SUSP-DEPT-CODE         TO SORT-DEPT
           MOVE SUSP-REASON-CODE       TO SORT-REASON
           MOVE SUSP-INPUT             TO SORT-INPUT
           MOVE SUSP-SOURCE            TO SORT-SOURCE
           MOVE SUSP-FIRST-REJECT-DATE TO SORT-FIRST-DATE
           MOVE SUSP-OUTCOME-DATE      TO SORT-OUTCOME-DATE
           MOVE SUSP-RECYCLE-COUNT     TO SORT-RECYCLES
           EVALUATE TRUE
               WHEN SUSP-OPEN
                   SET SORT-OPEN-ITEM TO TRUE
                   MOVE WS-ITEM-AGE TO SORT-AGE
                   RELEASE SORT-REC
               WHEN SUSP-WRITTEN-OFF
                   COMPUTE WS-ITEM-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SUSP-OUTCOME-DATE)
                   COMPUTE WS-OUTCOME-AGE =
                       WS-RUN-DATE-INT - WS-ITEM-DATE-INT
                   IF WS-OUTCOME-AGE < WS-WINDOW-DAYS
                       COMPUTE WS-ITEM-AGE =
                           WS-ITEM-DATE-INT - WS-FIRST-DATE-INT
                       SET SORT-WRITE-OFF TO TRUE
                       MOVE WS-ITEM-AGE TO SORT-AGE
                       RELEASE SORT-REC
                   END-IF
           END-EVALUATE.

       2500-WRITE-AGING-REPORT.
           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED TO TRUE
                   NOT AT END
                       PERFORM 2550-REPORT-ONE-ITEM
               END-RETURN
           END-PERFORM
           IF DEPT-IN-PROGRESS
               PERFORM 2700-END-DEPARTMENT
           END-IF
           IF WS-PAGE-COUNT = ZERO
               PERFORM 2900-WRITE-AGING-HEADINGS
               MOVE "NO OPEN OR RECENTLY WRITTEN-OFF REJECTS"
                   TO WS-ASH-TITLE
               MOVE WS-AGING-SECTION-HEADING TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
           END-IF.

       2550-REPORT-ONE-ITEM.
           IF DEPT-IN-PROGRESS AND SORT-DEPT NOT = WS-CURRENT-DEPT
               PERFORM 2700-END-DEPARTMENT
           END-IF
           IF NOT DEPT-IN-PROGRESS
               PERFORM 2600-START-DEPARTMENT
           END-IF
           IF SORT-OPEN-ITEM
               IF REASON-IN-PROGRESS
                  AND SORT-REASON NOT = WS-CURRENT-REASON
                   PERFORM 2650-WRITE-REASON-ROW
               END-IF
               IF NOT REASON-IN-PROGRESS
                   SET REASON-IN-PROGRESS TO TRUE
                   MOVE SORT-REASON TO WS-CURRENT-REASON
                   INITIALIZE WS-REASON-BUCKETS
               END-IF
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL SORT-AGE <= WS-BUCKET-LIMIT(WS-BUCKET-SUB)
                          OR WS-BUCKET-SUB = 5
                   CONTINUE
               END-PERFORM
               ADD 1 TO WS-RSN-COUNT(WS-BUCKET-SUB)
               ADD 1 TO WS-RSN-TOTAL
               ADD 1 TO WS-DPT-COUNT(WS-BUCKET-SUB)
               ADD 1 TO WS-DPT-TOTAL
               ADD 1 TO WS-GRD-COUNT(WS-BUCKET-SUB)
               ADD 1 TO WS-GRD-TOTAL
               ADD 1 TO WS-AG-OPEN-ITEMS
           ELSE
               IF NOT WRITEOFF-SECTION-STARTED
                   PERFORM 2680-START-WRITEOFF-SECTION
               END-IF
               PERFORM 2690-WRITE-WRITEOFF-LINE
           END-IF.

       2600-START-DEPARTMENT.
           SET DEPT-IN-PROGRESS TO TRUE
           MOVE "N" TO WS-REASON-SWITCH
           MOVE "N" TO WS-WRITEOFF-SWITCH
           MOVE SORT-DEPT TO WS-CURRENT-DEPT
           INITIALIZE WS-DEPT-BUCKETS
           ADD 1 TO WS-AG-DEPARTMENTS
           MOVE SORT-DEPT TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE "*** NOT ON DEPARTMENT MASTER ***"
                       TO WS-CURRENT-DEPT-NAME
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-CURRENT-DEPT-NAME
           END-READ
           MOVE SPACES TO WS-ADH-CONTINUED
           PERFORM 2900-WRITE-AGING-HEADINGS
           MOVE "OPEN REJECTS BY REASON AND AGE IN DAYS"
               TO WS-ASH-TITLE
           MOVE WS-AGING-SECTION-HEADING TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE WS-AGING-BUCKET-HEADING TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE.

       2650-WRITE-REASON-ROW.
           MOVE SPACES TO WS-AGING-BUCKET-LINE(6:)
           MOVE WS-CURRENT-REASON TO WS-ABL-REASON
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE WS-RSN-COUNT(WS-BUCKET-SUB)
                   TO WS-ABL-COUNT(WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-RSN-TOTAL TO WS-ABL-TOTAL
           PERFORM 2980-CHECK-PAGE-OVERFLOW
           MOVE WS-AGING-BUCKET-LINE TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE "N" TO WS-REASON-SWITCH.

       2660-WRITE-DEPT-TOTAL-ROW.
           IF REASON-IN-PROGRESS
               PERFORM 2650-WRITE-REASON-ROW
           END-IF
           IF WS-DPT-TOTAL = ZERO
               MOVE "NO OPEN REJECTS" TO WS-ASH-TITLE
               MOVE WS-AGING-SECTION-HEADING TO AGING-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-AGING-BUCKET-LINE(6:)
               MOVE "TOTAL" TO WS-ABL-REASON
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                   MOVE WS-DPT-COUNT(WS-BUCKET-SUB)
                       TO WS-ABL-COUNT(WS-BUCKET-SUB)
               END-PERFORM
               MOVE WS-DPT-TOTAL TO WS-ABL-TOTAL
               MOVE WS-AGING-BUCKET-LINE TO AGING-REPORT-LINE
           END-IF
           PERFORM 2980-CHECK-PAGE-OVERFLOW
           PERFORM 2990-WRITE-REPORT-LINE.

       2680-START-WRITEOFF-SECTION.
           PERFORM 2660-WRITE-DEPT-TOTAL-ROW
           SET WRITEOFF-SECTION-STARTED TO TRUE
           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE SPACES TO WS-ASH-TITLE
           STRING "REJECTS WRITTEN OFF IN THE LAST "
                      DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  " DAYS - FOR MANAGER SIGN-OFF"
                      DELIMITED BY SIZE
               INTO WS-ASH-TITLE
           END-STRING
           MOVE WS-AGING-SECTION-HEADING TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE WS-AGING-WRITEOFF-HEADING TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE.

       2690-WRITE-WRITEOFF-LINE.
           MOVE SORT-INPUT        TO WS-AWL-INPUT
           MOVE SORT-SOURCE       TO WS-AWL-SOURCE
           MOVE SORT-REASON       TO WS-AWL-REASON
           MOVE SORT-FIRST-DATE   TO WS-AWL-FIRST-DATE
           MOVE SORT-OUTCOME-DATE TO WS-AWL-OUTCOME-DATE
           MOVE SORT-AGE          TO WS-AWL-AGE
           MOVE SORT-RECYCLES     TO WS-AWL-RECYCLES
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2980-CHECK-PAGE-OVERFLOW
               MOVE WS-AGING-WRITEOFF-HEADING TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
           END-IF
           MOVE WS-AGING-WRITEOFF-LINE TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           ADD 1 TO WS-DPT-WRITTEN-OFF
           ADD 1 TO WS-AG-WRITTEN-OFF.

       2700-END-DEPARTMENT.
           IF WRITEOFF-SECTION-STARTED
               MOVE SPACES TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
               MOVE "WRITTEN OFF........: " TO WS-ACL-LABEL
               MOVE WS-DPT-WRITTEN-OFF      TO WS-ACL-COUNT
               MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
               MOVE SPACES TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
               MOVE WS-AGING-SIGNOFF-LINE TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
           ELSE
               PERFORM 2660-WRITE-DEPT-TOTAL-ROW
               MOVE SPACES TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
               MOVE "NO REJECTS WRITTEN OFF THIS PERIOD"
                   TO WS-ASH-TITLE
               MOVE WS-AGING-SECTION-HEADING TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
           END-IF
           MOVE "N" TO WS-DEPT-SWITCH.

       2900-WRITE-AGING-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-MM     TO WS-HDG-MM
           MOVE WS-RUN-DD     TO WS-HDG-DD
           MOVE WS-RUN-YYYY   TO WS-HDG-YYYY
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF
           MOVE WS-AGING-HEADING-1 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-AGING-HEADING-2 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM 3060-CHECK-SQRSARPT-STATUS
           MOVE ZERO TO WS-LINE-COUNT
           IF DEPT-IN-PROGRESS
               MOVE WS-CURRENT-DEPT      TO WS-ADH-CODE
               MOVE WS-CURRENT-DEPT-NAME TO WS-ADH-NAME
               MOVE WS-AGING-DEPT-HEADING TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
               MOVE SPACES TO AGING-REPORT-LINE
               PERFORM 2990-WRITE-REPORT-LINE
           END-IF.

       2980-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE " (CONTINUED)" TO WS-ADH-CONTINUED
               PERFORM 2900-WRITE-AGING-HEADINGS
           END-IF.

       2990-WRITE-REPORT-LINE.
           WRITE AGING-REPORT-LINE
           PERFORM 3060-CHECK-SQRSARPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3000-WRITE-AGING-TOTALS.
           MOVE "N" TO WS-DEPT-SWITCH
           PERFORM 2900-WRITE-AGING-HEADINGS
           MOVE "ALL DEPARTMENTS - OPEN REJECTS BY AGE IN DAYS"
               TO WS-ASH-TITLE
           MOVE WS-AGING-SECTION-HEADING TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE WS-AGING-BUCKET-HEADING TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE SPACES TO WS-AGING-BUCKET-LINE(6:)
           MOVE "TOTAL" TO WS-ABL-REASON
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE WS-GRD-COUNT(WS-BUCKET-SUB)
                   TO WS-ABL-COUNT(WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-GRD-TOTAL TO WS-ABL-TOTAL
           MOVE WS-AGING-BUCKET-LINE TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE
           MOVE "SUSPENSE ITEMS READ: " TO WS-ACL-LABEL
           MOVE WS-AG-ITEMS-READ        TO WS-ACL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS LISTED.: " TO WS-ACL-LABEL
           MOVE WS-AG-DEPARTMENTS       TO WS-ACL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "OPEN REJECTS.......: " TO WS-ACL-LABEL
           MOVE WS-AG-OPEN-ITEMS        TO WS-ACL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "WRITTEN OFF........: " TO WS-ACL-LABEL
           MOVE WS-AG-WRITTEN-OFF       TO WS-ACL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE.

       3050-WRITE-COUNT-LINE.
           MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
           PERFORM 2990-WRITE-REPORT-LINE.

       3060-CHECK-SQRSARPT-STATUS.
           IF NOT SQRSARPT-OK
               DISPLAY "ERROR ON AGING-REPORT-FILE, STATUS: "
                   WS-SQRSARPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           IF SUSPENSE-PRESENT
               CLOSE REJECT-SUSPENSE-FILE
           END-IF
           CLOSE DEPARTMENT-FILE
           CLOSE AGING-REPORT-FILE.
