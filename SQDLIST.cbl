       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQDLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

           SELECT DEPT-LIST-REPORT-FILE ASSIGN TO "SQDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQDLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       FD  DEPT-LIST-REPORT-FILE
           RECORDING MODE IS F.
       01  DEPT-LIST-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
           05  WS-SQDLRPT-STATUS  PIC XX.
               88  SQDLRPT-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-DEPARTMENTS  VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-LINES-PER-PAGE  PIC 9(3)  VALUE 50.

       01  WS-LIST-COUNTS.
           05  WS-DL-LISTED       PIC 9(9) VALUE ZERO.
           05  WS-DL-ACTIVE       PIC 9(9) VALUE ZERO.
           05  WS-DL-INACTIVE     PIC 9(9) VALUE ZERO.
           05  WS-DL-PENDING      PIC 9(9) VALUE ZERO.

       01  WS-DLIST-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "DEPARTMENT MASTER - REFERENCE LISTING".
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "PAGE ".
           05  WS-HDG-PAGE        PIC ZZ9.

       01  WS-DLIST-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "AS OF    ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-DLIST-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "DEPT".
           05  FILLER             PIC X(31) VALUE "NAME".
           05  FILLER             PIC X(9)  VALUE "COST CTR".
           05  FILLER             PIC X(9)  VALUE "STATUS".
           05  FILLER             PIC X(9)  VALUE "EFFECTV".
           05  FILLER             PIC X(10) VALUE "INACTIVE".
           05  FILLER             PIC X(4)  VALUE "SRCI".

       01  WS-DLIST-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DLD-CODE        PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DLD-NAME        PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DLD-COST-CENTER PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DLD-STATUS      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DLD-EFF-DATE    PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DLD-INACTIVE-DATE PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DLD-FUNCTIONS   PIC X(4).

       01  WS-DLIST-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-DLL-LABEL       PIC X(26).
           05  WS-DLL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-LIST-DEPARTMENTS
               PERFORM 3000-WRITE-LIST-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
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
           OPEN OUTPUT DEPT-LIST-REPORT-FILE
           IF NOT SQDLRPT-OK
               DISPLAY "ERROR OPENING DEPT-LIST-REPORT-FILE, STATUS: "
                   WS-SQDLRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT DEPARTMENT-FILE
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               MOVE LOW-VALUES TO DEPT-CODE
               START DEPARTMENT-FILE KEY >= DEPT-CODE
                   INVALID KEY
                       SET END-OF-DEPARTMENTS TO TRUE
               END-START
           END-IF.

       1100-WRITE-DLIST-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-RUN-MM     TO WS-HDG-MM
           MOVE WS-RUN-DD     TO WS-HDG-DD
           MOVE WS-RUN-YYYY   TO WS-HDG-YYYY
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO DEPT-LIST-REPORT-LINE
               WRITE DEPT-LIST-REPORT-LINE
           END-IF
           MOVE WS-DLIST-HEADING-1 TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           MOVE WS-DLIST-HEADING-2 TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           MOVE SPACES TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           MOVE WS-DLIST-COLUMN-HEADING TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           PERFORM 3060-CHECK-SQDLRPT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       2000-LIST-DEPARTMENTS.
           PERFORM UNTIL END-OF-DEPARTMENTS
               READ DEPARTMENT-FILE NEXT
                   AT END
                       SET END-OF-DEPARTMENTS TO TRUE
                   NOT AT END
                       PERFORM 2100-LIST-ONE-DEPARTMENT
               END-READ
           END-PERFORM
           IF WS-PAGE-COUNT = ZERO
               PERFORM 1100-WRITE-DLIST-HEADINGS
           END-IF.

       2100-LIST-ONE-DEPARTMENT.
           IF WS-LINE-COUNT = ZERO OR
              WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-DLIST-HEADINGS
           END-IF
           ADD 1 TO WS-DL-LISTED
           MOVE DEPT-CODE        TO WS-DLD-CODE
           MOVE DEPT-NAME        TO WS-DLD-NAME
           MOVE DEPT-COST-CENTER TO WS-DLD-COST-CENTER
           MOVE DEPT-EFF-DATE    TO WS-DLD-EFF-DATE
           IF DEPT-INACTIVE-DATE = ZERO
               MOVE SPACES TO WS-DLD-INACTIVE-DATE
           ELSE
               MOVE DEPT-INACTIVE-DATE TO WS-DLD-INACTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-DATE-NUM < DEPT-EFF-DATE
                   MOVE "PENDING" TO WS-DLD-STATUS
                   ADD 1 TO WS-DL-PENDING
               WHEN DEPT-INACTIVE-DATE NOT = ZERO
                AND WS-RUN-DATE-NUM >= DEPT-INACTIVE-DATE
                   MOVE "INACTIVE" TO WS-DLD-STATUS
                   ADD 1 TO WS-DL-INACTIVE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-DLD-STATUS
                   ADD 1 TO WS-DL-ACTIVE
           END-EVALUATE
           MOVE SPACES TO WS-DLD-FUNCTIONS
           IF DEPT-SQUARE-ALLOWED
               MOVE "S" TO WS-DLD-FUNCTIONS(1:1)
           END-IF
           IF DEPT-ROOT-ALLOWED
               MOVE "R" TO WS-DLD-FUNCTIONS(2:1)
           END-IF
           IF DEPT-CUBE-ALLOWED
               MOVE "C" TO WS-DLD-FUNCTIONS(3:1)
           END-IF
           IF DEPT-RECIP-ALLOWED
               MOVE "I" TO WS-DLD-FUNCTIONS(4:1)
           END-IF
           MOVE WS-DLIST-DETAIL TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           PERFORM 3060-CHECK-SQDLRPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3000-WRITE-LIST-TOTALS.
           MOVE SPACES TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           MOVE "DEPARTMENTS LISTED.: " TO WS-DLL-LABEL
           MOVE WS-DL-LISTED            TO WS-DLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "ACTIVE.............: " TO WS-DLL-LABEL
           MOVE WS-DL-ACTIVE            TO WS-DLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "INACTIVE...........: " TO WS-DLL-LABEL
           MOVE WS-DL-INACTIVE          TO WS-DLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "PENDING EFFECTIVE..: " TO WS-DLL-LABEL
           MOVE WS-DL-PENDING           TO WS-DLL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE.

       3050-WRITE-COUNT-LINE.
           MOVE WS-DLIST-COUNT-LINE TO DEPT-LIST-REPORT-LINE
           WRITE DEPT-LIST-REPORT-LINE
           PERFORM 3060-CHECK-SQDLRPT-STATUS.

       3060-CHECK-SQDLRPT-STATUS.
           IF NOT SQDLRPT-OK
               DISPLAY "ERROR ON DEPT-LIST-REPORT-FILE, STATUS: "
                   WS-SQDLRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           CLOSE DEPARTMENT-FILE
           CLOSE DEPT-LIST-REPORT-FILE.
