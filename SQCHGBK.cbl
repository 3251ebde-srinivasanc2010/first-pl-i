               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQCBRPT-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-HISTORY-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-REPORT-LINE PIC X(80).

       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-MONTH        PIC X(6).
       01  WS-HISTORY-MONTH       PIC 9(6) VALUE ZERO.
               88  SQSRCHST-OK         VALUE "00".
           05  WS-SQCBRPT-STATUS  PIC XX.
               88  SQCBRPT-OK          VALUE "00".
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
               88  SQDEPT-NOT-FOUND    VALUE "23".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
           05  WS-HDG-MONTH       PIC X(6).

       01  WS-CHARGEBACK-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "SRC".
           05  FILLER             PIC X(21) VALUE "DEPARTMENT NAME".
           05  FILLER             PIC X(8)  VALUE "COST CTR".
           05  FILLER             PIC X(10) VALUE " SUBMITTED".
           05  FILLER             PIC X(10) VALUE "  COMPUTED".
           05  FILLER             PIC X(10) VALUE "  REJECTED".
           05  FILLER             PIC X(10) VALUE " MSTR HITS".

       01  WS-CHARGEBACK-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CBD-SOURCE      PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CBD-DEPT-NAME   PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CBD-COST-CENTER PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CBD-READ        PIC Z(8)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CBD-COMPUTED    PIC Z(8)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CBD-REJECTED    PIC Z(8)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CBD-HITS        PIC Z(8)9.

       01  WS-CHARGEBACK-COUNT-LINE.
               DISPLAY "ERROR OPENING SOURCE-HISTORY-FILE, STATUS: "
                   WS-SQSRCHST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT DEPARTMENT-FILE
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-ACCUMULATE-HISTORY.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE "ALL" TO WS-CBD-SOURCE
           MOVE "ALL DEPARTMENTS" TO WS-CBD-DEPT-NAME
           MOVE SPACES TO WS-CBD-COST-CENTER
           MOVE WS-GT-READ     TO WS-CBD-READ
           MOVE WS-GT-COMPUTED TO WS-CBD-COMPUTED
           MOVE WS-GT-REJECTED TO WS-CBD-REJECTED

       3100-WRITE-SOURCE-DETAIL.
           MOVE WS-SRC-CODE(WS-SRC-SUB)     TO WS-CBD-SOURCE
           PERFORM 3120-LOOKUP-DEPARTMENT
           MOVE WS-SRC-READ(WS-SRC-SUB)     TO WS-CBD-READ
           MOVE WS-SRC-COMPUTED(WS-SRC-SUB) TO WS-CBD-COMPUTED
           MOVE WS-SRC-REJECTED(WS-SRC-SUB) TO WS-CBD-REJECTED
           WRITE CHARGEBACK-REPORT-LINE
           PERFORM 3060-CHECK-SQCBRPT-STATUS.

       3120-LOOKUP-DEPARTMENT.
           MOVE SPACES TO WS-CBD-COST-CENTER
           IF WS-SRC-CODE(WS-SRC-SUB) = "???"
               MOVE "INVALID SOURCE CODES" TO WS-CBD-DEPT-NAME
           ELSE
               MOVE WS-SRC-CODE(WS-SRC-SUB) TO DEPT-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE "*NOT ON DEPT FILE*" TO WS-CBD-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME        TO WS-CBD-DEPT-NAME
                       MOVE DEPT-COST-CENTER TO WS-CBD-COST-CENTER
               END-READ
               IF NOT SQDEPT-OK AND NOT SQDEPT-NOT-FOUND
                   DISPLAY "ERROR ON DEPARTMENT-FILE, STATUS: "
                       WS-SQDEPT-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       3060-CHECK-SQCBRPT-STATUS.
           IF NOT SQCBRPT-OK
               DISPLAY "ERROR ON CHARGEBACK-REPORT-FILE, STATUS: "

       4000-TERMINATE.
           CLOSE SOURCE-HISTORY-FILE
           CLOSE CHARGEBACK-REPORT-FILE
           CLOSE DEPARTMENT-FILE.
