       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

           SELECT DEPT-TRANS-FILE ASSIGN TO "SQDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQDTRAN-STATUS.

           SELECT DEPT-MAINT-REPORT-FILE ASSIGN TO "SQDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQDMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       FD  DEPT-TRANS-FILE
           RECORDING MODE IS F.
       01  DEPT-TRANS-REC.
           05  DTRN-FUNCTION      PIC X(1).
               88  DTRN-ADD            VALUE "A".
               88  DTRN-UPDATE         VALUE "U".
               88  DTRN-INACTIVATE     VALUE "I".
               88  DTRN-REACTIVATE     VALUE "R".
           05  DTRN-CODE          PIC X(3).
           05  DTRN-NAME          PIC X(30).
           05  DTRN-COST-CENTER   PIC X(8).
           05  DTRN-DATE          PIC X(8).
           05  DTRN-DATE-NUM REDEFINES DTRN-DATE
                                  PIC 9(8).
           05  DTRN-FUNCTION-FLAGS.
               10  DTRN-ALLOW-SQUARE  PIC X(1).
               10  DTRN-ALLOW-ROOT    PIC X(1).
               10  DTRN-ALLOW-CUBE    PIC X(1).
               10  DTRN-ALLOW-RECIP   PIC X(1).
           05  FILLER             PIC X(26).

       FD  DEPT-MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  DEPT-MAINT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SQBUSDLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-TRANS-DATE-NUM      PIC 9(8) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
               88  SQDEPT-NOT-FOUND    VALUE "23" "35".
           05  WS-SQDTRAN-STATUS  PIC XX.
               88  SQDTRAN-OK          VALUE "00".
           05  WS-SQDMRPT-STATUS  PIC XX.
               88  SQDMRPT-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-TRANS        VALUE "Y".
           05  WS-TRANS-OK-SWITCH PIC X VALUE "Y".
               88  TRANS-IS-VALID      VALUE "Y".
               88  TRANS-IS-INVALID    VALUE "N".
           05  WS-DEPT-FOUND-SWITCH PIC X VALUE "N".
               88  DEPT-RECORD-FOUND     VALUE "Y".
               88  DEPT-RECORD-NOT-FOUND VALUE "N".

       01  WS-FLAG-EDIT-WORK.
           05  WS-FLAG-VALUE      PIC X(1).
               88  FLAG-VALUE-VALID    VALUE "Y" "N".
           05  WS-FLAG-YES-COUNT  PIC 9(1) VALUE ZERO.

       01  WS-RESULT-TEXT         PIC X(30).

       01  WS-MAINT-COUNTS.
           05  WS-DM-TRANS-READ   PIC 9(9) VALUE ZERO.
           05  WS-DM-ADDED        PIC 9(9) VALUE ZERO.
           05  WS-DM-UPDATED      PIC 9(9) VALUE ZERO.
           05  WS-DM-INACTIVATED  PIC 9(9) VALUE ZERO.
           05  WS-DM-REACTIVATED  PIC 9(9) VALUE ZERO.
           05  WS-DM-REJECTED     PIC 9(9) VALUE ZERO.

       01  WS-DMAINT-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "DEPARTMENT MASTER - MAINTENANCE RUN".

       01  WS-DMAINT-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-DMAINT-COLUMN-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "FUNC".
           05  FILLER             PIC X(6)  VALUE "DEPT".
           05  FILLER             PIC X(32) VALUE "NAME".
           05  FILLER             PIC X(30) VALUE "RESULT".

       01  WS-DMAINT-DETAIL.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-DMD-FUNCTION    PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DMD-CODE        PIC X(3).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DMD-NAME        PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DMD-RESULT      PIC X(30).

       01  WS-DMAINT-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-DML-LABEL       PIC X(26).
           05  WS-DML-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-APPLY-DEPT-TRANSACTIONS
               PERFORM 3000-WRITE-MAINT-TOTALS
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
           OPEN OUTPUT DEPT-MAINT-REPORT-FILE
           IF NOT SQDMRPT-OK
               DISPLAY "ERROR OPENING DEPT-MAINT-REPORT-FILE, STATUS: "
                   WS-SQDMRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O DEPARTMENT-FILE
           IF SQDEPT-NOT-FOUND
               OPEN OUTPUT DEPARTMENT-FILE
               CLOSE DEPARTMENT-FILE
               OPEN I-O DEPARTMENT-FILE
           END-IF
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT DEPT-TRANS-FILE
           IF NOT SQDTRAN-OK
               DISPLAY "ERROR OPENING DEPT-TRANS-FILE, STATUS: "
                   WS-SQDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-WRITE-DMAINT-HEADINGS
           END-IF.

       1100-WRITE-DMAINT-HEADINGS.
           MOVE WS-RUN-MM   TO WS-HDG-MM
           MOVE WS-RUN-DD   TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-DMAINT-HEADING-1 TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           MOVE WS-DMAINT-HEADING-2 TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           MOVE SPACES TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           MOVE WS-DMAINT-COLUMN-HEADING TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           PERFORM 3060-CHECK-SQDMRPT-STATUS.

       2000-APPLY-DEPT-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRANS
               READ DEPT-TRANS-FILE
                   AT END
                       SET END-OF-TRANS TO TRUE
                   NOT AT END
                       PERFORM 2100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.

       2100-APPLY-ONE-TRANSACTION.
           IF DEPT-TRANS-REC = SPACES OR DEPT-TRANS-REC(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO WS-DM-TRANS-READ
               SET TRANS-IS-VALID TO TRUE
               MOVE SPACES TO WS-RESULT-TEXT
               PERFORM 2150-EDIT-TRANSACTION
               IF TRANS-IS-VALID
                   EVALUATE TRUE
                       WHEN DTRN-ADD
                           PERFORM 2200-ADD-DEPARTMENT
                       WHEN DTRN-UPDATE
                           PERFORM 2300-UPDATE-DEPARTMENT
                       WHEN DTRN-INACTIVATE
                           PERFORM 2400-INACTIVATE-DEPARTMENT
                       WHEN DTRN-REACTIVATE
                           PERFORM 2500-REACTIVATE-DEPARTMENT
                   END-EVALUATE
               END-IF
               IF TRANS-IS-INVALID
                   ADD 1 TO WS-DM-REJECTED
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 2900-WRITE-DMAINT-DETAIL
           END-IF.

       2150-EDIT-TRANSACTION.
           IF NOT DTRN-ADD AND NOT DTRN-UPDATE
              AND NOT DTRN-INACTIVATE AND NOT DTRN-REACTIVATE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "UNKNOWN FUNCTION CODE" TO WS-RESULT-TEXT
           END-IF
           IF TRANS-IS-VALID AND DTRN-CODE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "DEPARTMENT CODE MISSING" TO WS-RESULT-TEXT
           END-IF
           IF TRANS-IS-VALID
               IF DTRN-DATE = SPACES
                   MOVE WS-RUN-DATE-NUM TO WS-TRANS-DATE-NUM
               ELSE
                   IF DTRN-DATE IS NOT NUMERIC
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "EFFECTIVE DATE NOT NUMERIC"
                           TO WS-RESULT-TEXT
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(DTRN-DATE-NUM)
                          NOT = ZERO
                           SET TRANS-IS-INVALID TO TRUE
                           MOVE "EFFECTIVE DATE INVALID"
                               TO WS-RESULT-TEXT
                       ELSE
                           MOVE DTRN-DATE-NUM TO WS-TRANS-DATE-NUM
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF TRANS-IS-VALID AND (DTRN-ADD OR DTRN-UPDATE)
               PERFORM 2160-EDIT-FUNCTION-FLAGS
           END-IF.

       2160-EDIT-FUNCTION-FLAGS.
           MOVE ZERO TO WS-FLAG-YES-COUNT
           IF DTRN-FUNCTION-FLAGS = SPACES AND DTRN-UPDATE
               CONTINUE
           ELSE
               MOVE DTRN-ALLOW-SQUARE TO WS-FLAG-VALUE
               PERFORM 2170-EDIT-ONE-FLAG
               MOVE DTRN-ALLOW-ROOT   TO WS-FLAG-VALUE
               PERFORM 2170-EDIT-ONE-FLAG
               MOVE DTRN-ALLOW-CUBE   TO WS-FLAG-VALUE
               PERFORM 2170-EDIT-ONE-FLAG
               MOVE DTRN-ALLOW-RECIP  TO WS-FLAG-VALUE
               PERFORM 2170-EDIT-ONE-FLAG
               IF TRANS-IS-VALID AND WS-FLAG-YES-COUNT = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "NO FUNCTION CODE ALLOWED"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.

       2170-EDIT-ONE-FLAG.
           IF FLAG-VALUE-VALID
               IF WS-FLAG-VALUE = "Y"
                   ADD 1 TO WS-FLAG-YES-COUNT
               END-IF
           ELSE
               IF TRANS-IS-VALID
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "FUNCTION FLAGS MUST BE Y OR N"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.

       2200-ADD-DEPARTMENT.
           IF DTRN-NAME = SPACES OR DTRN-COST-CENTER = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "NAME AND COST CENTER REQUIRED" TO WS-RESULT-TEXT
           ELSE
               MOVE SPACES            TO DEPARTMENT-REC
               MOVE DTRN-CODE         TO DEPT-CODE
               MOVE DTRN-NAME         TO DEPT-NAME
               MOVE DTRN-COST-CENTER  TO DEPT-COST-CENTER
               MOVE WS-TRANS-DATE-NUM TO DEPT-EFF-DATE
               MOVE ZERO              TO DEPT-INACTIVE-DATE
               MOVE DTRN-FUNCTION-FLAGS TO DEPT-FUNCTION-FLAGS
               MOVE WS-RUN-DATE-NUM   TO DEPT-MAINT-DATE
               WRITE DEPARTMENT-REC
                   INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "DUPLICATE DEPARTMENT CODE"
                           TO WS-RESULT-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-DM-ADDED
                       MOVE "ADDED" TO WS-RESULT-TEXT
               END-WRITE
           END-IF.

       2300-UPDATE-DEPARTMENT.
           PERFORM 2600-READ-DEPARTMENT
           IF DEPT-RECORD-FOUND
               IF DTRN-NAME NOT = SPACES
                   MOVE DTRN-NAME TO DEPT-NAME
               END-IF
               IF DTRN-COST-CENTER NOT = SPACES
                   MOVE DTRN-COST-CENTER TO DEPT-COST-CENTER
               END-IF
               IF DTRN-FUNCTION-FLAGS NOT = SPACES
                   MOVE DTRN-FUNCTION-FLAGS TO DEPT-FUNCTION-FLAGS
               END-IF
               MOVE WS-RUN-DATE-NUM TO DEPT-MAINT-DATE
               PERFORM 2700-REWRITE-DEPARTMENT
               IF TRANS-IS-VALID
                   ADD 1 TO WS-DM-UPDATED
                   MOVE "UPDATED" TO WS-RESULT-TEXT
               END-IF
           END-IF.

       2400-INACTIVATE-DEPARTMENT.
           PERFORM 2600-READ-DEPARTMENT
           IF DEPT-RECORD-FOUND
               IF WS-TRANS-DATE-NUM <= DEPT-EFF-DATE
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "INACTIVE DATE NOT AFTER EFF DATE"
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-TRANS-DATE-NUM TO DEPT-INACTIVE-DATE
                   MOVE WS-RUN-DATE-NUM   TO DEPT-MAINT-DATE
                   PERFORM 2700-REWRITE-DEPARTMENT
                   IF TRANS-IS-VALID
                       ADD 1 TO WS-DM-INACTIVATED
                       MOVE "INACTIVATED" TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.

       2500-REACTIVATE-DEPARTMENT.
           PERFORM 2600-READ-DEPARTMENT
           IF DEPT-RECORD-FOUND
               IF DEPT-INACTIVE-DATE = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "DEPARTMENT IS NOT INACTIVE" TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-TRANS-DATE-NUM TO DEPT-EFF-DATE
                   MOVE ZERO              TO DEPT-INACTIVE-DATE
                   MOVE WS-RUN-DATE-NUM   TO DEPT-MAINT-DATE
                   PERFORM 2700-REWRITE-DEPARTMENT
                   IF TRANS-IS-VALID
                       ADD 1 TO WS-DM-REACTIVATED
                       MOVE "REACTIVATED" TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.

       2600-READ-DEPARTMENT.
           MOVE DTRN-CODE TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   SET DEPT-RECORD-NOT-FOUND TO TRUE
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "DEPARTMENT NOT ON FILE" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   SET DEPT-RECORD-FOUND TO TRUE
           END-READ.

       2700-REWRITE-DEPARTMENT.
           REWRITE DEPARTMENT-REC
               INVALID KEY
                   DISPLAY "DEPARTMENT REWRITE FAILED FOR: "
                       DEPT-CODE
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "REWRITE FAILED" TO WS-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       2900-WRITE-DMAINT-DETAIL.
           MOVE DTRN-FUNCTION TO WS-DMD-FUNCTION
           MOVE DTRN-CODE     TO WS-DMD-CODE
           IF DTRN-NAME = SPACES AND DEPT-RECORD-FOUND
               MOVE DEPT-NAME TO WS-DMD-NAME
           ELSE
               MOVE DTRN-NAME TO WS-DMD-NAME
           END-IF
           MOVE SPACES TO WS-DMD-RESULT
           IF TRANS-IS-INVALID
               STRING "REJECTED - " DELIMITED BY SIZE
                      WS-RESULT-TEXT DELIMITED BY SIZE
                   INTO WS-DMD-RESULT
           ELSE
               MOVE WS-RESULT-TEXT TO WS-DMD-RESULT
           END-IF
           MOVE WS-DMAINT-DETAIL TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           PERFORM 3060-CHECK-SQDMRPT-STATUS
           SET DEPT-RECORD-NOT-FOUND TO TRUE.

       3000-WRITE-MAINT-TOTALS.
           MOVE SPACES TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           MOVE "TRANSACTIONS READ..: " TO WS-DML-LABEL
           MOVE WS-DM-TRANS-READ        TO WS-DML-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS ADDED..: " TO WS-DML-LABEL
           MOVE WS-DM-ADDED             TO WS-DML-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS UPDATED: " TO WS-DML-LABEL
           MOVE WS-DM-UPDATED           TO WS-DML-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "INACTIVATED........: " TO WS-DML-LABEL
           MOVE WS-DM-INACTIVATED       TO WS-DML-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "REACTIVATED........: " TO WS-DML-LABEL
           MOVE WS-DM-REACTIVATED       TO WS-DML-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "TRANS REJECTED.....: " TO WS-DML-LABEL
           MOVE WS-DM-REJECTED          TO WS-DML-COUNT
           PERFORM 3050-WRITE-COUNT-LINE.

       3050-WRITE-COUNT-LINE.
           MOVE WS-DMAINT-COUNT-LINE TO DEPT-MAINT-REPORT-LINE
           WRITE DEPT-MAINT-REPORT-LINE
           PERFORM 3060-CHECK-SQDMRPT-STATUS.

       3060-CHECK-SQDMRPT-STATUS.
           IF NOT SQDMRPT-OK
               DISPLAY "ERROR ON DEPT-MAINT-REPORT-FILE, STATUS: "
                   WS-SQDMRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           CLOSE DEPARTMENT-FILE
           CLOSE DEPT-TRANS-FILE
           CLOSE DEPT-MAINT-REPORT-FILE.
