       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQINTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

           SELECT TRANSMISSION-FILE
               ASSIGN TO DYNAMIC WS-TRANSMISSION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQINTRAN-STATUS.

           SELECT INTAKE-REGISTER-FILE ASSIGN TO "SQINTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTR-KEY
               FILE STATUS IS WS-SQINTREG-STATUS.

           SELECT MERGED-NUM-FILE ASSIGN TO "NUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMIN-STATUS.

           SELECT HELD-TRANSMISSION-FILE ASSIGN TO "SQINHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQINHOLD-STATUS.

           SELECT DELETE-COMMAND-FILE ASSIGN TO "SQDELCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQDELCMD-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "SQINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQINRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       FD  TRANSMISSION-FILE
           RECORDING MODE IS F.
       01  TRANSMISSION-REC.
           05  TRN-RECORD-TYPE    PIC X(3).
               88  TRN-HEADER          VALUE "HDR".
               88  TRN-TRAILER         VALUE "TRL".
           05  FILLER             PIC X(37).
       01  TRN-HEADER-REC.
           05  FILLER             PIC X(3).
           05  TRN-HDR-DEPT       PIC X(3).
           05  TRN-HDR-CREATE-DATE PIC X(8).
           05  TRN-HDR-FILE-SEQ   PIC X(6).
           05  FILLER             PIC X(20).
       01  TRN-TRAILER-REC.
           05  FILLER             PIC X(3).
           05  TRN-TRL-COUNT      PIC X(9).
           05  TRN-TRL-HASH       PIC X(13).
           05  FILLER             PIC X(15).
       01  TRN-DETAIL-REC.
           05  TRN-NUM-IN-REC.
               10  TRN-NUM-IN     PIC S9(5)V9(2)
                                  SIGN IS TRAILING SEPARATE.
               10  TRN-NUM-FUNCTION PIC X(1).
               10  TRN-NUM-SOURCE PIC X(3).
           05  TRN-NUM-FIELDS REDEFINES TRN-NUM-IN-REC.
               10  TRN-NUM-MAGNITUDE PIC 9(7).
               10  FILLER         PIC X(5).
           05  FILLER             PIC X(28).

       FD  INTAKE-REGISTER-FILE.
       COPY SQINTRC.

       FD  MERGED-NUM-FILE
           RECORDING MODE IS F.
       01  MERGED-NUM-REC.
           05  MERGED-INPUT       PIC X(9).
           05  MERGED-SOURCE      PIC X(3).

       FD  HELD-TRANSMISSION-FILE
           RECORDING MODE IS F.
       01  HELD-TRANSMISSION-REC  PIC X(40).

       FD  DELETE-COMMAND-FILE
           RECORDING MODE IS F.
       01  DELETE-COMMAND-LINE    PIC X(80).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  INTAKE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HLQ                 PIC X(20).
       01  WS-TRANSMISSION-NAME   PIC X(44).

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
           05  WS-SQINTRAN-STATUS PIC XX.
               88  SQINTRAN-OK         VALUE "00".
               88  SQINTRAN-NOT-FOUND  VALUE "35".
           05  WS-SQINTREG-STATUS PIC XX.
               88  SQINTREG-OK         VALUE "00".
               88  SQINTREG-NOT-FOUND  VALUE "35".
               88  SQINTREG-NO-RECORD  VALUE "23".
           05  WS-NUMIN-STATUS    PIC XX.
               88  NUMIN-OK            VALUE "00".
           05  WS-SQINHOLD-STATUS PIC XX.
               88  SQINHOLD-OK         VALUE "00".
               88  SQINHOLD-NOT-FOUND  VALUE "35".
           05  WS-SQDELCMD-STATUS PIC XX.
               88  SQDELCMD-OK         VALUE "00".
           05  WS-SQINRPT-STATUS  PIC XX.
               88  SQINRPT-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-DEPT-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-DEPARTMENTS  VALUE "Y".
           05  WS-TRAN-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-TRANSMISSION VALUE "Y".
           05  WS-HEADER-SWITCH   PIC X VALUE "N".
               88  HEADER-SEEN         VALUE "Y".
           05  WS-TRAILER-SWITCH  PIC X VALUE "N".
               88  TRAILER-SEEN        VALUE "Y".
           05  WS-ACTIVE-SWITCH   PIC X VALUE "N".
               88  DEPARTMENT-ACTIVE   VALUE "Y".
               88  DEPARTMENT-INACTIVE VALUE "N".
           05  WS-CONTROL-SWITCH  PIC X VALUE "N".
               88  CONTROL-RECORD-FOUND    VALUE "Y".
               88  CONTROL-RECORD-ABSENT   VALUE "N".
           05  WS-ENTRY-SWITCH    PIC X VALUE "N".
               88  REGISTER-ENTRY-FOUND    VALUE "Y".
               88  REGISTER-ENTRY-ABSENT   VALUE "N".
           05  WS-INTAKE-RESULT   PIC X VALUE SPACE.
               88  FILE-NOT-RECEIVED   VALUE "N".
               88  FILE-ACCEPTED       VALUE "A".
               88  FILE-REMERGED       VALUE "R".
               88  FILE-HELD           VALUE "H".
               88  FILE-DUPLICATE      VALUE "D".

       01  WS-TRANSMISSION-WORK.
           05  WS-TW-RECORDS-READ PIC 9(9).
           05  WS-TW-DETAIL-COUNT PIC 9(9).
           05  WS-TW-HASH-TOTAL   PIC 9(13).
           05  WS-TW-HDR-DEPT     PIC X(3).
           05  WS-TW-CREATE-DATE-X PIC X(8).
           05  WS-TW-CREATE-DATE REDEFINES WS-TW-CREATE-DATE-X
                                  PIC 9(8).
           05  WS-TW-FILE-SEQ-X   PIC X(6).
           05  WS-TW-FILE-SEQ REDEFINES WS-TW-FILE-SEQ-X
                                  PIC 9(6).
           05  WS-TW-TRL-COUNT-X  PIC X(9).
           05  WS-TW-TRL-COUNT REDEFINES WS-TW-TRL-COUNT-X
                                  PIC 9(9).
           05  WS-TW-TRL-HASH-X   PIC X(13).
           05  WS-TW-TRL-HASH REDEFINES WS-TW-TRL-HASH-X
                                  PIC 9(13).
           05  WS-TW-EXPECTED-SEQ PIC 9(6).
           05  WS-TW-REASON       PIC X(31).
           05  WS-TW-NEW-REASON   PIC X(31).

       01  WS-LAST-ACCEPTED.
           05  WS-LAST-SEQ        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-CREATE-DATE PIC 9(8) VALUE ZERO.
           05  WS-LAST-COUNT      PIC 9(9)  VALUE ZERO.
           05  WS-LAST-HASH       PIC 9(13) VALUE ZERO.

       01  WS-INTAKE-COUNTS.
           05  WS-IN-DEPTS-READ    PIC 9(9)  VALUE ZERO.
           05  WS-IN-FILES-RECEIVED PIC 9(9) VALUE ZERO.
           05  WS-IN-ACCEPTED      PIC 9(9)  VALUE ZERO.
           05  WS-IN-REMERGED      PIC 9(9)  VALUE ZERO.
           05  WS-IN-HELD          PIC 9(9)  VALUE ZERO.
           05  WS-IN-DUPLICATES    PIC 9(9)  VALUE ZERO.
           05  WS-IN-NOT-RECEIVED  PIC 9(9)  VALUE ZERO.
           05  WS-IN-RECORDS-MERGED PIC 9(9) VALUE ZERO.
           05  WS-IN-RECORDS-HELD  PIC 9(9)  VALUE ZERO.
           05  WS-IN-HASH-MERGED   PIC 9(13) VALUE ZERO.
           05  WS-IN-DELETES-BUILT PIC 9(9)  VALUE ZERO.

       01  WS-INTAKE-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "SQUARE CALCULATOR - DEPARTMENT INTAKE".

       01  WS-INTAKE-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-INTAKE-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "DEPT".
           05  FILLER             PIC X(8)  VALUE "FILE".
           05  FILLER             PIC X(10) VALUE "CREATED".
           05  FILLER             PIC X(11) VALUE "  RECORDS".
           05  FILLER             PIC X(13) VALUE "RESULT".
           05  FILLER             PIC X(31) VALUE "REASON".

       01  WS-INTAKE-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IND-DEPT        PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IND-FILE-SEQ    PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IND-CREATED     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IND-RECORDS     PIC Z(8)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IND-RESULT      PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-IND-REASON      PIC X(31).

       01  WS-INTAKE-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-INL-LABEL       PIC X(26).
           05  WS-INL-COUNT       PIC Z(12)9.
           05  FILLER             PIC X(36) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(20).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-PROCESS-DEPARTMENTS
               PERFORM 3000-WRITE-INTAKE-TOTALS
               IF RETURN-CODE = ZERO
                  AND (WS-IN-HELD > ZERO OR WS-IN-DUPLICATES > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-HLQ
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-HLQ
           END-IF
           IF WS-HLQ = SPACES
               DISPLAY "HLQ PARM MISSING"
               MOVE 16 TO RETURN-CODE
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
           OPEN OUTPUT INTAKE-REPORT-FILE
           IF NOT SQINRPT-OK
               DISPLAY "ERROR OPENING INTAKE-REPORT-FILE, STATUS: "
                   WS-SQINRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT DEPARTMENT-FILE
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O INTAKE-REGISTER-FILE
           IF SQINTREG-NOT-FOUND
               OPEN OUTPUT INTAKE-REGISTER-FILE
               CLOSE INTAKE-REGISTER-FILE
               OPEN I-O INTAKE-REGISTER-FILE
           END-IF
           IF NOT SQINTREG-OK
               DISPLAY "ERROR OPENING INTAKE-REGISTER-FILE, STATUS: "
                   WS-SQINTREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MERGED-NUM-FILE
           IF NOT NUMIN-OK
               DISPLAY "ERROR OPENING MERGED-NUM-FILE, STATUS: "
                   WS-NUMIN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND HELD-TRANSMISSION-FILE
           IF SQINHOLD-NOT-FOUND
               OPEN OUTPUT HELD-TRANSMISSION-FILE
           END-IF
           IF NOT SQINHOLD-OK
               DISPLAY "ERROR OPENING HELD-TRANSMISSION-FILE, STATUS: "
                   WS-SQINHOLD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT DELETE-COMMAND-FILE
           IF NOT SQDELCMD-OK
               DISPLAY "ERROR OPENING DELETE-COMMAND-FILE, STATUS: "
                   WS-SQDELCMD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-WRITE-INTAKE-HEADINGS
               MOVE LOW-VALUES TO DEPT-CODE
               START DEPARTMENT-FILE KEY >= DEPT-CODE
                   INVALID KEY
                       SET END-OF-DEPARTMENTS TO TRUE
               END-START
           END-IF.

       1100-WRITE-INTAKE-HEADINGS.
           MOVE WS-RUN-MM   TO WS-HDG-MM
           MOVE WS-RUN-DD   TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-INTAKE-HEADING-1 TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE WS-INTAKE-HEADING-2 TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE WS-INTAKE-COLUMN-HEADING TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           PERFORM 3060-CHECK-SQINRPT-STATUS.

       2000-PROCESS-DEPARTMENTS.
           PERFORM UNTIL END-OF-DEPARTMENTS
               READ DEPARTMENT-FILE NEXT
                   AT END
                       SET END-OF-DEPARTMENTS TO TRUE
                   NOT AT END
                       PERFORM 2100-PROCESS-ONE-DEPARTMENT
               END-READ
               IF RETURN-CODE NOT = ZERO
                   SET END-OF-DEPARTMENTS TO TRUE
               END-IF
           END-PERFORM.

       2100-PROCESS-ONE-DEPARTMENT.
           ADD 1 TO WS-IN-DEPTS-READ
           INITIALIZE WS-TRANSMISSION-WORK
           SET FILE-NOT-RECEIVED TO TRUE
           MOVE SPACES TO WS-TRANSMISSION-NAME
           STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                  ".SQCALC.INTAKE."      DELIMITED BY SIZE
                  DEPT-CODE              DELIMITED BY SPACE
               INTO WS-TRANSMISSION-NAME
           PERFORM 2200-VALIDATE-TRANSMISSION
           IF RETURN-CODE = ZERO
               IF WS-TW-RECORDS-READ = ZERO
                   PERFORM 2150-CHECK-DEPARTMENT-ACTIVE
                   IF DEPARTMENT-ACTIVE
                       ADD 1 TO WS-IN-NOT-RECEIVED
                       PERFORM 2800-WRITE-INTAKE-DETAIL
                   END-IF
               ELSE
                   ADD 1 TO WS-IN-FILES-RECEIVED
                   IF WS-TW-REASON = SPACES
                       PERFORM 2300-CHECK-INTAKE-REGISTER
                   ELSE
                       SET FILE-HELD TO TRUE
                   END-IF
                   EVALUATE TRUE
                       WHEN FILE-ACCEPTED
                       WHEN FILE-REMERGED
                           PERFORM 2500-MERGE-TRANSMISSION
                           PERFORM 2550-RECORD-ACCEPTANCE
                           PERFORM 2700-BUILD-DELETE-COMMAND
                       WHEN FILE-HELD
                           PERFORM 2600-HOLD-TRANSMISSION
                           PERFORM 2650-RECORD-HOLD
                       WHEN FILE-DUPLICATE
                           ADD 1 TO WS-IN-DUPLICATES
                           PERFORM 2700-BUILD-DELETE-COMMAND
                   END-EVALUATE
                   PERFORM 2800-WRITE-INTAKE-DETAIL
               END-IF
           END-IF.

       2150-CHECK-DEPARTMENT-ACTIVE.
           IF WS-RUN-DATE-NUM < DEPT-EFF-DATE
              OR (DEPT-INACTIVE-DATE NOT = ZERO
                  AND WS-RUN-DATE-NUM >= DEPT-INACTIVE-DATE)
               SET DEPARTMENT-INACTIVE TO TRUE
           ELSE
               SET DEPARTMENT-ACTIVE TO TRUE
           END-IF.

       2200-VALIDATE-TRANSMISSION.
           OPEN INPUT TRANSMISSION-FILE
           EVALUATE TRUE
               WHEN SQINTRAN-OK
                   MOVE "N" TO WS-TRAN-EOF-SWITCH
                   MOVE "N" TO WS-HEADER-SWITCH
                   MOVE "N" TO WS-TRAILER-SWITCH
                   PERFORM UNTIL END-OF-TRANSMISSION
                       READ TRANSMISSION-FILE
                           AT END
                               SET END-OF-TRANSMISSION TO TRUE
                           NOT AT END
                               PERFORM 2210-EDIT-TRANSMISSION-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TRANSMISSION-FILE
                   IF WS-TW-RECORDS-READ > ZERO
                       PERFORM 2250-CHECK-HEADER-AND-TRAILER
                   END-IF
               WHEN SQINTRAN-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING TRANSMISSION "
                       WS-TRANSMISSION-NAME " STATUS: "
                       WS-SQINTRAN-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       2210-EDIT-TRANSMISSION-RECORD.
           ADD 1 TO WS-TW-RECORDS-READ
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "RECORDS AFTER TRAILER" TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               WHEN TRN-HEADER AND WS-TW-RECORDS-READ = 1
                   SET HEADER-SEEN TO TRUE
                   MOVE TRN-HDR-DEPT        TO WS-TW-HDR-DEPT
                   MOVE TRN-HDR-CREATE-DATE TO WS-TW-CREATE-DATE-X
                   MOVE TRN-HDR-FILE-SEQ    TO WS-TW-FILE-SEQ-X
               WHEN TRN-HEADER
                   MOVE "HEADER RECORD OUT OF PLACE"
                       TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               WHEN WS-TW-RECORDS-READ = 1
                   MOVE "NO HEADER RECORD" TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
                   PERFORM 2220-EDIT-DETAIL-RECORD
               WHEN TRN-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE TRN-TRL-COUNT TO WS-TW-TRL-COUNT-X
                   MOVE TRN-TRL-HASH  TO WS-TW-TRL-HASH-X
               WHEN OTHER
                   PERFORM 2220-EDIT-DETAIL-RECORD
           END-EVALUATE.

       2220-EDIT-DETAIL-RECORD.
           ADD 1 TO WS-TW-DETAIL-COUNT
           IF TRN-NUM-IN IS NUMERIC
               ADD TRN-NUM-MAGNITUDE TO WS-TW-HASH-TOTAL
           END-IF
           IF TRN-NUM-SOURCE NOT = SPACES
              AND TRN-NUM-SOURCE NOT = DEPT-CODE
               MOVE "RECORD FOR ANOTHER DEPARTMENT"
                   TO WS-TW-NEW-REASON
               PERFORM 2290-NOTE-HOLD-REASON
           END-IF.

       2250-CHECK-HEADER-AND-TRAILER.
           IF NOT TRAILER-SEEN
               MOVE "NO TRAILER RECORD - TRUNCATED"
                   TO WS-TW-NEW-REASON
               PERFORM 2290-NOTE-HOLD-REASON
           END-IF
           IF HEADER-SEEN
               IF WS-TW-HDR-DEPT NOT = DEPT-CODE
                   MOVE "HEADER DEPT DOES NOT MATCH FILE"
                       TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               END-IF
               IF WS-TW-CREATE-DATE-X IS NOT NUMERIC
                   MOVE "CREATION DATE NOT VALID" TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TW-CREATE-DATE)
                          NOT = ZERO
                       MOVE "CREATION DATE NOT VALID"
                           TO WS-TW-NEW-REASON
                       PERFORM 2290-NOTE-HOLD-REASON
                   ELSE
                       IF WS-TW-CREATE-DATE > WS-RUN-DATE-NUM
                           MOVE "CREATION DATE AFTER RUN DATE"
                               TO WS-TW-NEW-REASON
                           PERFORM 2290-NOTE-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-TW-FILE-SEQ-X IS NOT NUMERIC
                   MOVE "FILE SEQUENCE NUMBER NOT VALID"
                       TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               ELSE
                   IF WS-TW-FILE-SEQ = ZERO
                       MOVE "FILE SEQUENCE NUMBER NOT VALID"
                           TO WS-TW-NEW-REASON
                       PERFORM 2290-NOTE-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           IF TRAILER-SEEN
               IF WS-TW-TRL-COUNT-X IS NOT NUMERIC
                   MOVE "TRAILER COUNT DOES NOT BALANCE"
                       TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               ELSE
                   IF WS-TW-TRL-COUNT NOT = WS-TW-DETAIL-COUNT
                       MOVE "TRAILER COUNT DOES NOT BALANCE"
                           TO WS-TW-NEW-REASON
                       PERFORM 2290-NOTE-HOLD-REASON
                   END-IF
               END-IF
               IF WS-TW-TRL-HASH-X IS NOT NUMERIC
                   MOVE "TRAILER HASH DOES NOT BALANCE"
                       TO WS-TW-NEW-REASON
                   PERFORM 2290-NOTE-HOLD-REASON
               ELSE
                   IF WS-TW-TRL-HASH NOT = WS-TW-HASH-TOTAL
                       MOVE "TRAILER HASH DOES NOT BALANCE"
                           TO WS-TW-NEW-REASON
                       PERFORM 2290-NOTE-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       2290-NOTE-HOLD-REASON.
           IF WS-TW-REASON = SPACES
               MOVE WS-TW-NEW-REASON TO WS-TW-REASON
           END-IF.

       2300-CHECK-INTAKE-REGISTER.
           SET FILE-ACCEPTED TO TRUE
           MOVE DEPT-CODE TO INTC-DEPT-CODE
           MOVE ZERO      TO INTC-FILE-SEQ
           READ INTAKE-REGISTER-FILE
               INVALID KEY
                   SET CONTROL-RECORD-ABSENT TO TRUE
               NOT INVALID KEY
                   SET CONTROL-RECORD-FOUND TO TRUE
                   MOVE INTC-LAST-SEQ         TO WS-LAST-SEQ
                   MOVE INTC-LAST-CREATE-DATE TO WS-LAST-CREATE-DATE
                   MOVE INTC-LAST-COUNT       TO WS-LAST-COUNT
                   MOVE INTC-LAST-HASH        TO WS-LAST-HASH
           END-READ
           PERFORM 2390-CHECK-SQINTREG-READ
           MOVE DEPT-CODE      TO INTR-DEPT-CODE
           MOVE WS-TW-FILE-SEQ TO INTR-FILE-SEQ
           READ INTAKE-REGISTER-FILE
               INVALID KEY
                   SET REGISTER-ENTRY-ABSENT TO TRUE
               NOT INVALID KEY
                   SET REGISTER-ENTRY-FOUND TO TRUE
           END-READ
           PERFORM 2390-CHECK-SQINTREG-READ
           IF REGISTER-ENTRY-FOUND AND INTR-ACCEPTED
               PERFORM 2310-CHECK-ACCEPTED-SEQUENCE
           ELSE
               IF CONTROL-RECORD-FOUND
                   PERFORM 2320-CHECK-SEQUENCE-ORDER
               END-IF
           END-IF.

       2310-CHECK-ACCEPTED-SEQUENCE.
           IF INTR-CREATE-DATE  = WS-TW-CREATE-DATE
              AND INTR-RECORD-COUNT = WS-TW-DETAIL-COUNT
              AND INTR-HASH-TOTAL   = WS-TW-HASH-TOTAL
               IF INTR-PROCESS-DATE = WS-RUN-DATE-NUM
                   SET FILE-REMERGED TO TRUE
                   MOVE "ACCEPTED EARLIER THIS CYCLE"
                       TO WS-TW-REASON
               ELSE
                   SET FILE-DUPLICATE TO TRUE
                   STRING "ALREADY ACCEPTED ON " DELIMITED BY SIZE
                          INTR-PROCESS-DATE      DELIMITED BY SIZE
                       INTO WS-TW-REASON
               END-IF
           ELSE
               SET FILE-HELD TO TRUE
               MOVE "FILE SEQUENCE ALREADY USED" TO WS-TW-REASON
           END-IF.

       2320-CHECK-SEQUENCE-ORDER.
           IF WS-LAST-SEQ = 999999
               MOVE 1 TO WS-TW-EXPECTED-SEQ
           ELSE
               COMPUTE WS-TW-EXPECTED-SEQ = WS-LAST-SEQ + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-TW-DETAIL-COUNT > ZERO
                AND WS-TW-CREATE-DATE = WS-LAST-CREATE-DATE
                AND WS-TW-DETAIL-COUNT = WS-LAST-COUNT
                AND WS-TW-HASH-TOTAL = WS-LAST-HASH
                   SET FILE-DUPLICATE TO TRUE
                   STRING "SAME CONTENT AS FILE " DELIMITED BY SIZE
                          WS-LAST-SEQ             DELIMITED BY SIZE
                       INTO WS-TW-REASON
               WHEN WS-TW-FILE-SEQ = WS-TW-EXPECTED-SEQ
                   CONTINUE
               WHEN WS-TW-FILE-SEQ > WS-TW-EXPECTED-SEQ
                   SET FILE-HELD TO TRUE
                   STRING "SEQUENCE GAP - EXPECTED " DELIMITED BY SIZE
                          WS-TW-EXPECTED-SEQ         DELIMITED BY SIZE
                       INTO WS-TW-REASON
               WHEN OTHER
                   SET FILE-HELD TO TRUE
                   STRING "BEHIND LAST ACCEPTED " DELIMITED BY SIZE
                          WS-LAST-SEQ             DELIMITED BY SIZE
                       INTO WS-TW-REASON
           END-EVALUATE.

       2390-CHECK-SQINTREG-READ.
           IF NOT SQINTREG-OK AND NOT SQINTREG-NO-RECORD
               DISPLAY "ERROR ON INTAKE-REGISTER-FILE, STATUS: "
                   WS-SQINTREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-MERGE-TRANSMISSION.
           OPEN INPUT TRANSMISSION-FILE
           IF NOT SQINTRAN-OK
               DISPLAY "ERROR REOPENING TRANSMISSION "
                   WS-TRANSMISSION-NAME " STATUS: "
                   WS-SQINTRAN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-TRAN-EOF-SWITCH
               PERFORM UNTIL END-OF-TRANSMISSION
                   READ TRANSMISSION-FILE
                       AT END
                           SET END-OF-TRANSMISSION TO TRUE
                       NOT AT END
                           IF NOT TRN-HEADER AND NOT TRN-TRAILER
                               PERFORM 2510-WRITE-MERGED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSION-FILE
           END-IF.

       2510-WRITE-MERGED-RECORD.
           MOVE TRN-NUM-IN-REC TO MERGED-NUM-REC
           IF MERGED-SOURCE = SPACES
               MOVE DEPT-CODE TO MERGED-SOURCE
           END-IF
           WRITE MERGED-NUM-REC
           IF NOT NUMIN-OK
               DISPLAY "ERROR ON MERGED-NUM-FILE, STATUS: "
                   WS-NUMIN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-IN-RECORDS-MERGED.

       2550-RECORD-ACCEPTANCE.
           IF FILE-ACCEPTED
               ADD 1 TO WS-IN-ACCEPTED
           ELSE
               ADD 1 TO WS-IN-REMERGED
           END-IF
           ADD WS-TW-HASH-TOTAL TO WS-IN-HASH-MERGED
           MOVE SPACES             TO INTAKE-REGISTER-REC
           MOVE DEPT-CODE          TO INTR-DEPT-CODE
           MOVE WS-TW-FILE-SEQ     TO INTR-FILE-SEQ
           SET INTR-ACCEPTED       TO TRUE
           MOVE WS-TW-CREATE-DATE  TO INTR-CREATE-DATE
           MOVE WS-TW-DETAIL-COUNT TO INTR-RECORD-COUNT
           MOVE WS-TW-HASH-TOTAL   TO INTR-HASH-TOTAL
           MOVE WS-RUN-DATE-NUM    TO INTR-PROCESS-DATE
           IF REGISTER-ENTRY-FOUND
               REWRITE INTAKE-REGISTER-REC
           ELSE
               WRITE INTAKE-REGISTER-REC
           END-IF
           PERFORM 2560-CHECK-SQINTREG-STATUS
           MOVE SPACES             TO INTAKE-CONTROL-REC
           MOVE DEPT-CODE          TO INTC-DEPT-CODE
           MOVE ZERO               TO INTC-FILE-SEQ
           MOVE WS-TW-FILE-SEQ     TO INTC-LAST-SEQ
           MOVE WS-TW-CREATE-DATE  TO INTC-LAST-CREATE-DATE
           MOVE WS-TW-DETAIL-COUNT TO INTC-LAST-COUNT
           MOVE WS-TW-HASH-TOTAL   TO INTC-LAST-HASH
           MOVE WS-RUN-DATE-NUM    TO INTC-LAST-PROCESS-DATE
           IF CONTROL-RECORD-FOUND
               REWRITE INTAKE-CONTROL-REC
           ELSE
               WRITE INTAKE-CONTROL-REC
           END-IF
           PERFORM 2560-CHECK-SQINTREG-STATUS.

       2560-CHECK-SQINTREG-STATUS.
           IF NOT SQINTREG-OK
               DISPLAY "ERROR ON INTAKE-REGISTER-FILE, STATUS: "
                   WS-SQINTREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2600-HOLD-TRANSMISSION.
           ADD 1 TO WS-IN-HELD
           OPEN INPUT TRANSMISSION-FILE
           IF NOT SQINTRAN-OK
               DISPLAY "ERROR REOPENING TRANSMISSION "
                   WS-TRANSMISSION-NAME " STATUS: "
                   WS-SQINTRAN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-TRAN-EOF-SWITCH
               PERFORM UNTIL END-OF-TRANSMISSION
                   READ TRANSMISSION-FILE
                       AT END
                           SET END-OF-TRANSMISSION TO TRUE
                       NOT AT END
                           PERFORM 2610-WRITE-HELD-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSION-FILE
           END-IF.

       2610-WRITE-HELD-RECORD.
           MOVE TRANSMISSION-REC TO HELD-TRANSMISSION-REC
           WRITE HELD-TRANSMISSION-REC
           IF NOT SQINHOLD-OK
               DISPLAY "ERROR ON HELD-TRANSMISSION-FILE, STATUS: "
                   WS-SQINHOLD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-IN-RECORDS-HELD.

       2650-RECORD-HOLD.
           IF WS-TW-FILE-SEQ-X IS NUMERIC
               IF WS-TW-FILE-SEQ > ZERO
                   MOVE DEPT-CODE      TO INTR-DEPT-CODE
                   MOVE WS-TW-FILE-SEQ TO INTR-FILE-SEQ
                   READ INTAKE-REGISTER-FILE
                       INVALID KEY
                           SET REGISTER-ENTRY-ABSENT TO TRUE
                       NOT INVALID KEY
                           SET REGISTER-ENTRY-FOUND TO TRUE
                   END-READ
                   PERFORM 2390-CHECK-SQINTREG-READ
                   IF REGISTER-ENTRY-ABSENT OR INTR-HELD
                       PERFORM 2660-WRITE-HELD-ENTRY
                   END-IF
               END-IF
           END-IF.

       2660-WRITE-HELD-ENTRY.
           MOVE SPACES             TO INTAKE-REGISTER-REC
           MOVE DEPT-CODE          TO INTR-DEPT-CODE
           MOVE WS-TW-FILE-SEQ     TO INTR-FILE-SEQ
           SET INTR-HELD           TO TRUE
           IF WS-TW-CREATE-DATE-X IS NUMERIC
               MOVE WS-TW-CREATE-DATE TO INTR-CREATE-DATE
           ELSE
               MOVE ZERO TO INTR-CREATE-DATE
           END-IF
           MOVE WS-TW-DETAIL-COUNT TO INTR-RECORD-COUNT
           MOVE WS-TW-HASH-TOTAL   TO INTR-HASH-TOTAL
           MOVE WS-RUN-DATE-NUM    TO INTR-PROCESS-DATE
           MOVE WS-TW-REASON       TO INTR-REASON
           IF REGISTER-ENTRY-FOUND
               REWRITE INTAKE-REGISTER-REC
           ELSE
               WRITE INTAKE-REGISTER-REC
           END-IF
           PERFORM 2560-CHECK-SQINTREG-STATUS.

       2700-BUILD-DELETE-COMMAND.
           MOVE SPACES TO DELETE-COMMAND-LINE
           STRING " DELETE '"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANSMISSION-NAME)
                                                DELIMITED BY SIZE
                  "'"                           DELIMITED BY SIZE
               INTO DELETE-COMMAND-LINE
           WRITE DELETE-COMMAND-LINE
           IF NOT SQDELCMD-OK
               DISPLAY "ERROR ON DELETE-COMMAND-FILE, STATUS: "
                   WS-SQDELCMD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-IN-DELETES-BUILT.

       2800-WRITE-INTAKE-DETAIL.
           MOVE DEPT-CODE TO WS-IND-DEPT
           MOVE WS-TW-FILE-SEQ-X    TO WS-IND-FILE-SEQ
           MOVE WS-TW-CREATE-DATE-X TO WS-IND-CREATED
           MOVE WS-TW-DETAIL-COUNT  TO WS-IND-RECORDS
           MOVE WS-TW-REASON        TO WS-IND-REASON
           EVALUATE TRUE
               WHEN FILE-ACCEPTED
               WHEN FILE-REMERGED
                   MOVE "ACCEPTED"     TO WS-IND-RESULT
               WHEN FILE-HELD
                   MOVE "HELD"         TO WS-IND-RESULT
               WHEN FILE-DUPLICATE
                   MOVE "DUPLICATE"    TO WS-IND-RESULT
               WHEN OTHER
                   MOVE "NOT RECEIVED" TO WS-IND-RESULT
           END-EVALUATE
           MOVE WS-INTAKE-DETAIL TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           PERFORM 3060-CHECK-SQINRPT-STATUS.

       3000-WRITE-INTAKE-TOTALS.
           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE "DEPARTMENTS READ...: " TO WS-INL-LABEL
           MOVE WS-IN-DEPTS-READ        TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "FILES RECEIVED.....: " TO WS-INL-LABEL
           MOVE WS-IN-FILES-RECEIVED    TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "FILES ACCEPTED.....: " TO WS-INL-LABEL
           MOVE WS-IN-ACCEPTED          TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "FILES RE-MERGED....: " TO WS-INL-LABEL
           MOVE WS-IN-REMERGED          TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "FILES HELD.........: " TO WS-INL-LABEL
           MOVE WS-IN-HELD              TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "FILES DUPLICATE....: " TO WS-INL-LABEL
           MOVE WS-IN-DUPLICATES        TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "ACTIVE NOT RECEIVED: " TO WS-INL-LABEL
           MOVE WS-IN-NOT-RECEIVED      TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "RECORDS MERGED.....: " TO WS-INL-LABEL
           MOVE WS-IN-RECORDS-MERGED    TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "HASH OF MERGED NUMS: " TO WS-INL-LABEL
           MOVE WS-IN-HASH-MERGED       TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "RECORDS HELD.......: " TO WS-INL-LABEL
           MOVE WS-IN-RECORDS-HELD      TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DELETES GENERATED..: " TO WS-INL-LABEL
           MOVE WS-IN-DELETES-BUILT     TO WS-INL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE.

       3050-WRITE-COUNT-LINE.
           MOVE WS-INTAKE-COUNT-LINE TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           PERFORM 3060-CHECK-SQINRPT-STATUS.

       3060-CHECK-SQINRPT-STATUS.
           IF NOT SQINRPT-OK
               DISPLAY "ERROR ON INTAKE-REPORT-FILE, STATUS: "
                   WS-SQINRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           CLOSE DEPARTMENT-FILE
           CLOSE INTAKE-REGISTER-FILE
           CLOSE MERGED-NUM-FILE
           CLOSE HELD-TRANSMISSION-FILE
           CLOSE DELETE-COMMAND-FILE
           CLOSE INTAKE-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQINTAKE"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           COMPUTE SQBW-RECORDS-IN = WS-IN-RECORDS-MERGED
               + WS-IN-RECORDS-HELD
           MOVE WS-IN-RECORDS-MERGED  TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
