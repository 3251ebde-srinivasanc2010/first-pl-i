       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQGLACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "SQGLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQGLACK-STATUS.

           SELECT GL-REGISTER-FILE ASSIGN TO "SQGLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-JOB-ID
               FILE STATUS IS WS-SQGLREG-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "SQGARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQGARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-REC                PIC X(80).

       FD  GL-REGISTER-FILE.
       COPY SQGLRGRC.

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OVERDUE-DAYS        PIC 9(3) VALUE 1.

       COPY SQBUSDLK.

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
           05  WS-SENT-DATE-INT   PIC S9(9) VALUE ZERO.
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

       01  WS-ACK-FIELDS.
           05  WS-ACK-TYPE        PIC X(1).
               88  ACK-POSITIVE        VALUE "A".
               88  ACK-NEGATIVE        VALUE "N".
           05  WS-ACK-JOB-ID      PIC X(8).
           05  WS-ACK-COUNT-X     PIC X(9).
           05  WS-ACK-COUNT REDEFINES WS-ACK-COUNT-X
                                  PIC 9(9).
           05  WS-ACK-HASH-X      PIC X(13).
           05  WS-ACK-HASH REDEFINES WS-ACK-HASH-X
                                  PIC 9(13).
           05  WS-ACK-LOAD-DATE-X PIC X(8).
           05  WS-ACK-LOAD-DATE REDEFINES WS-ACK-LOAD-DATE-X
                                  PIC 9(8).
           05  WS-ACK-REASON      PIC X(40).

       01  WS-FILE-STATUSES.
           05  WS-SQGLACK-STATUS  PIC XX.
               88  SQGLACK-OK          VALUE "00".
               88  SQGLACK-NOT-FOUND   VALUE "35".
           05  WS-SQGLREG-STATUS  PIC XX.
               88  SQGLREG-OK          VALUE "00".
               88  SQGLREG-NOT-FOUND   VALUE "35".
           05  WS-SQGARPT-STATUS  PIC XX.
               88  SQGARPT-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-ACK-EOF-SWITCH  PIC X VALUE "N".
               88  END-OF-ACKS         VALUE "Y".
           05  WS-REG-EOF-SWITCH  PIC X VALUE "N".
               88  END-OF-REGISTER     VALUE "Y".
           05  WS-ACK-OPEN-SWITCH PIC X VALUE "N".
               88  ACK-FILE-OPEN       VALUE "Y".
           05  WS-REGISTER-SWITCH PIC X VALUE "N".
               88  REGISTER-ENTRY-FOUND    VALUE "Y".
               88  REGISTER-ENTRY-ABSENT   VALUE "N".

       01  WS-ACK-COUNTS.
           05  WS-AK-RECORDS-READ  PIC 9(9) VALUE ZERO.
           05  WS-AK-ACKNOWLEDGED  PIC 9(9) VALUE ZERO.
           05  WS-AK-REJECTED      PIC 9(9) VALUE ZERO.
           05  WS-AK-MISMATCHED    PIC 9(9) VALUE ZERO.
           05  WS-AK-UNKNOWN       PIC 9(9) VALUE ZERO.
           05  WS-AK-MALFORMED     PIC 9(9) VALUE ZERO.
           05  WS-AK-DUPLICATE     PIC 9(9) VALUE ZERO.
           05  WS-AK-NEW-OVERDUE   PIC 9(9) VALUE ZERO.
           05  WS-AK-AWAITING      PIC 9(9) VALUE ZERO.
           05  WS-AK-OUTSTANDING   PIC 9(9) VALUE ZERO.

       01  WS-ACK-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(47) VALUE
               "SQUARE CALCULATOR - GL ACKNOWLEDGEMENT REGISTER".

       01  WS-ACK-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "OVERDUE AFTER ".
           05  WS-HDG-OVERDUE     PIC ZZ9.
           05  FILLER             PIC X(5)  VALUE " DAYS".

       01  WS-ACK-SECTION-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ASL-TITLE       PIC X(40).

       01  WS-ACK-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "JOB ID".
           05  FILLER             PIC X(6)  VALUE "TYPE".
           05  FILLER             PIC X(11) VALUE "COUNT".
           05  FILLER             PIC X(15) VALUE "HASH".
           05  FILLER             PIC X(36) VALUE "RESULT".

       01  WS-ACK-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AKD-JOB-ID      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AKD-TYPE        PIC X(1).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-AKD-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AKD-HASH        PIC Z(12)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AKD-RESULT      PIC X(36).

       01  WS-OUTSTANDING-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "JOB ID".
           05  FILLER             PIC X(11) VALUE "RUN DATE".
           05  FILLER             PIC X(12) VALUE "SENT DATE".
           05  FILLER             PIC X(6)  VALUE "SENDS".
           05  FILLER             PIC X(9)  VALUE "STATUS".
           05  FILLER             PIC X(30) VALUE "REASON".

       01  WS-OUTSTANDING-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OSD-JOB-ID      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OSD-RUN-DATE    PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-OSD-SENT-DATE   PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OSD-SENDS       PIC ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-OSD-STATUS      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-OSD-REASON      PIC X(30).

       01  WS-ACK-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-AKL-LABEL       PIC X(26).
           05  WS-AKL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-OVERDUE         PIC X(3).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-PROCESS-ACK-FILE
               PERFORM 2500-REVIEW-GL-REGISTER
               PERFORM 3000-WRITE-ACK-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           IF LK-PARM-LEN > ZERO
               IF LK-PARM-LEN > 3
                  OR LK-PARM-OVERDUE(1:LK-PARM-LEN) IS NOT NUMERIC
                   DISPLAY "OVERDUE DAYS PARM NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE LK-PARM-OVERDUE(1:LK-PARM-LEN)
                       TO WS-OVERDUE-DAYS
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
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF RETURN-CODE = ZERO
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               COMPUTE WS-CUTOFF-INT =
                   WS-RUN-DATE-INT - WS-OVERDUE-DAYS
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           IF NOT SQGARPT-OK
               DISPLAY "ERROR OPENING ACK-REPORT-FILE, STATUS: "
                   WS-SQGARPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT ACK-FILE
           EVALUATE TRUE
               WHEN SQGLACK-OK
                   SET ACK-FILE-OPEN TO TRUE
               WHEN SQGLACK-NOT-FOUND
                   SET END-OF-ACKS TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING ACK-FILE, STATUS: "
                       WS-SQGLACK-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           OPEN I-O GL-REGISTER-FILE
           IF SQGLREG-NOT-FOUND
               OPEN OUTPUT GL-REGISTER-FILE
               CLOSE GL-REGISTER-FILE
               OPEN I-O GL-REGISTER-FILE
           END-IF
           IF NOT SQGLREG-OK
               DISPLAY "ERROR OPENING GL-REGISTER-FILE, STATUS: "
                   WS-SQGLREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-WRITE-ACK-HEADINGS
           END-IF.

       1100-WRITE-ACK-HEADINGS.
           MOVE WS-RUN-MM       TO WS-HDG-MM
           MOVE WS-RUN-DD       TO WS-HDG-DD
           MOVE WS-RUN-YYYY     TO WS-HDG-YYYY
           MOVE WS-OVERDUE-DAYS TO WS-HDG-OVERDUE
           MOVE WS-ACK-HEADING-1 TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-ACK-HEADING-2 TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-ASL-TITLE
           MOVE WS-ACK-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-ACK-COLUMN-HEADING TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 3060-CHECK-SQGARPT-STATUS.

       2000-PROCESS-ACK-FILE.
           PERFORM UNTIL END-OF-ACKS
               READ ACK-FILE
                   AT END
                       SET END-OF-ACKS TO TRUE
                   NOT AT END
                       IF ACK-REC NOT = SPACES
                          AND ACK-REC(1:1) NOT = "*"
                           PERFORM 2100-PROCESS-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM.

       2100-PROCESS-ONE-ACK.
           ADD 1 TO WS-AK-RECORDS-READ
           MOVE SPACES TO WS-ACK-FIELDS
           UNSTRING ACK-REC DELIMITED BY "|"
               INTO WS-ACK-TYPE
                    WS-ACK-JOB-ID
                    WS-ACK-COUNT-X
                    WS-ACK-HASH-X
                    WS-ACK-LOAD-DATE-X
                    WS-ACK-REASON
           END-UNSTRING
           MOVE WS-ACK-JOB-ID TO WS-AKD-JOB-ID
           MOVE WS-ACK-TYPE   TO WS-AKD-TYPE
           MOVE ZERO TO WS-AKD-COUNT
           MOVE ZERO TO WS-AKD-HASH
           IF (NOT ACK-POSITIVE AND NOT ACK-NEGATIVE)
              OR WS-ACK-COUNT-X IS NOT NUMERIC
              OR WS-ACK-HASH-X IS NOT NUMERIC
              OR WS-ACK-LOAD-DATE-X IS NOT NUMERIC
               ADD 1 TO WS-AK-MALFORMED
               MOVE "MALFORMED ACK RECORD - IGNORED" TO WS-AKD-RESULT
           ELSE
               MOVE WS-ACK-COUNT TO WS-AKD-COUNT
               MOVE WS-ACK-HASH  TO WS-AKD-HASH
               PERFORM 2150-MATCH-ACK-TO-REGISTER
           END-IF
           PERFORM 2400-WRITE-ACK-DETAIL.

       2150-MATCH-ACK-TO-REGISTER.
           SET REGISTER-ENTRY-ABSENT TO TRUE
           MOVE WS-ACK-JOB-ID TO GLR-JOB-ID
           READ GL-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGISTER-ENTRY-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN REGISTER-ENTRY-ABSENT
                   ADD 1 TO WS-AK-UNKNOWN
                   MOVE "JOB ID NOT ON GL REGISTER"
                       TO WS-AKD-RESULT
               WHEN GLR-ACKNOWLEDGED
                   ADD 1 TO WS-AK-DUPLICATE
                   MOVE "ALREADY ACKNOWLEDGED - IGNORED"
                       TO WS-AKD-RESULT
               WHEN OTHER
                   PERFORM 2200-APPLY-ACK-TO-REGISTER
           END-EVALUATE.

       2200-APPLY-ACK-TO-REGISTER.
           MOVE WS-RUN-DATE-NUM      TO GLR-ACK-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GLR-ACK-TIME
           MOVE WS-ACK-LOAD-DATE     TO GLR-ACK-LOAD-DATE
           MOVE WS-ACK-COUNT         TO GLR-ACK-COUNT
           MOVE WS-ACK-HASH          TO GLR-ACK-HASH
           EVALUATE TRUE
               WHEN ACK-NEGATIVE
                   SET GLR-REJECTED TO TRUE
                   IF WS-ACK-REASON = SPACES
                       MOVE "REJECTED BY LEDGER - NO REASON GIVEN"
                           TO GLR-REASON
                   ELSE
                       MOVE WS-ACK-REASON TO GLR-REASON
                   END-IF
                   ADD 1 TO WS-AK-REJECTED
                   MOVE "REJECTED BY LEDGER" TO WS-AKD-RESULT
               WHEN WS-ACK-COUNT NOT = GLR-RECORD-COUNT
                 OR WS-ACK-HASH NOT = GLR-HASH-TOTAL
                   SET GLR-REJECTED TO TRUE
                   MOVE "ACK TOTALS DO NOT MATCH EXTRACT SENT"
                       TO GLR-REASON
                   ADD 1 TO WS-AK-MISMATCHED
                   MOVE "TOTALS MISMATCH - TREATED AS REJECTED"
                       TO WS-AKD-RESULT
               WHEN OTHER
                   SET GLR-ACKNOWLEDGED TO TRUE
                   MOVE SPACES TO GLR-REASON
                   ADD 1 TO WS-AK-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED - TOTALS AGREE"
                       TO WS-AKD-RESULT
           END-EVALUATE
           REWRITE GL-REGISTER-REC
               INVALID KEY
                   DISPLAY "GL REGISTER REWRITE FAILED FOR: "
                       GLR-JOB-ID
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       2400-WRITE-ACK-DETAIL.
           MOVE WS-ACK-DETAIL TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 3060-CHECK-SQGARPT-STATUS.

       2500-REVIEW-GL-REGISTER.
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE "OUTSTANDING EXTRACTS" TO WS-ASL-TITLE
           MOVE WS-ACK-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-OUTSTANDING-COLUMN-HEADING TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 3060-CHECK-SQGARPT-STATUS
           MOVE LOW-VALUES TO GLR-JOB-ID
           START GL-REGISTER-FILE KEY >= GLR-JOB-ID
               INVALID KEY
                   SET END-OF-REGISTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-REGISTER
               READ GL-REGISTER-FILE NEXT
                   AT END
                       SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       IF GLR-OUTSTANDING
                           PERFORM 2600-REVIEW-OUTSTANDING-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2600-REVIEW-OUTSTANDING-ENTRY.
           IF GLR-SENT
               COMPUTE WS-SENT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(GLR-SENT-DATE)
               IF WS-SENT-DATE-INT < WS-CUTOFF-INT
                   SET GLR-OVERDUE TO TRUE
                   MOVE "NO ACK RECEIVED FROM LEDGER" TO GLR-REASON
                   ADD 1 TO WS-AK-NEW-OVERDUE
                   REWRITE GL-REGISTER-REC
                       INVALID KEY
                           DISPLAY "GL REGISTER REWRITE FAILED FOR: "
                               GLR-JOB-ID
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
               END-IF
           END-IF
           MOVE GLR-JOB-ID     TO WS-OSD-JOB-ID
           MOVE GLR-RUN-DATE   TO WS-EDIT-DATE-IN
           PERFORM 2650-FORMAT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-OSD-RUN-DATE
           MOVE GLR-SENT-DATE  TO WS-EDIT-DATE-IN
           PERFORM 2650-FORMAT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-OSD-SENT-DATE
           MOVE GLR-SEND-COUNT TO WS-OSD-SENDS
           MOVE GLR-REASON     TO WS-OSD-REASON
           EVALUATE TRUE
               WHEN GLR-SENT
                   ADD 1 TO WS-AK-AWAITING
                   MOVE "AWAITING" TO WS-OSD-STATUS
               WHEN GLR-OVERDUE
                   ADD 1 TO WS-AK-OUTSTANDING
                   MOVE "OVERDUE" TO WS-OSD-STATUS
               WHEN OTHER
                   ADD 1 TO WS-AK-OUTSTANDING
                   MOVE "REJECTED" TO WS-OSD-STATUS
           END-EVALUATE
           MOVE WS-OUTSTANDING-DETAIL TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 3060-CHECK-SQGARPT-STATUS.

       2650-FORMAT-DATE.
           MOVE WS-EDI-YYYY TO WS-EDO-YYYY
           MOVE WS-EDI-MM   TO WS-EDO-MM
           MOVE WS-EDI-DD   TO WS-EDO-DD.

       3000-WRITE-ACK-TOTALS.
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE "ACK RECORDS READ...: " TO WS-AKL-LABEL
           MOVE WS-AK-RECORDS-READ      TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "ACKNOWLEDGED.......: " TO WS-AKL-LABEL
           MOVE WS-AK-ACKNOWLEDGED      TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "REJECTED BY LEDGER.: " TO WS-AKL-LABEL
           MOVE WS-AK-REJECTED          TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "TOTALS MISMATCHED..: " TO WS-AKL-LABEL
           MOVE WS-AK-MISMATCHED        TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "UNKNOWN JOB ID.....: " TO WS-AKL-LABEL
           MOVE WS-AK-UNKNOWN           TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "MALFORMED RECORDS..: " TO WS-AKL-LABEL
           MOVE WS-AK-MALFORMED         TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DUPLICATE ACKS.....: " TO WS-AKL-LABEL
           MOVE WS-AK-DUPLICATE         TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "NEWLY OVERDUE......: " TO WS-AKL-LABEL
           MOVE WS-AK-NEW-OVERDUE       TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "AWAITING ACK.......: " TO WS-AKL-LABEL
           MOVE WS-AK-AWAITING          TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "NEEDING RESEND.....: " TO WS-AKL-LABEL
           MOVE WS-AK-OUTSTANDING       TO WS-AKL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           IF RETURN-CODE = ZERO
              AND (WS-AK-OUTSTANDING > ZERO
                   OR WS-AK-UNKNOWN > ZERO
                   OR WS-AK-MALFORMED > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       3050-WRITE-COUNT-LINE.
           MOVE WS-ACK-COUNT-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 3060-CHECK-SQGARPT-STATUS.

       3060-CHECK-SQGARPT-STATUS.
           IF NOT SQGARPT-OK
               DISPLAY "ERROR ON ACK-REPORT-FILE, STATUS: "
                   WS-SQGARPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           IF ACK-FILE-OPEN
               CLOSE ACK-FILE
           END-IF
           CLOSE GL-REGISTER-FILE
           CLOSE ACK-REPORT-FILE.
