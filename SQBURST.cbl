       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQBURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQUARE-OUT-FILE ASSIGN TO "SQROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQROUT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "SQREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQREXC-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "SQRECYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQRECYC-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO "SQDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-SQDEPT-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO DYNAMIC WS-DELIVERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQDLVR-STATUS.

           SELECT BURST-REPORT-FILE ASSIGN TO "SQBURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBURPT-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "SQBUCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQBUCTL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SQUARE-OUT-FILE
           RECORDING MODE IS F.
       01  SQUARE-OUT-REC.
           05  SQUARE-OUT-NUM     PIC S9(5)V9(2)
                                  SIGN IS TRAILING SEPARATE.
           05  SQUARE-OUT-FUNCTION PIC X(1).
           05  SQUARE-OUT-SQUARE  PIC S9(10)V9(4)
                                  SIGN IS TRAILING SEPARATE.
           05  SQUARE-OUT-SOURCE  PIC X(3).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-LINE.
           05  FILLER             PIC X(8).
           05  EXC-INPUT          PIC X(9).
           05  FILLER             PIC X(3).
           05  EXC-REASON-CODE    PIC X(2).
               88  EXC-REASON-PRESENT  VALUE "E1" "E2" "E3" "E4"
                                         "E5" "E6" "E7" "E8".
           05  FILLER             PIC X(6).
           05  EXC-REASON-TEXT    PIC X(30).
           05  FILLER             PIC X(4).
           05  EXC-SOURCE         PIC X(3).
           05  FILLER             PIC X(15).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REC.
           05  RECYC-INPUT        PIC X(9).
           05  RECYC-REASON-CODE  PIC X(2).
           05  RECYC-SOURCE       PIC X(3).

       FD  DEPARTMENT-FILE.
       COPY SQDEPTRC.

       FD  DELIVERY-FILE
           RECORDING MODE IS F.
       COPY SQDLVRC.

       FD  BURST-REPORT-FILE
           RECORDING MODE IS F.
       01  BURST-REPORT-LINE      PIC X(80).

       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
       01  CONTROL-REPORT-LINE    PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-KEY.
               10  SORT-DEPT      PIC X(3).
               10  SORT-TYPE      PIC X(1).
                   88  SORT-RESULT         VALUE "1".
                   88  SORT-REJECT-LINE    VALUE "2".
                   88  SORT-RECYCLE        VALUE "3".
               10  SORT-SEQ       PIC 9(9).
           05  SORT-DATA          PIC X(80).
           05  SORT-RESULT-DATA REDEFINES SORT-DATA.
               10  SORT-OUT-NUM   PIC S9(5)V9(2)
                                  SIGN IS TRAILING SEPARATE.
               10  SORT-OUT-FUNCTION PIC X(1).
               10  SORT-OUT-SQUARE PIC S9(10)V9(4)
                                  SIGN IS TRAILING SEPARATE.
               10  SORT-OUT-SOURCE PIC X(3).
               10  FILLER         PIC X(53).
           05  SORT-RECYCLE-DATA REDEFINES SORT-DATA.
               10  SORT-RCY-INPUT PIC X(9).
               10  SORT-RCY-REASON-CODE PIC X(2).
               10  SORT-RCY-SOURCE PIC X(3).
               10  FILLER         PIC X(66).

       WORKING-STORAGE SECTION.
       01  WS-HLQ                 PIC X(20).
       01  WS-DELIVERY-NAME       PIC X(44).

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-SQROUT-STATUS   PIC XX.
               88  SQROUT-OK           VALUE "00".
           05  WS-SQREXC-STATUS   PIC XX.
               88  SQREXC-OK           VALUE "00".
           05  WS-SQRECYC-STATUS  PIC XX.
               88  SQRECYC-OK          VALUE "00".
           05  WS-SQDEPT-STATUS   PIC XX.
               88  SQDEPT-OK           VALUE "00".
           05  WS-SQDLVR-STATUS   PIC XX.
               88  SQDLVR-OK           VALUE "00".
           05  WS-SQBURPT-STATUS  PIC XX.
               88  SQBURPT-OK          VALUE "00".
           05  WS-SQBUCTL-STATUS  PIC XX.
               88  SQBUCTL-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-SORTED       VALUE "Y".
           05  WS-DEPT-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-DEPARTMENTS  VALUE "Y".
           05  WS-GROUP-SWITCH    PIC X VALUE "N".
               88  GROUP-IN-PROGRESS   VALUE "Y".
           05  WS-GROUP-KIND-SWITCH PIC X VALUE "D".
               88  GROUP-DEPARTMENT    VALUE "D".
               88  GROUP-UNASSIGNED    VALUE "U".
           05  WS-REJECT-HDG-SWITCH PIC X VALUE "N".
               88  REJECT-HEADING-DONE VALUE "Y".
           05  WS-BALANCE-SWITCH  PIC X VALUE "Y".
               88  DISTRIBUTION-IN-BALANCE VALUE "Y".
               88  DISTRIBUTION-OUT-OF-BALANCE VALUE "N".

       01  WS-NEXT-DEPARTMENT.
           05  WS-NEXT-DEPT-CODE  PIC X(3).
           05  WS-NEXT-DEPT-NAME  PIC X(30).
           05  WS-NEXT-DEPT-ACTIVE-SW PIC X(1).
               88  NEXT-DEPT-ACTIVE    VALUE "Y".

       01  WS-GROUP-CONTROLS.
           05  WS-GROUP-DEPT      PIC X(3).
           05  WS-CURRENT-DEPT    PIC X(3).
           05  WS-CURRENT-DEPT-NAME PIC X(30).
           05  WS-CURRENT-ACTIVITY PIC X(1).
           05  WS-GROUP-RESULTS   PIC 9(9).
           05  WS-GROUP-SUM       PIC S9(15)V9(4).
           05  WS-GROUP-REJECTS   PIC 9(9).
           05  WS-GROUP-RECYCLED  PIC 9(9).
           05  WS-GROUP-STATUS    PIC X(16).

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-LINES-PER-PAGE  PIC 9(3)  VALUE 50.

       01  WS-INPUT-TOTALS.
           05  WS-IN-RESULTS      PIC 9(9) VALUE ZERO.
           05  WS-IN-SUM          PIC S9(15)V9(4) VALUE ZERO.
           05  WS-IN-REJECTS      PIC 9(9) VALUE ZERO.
           05  WS-IN-RECYCLED     PIC 9(9) VALUE ZERO.
           05  WS-IN-SEQ          PIC 9(9) VALUE ZERO.

       01  WS-DEPT-FILE-TOTALS.
           05  WS-DF-RESULTS      PIC 9(9) VALUE ZERO.
           05  WS-DF-SUM          PIC S9(15)V9(4) VALUE ZERO.
           05  WS-DF-REJECTS      PIC 9(9) VALUE ZERO.
           05  WS-DF-RECYCLED     PIC 9(9) VALUE ZERO.

       01  WS-UNASSIGNED-TOTALS.
           05  WS-UA-RESULTS      PIC 9(9) VALUE ZERO.
           05  WS-UA-SUM          PIC S9(15)V9(4) VALUE ZERO.
           05  WS-UA-REJECTS      PIC 9(9) VALUE ZERO.
           05  WS-UA-RECYCLED     PIC 9(9) VALUE ZERO.

       01  WS-DISTRIBUTED-TOTALS.
           05  WS-DS-RESULTS      PIC 9(9) VALUE ZERO.
           05  WS-DS-SUM          PIC S9(15)V9(4) VALUE ZERO.
           05  WS-DS-REJECTS      PIC 9(9) VALUE ZERO.
           05  WS-DS-RECYCLED     PIC 9(9) VALUE ZERO.

       01  WS-BURST-COUNTS.
           05  WS-BU-DELIVERED    PIC 9(9) VALUE ZERO.
           05  WS-BU-NO-ACTIVITY  PIC 9(9) VALUE ZERO.
           05  WS-BU-UNASSIGNED   PIC 9(9) VALUE ZERO.

       01  WS-BURST-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "SQUARE CALCULATOR - DEPARTMENT RESULTS".
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "PAGE ".
           05  WS-HDG-PAGE        PIC ZZ9.

       01  WS-BURST-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-BURST-DEPT-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "DEPARTMENT ".
           05  WS-BDH-CODE        PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-BDH-NAME        PIC X(30).

       01  WS-BURST-RESULT-HEADING.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "      NUM".
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "FUNC".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE
               "          RESULT".

       01  WS-BURST-RESULT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-BRL-NUM         PIC -(5)9.99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-BRL-FUNCTION    PIC X(1).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-BRL-RESULT      PIC -(10)9.9999.

       01  WS-BURST-REJECT-HEADING.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "INPUT".
           05  FILLER             PIC X(8)  VALUE "REASON".
           05  FILLER             PIC X(30) VALUE "DESCRIPTION".
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "SOURCE".

       01  WS-BURST-MESSAGE-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-BML-TEXT        PIC X(75).

       01  WS-BURST-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-BCL-LABEL       PIC X(26).
           05  WS-BCL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-BURST-SUM-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-BSL-LABEL       PIC X(26).
           05  WS-BSL-SUM         PIC -(14)9.9999.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-CONTROL-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(42) VALUE
               "SQUARE CALCULATOR - DISTRIBUTION CONTROL".

       01  WS-CONTROL-COLUMN-HEADING.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "DEPARTMENT".
           05  FILLER             PIC X(9)  VALUE "  RESULTS".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
               "      SUM OF RESULTS".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE " REJECTS".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "RECYCLED".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "STATUS".

       01  WS-CONTROL-DETAIL-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-LABEL       PIC X(14).
           05  WS-CDL-RESULTS     PIC Z(8)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-SUM         PIC -(14)9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-REJECTS     PIC Z(7)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-RECYCLED    PIC Z(7)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-STATUS      PIC X(16).

       01  WS-CONTROL-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-CCL-LABEL       PIC X(26).
           05  WS-CCL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-CONTROL-MESSAGE-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-CML-TEXT        PIC X(75).

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-HLQ             PIC X(20).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-CYCLE-OUTPUTS
                   OUTPUT PROCEDURE IS 2500-DISTRIBUTE-BY-DEPARTMENT
               PERFORM 3000-BALANCE-DISTRIBUTION
               PERFORM 3100-WRITE-CONTROL-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-HLQ
           IF LK-PARM-LEN = ZERO OR LK-PARM-LEN > 20
               DISPLAY "HLQ PARM MISSING OR LONGER THAN 20 BYTES"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE LK-PARM-HLQ(1:LK-PARM-LEN) TO WS-HLQ
               PERFORM 1050-OPEN-BURST-FILES
           END-IF.

       1050-OPEN-BURST-FILES.
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
           MOVE WS-RUN-MM   TO WS-HDG-MM
           MOVE WS-RUN-DD   TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           OPEN INPUT DEPARTMENT-FILE
           IF NOT SQDEPT-OK
               DISPLAY "ERROR OPENING DEPARTMENT-FILE, STATUS: "
                   WS-SQDEPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT BURST-REPORT-FILE
           IF NOT SQBURPT-OK
               DISPLAY "ERROR OPENING BURST-REPORT-FILE, STATUS: "
                   WS-SQBURPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF NOT SQBUCTL-OK
               DISPLAY "ERROR OPENING CONTROL-REPORT-FILE, STATUS: "
                   WS-SQBUCTL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-CONTROL-HEADING-1 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE WS-BURST-HEADING-2 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE SPACES TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE WS-CONTROL-COLUMN-HEADING TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               PERFORM 3060-CHECK-SQBUCTL-STATUS
               MOVE LOW-VALUES TO DEPT-CODE
               START DEPARTMENT-FILE KEY >= DEPT-CODE
                   INVALID KEY
                       SET END-OF-DEPARTMENTS TO TRUE
               END-START
               PERFORM 1100-READ-NEXT-DEPARTMENT
           END-IF.

       1100-READ-NEXT-DEPARTMENT.
           IF NOT END-OF-DEPARTMENTS
               READ DEPARTMENT-FILE NEXT
                   AT END
                       SET END-OF-DEPARTMENTS TO TRUE
               END-READ
           END-IF
           IF END-OF-DEPARTMENTS
               MOVE HIGH-VALUES TO WS-NEXT-DEPT-CODE
               MOVE SPACES      TO WS-NEXT-DEPT-NAME
               MOVE "N"         TO WS-NEXT-DEPT-ACTIVE-SW
           ELSE
               MOVE DEPT-CODE   TO WS-NEXT-DEPT-CODE
               MOVE DEPT-NAME   TO WS-NEXT-DEPT-NAME
               IF WS-RUN-DATE-NUM < DEPT-EFF-DATE
                  OR (DEPT-INACTIVE-DATE NOT = ZERO
                      AND WS-RUN-DATE-NUM >= DEPT-INACTIVE-DATE)
                   MOVE "N" TO WS-NEXT-DEPT-ACTIVE-SW
               ELSE
                   MOVE "Y" TO WS-NEXT-DEPT-ACTIVE-SW
               END-IF
           END-IF.

       2000-RELEASE-CYCLE-OUTPUTS.
           PERFORM 2100-RELEASE-SQUARE-OUT-FILE
           PERFORM 2200-RELEASE-EXCEPTION-FILE
           PERFORM 2300-RELEASE-RECYCLE-FILE.

       2100-RELEASE-SQUARE-OUT-FILE.
           OPEN INPUT SQUARE-OUT-FILE
           IF NOT SQROUT-OK
               DISPLAY "ERROR OPENING SQUARE-OUT-FILE, STATUS: "
                   WS-SQROUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ SQUARE-OUT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-RESULTS
                           ADD SQUARE-OUT-SQUARE TO WS-IN-SUM
                           MOVE SQUARE-OUT-SOURCE TO SORT-DEPT
                           SET SORT-RESULT TO TRUE
                           MOVE SQUARE-OUT-REC TO SORT-DATA
                           PERFORM 2400-RELEASE-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SQUARE-OUT-FILE
           END-IF.

       2200-RELEASE-EXCEPTION-FILE.
           OPEN INPUT EXCEPTION-FILE
           IF NOT SQREXC-OK
               DISPLAY "ERROR OPENING EXCEPTION-FILE, STATUS: "
                   WS-SQREXC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EXCEPTION-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF EXC-REASON-PRESENT
                               ADD 1 TO WS-IN-REJECTS
                               MOVE EXC-SOURCE TO SORT-DEPT
                               SET SORT-REJECT-LINE TO TRUE
                               MOVE EXCEPTION-LINE TO SORT-DATA
                               PERFORM 2400-RELEASE-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       2300-RELEASE-RECYCLE-FILE.
           OPEN INPUT RECYCLE-FILE
           IF NOT SQRECYC-OK
               DISPLAY "ERROR OPENING RECYCLE-FILE, STATUS: "
                   WS-SQRECYC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RECYCLE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-RECYCLED
                           MOVE RECYC-SOURCE TO SORT-DEPT
                           SET SORT-RECYCLE TO TRUE
                           MOVE RECYCLE-REC TO SORT-DATA
                           PERFORM 2400-RELEASE-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
           END-IF.

       2400-RELEASE-SORT-RECORD.
           ADD 1 TO WS-IN-SEQ
           MOVE WS-IN-SEQ TO SORT-SEQ
           RELEASE SORT-REC.

       2500-DISTRIBUTE-BY-DEPARTMENT.
           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED TO TRUE
                   NOT AT END
                       PERFORM 2550-DISTRIBUTE-ONE-RECORD
               END-RETURN
           END-PERFORM
           IF GROUP-IN-PROGRESS
               PERFORM 2700-END-GROUP
           END-IF
           MOVE HIGH-VALUES TO WS-GROUP-DEPT
           PERFORM 2750-SKIP-TO-GROUP-DEPARTMENT.

       2550-DISTRIBUTE-ONE-RECORD.
           IF GROUP-IN-PROGRESS AND SORT-DEPT NOT = WS-GROUP-DEPT
               PERFORM 2700-END-GROUP
           END-IF
           IF NOT GROUP-IN-PROGRESS
               PERFORM 2600-START-GROUP
           END-IF
           EVALUATE TRUE
               WHEN SORT-RESULT
                   PERFORM 2610-DISTRIBUTE-RESULT
               WHEN SORT-REJECT-LINE
                   PERFORM 2620-PRINT-REJECT
               WHEN SORT-RECYCLE
                   PERFORM 2630-DELIVER-REJECT
           END-EVALUATE.

       2600-START-GROUP.
           SET GROUP-IN-PROGRESS TO TRUE
           MOVE "N" TO WS-REJECT-HDG-SWITCH
           MOVE SORT-DEPT TO WS-GROUP-DEPT
           PERFORM 2750-SKIP-TO-GROUP-DEPARTMENT
           MOVE ZERO TO WS-GROUP-RESULTS WS-GROUP-SUM
                        WS-GROUP-REJECTS WS-GROUP-RECYCLED
           MOVE WS-GROUP-DEPT TO WS-CURRENT-DEPT
           IF WS-NEXT-DEPT-CODE = WS-GROUP-DEPT
               SET GROUP-DEPARTMENT TO TRUE
               MOVE WS-NEXT-DEPT-NAME TO WS-CURRENT-DEPT-NAME
               PERFORM 1100-READ-NEXT-DEPARTMENT
               MOVE "Y" TO WS-CURRENT-ACTIVITY
               PERFORM 2800-OPEN-DELIVERY-FILE
           ELSE
               SET GROUP-UNASSIGNED TO TRUE
               MOVE "*** NOT ON DEPARTMENT MASTER ***"
                   TO WS-CURRENT-DEPT-NAME
           END-IF
           MOVE ZERO TO WS-PAGE-COUNT
           PERFORM 2900-WRITE-BURST-HEADINGS
           MOVE WS-BURST-RESULT-HEADING TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE.

       2610-DISTRIBUTE-RESULT.
           ADD 1 TO WS-GROUP-RESULTS
           ADD SORT-OUT-SQUARE TO WS-GROUP-SUM
           IF GROUP-DEPARTMENT
               MOVE SPACES            TO DELIVERY-REC
               SET DLV-RESULT         TO TRUE
               MOVE SORT-OUT-NUM      TO DLV-RES-NUM
               MOVE SORT-OUT-FUNCTION TO DLV-RES-FUNCTION
               MOVE SORT-OUT-SQUARE   TO DLV-RES-RESULT
               MOVE SORT-OUT-SOURCE   TO DLV-RES-SOURCE
               PERFORM 2850-WRITE-DELIVERY-RECORD
           END-IF
           MOVE SORT-OUT-NUM      TO WS-BRL-NUM
           MOVE SORT-OUT-FUNCTION TO WS-BRL-FUNCTION
           MOVE SORT-OUT-SQUARE   TO WS-BRL-RESULT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2900-WRITE-BURST-HEADINGS
               MOVE WS-BURST-RESULT-HEADING TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
           END-IF
           MOVE WS-BURST-RESULT-LINE TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE.

       2620-PRINT-REJECT.
           ADD 1 TO WS-GROUP-REJECTS
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2900-WRITE-BURST-HEADINGS
               MOVE "N" TO WS-REJECT-HDG-SWITCH
           END-IF
           IF NOT REJECT-HEADING-DONE
               SET REJECT-HEADING-DONE TO TRUE
               MOVE SPACES TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
               MOVE "REJECTED INPUT" TO WS-BML-TEXT
               MOVE WS-BURST-MESSAGE-LINE TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
               MOVE WS-BURST-REJECT-HEADING TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
           END-IF
           MOVE SORT-DATA TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE.

       2630-DELIVER-REJECT.
           ADD 1 TO WS-GROUP-RECYCLED
           IF GROUP-DEPARTMENT
               MOVE SPACES               TO DELIVERY-REC
               SET DLV-REJECT            TO TRUE
               MOVE SORT-RCY-INPUT       TO DLV-REJ-INPUT
               MOVE SORT-RCY-REASON-CODE TO DLV-REJ-REASON-CODE
               MOVE SORT-RCY-SOURCE      TO DLV-REJ-SOURCE
               PERFORM 2850-WRITE-DELIVERY-RECORD
           END-IF.

       2700-END-GROUP.
           IF WS-GROUP-RESULTS = ZERO
               MOVE SPACES TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
               MOVE "NO RESULTS - REJECTED INPUT ONLY" TO WS-BML-TEXT
               MOVE WS-BURST-MESSAGE-LINE TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
           END-IF
           PERFORM 2960-WRITE-GROUP-TOTALS
           IF GROUP-DEPARTMENT
               PERFORM 2870-CLOSE-DELIVERY-FILE
               ADD 1                 TO WS-BU-DELIVERED
               ADD WS-GROUP-RESULTS  TO WS-DF-RESULTS
               ADD WS-GROUP-SUM      TO WS-DF-SUM
               ADD WS-GROUP-REJECTS  TO WS-DF-REJECTS
               ADD WS-GROUP-RECYCLED TO WS-DF-RECYCLED
               MOVE "DELIVERED"      TO WS-GROUP-STATUS
           ELSE
               ADD 1                 TO WS-BU-UNASSIGNED
               ADD WS-GROUP-RESULTS  TO WS-UA-RESULTS
               ADD WS-GROUP-SUM      TO WS-UA-SUM
               ADD WS-GROUP-REJECTS  TO WS-UA-REJECTS
               ADD WS-GROUP-RECYCLED TO WS-UA-RECYCLED
               MOVE "NOT DELIVERED"  TO WS-GROUP-STATUS
           END-IF
           IF WS-GROUP-REJECTS NOT = WS-GROUP-RECYCLED
               SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
               MOVE "REJECT MISMATCH" TO WS-GROUP-STATUS
           END-IF
           PERFORM 2980-WRITE-CONTROL-DETAIL
           MOVE "N" TO WS-GROUP-SWITCH.

       2750-SKIP-TO-GROUP-DEPARTMENT.
           PERFORM UNTIL WS-NEXT-DEPT-CODE >= WS-GROUP-DEPT
               IF NEXT-DEPT-ACTIVE
                   PERFORM 2760-WRITE-NO-ACTIVITY
               END-IF
               PERFORM 1100-READ-NEXT-DEPARTMENT
           END-PERFORM.

       2760-WRITE-NO-ACTIVITY.
           MOVE WS-NEXT-DEPT-CODE  TO WS-CURRENT-DEPT
           MOVE WS-NEXT-DEPT-NAME  TO WS-CURRENT-DEPT-NAME
           MOVE ZERO TO WS-GROUP-RESULTS WS-GROUP-SUM
                        WS-GROUP-REJECTS WS-GROUP-RECYCLED
           MOVE "N" TO WS-CURRENT-ACTIVITY
           PERFORM 2800-OPEN-DELIVERY-FILE
           PERFORM 2870-CLOSE-DELIVERY-FILE
           MOVE ZERO TO WS-PAGE-COUNT
           PERFORM 2900-WRITE-BURST-HEADINGS
           MOVE "NO ACTIVITY FOR THIS DEPARTMENT ON THIS BUSINESS DATE"
               TO WS-BML-TEXT
           MOVE WS-BURST-MESSAGE-LINE TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE
           ADD 1 TO WS-BU-NO-ACTIVITY
           MOVE "NO ACTIVITY" TO WS-GROUP-STATUS
           PERFORM 2980-WRITE-CONTROL-DETAIL.

       2800-OPEN-DELIVERY-FILE.
           MOVE SPACES TO WS-DELIVERY-NAME
           STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                  ".SQCALC.DELIVER."     DELIMITED BY SIZE
                  WS-CURRENT-DEPT        DELIMITED BY SIZE
               INTO WS-DELIVERY-NAME
           END-STRING
           OPEN OUTPUT DELIVERY-FILE
           IF NOT SQDLVR-OK
               DISPLAY "ERROR OPENING DELIVERY FILE "
                   WS-DELIVERY-NAME ", STATUS: " WS-SQDLVR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES               TO DELIVERY-REC
               SET DLV-HEADER            TO TRUE
               MOVE WS-CURRENT-DEPT      TO DLV-HDR-DEPT-CODE
               MOVE WS-RUN-DATE-NUM      TO DLV-HDR-BUSINESS-DATE
               MOVE WS-CURRENT-DEPT-NAME TO DLV-HDR-DEPT-NAME
               MOVE WS-CURRENT-ACTIVITY  TO DLV-HDR-ACTIVITY
               PERFORM 2850-WRITE-DELIVERY-RECORD
           END-IF.

       2850-WRITE-DELIVERY-RECORD.
           WRITE DELIVERY-REC
           IF NOT SQDLVR-OK
               DISPLAY "ERROR ON DELIVERY FILE " WS-DELIVERY-NAME
                   ", STATUS: " WS-SQDLVR-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2870-CLOSE-DELIVERY-FILE.
           MOVE SPACES               TO DELIVERY-REC
           SET DLV-TRAILER           TO TRUE
           MOVE WS-GROUP-RESULTS     TO DLV-TRL-RESULT-COUNT
           MOVE WS-GROUP-SUM         TO DLV-TRL-RESULT-SUM
           MOVE WS-GROUP-RECYCLED    TO DLV-TRL-REJECT-COUNT
           PERFORM 2850-WRITE-DELIVERY-RECORD
           CLOSE DELIVERY-FILE.

       2900-WRITE-BURST-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO BURST-REPORT-LINE
           WRITE BURST-REPORT-LINE
           MOVE WS-BURST-HEADING-1 TO BURST-REPORT-LINE
           WRITE BURST-REPORT-LINE
           MOVE WS-BURST-HEADING-2 TO BURST-REPORT-LINE
           WRITE BURST-REPORT-LINE
           MOVE WS-CURRENT-DEPT      TO WS-BDH-CODE
           MOVE WS-CURRENT-DEPT-NAME TO WS-BDH-NAME
           MOVE WS-BURST-DEPT-HEADING TO BURST-REPORT-LINE
           WRITE BURST-REPORT-LINE
           MOVE SPACES TO BURST-REPORT-LINE
           WRITE BURST-REPORT-LINE
           PERFORM 2995-CHECK-SQBURPT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       2960-WRITE-GROUP-TOTALS.
           MOVE SPACES TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE
           MOVE "RESULTS............: " TO WS-BCL-LABEL
           MOVE WS-GROUP-RESULTS        TO WS-BCL-COUNT
           MOVE WS-BURST-COUNT-LINE TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE
           MOVE "SUM OF RESULTS.....: " TO WS-BSL-LABEL
           MOVE WS-GROUP-SUM            TO WS-BSL-SUM
           MOVE WS-BURST-SUM-LINE TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE
           MOVE "REJECTS............: " TO WS-BCL-LABEL
           MOVE WS-GROUP-REJECTS        TO WS-BCL-COUNT
           MOVE WS-BURST-COUNT-LINE TO BURST-REPORT-LINE
           PERFORM 2990-WRITE-BURST-LINE
           IF GROUP-UNASSIGNED
               MOVE "SOURCE CODE NOT ON SQDEPT - NO DELIVERY FILE"
                   TO WS-BML-TEXT
               MOVE WS-BURST-MESSAGE-LINE TO BURST-REPORT-LINE
               PERFORM 2990-WRITE-BURST-LINE
           END-IF.

       2980-WRITE-CONTROL-DETAIL.
           MOVE WS-CURRENT-DEPT   TO WS-CDL-LABEL
           MOVE WS-GROUP-RESULTS  TO WS-CDL-RESULTS
           MOVE WS-GROUP-SUM      TO WS-CDL-SUM
           MOVE WS-GROUP-REJECTS  TO WS-CDL-REJECTS
           MOVE WS-GROUP-RECYCLED TO WS-CDL-RECYCLED
           MOVE WS-GROUP-STATUS   TO WS-CDL-STATUS
           PERFORM 3050-WRITE-CONTROL-LINE.

       2990-WRITE-BURST-LINE.
           WRITE BURST-REPORT-LINE
           PERFORM 2995-CHECK-SQBURPT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2995-CHECK-SQBURPT-STATUS.
           IF NOT SQBURPT-OK
               DISPLAY "ERROR ON BURST-REPORT-FILE, STATUS: "
                   WS-SQBURPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3000-BALANCE-DISTRIBUTION.
           ADD WS-DF-RESULTS  WS-UA-RESULTS  GIVING WS-DS-RESULTS
           ADD WS-DF-SUM      WS-UA-SUM      GIVING WS-DS-SUM
           ADD WS-DF-REJECTS  WS-UA-REJECTS  GIVING WS-DS-REJECTS
           ADD WS-DF-RECYCLED WS-UA-RECYCLED GIVING WS-DS-RECYCLED
           IF WS-DS-RESULTS  NOT = WS-IN-RESULTS
              OR WS-DS-SUM      NOT = WS-IN-SUM
              OR WS-DS-REJECTS  NOT = WS-IN-REJECTS
              OR WS-DS-RECYCLED NOT = WS-IN-RECYCLED
              OR WS-IN-REJECTS  NOT = WS-IN-RECYCLED
               SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
           END-IF
           IF DISTRIBUTION-OUT-OF-BALANCE AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       3050-WRITE-CONTROL-LINE.
           WRITE CONTROL-REPORT-LINE
           PERFORM 3060-CHECK-SQBUCTL-STATUS.

       3060-CHECK-SQBUCTL-STATUS.
           IF NOT SQBUCTL-OK
               DISPLAY "ERROR ON CONTROL-REPORT-FILE, STATUS: "
                   WS-SQBUCTL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3100-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE
           MOVE "DEPT FILES"     TO WS-CDL-LABEL
           MOVE WS-DF-RESULTS    TO WS-CDL-RESULTS
           MOVE WS-DF-SUM        TO WS-CDL-SUM
           MOVE WS-DF-REJECTS    TO WS-CDL-REJECTS
           MOVE WS-DF-RECYCLED   TO WS-CDL-RECYCLED
           MOVE SPACES           TO WS-CDL-STATUS
           PERFORM 3150-WRITE-TOTAL-DETAIL
           MOVE "UNASSIGNED"     TO WS-CDL-LABEL
           MOVE WS-UA-RESULTS    TO WS-CDL-RESULTS
           MOVE WS-UA-SUM        TO WS-CDL-SUM
           MOVE WS-UA-REJECTS    TO WS-CDL-REJECTS
           MOVE WS-UA-RECYCLED   TO WS-CDL-RECYCLED
           PERFORM 3150-WRITE-TOTAL-DETAIL
           MOVE "DISTRIBUTED"    TO WS-CDL-LABEL
           MOVE WS-DS-RESULTS    TO WS-CDL-RESULTS
           MOVE WS-DS-SUM        TO WS-CDL-SUM
           MOVE WS-DS-REJECTS    TO WS-CDL-REJECTS
           MOVE WS-DS-RECYCLED   TO WS-CDL-RECYCLED
           PERFORM 3150-WRITE-TOTAL-DETAIL
           MOVE "SQROUT/SQREXC"  TO WS-CDL-LABEL
           MOVE WS-IN-RESULTS    TO WS-CDL-RESULTS
           MOVE WS-IN-SUM        TO WS-CDL-SUM
           MOVE WS-IN-REJECTS    TO WS-CDL-REJECTS
           MOVE WS-IN-RECYCLED   TO WS-CDL-RECYCLED
           PERFORM 3150-WRITE-TOTAL-DETAIL
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE
           MOVE "DEPARTMENTS DELIVERED.: " TO WS-CCL-LABEL
           MOVE WS-BU-DELIVERED           TO WS-CCL-COUNT
           MOVE WS-CONTROL-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE
           MOVE "NO ACTIVITY NOTICES...: " TO WS-CCL-LABEL
           MOVE WS-BU-NO-ACTIVITY         TO WS-CCL-COUNT
           MOVE WS-CONTROL-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE
           MOVE "UNASSIGNED SOURCES....: " TO WS-CCL-LABEL
           MOVE WS-BU-UNASSIGNED          TO WS-CCL-COUNT
           MOVE WS-CONTROL-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE
           IF DISTRIBUTION-IN-BALANCE
               MOVE "DEPARTMENT FILES ADD BACK TO SQROUT AND SQREXC"
                   TO WS-CML-TEXT
           ELSE
               MOVE
                   "*** DISTRIBUTION OUT OF BALANCE - HOLD DELIVERY ***"
                   TO WS-CML-TEXT
           END-IF
           MOVE WS-CONTROL-MESSAGE-LINE TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE.

       3150-WRITE-TOTAL-DETAIL.
           MOVE WS-CONTROL-DETAIL-LINE TO CONTROL-REPORT-LINE
           PERFORM 3050-WRITE-CONTROL-LINE.

       4000-TERMINATE.
           CLOSE DEPARTMENT-FILE
           CLOSE BURST-REPORT-FILE
           CLOSE CONTROL-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQBURST"             TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-IN-RESULTS         TO SQBW-RECORDS-IN
           MOVE WS-DF-RESULTS         TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
