       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQEXFOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-NUMIN-FILE ASSIGN TO "RUNNUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNNUMIN-STATUS.

           SELECT RUN-SQROUT-FILE ASSIGN TO "RUNSQOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSQOUT-STATUS.

           SELECT RUN-SQREXC-FILE ASSIGN TO "RUNSQEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSQEXC-STATUS.

           SELECT RUN-RECYC-FILE ASSIGN TO "RUNRECYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRECYC-STATUS.

           SELECT RUN-AUDIT-FILE ASSIGN TO DYNAMIC WS-RUN-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNAUD-STATUS.

           SELECT RUN-RHIST-FILE ASSIGN TO "RUNRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRHIST-STATUS.

           SELECT RUN-SHIST-FILE ASSIGN TO "RUNSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSHIST-STATUS.

           SELECT STAGE-NUMIN-FILE ASSIGN TO "EXNUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXNUMIN-STATUS.

           SELECT STAGE-SQROUT-FILE ASSIGN TO "EXSQROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXSQROUT-STATUS.

           SELECT STAGE-SQREXC-FILE ASSIGN TO "EXSQREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXSQREXC-STATUS.

           SELECT STAGE-RECYC-FILE ASSIGN TO "EXRECYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRECYC-STATUS.

           SELECT STAGE-AUDIT-FILE ASSIGN TO "EXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAUDIT-STATUS.

           SELECT STAGE-RHIST-FILE ASSIGN TO "EXRUNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRUNHST-STATUS.

           SELECT STAGE-SHIST-FILE ASSIGN TO "EXSRCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXSRCHST-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "SQRUNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQRUNHST-STATUS.

           SELECT SOURCE-HISTORY-FILE ASSIGN TO "SQSRCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQSRCHST-STATUS.

           SELECT NIGHT-RECYC-FILE ASSIGN TO "SQRECYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQRECYC-STATUS.

           SELECT DAILY-AUDIT-FILE ASSIGN TO DYNAMIC WS-DAILY-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYAUD-STATUS.

           SELECT FOLD-REPORT-FILE ASSIGN TO "SQFLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQFLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-NUMIN-FILE
           RECORDING MODE IS F.
       01  RUN-NUMIN-REC          PIC X(12).

       FD  RUN-SQROUT-FILE
           RECORDING MODE IS F.
       01  RUN-SQROUT-REC         PIC X(27).

       FD  RUN-SQREXC-FILE
           RECORDING MODE IS F.
       01  RUN-SQREXC-REC         PIC X(80).

       FD  RUN-RECYC-FILE
           RECORDING MODE IS F.
       01  RUN-RECYC-REC          PIC X(14).

       FD  RUN-AUDIT-FILE
           RECORDING MODE IS F.
       01  RUN-AUDIT-LINE         PIC X(80).

       FD  RUN-RHIST-FILE
           RECORDING MODE IS F.
       01  RUN-RHIST-REC.
           05  RRH-JOB-ID         PIC X(8).
           05  RRH-RUN-DATE       PIC 9(8).
           05  FILLER             PIC X(69).

       FD  RUN-SHIST-FILE
           RECORDING MODE IS F.
       01  RUN-SHIST-REC.
           05  RSH-JOB-ID         PIC X(8).
           05  RSH-RUN-DATE       PIC 9(8).
           05  FILLER             PIC X(39).

       FD  STAGE-NUMIN-FILE
           RECORDING MODE IS F.
       01  STAGE-NUMIN-REC        PIC X(12).

       FD  STAGE-SQROUT-FILE
           RECORDING MODE IS F.
       01  STAGE-SQROUT-REC       PIC X(27).

       FD  STAGE-SQREXC-FILE
           RECORDING MODE IS F.
       01  STAGE-SQREXC-REC       PIC X(80).

       FD  STAGE-RECYC-FILE
           RECORDING MODE IS F.
       01  STAGE-RECYC-REC        PIC X(14).

       FD  STAGE-AUDIT-FILE
           RECORDING MODE IS F.
       01  STAGE-AUDIT-LINE.
           05  SAL-JOB-ID         PIC X(8).
           05  FILLER             PIC X(72).

       FD  STAGE-RHIST-FILE
           RECORDING MODE IS F.
       COPY SQRUNHRC.

       FD  STAGE-SHIST-FILE
           RECORDING MODE IS F.
       COPY SQSRCHRC.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       01  DAY-HISTORY-REC.
           05  DHR-JOB-ID.
               10  DHR-JOB-PREFIX PIC X(3).
                   88  DHR-EXPEDITE-RUN VALUE "SQX".
               10  FILLER         PIC X(5).
           05  DHR-RUN-DATE       PIC 9(8).
           05  FILLER             PIC X(69).

       FD  SOURCE-HISTORY-FILE
           RECORDING MODE IS F.
       01  DAY-SOURCE-REC.
           05  DSR-JOB-ID.
               10  DSR-JOB-PREFIX PIC X(3).
                   88  DSR-EXPEDITE-RUN VALUE "SQX".
               10  FILLER         PIC X(5).
           05  DSR-RUN-DATE       PIC 9(8).
           05  FILLER             PIC X(39).

       FD  NIGHT-RECYC-FILE
           RECORDING MODE IS F.
       01  NIGHT-RECYC-REC        PIC X(14).

       FD  DAILY-AUDIT-FILE
           RECORDING MODE IS F.
       01  DAILY-AUDIT-LINE.
           05  DAL-JOB-ID.
               10  DAL-JOB-PREFIX PIC X(3).
                   88  DAL-EXPEDITE-LINE VALUE "SQX".
               10  FILLER         PIC X(5).
           05  FILLER             PIC X(72).

       FD  FOLD-REPORT-FILE
           RECORDING MODE IS F.
       01  FOLD-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HLQ                 PIC X(20).
       01  WS-PARM-WORK           PIC X(30).
       01  WS-FOLD-FUNCTION       PIC X(8).
           88  FUNCTION-STAGE          VALUE "STAGE".
           88  FUNCTION-FOLD           VALUE "FOLD".
           88  FUNCTION-CLEAR          VALUE "CLEAR".
       01  WS-RUN-AUDIT-NAME      PIC X(47).
       01  WS-DAILY-AUDIT-NAME    PIC X(44).

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-RUNNUMIN-STATUS PIC XX.
               88  RUNNUMIN-OK         VALUE "00".
           05  WS-RUNSQOUT-STATUS PIC XX.
               88  RUNSQOUT-OK         VALUE "00".
           05  WS-RUNSQEXC-STATUS PIC XX.
               88  RUNSQEXC-OK         VALUE "00".
           05  WS-RUNRECYC-STATUS PIC XX.
               88  RUNRECYC-OK         VALUE "00".
           05  WS-RUNAUD-STATUS   PIC XX.
               88  RUNAUD-OK           VALUE "00".
           05  WS-RUNRHIST-STATUS PIC XX.
               88  RUNRHIST-OK         VALUE "00".
           05  WS-RUNSHIST-STATUS PIC XX.
               88  RUNSHIST-OK         VALUE "00".
           05  WS-EXNUMIN-STATUS  PIC XX.
               88  EXNUMIN-OK          VALUE "00".
               88  EXNUMIN-NOT-FOUND   VALUE "35".
           05  WS-EXSQROUT-STATUS PIC XX.
               88  EXSQROUT-OK         VALUE "00".
               88  EXSQROUT-NOT-FOUND  VALUE "35".
           05  WS-EXSQREXC-STATUS PIC XX.
               88  EXSQREXC-OK         VALUE "00".
               88  EXSQREXC-NOT-FOUND  VALUE "35".
           05  WS-EXRECYC-STATUS  PIC XX.
               88  EXRECYC-OK          VALUE "00".
               88  EXRECYC-NOT-FOUND   VALUE "35".
           05  WS-EXAUDIT-STATUS  PIC XX.
               88  EXAUDIT-OK          VALUE "00".
               88  EXAUDIT-NOT-FOUND   VALUE "35".
           05  WS-EXRUNHST-STATUS PIC XX.
               88  EXRUNHST-OK         VALUE "00".
               88  EXRUNHST-NOT-FOUND  VALUE "35".
           05  WS-EXSRCHST-STATUS PIC XX.
               88  EXSRCHST-OK         VALUE "00".
               88  EXSRCHST-NOT-FOUND  VALUE "35".
           05  WS-SQRUNHST-STATUS PIC XX.
               88  SQRUNHST-OK         VALUE "00".
               88  SQRUNHST-NOT-FOUND  VALUE "35".
           05  WS-SQSRCHST-STATUS PIC XX.
               88  SQSRCHST-OK         VALUE "00".
               88  SQSRCHST-NOT-FOUND  VALUE "35".
           05  WS-SQRECYC-STATUS  PIC XX.
               88  SQRECYC-OK          VALUE "00".
           05  WS-DAYAUD-STATUS   PIC XX.
               88  DAYAUD-OK           VALUE "00".
               88  DAYAUD-NOT-FOUND    VALUE "35".
           05  WS-SQFLDRPT-STATUS PIC XX.
               88  SQFLDRPT-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-STAGED-SWITCH   PIC X VALUE "N".
               88  RUN-ALREADY-STAGED  VALUE "Y".
               88  RUN-NOT-STAGED      VALUE "N".
           05  WS-RUN-FOUND-SWITCH PIC X VALUE "N".
               88  STAGED-RUN-FOUND    VALUE "Y".
               88  STAGED-RUN-NOT-FOUND VALUE "N".

       01  WS-THIS-RUN.
           05  WS-TR-JOB-ID       PIC X(8) VALUE SPACES.
           05  WS-TR-RUN-DATE     PIC 9(8) VALUE ZERO.

       01  WS-STAGED-RUN-LIMITS.
           05  WS-SR-MAXIMUM      PIC 9(3) VALUE 200.
           05  WS-SR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SR-SUB          PIC 9(3) VALUE ZERO.
           05  WS-SR-FOUND-SUB    PIC 9(3) VALUE ZERO.
           05  WS-LOOKUP-JOB-ID   PIC X(8) VALUE SPACES.
           05  WS-LOOKUP-DATE     PIC 9(8) VALUE ZERO.

       01  WS-STAGED-RUN-TABLE.
           05  WS-SR-ENTRY OCCURS 200 TIMES.
               10  WS-SR-JOB-ID       PIC X(8).
               10  WS-SR-RUN-DATE     PIC 9(8).
               10  WS-SR-HIST-SWITCH  PIC X(1).
                   88  SR-HIST-FOLDED      VALUE "Y".
               10  WS-SR-SRCH-SWITCH  PIC X(1).
                   88  SR-SRCH-FOLDED      VALUE "Y".
               10  WS-SR-AUDIT-SWITCH PIC X(1).
                   88  SR-AUDIT-FOLDED     VALUE "Y".

       01  WS-FOLD-COUNTS.
           05  WS-FC-NUMIN-STAGED  PIC 9(9) VALUE ZERO.
           05  WS-FC-SQROUT-STAGED PIC 9(9) VALUE ZERO.
           05  WS-FC-SQREXC-STAGED PIC 9(9) VALUE ZERO.
           05  WS-FC-RECYC-STAGED  PIC 9(9) VALUE ZERO.
           05  WS-FC-AUDIT-STAGED  PIC 9(9) VALUE ZERO.
           05  WS-FC-RHIST-STAGED  PIC 9(9) VALUE ZERO.
           05  WS-FC-SHIST-STAGED  PIC 9(9) VALUE ZERO.
           05  WS-FC-RUNS-FOLDED   PIC 9(9) VALUE ZERO.
           05  WS-FC-RUNS-PRIOR    PIC 9(9) VALUE ZERO.
           05  WS-FC-RUNS-OFF-DATE PIC 9(9) VALUE ZERO.
           05  WS-FC-SOURCES-FOLDED PIC 9(9) VALUE ZERO.
           05  WS-FC-AUDIT-FOLDED  PIC 9(9) VALUE ZERO.
           05  WS-FC-AUDIT-PRIOR   PIC 9(9) VALUE ZERO.
           05  WS-FC-RECYC-FOLDED  PIC 9(9) VALUE ZERO.
           05  WS-FC-READ          PIC 9(9) VALUE ZERO.
           05  WS-FC-COMPUTED      PIC 9(9) VALUE ZERO.
           05  WS-FC-REJECTED      PIC 9(9) VALUE ZERO.
           05  WS-FC-HITS          PIC 9(9) VALUE ZERO.
           05  WS-FC-SUM-SQUARE    PIC S9(15)V9(4) VALUE ZERO.

       01  WS-FOLD-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
               "SQUARE CALCULATOR - ".
           05  WS-HDG-TITLE       PIC X(25) VALUE SPACES.

       01  WS-FOLD-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-FOLD-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "JOB ID".
           05  FILLER             PIC X(10) VALUE "RUN DATE".
           05  FILLER             PIC X(10) VALUE "      READ".
           05  FILLER             PIC X(10) VALUE "  COMPUTED".
           05  FILLER             PIC X(10) VALUE "  REJECTED".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "STATUS".

       01  WS-FOLD-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-FDD-JOB-ID      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-FDD-RUN-DATE    PIC 9(8).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-FDD-READ        PIC Z(8)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-FDD-COMPUTED    PIC Z(8)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-FDD-REJECTED    PIC Z(8)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-FDD-STATUS      PIC X(20).

       01  WS-FOLD-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-FCL-LABEL       PIC X(26).
           05  WS-FCL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-FOLD-SUM-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-FSL-LABEL       PIC X(26).
           05  WS-FSL-SUM         PIC -(14)9.9999.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-FOLD-MESSAGE-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-FML-TEXT        PIC X(75).

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LEN            PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(30).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN FUNCTION-STAGE
                       PERFORM 2000-STAGE-EXPEDITE-RUN
                   WHEN FUNCTION-FOLD
                       PERFORM 2500-FOLD-EXPEDITE-RUNS
                   WHEN FUNCTION-CLEAR
                       PERFORM 3000-CLEAR-STAGING
               END-EVALUATE
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-PARM-WORK
           END-IF
           UNSTRING WS-PARM-WORK DELIMITED BY "," OR ALL " "
               INTO WS-HLQ
                    WS-FOLD-FUNCTION
           END-UNSTRING
           INITIALIZE BUSINESS-DATE-PARMS
           EVALUATE TRUE
               WHEN FUNCTION-STAGE
                   SET SQBD-REQ-EXPEDITE TO TRUE
                   MOVE "EXPEDITE STAGING" TO WS-HDG-TITLE
               WHEN FUNCTION-FOLD
                   SET SQBD-REQ-CURRENT TO TRUE
                   MOVE "EXPEDITE FOLD" TO WS-HDG-TITLE
               WHEN FUNCTION-CLEAR
                   SET SQBD-REQ-CURRENT TO TRUE
                   MOVE "EXPEDITE STAGING CLEAR" TO WS-HDG-TITLE
               WHEN OTHER
                   DISPLAY "SQEXFOLD FUNCTION MUST BE STAGE, FOLD OR "
                       "CLEAR: " WS-FOLD-FUNCTION
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = ZERO
               CALL "SQBUSDT" USING BUSINESS-DATE-PARMS
               END-CALL
               IF SQBD-SUCCESS
                   MOVE SQBD-DATE TO WS-RUN-DATE
               ELSE
                   DISPLAY "BUSINESS DATE NOT AVAILABLE FROM "
                       "SQCALNDR, CODE: " SQBD-RETURN-CODE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                  ".SQCALC.SQAUDIT."     DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ".EX"                  DELIMITED BY SIZE
               INTO WS-RUN-AUDIT-NAME
           STRING FUNCTION TRIM(WS-HLQ)  DELIMITED BY SIZE
                  ".SQCALC.SQAUDIT."     DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
               INTO WS-DAILY-AUDIT-NAME
           OPEN OUTPUT FOLD-REPORT-FILE
           IF NOT SQFLDRPT-OK
               DISPLAY "ERROR OPENING FOLD-REPORT-FILE, STATUS: "
                   WS-SQFLDRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-RUN-MM   TO WS-HDG-MM
               MOVE WS-RUN-DD   TO WS-HDG-DD
               MOVE WS-RUN-YYYY TO WS-HDG-YYYY
               MOVE WS-FOLD-HEADING-1 TO FOLD-REPORT-LINE
               WRITE FOLD-REPORT-LINE
               MOVE WS-FOLD-HEADING-2 TO FOLD-REPORT-LINE
               WRITE FOLD-REPORT-LINE
               MOVE SPACES TO FOLD-REPORT-LINE
               WRITE FOLD-REPORT-LINE
               PERFORM 3960-CHECK-SQFLDRPT-STATUS
           END-IF.

       2000-STAGE-EXPEDITE-RUN.
           PERFORM 2010-FIND-THIS-RUN
           IF RETURN-CODE = ZERO
               PERFORM 2020-CHECK-ALREADY-STAGED
           END-IF
           IF RETURN-CODE = ZERO AND RUN-NOT-STAGED
               PERFORM 2100-STAGE-NUMIN
               PERFORM 2150-STAGE-SQROUT
               PERFORM 2200-STAGE-SQREXC
               PERFORM 2230-STAGE-SQRECYC
               PERFORM 2250-STAGE-AUDIT-LOG
           END-IF
           IF RETURN-CODE = ZERO AND RUN-NOT-STAGED
               PERFORM 2270-STAGE-SOURCE-HISTORY
               PERFORM 2280-STAGE-RUN-HISTORY
           END-IF
           IF RETURN-CODE < 8
               PERFORM 2300-WRITE-STAGE-TOTALS
           END-IF.

       2010-FIND-THIS-RUN.
           MOVE SPACES TO WS-TR-JOB-ID
           MOVE ZERO   TO WS-TR-RUN-DATE
           OPEN INPUT RUN-RHIST-FILE
           IF NOT RUNRHIST-OK
               DISPLAY "ERROR OPENING RUN-RHIST-FILE, STATUS: "
                   WS-RUNRHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ RUN-RHIST-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RRH-JOB-ID   TO WS-TR-JOB-ID
                           MOVE RRH-RUN-DATE TO WS-TR-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE RUN-RHIST-FILE
               IF WS-TR-JOB-ID(1:3) NOT = "SQX"
                  OR WS-TR-RUN-DATE NOT = WS-RUN-DATE-NUM
                   DISPLAY "NO EXPEDITE RUN HISTORY FOR BUSINESS "
                       "DATE " WS-RUN-DATE-NUM " - LAST RUN "
                       "RECORD IS " WS-TR-JOB-ID " " WS-TR-RUN-DATE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2020-CHECK-ALREADY-STAGED.
           SET RUN-NOT-STAGED TO TRUE
           OPEN INPUT STAGE-RHIST-FILE
           IF EXRUNHST-NOT-FOUND
               CLOSE STAGE-RHIST-FILE
           ELSE
               IF NOT EXRUNHST-OK
                   DISPLAY "ERROR OPENING STAGED RUN HISTORY, "
                       "STATUS: " WS-EXRUNHST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE OR RUN-ALREADY-STAGED
                       READ STAGE-RHIST-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF HIST-JOB-ID = WS-TR-JOB-ID
                                  AND HIST-RUN-DATE = WS-TR-RUN-DATE
                                   SET RUN-ALREADY-STAGED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STAGE-RHIST-FILE
               END-IF
           END-IF
           IF RUN-ALREADY-STAGED
               DISPLAY "EXPEDITE RUN " WS-TR-JOB-ID
                   " IS ALREADY STAGED - NOTHING COPIED"
               MOVE "RUN ALREADY STAGED - NOTHING COPIED"
                   TO WS-FML-TEXT
               PERFORM 3970-WRITE-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       2100-STAGE-NUMIN.
           OPEN INPUT RUN-NUMIN-FILE
           IF NOT RUNNUMIN-OK
               DISPLAY "ERROR OPENING RUN-NUMIN-FILE, STATUS: "
                   WS-RUNNUMIN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-NUMIN-FILE
               IF EXNUMIN-NOT-FOUND
                   OPEN OUTPUT STAGE-NUMIN-FILE
               END-IF
               PERFORM 2110-CHECK-EXNUMIN-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-NUMIN-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RUN-NUMIN-REC TO STAGE-NUMIN-REC
                           WRITE STAGE-NUMIN-REC
                           PERFORM 2110-CHECK-EXNUMIN-STATUS
                           ADD 1 TO WS-FC-NUMIN-STAGED
                   END-READ
               END-PERFORM
               CLOSE STAGE-NUMIN-FILE
               CLOSE RUN-NUMIN-FILE
           END-IF.

       2110-CHECK-EXNUMIN-STATUS.
           IF NOT EXNUMIN-OK
               DISPLAY "ERROR ON STAGED NUMIN, STATUS: "
                   WS-EXNUMIN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2150-STAGE-SQROUT.
           OPEN INPUT RUN-SQROUT-FILE
           IF NOT RUNSQOUT-OK
               DISPLAY "ERROR OPENING RUN-SQROUT-FILE, STATUS: "
                   WS-RUNSQOUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-SQROUT-FILE
               IF EXSQROUT-NOT-FOUND
                   OPEN OUTPUT STAGE-SQROUT-FILE
               END-IF
               PERFORM 2160-CHECK-EXSQROUT-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-SQROUT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RUN-SQROUT-REC TO STAGE-SQROUT-REC
                           WRITE STAGE-SQROUT-REC
                           PERFORM 2160-CHECK-EXSQROUT-STATUS
                           ADD 1 TO WS-FC-SQROUT-STAGED
                   END-READ
               END-PERFORM
               CLOSE STAGE-SQROUT-FILE
               CLOSE RUN-SQROUT-FILE
           END-IF.

       2160-CHECK-EXSQROUT-STATUS.
           IF NOT EXSQROUT-OK
               DISPLAY "ERROR ON STAGED SQROUT, STATUS: "
                   WS-EXSQROUT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2200-STAGE-SQREXC.
           OPEN INPUT RUN-SQREXC-FILE
           IF NOT RUNSQEXC-OK
               DISPLAY "ERROR OPENING RUN-SQREXC-FILE, STATUS: "
                   WS-RUNSQEXC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-SQREXC-FILE
               IF EXSQREXC-NOT-FOUND
                   OPEN OUTPUT STAGE-SQREXC-FILE
               END-IF
               PERFORM 2210-CHECK-EXSQREXC-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-SQREXC-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RUN-SQREXC-REC TO STAGE-SQREXC-REC
                           WRITE STAGE-SQREXC-REC
                           PERFORM 2210-CHECK-EXSQREXC-STATUS
                           ADD 1 TO WS-FC-SQREXC-STAGED
                   END-READ
               END-PERFORM
               CLOSE STAGE-SQREXC-FILE
               CLOSE RUN-SQREXC-FILE
           END-IF.

       2210-CHECK-EXSQREXC-STATUS.
           IF NOT EXSQREXC-OK
               DISPLAY "ERROR ON STAGED SQREXC, STATUS: "
                   WS-EXSQREXC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2230-STAGE-SQRECYC.
           OPEN INPUT RUN-RECYC-FILE
           IF NOT RUNRECYC-OK
               DISPLAY "ERROR OPENING RUN-RECYC-FILE, STATUS: "
                   WS-RUNRECYC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-RECYC-FILE
               IF EXRECYC-NOT-FOUND
                   OPEN OUTPUT STAGE-RECYC-FILE
               END-IF
               PERFORM 2240-CHECK-EXRECYC-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-RECYC-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RUN-RECYC-REC TO STAGE-RECYC-REC
                           WRITE STAGE-RECYC-REC
                           PERFORM 2240-CHECK-EXRECYC-STATUS
                           ADD 1 TO WS-FC-RECYC-STAGED
                   END-READ
               END-PERFORM
               CLOSE STAGE-RECYC-FILE
               CLOSE RUN-RECYC-FILE
           END-IF.

       2240-CHECK-EXRECYC-STATUS.
           IF NOT EXRECYC-OK
               DISPLAY "ERROR ON STAGED SQRECYC, STATUS: "
                   WS-EXRECYC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2250-STAGE-AUDIT-LOG.
           OPEN INPUT RUN-AUDIT-FILE
           IF NOT RUNAUD-OK
               DISPLAY "ERROR OPENING EXPEDITE AUDIT LOG "
                   WS-RUN-AUDIT-NAME " STATUS: " WS-RUNAUD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-AUDIT-FILE
               IF EXAUDIT-NOT-FOUND
                   OPEN OUTPUT STAGE-AUDIT-FILE
               END-IF
               PERFORM 2260-CHECK-EXAUDIT-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-AUDIT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RUN-AUDIT-LINE TO STAGE-AUDIT-LINE
                           WRITE STAGE-AUDIT-LINE
                           PERFORM 2260-CHECK-EXAUDIT-STATUS
                           ADD 1 TO WS-FC-AUDIT-STAGED
                   END-READ
               END-PERFORM
               CLOSE STAGE-AUDIT-FILE
               CLOSE RUN-AUDIT-FILE
           END-IF.

       2260-CHECK-EXAUDIT-STATUS.
           IF NOT EXAUDIT-OK
               DISPLAY "ERROR ON STAGED AUDIT LOG, STATUS: "
                   WS-EXAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2270-STAGE-SOURCE-HISTORY.
           OPEN INPUT RUN-SHIST-FILE
           IF NOT RUNSHIST-OK
               DISPLAY "ERROR OPENING RUN-SHIST-FILE, STATUS: "
                   WS-RUNSHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-SHIST-FILE
               IF EXSRCHST-NOT-FOUND
                   OPEN OUTPUT STAGE-SHIST-FILE
               END-IF
               PERFORM 2275-CHECK-EXSRCHST-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-SHIST-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF RSH-JOB-ID = WS-TR-JOB-ID
                              AND RSH-RUN-DATE = WS-TR-RUN-DATE
                               MOVE RUN-SHIST-REC
                                   TO SOURCE-HISTORY-REC
                               WRITE SOURCE-HISTORY-REC
                               PERFORM 2275-CHECK-EXSRCHST-STATUS
                               ADD 1 TO WS-FC-SHIST-STAGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGE-SHIST-FILE
               CLOSE RUN-SHIST-FILE
           END-IF.

       2275-CHECK-EXSRCHST-STATUS.
           IF NOT EXSRCHST-OK
               DISPLAY "ERROR ON STAGED SOURCE HISTORY, STATUS: "
                   WS-EXSRCHST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2280-STAGE-RUN-HISTORY.
           OPEN INPUT RUN-RHIST-FILE
           IF NOT RUNRHIST-OK
               DISPLAY "ERROR OPENING RUN-RHIST-FILE, STATUS: "
                   WS-RUNRHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND STAGE-RHIST-FILE
               IF EXRUNHST-NOT-FOUND
                   OPEN OUTPUT STAGE-RHIST-FILE
               END-IF
               PERFORM 2565-CHECK-EXRUNHST-STATUS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                   READ RUN-RHIST-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF RRH-JOB-ID = WS-TR-JOB-ID
                              AND RRH-RUN-DATE = WS-TR-RUN-DATE
                               MOVE RUN-RHIST-REC TO RUN-HISTORY-REC
                               WRITE RUN-HISTORY-REC
                               PERFORM 2565-CHECK-EXRUNHST-STATUS
                               ADD 1 TO WS-FC-RHIST-STAGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGE-RHIST-FILE
               CLOSE RUN-RHIST-FILE
           END-IF.

       2300-WRITE-STAGE-TOTALS.
           MOVE SPACES TO WS-FOLD-MESSAGE-LINE
           STRING "EXPEDITE RUN "    DELIMITED BY SIZE
                  WS-TR-JOB-ID       DELIMITED BY SIZE
                  " STAGED FOR THE NIGHTLY FOLD" DELIMITED BY SIZE
               INTO WS-FML-TEXT
           PERFORM 3970-WRITE-MESSAGE-LINE
           MOVE "NUMIN RECORDS......: " TO WS-FCL-LABEL
           MOVE WS-FC-NUMIN-STAGED      TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "SQROUT RECORDS.....: " TO WS-FCL-LABEL
           MOVE WS-FC-SQROUT-STAGED     TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "SQREXC LINES.......: " TO WS-FCL-LABEL
           MOVE WS-FC-SQREXC-STAGED     TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "SQRECYC REJECTS....: " TO WS-FCL-LABEL
           MOVE WS-FC-RECYC-STAGED      TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "AUDIT LOG ENTRIES..: " TO WS-FCL-LABEL
           MOVE WS-FC-AUDIT-STAGED      TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "SOURCE HISTORY RECS: " TO WS-FCL-LABEL
           MOVE WS-FC-SHIST-STAGED      TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RUN HISTORY RECS...: " TO WS-FCL-LABEL
           MOVE WS-FC-RHIST-STAGED      TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE.

       2500-FOLD-EXPEDITE-RUNS.
           PERFORM 2510-LOAD-STAGED-RUNS
           IF RETURN-CODE < 8 AND WS-SR-COUNT > ZERO
               PERFORM 2530-MARK-FOLDED-HISTORY
               PERFORM 2540-MARK-FOLDED-SOURCES
               PERFORM 2550-MARK-FOLDED-AUDIT
           END-IF
           IF RETURN-CODE < 8 AND WS-SR-COUNT > ZERO
               MOVE WS-FOLD-COLUMN-HEADING TO FOLD-REPORT-LINE
               WRITE FOLD-REPORT-LINE
               PERFORM 3960-CHECK-SQFLDRPT-STATUS
               PERFORM 2560-APPEND-RUN-HISTORY
               PERFORM 2570-APPEND-SOURCE-HISTORY
               PERFORM 2580-APPEND-AUDIT-LINES
           END-IF
           IF RETURN-CODE < 8
               PERFORM 2600-WRITE-FOLD-TOTALS
           END-IF.

       2510-LOAD-STAGED-RUNS.
           MOVE ZERO TO WS-SR-COUNT
           OPEN INPUT STAGE-RHIST-FILE
           IF EXRUNHST-NOT-FOUND
               CLOSE STAGE-RHIST-FILE
           ELSE
               IF NOT EXRUNHST-OK
                   DISPLAY "ERROR OPENING STAGED RUN HISTORY, "
                       "STATUS: " WS-EXRUNHST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                       READ STAGE-RHIST-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2520-TABLE-STAGED-RUN
                       END-READ
                   END-PERFORM
                   CLOSE STAGE-RHIST-FILE
               END-IF
           END-IF.

       2520-TABLE-STAGED-RUN.
           IF NOT HIST-EXPEDITE-RUN
              OR HIST-RUN-DATE IS NOT NUMERIC
               DISPLAY "STAGED RUN HISTORY HOLDS A RECORD THAT IS "
                   "NOT AN EXPEDITE RUN: " HIST-JOB-ID
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SR-COUNT >= WS-SR-MAXIMUM
                   DISPLAY "STAGED EXPEDITE RUN TABLE FULL, LIMIT: "
                       WS-SR-MAXIMUM
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-SR-COUNT
                   MOVE HIST-JOB-ID   TO WS-SR-JOB-ID(WS-SR-COUNT)
                   MOVE HIST-RUN-DATE TO WS-SR-RUN-DATE(WS-SR-COUNT)
                   MOVE "N" TO WS-SR-HIST-SWITCH(WS-SR-COUNT)
                   MOVE "N" TO WS-SR-SRCH-SWITCH(WS-SR-COUNT)
                   MOVE "N" TO WS-SR-AUDIT-SWITCH(WS-SR-COUNT)
               END-IF
           END-IF.

       2530-MARK-FOLDED-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF SQRUNHST-NOT-FOUND
               CLOSE RUN-HISTORY-FILE
           ELSE
               IF NOT SQRUNHST-OK
                   DISPLAY "ERROR OPENING RUN-HISTORY-FILE, STATUS: "
                       WS-SQRUNHST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ RUN-HISTORY-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF DHR-EXPEDITE-RUN
                                   MOVE DHR-JOB-ID
                                       TO WS-LOOKUP-JOB-ID
                                   MOVE DHR-RUN-DATE
                                       TO WS-LOOKUP-DATE
                                   PERFORM 2590-FIND-STAGED-RUN
                                   IF STAGED-RUN-FOUND
                                       MOVE "Y" TO WS-SR-HIST-SWITCH
                                           (WS-SR-FOUND-SUB)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               END-IF
           END-IF.

       2540-MARK-FOLDED-SOURCES.
           OPEN INPUT SOURCE-HISTORY-FILE
           IF SQSRCHST-NOT-FOUND
               CLOSE SOURCE-HISTORY-FILE
           ELSE
               IF NOT SQSRCHST-OK
                   DISPLAY "ERROR OPENING SOURCE-HISTORY-FILE, "
                       "STATUS: " WS-SQSRCHST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ SOURCE-HISTORY-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF DSR-EXPEDITE-RUN
                                   MOVE DSR-JOB-ID
                                       TO WS-LOOKUP-JOB-ID
                                   MOVE DSR-RUN-DATE
                                       TO WS-LOOKUP-DATE
                                   PERFORM 2590-FIND-STAGED-RUN
                                   IF STAGED-RUN-FOUND
                                       MOVE "Y" TO WS-SR-SRCH-SWITCH
                                           (WS-SR-FOUND-SUB)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-HISTORY-FILE
               END-IF
           END-IF.

       2550-MARK-FOLDED-AUDIT.
           OPEN INPUT DAILY-AUDIT-FILE
           IF DAYAUD-NOT-FOUND
               CLOSE DAILY-AUDIT-FILE
           ELSE
               IF NOT DAYAUD-OK
                   DISPLAY "ERROR OPENING DAILY AUDIT LOG "
                       WS-DAILY-AUDIT-NAME " STATUS: "
                       WS-DAYAUD-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ DAILY-AUDIT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF DAL-EXPEDITE-LINE
                                   MOVE DAL-JOB-ID
                                       TO WS-LOOKUP-JOB-ID
                                   MOVE ZERO TO WS-LOOKUP-DATE
                                   PERFORM 2590-FIND-STAGED-RUN
                                   IF STAGED-RUN-FOUND
                                       MOVE "Y" TO WS-SR-AUDIT-SWITCH
                                           (WS-SR-FOUND-SUB)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DAILY-AUDIT-FILE
               END-IF
           END-IF.

       2560-APPEND-RUN-HISTORY.
           OPEN INPUT STAGE-RHIST-FILE
           PERFORM 2565-CHECK-EXRUNHST-STATUS
           OPEN EXTEND RUN-HISTORY-FILE
           IF SQRUNHST-NOT-FOUND
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           PERFORM 2566-CHECK-SQRUNHST-STATUS
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
               READ STAGE-RHIST-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2562-FOLD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           CLOSE STAGE-RHIST-FILE.

       2562-FOLD-ONE-RUN.
           MOVE HIST-JOB-ID   TO WS-LOOKUP-JOB-ID
           MOVE HIST-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 2590-FIND-STAGED-RUN
           MOVE HIST-JOB-ID           TO WS-FDD-JOB-ID
           MOVE HIST-RUN-DATE         TO WS-FDD-RUN-DATE
           MOVE HIST-RECORDS-READ     TO WS-FDD-READ
           MOVE HIST-RECORDS-COMPUTED TO WS-FDD-COMPUTED
           MOVE HIST-RECORDS-REJECTED TO WS-FDD-REJECTED
           IF SR-HIST-FOLDED(WS-SR-FOUND-SUB)
               ADD 1 TO WS-FC-RUNS-PRIOR
               MOVE "ALREADY FOLDED" TO WS-FDD-STATUS
           ELSE
               MOVE RUN-HISTORY-REC TO DAY-HISTORY-REC
               WRITE DAY-HISTORY-REC
               PERFORM 2566-CHECK-SQRUNHST-STATUS
               ADD 1 TO WS-FC-RUNS-FOLDED
               ADD HIST-RECORDS-READ     TO WS-FC-READ
               ADD HIST-RECORDS-COMPUTED TO WS-FC-COMPUTED
               ADD HIST-RECORDS-REJECTED TO WS-FC-REJECTED
               ADD HIST-MASTER-HITS      TO WS-FC-HITS
               ADD HIST-SUM-SQUARE       TO WS-FC-SUM-SQUARE
               IF HIST-RUN-DATE = WS-RUN-DATE-NUM
                   MOVE "FOLDED" TO WS-FDD-STATUS
               ELSE
                   ADD 1 TO WS-FC-RUNS-OFF-DATE
                   MOVE "FOLDED - OTHER DATE" TO WS-FDD-STATUS
                   DISPLAY "EXPEDITE RUN " HIST-JOB-ID " IS DATED "
                       HIST-RUN-DATE " - FOLDED INTO THE CYCLE FOR "
                       WS-RUN-DATE-NUM
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-FOLD-DETAIL TO FOLD-REPORT-LINE
           WRITE FOLD-REPORT-LINE
           PERFORM 3960-CHECK-SQFLDRPT-STATUS.

       2565-CHECK-EXRUNHST-STATUS.
           IF NOT EXRUNHST-OK
               DISPLAY "ERROR ON STAGED RUN HISTORY, STATUS: "
                   WS-EXRUNHST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2566-CHECK-SQRUNHST-STATUS.
           IF NOT SQRUNHST-OK
               DISPLAY "ERROR ON RUN-HISTORY-FILE, STATUS: "
                   WS-SQRUNHST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2570-APPEND-SOURCE-HISTORY.
           OPEN INPUT STAGE-SHIST-FILE
           IF EXSRCHST-NOT-FOUND
               CLOSE STAGE-SHIST-FILE
           ELSE
               IF NOT EXSRCHST-OK
                   DISPLAY "ERROR OPENING STAGED SOURCE HISTORY, "
                       "STATUS: " WS-EXSRCHST-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN EXTEND SOURCE-HISTORY-FILE
                   IF SQSRCHST-NOT-FOUND
                       OPEN OUTPUT SOURCE-HISTORY-FILE
                   END-IF
                   PERFORM 2576-CHECK-SQSRCHST-STATUS
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                       READ STAGE-SHIST-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2572-FOLD-ONE-SOURCE
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-HISTORY-FILE
                   CLOSE STAGE-SHIST-FILE
               END-IF
           END-IF.

       2572-FOLD-ONE-SOURCE.
           MOVE SRCH-JOB-ID   TO WS-LOOKUP-JOB-ID
           MOVE SRCH-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 2590-FIND-STAGED-RUN
           IF STAGED-RUN-NOT-FOUND
               DISPLAY "STAGED SOURCE HISTORY FOR " SRCH-JOB-ID " "
                   SRCH-RUN-DATE " HAS NO STAGED RUN HISTORY"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT SR-SRCH-FOLDED(WS-SR-FOUND-SUB)
                   MOVE SOURCE-HISTORY-REC TO DAY-SOURCE-REC
                   WRITE DAY-SOURCE-REC
                   PERFORM 2576-CHECK-SQSRCHST-STATUS
                   ADD 1 TO WS-FC-SOURCES-FOLDED
               END-IF
           END-IF.

       2576-CHECK-SQSRCHST-STATUS.
           IF NOT SQSRCHST-OK
               DISPLAY "ERROR ON SOURCE-HISTORY-FILE, STATUS: "
                   WS-SQSRCHST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2580-APPEND-AUDIT-LINES.
           OPEN INPUT STAGE-AUDIT-FILE
           IF EXAUDIT-NOT-FOUND
               CLOSE STAGE-AUDIT-FILE
           ELSE
               IF NOT EXAUDIT-OK
                   DISPLAY "ERROR OPENING STAGED AUDIT LOG, STATUS: "
                       WS-EXAUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN EXTEND DAILY-AUDIT-FILE
                   IF DAYAUD-NOT-FOUND
                       OPEN OUTPUT DAILY-AUDIT-FILE
                   END-IF
                   PERFORM 2586-CHECK-DAYAUD-STATUS
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                       READ STAGE-AUDIT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2582-FOLD-ONE-AUDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE DAILY-AUDIT-FILE
                   CLOSE STAGE-AUDIT-FILE
               END-IF
           END-IF.

       2582-FOLD-ONE-AUDIT-LINE.
           MOVE SAL-JOB-ID TO WS-LOOKUP-JOB-ID
           MOVE ZERO       TO WS-LOOKUP-DATE
           PERFORM 2590-FIND-STAGED-RUN
           IF STAGED-RUN-NOT-FOUND
               DISPLAY "STAGED AUDIT LOG ENTRY FOR " SAL-JOB-ID
                   " HAS NO STAGED RUN HISTORY"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF SR-AUDIT-FOLDED(WS-SR-FOUND-SUB)
                   ADD 1 TO WS-FC-AUDIT-PRIOR
               ELSE
                   MOVE STAGE-AUDIT-LINE TO DAILY-AUDIT-LINE
                   WRITE DAILY-AUDIT-LINE
                   PERFORM 2586-CHECK-DAYAUD-STATUS
                   ADD 1 TO WS-FC-AUDIT-FOLDED
               END-IF
           END-IF.

       2586-CHECK-DAYAUD-STATUS.
           IF NOT DAYAUD-OK
               DISPLAY "ERROR ON DAILY AUDIT LOG " WS-DAILY-AUDIT-NAME
                   " STATUS: " WS-DAYAUD-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2590-FIND-STAGED-RUN.
           SET STAGED-RUN-NOT-FOUND TO TRUE
           MOVE 1 TO WS-SR-FOUND-SUB
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > WS-SR-COUNT
                      OR STAGED-RUN-FOUND
               IF WS-SR-JOB-ID(WS-SR-SUB) = WS-LOOKUP-JOB-ID
                  AND (WS-LOOKUP-DATE = ZERO
                       OR WS-SR-RUN-DATE(WS-SR-SUB) = WS-LOOKUP-DATE)
                   SET STAGED-RUN-FOUND TO TRUE
                   MOVE WS-SR-SUB TO WS-SR-FOUND-SUB
               END-IF
           END-PERFORM.

       2600-WRITE-FOLD-TOTALS.
           MOVE SPACES TO FOLD-REPORT-LINE
           WRITE FOLD-REPORT-LINE
           IF WS-SR-COUNT = ZERO
               MOVE "NO EXPEDITE RUNS STAGED SINCE THE LAST CYCLE"
                   TO WS-FML-TEXT
               PERFORM 3970-WRITE-MESSAGE-LINE
           END-IF
           MOVE "RUNS STAGED........: " TO WS-FCL-LABEL
           MOVE WS-SR-COUNT             TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RUNS FOLDED........: " TO WS-FCL-LABEL
           MOVE WS-FC-RUNS-FOLDED       TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RUNS ALREADY FOLDED: " TO WS-FCL-LABEL
           MOVE WS-FC-RUNS-PRIOR        TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RUNS OF OTHER DATES: " TO WS-FCL-LABEL
           MOVE WS-FC-RUNS-OFF-DATE     TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "SOURCE RECS FOLDED.: " TO WS-FCL-LABEL
           MOVE WS-FC-SOURCES-FOLDED    TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "AUDIT LINES FOLDED.: " TO WS-FCL-LABEL
           MOVE WS-FC-AUDIT-FOLDED      TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "AUDIT LINES PRIOR..: " TO WS-FCL-LABEL
           MOVE WS-FC-AUDIT-PRIOR       TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RECORDS READ.......: " TO WS-FCL-LABEL
           MOVE WS-FC-READ              TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RECORDS COMPUTED...: " TO WS-FCL-LABEL
           MOVE WS-FC-COMPUTED          TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "RECORDS REJECTED...: " TO WS-FCL-LABEL
           MOVE WS-FC-REJECTED          TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "MASTER FILE HITS...: " TO WS-FCL-LABEL
           MOVE WS-FC-HITS              TO WS-FCL-COUNT
           PERFORM 3950-WRITE-COUNT-LINE
           MOVE "SUM OF RESULTS...........: " TO WS-FSL-LABEL
           MOVE WS-FC-SUM-SQUARE        TO WS-FSL-SUM
           MOVE WS-FOLD-SUM-LINE TO FOLD-REPORT-LINE
           WRITE FOLD-REPORT-LINE
           PERFORM 3960-CHECK-SQFLDRPT-STATUS.

       3000-CLEAR-STAGING.
           PERFORM 2510-LOAD-STAGED-RUNS
           IF RETURN-CODE < 8 AND WS-SR-COUNT > ZERO
               PERFORM 2530-MARK-FOLDED-HISTORY
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                       UNTIL WS-SR-SUB > WS-SR-COUNT
                   IF NOT SR-HIST-FOLDED(WS-SR-SUB)
                       DISPLAY "STAGED EXPEDITE RUN "
                           WS-SR-JOB-ID(WS-SR-SUB) " "
                           WS-SR-RUN-DATE(WS-SR-SUB)
                           " IS NOT ON SQRUNHST - NOT YET FOLDED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-PERFORM
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 3050-RECYCLE-STAGED-REJECTS
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 3100-EMPTY-STAGING-FILES
               MOVE "RUNS CLEARED.......: " TO WS-FCL-LABEL
               MOVE WS-SR-COUNT             TO WS-FCL-COUNT
               PERFORM 3950-WRITE-COUNT-LINE
               MOVE "REJECTS TO SQRECYC.: " TO WS-FCL-LABEL
               MOVE WS-FC-RECYC-FOLDED      TO WS-FCL-COUNT
               PERFORM 3950-WRITE-COUNT-LINE
               MOVE "EXPEDITE STAGING EMPTIED FOR THE NEXT CYCLE"
                   TO WS-FML-TEXT
               PERFORM 3970-WRITE-MESSAGE-LINE
           ELSE
               IF RETURN-CODE = 8
                   MOVE "*** UNFOLDED EXPEDITE RUNS - STAGING KEPT ***"
                       TO WS-FML-TEXT
                   PERFORM 3970-WRITE-MESSAGE-LINE
               END-IF
           END-IF.

       3050-RECYCLE-STAGED-REJECTS.
           OPEN INPUT STAGE-RECYC-FILE
           IF EXRECYC-NOT-FOUND
               CLOSE STAGE-RECYC-FILE
           ELSE
               IF NOT EXRECYC-OK
                   DISPLAY "ERROR OPENING STAGED SQRECYC, STATUS: "
                       WS-EXRECYC-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN EXTEND NIGHT-RECYC-FILE
                   PERFORM 3060-CHECK-SQRECYC-STATUS
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE OR RETURN-CODE >= 8
                       READ STAGE-RECYC-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE STAGE-RECYC-REC TO NIGHT-RECYC-REC
                               WRITE NIGHT-RECYC-REC
                               PERFORM 3060-CHECK-SQRECYC-STATUS
                               ADD 1 TO WS-FC-RECYC-FOLDED
                       END-READ
                   END-PERFORM
                   CLOSE NIGHT-RECYC-FILE
                   CLOSE STAGE-RECYC-FILE
               END-IF
           END-IF.

       3060-CHECK-SQRECYC-STATUS.
           IF NOT SQRECYC-OK
               DISPLAY "ERROR ON NIGHTLY SQRECYC, STATUS: "
                   WS-SQRECYC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3100-EMPTY-STAGING-FILES.
           OPEN OUTPUT STAGE-RECYC-FILE
           PERFORM 2240-CHECK-EXRECYC-STATUS
           CLOSE STAGE-RECYC-FILE
           OPEN OUTPUT STAGE-NUMIN-FILE
           PERFORM 2110-CHECK-EXNUMIN-STATUS
           CLOSE STAGE-NUMIN-FILE
           OPEN OUTPUT STAGE-SQROUT-FILE
           PERFORM 2160-CHECK-EXSQROUT-STATUS
           CLOSE STAGE-SQROUT-FILE
           OPEN OUTPUT STAGE-SQREXC-FILE
           PERFORM 2210-CHECK-EXSQREXC-STATUS
           CLOSE STAGE-SQREXC-FILE
           OPEN OUTPUT STAGE-AUDIT-FILE
           PERFORM 2260-CHECK-EXAUDIT-STATUS
           CLOSE STAGE-AUDIT-FILE
           OPEN OUTPUT STAGE-RHIST-FILE
           PERFORM 2565-CHECK-EXRUNHST-STATUS
           CLOSE STAGE-RHIST-FILE
           OPEN OUTPUT STAGE-SHIST-FILE
           PERFORM 2275-CHECK-EXSRCHST-STATUS
           CLOSE STAGE-SHIST-FILE.

       3950-WRITE-COUNT-LINE.
           MOVE WS-FOLD-COUNT-LINE TO FOLD-REPORT-LINE
           WRITE FOLD-REPORT-LINE
           PERFORM 3960-CHECK-SQFLDRPT-STATUS.

       3960-CHECK-SQFLDRPT-STATUS.
           IF NOT SQFLDRPT-OK
               DISPLAY "ERROR ON FOLD-REPORT-FILE, STATUS: "
                   WS-SQFLDRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3970-WRITE-MESSAGE-LINE.
           MOVE WS-FOLD-MESSAGE-LINE TO FOLD-REPORT-LINE
           WRITE FOLD-REPORT-LINE
           PERFORM 3960-CHECK-SQFLDRPT-STATUS.

       4000-TERMINATE.
           CLOSE FOLD-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQEXFOLD"            TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           COMPUTE SQBW-RECORDS-IN = WS-FC-RUNS-FOLDED
               + WS-FC-RUNS-PRIOR
           MOVE WS-FC-RUNS-FOLDED     TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
