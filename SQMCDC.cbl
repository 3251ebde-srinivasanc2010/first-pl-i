       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQMCDC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "SQMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQMJRNL-STATUS.

           SELECT CDC-CONTROL-FILE ASSIGN TO "SQCDCHWM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQCDCHWM-STATUS.

           SELECT CDC-FEED-FILE ASSIGN TO "SQMCDCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQMCDCF-STATUS.

           SELECT CDC-REPORT-FILE ASSIGN TO "SQCDCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQCDCRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY SQMJRNRC.

       FD  CDC-CONTROL-FILE
           RECORDING MODE IS F.
       COPY SQMCDCRC.

       FD  CDC-FEED-FILE
           RECORDING MODE IS F.
       01  CDC-FEED-REC           PIC X(120).

       FD  CDC-REPORT-FILE
           RECORDING MODE IS F.
       01  CDC-REPORT-LINE        PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-KEY.
               10  SORT-MASTER-KEY PIC X(16).
               10  SORT-POSITION  PIC 9(9).
           05  SORT-ACTION        PIC X(1).
               88  SORT-WRITE          VALUE "W".
               88  SORT-REWRITE        VALUE "R".
               88  SORT-DELETE         VALUE "D".
           05  SORT-JRNL-DATE     PIC 9(8).
           05  SORT-JRNL-TIME     PIC 9(6).
           05  SORT-JOB-ID        PIC X(8).
           05  SORT-BEFORE-IMAGE  PIC X(64).
           05  SORT-AFTER-IMAGE   PIC X(64).

       WORKING-STORAGE SECTION.
       COPY SQMASTRC.

       COPY SQBUSDLK.

       COPY SQBWLK.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(8).

       01  WS-FILE-STATUSES.
           05  WS-SQMJRNL-STATUS  PIC XX.
               88  SQMJRNL-OK          VALUE "00".
               88  SQMJRNL-NOT-FOUND   VALUE "35".
           05  WS-SQCDCHWM-STATUS PIC XX.
               88  SQCDCHWM-OK         VALUE "00".
               88  SQCDCHWM-NOT-FOUND  VALUE "35".
           05  WS-SQMCDCF-STATUS  PIC XX.
               88  SQMCDCF-OK          VALUE "00".
           05  WS-SQCDCRPT-STATUS PIC XX.
               88  SQCDCRPT-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH PIC X VALUE "N".
               88  END-OF-SORTED       VALUE "Y".
           05  WS-JOURNAL-SWITCH  PIC X VALUE "Y".
               88  JOURNAL-PRESENT     VALUE "Y".
               88  JOURNAL-ABSENT      VALUE "N".
           05  WS-START-SWITCH    PIC X VALUE "C".
               88  START-CONTINUOUS    VALUE "C".
               88  START-FIRST-FEED    VALUE "F".
               88  START-AFTER-RESET   VALUE "R".
           05  WS-KEY-SWITCH      PIC X VALUE "N".
               88  KEY-IN-PROGRESS     VALUE "Y".
           05  WS-EXISTED-SWITCH  PIC X VALUE "N".
               88  KEY-EXISTED-BEFORE  VALUE "Y".
               88  KEY-NEW-TONIGHT     VALUE "N".

       01  WS-HIGH-WATER-MARK.
           05  WS-PRIOR-BATCH     PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-POSITION  PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-ENTRY     PIC X(151) VALUE SPACES.
           05  WS-BATCH-NUMBER    PIC 9(7) VALUE ZERO.
           05  WS-START-POSITION  PIC 9(9) VALUE ZERO.
           05  WS-JOURNAL-POSITION PIC 9(9) VALUE ZERO.
           05  WS-LAST-ENTRY      PIC X(151) VALUE SPACES.

       01  WS-NET-CHANGE.
           05  WS-NC-MASTER-KEY   PIC X(16).
           05  WS-NC-FIRST-BEFORE PIC X(64).
           05  WS-NC-LAST-ACTION  PIC X(1).
               88  NC-LAST-DELETE      VALUE "D".
           05  WS-NC-LAST-AFTER   PIC X(64).
           05  WS-NC-LAST-DATE    PIC 9(8).
           05  WS-NC-LAST-TIME    PIC 9(6).
           05  WS-NC-LAST-JOB-ID  PIC X(8).
           05  WS-NC-FEED-ACTION  PIC X(1).

       01  WS-CDC-COUNTS.
           05  WS-CD-JOURNAL-READ PIC 9(9) VALUE ZERO.
           05  WS-CD-ALREADY-SENT PIC 9(9) VALUE ZERO.
           05  WS-CD-NOT-IMAGE    PIC 9(9) VALUE ZERO.
           05  WS-CD-NEW-ENTRIES  PIC 9(9) VALUE ZERO.
           05  WS-CD-WRITES       PIC 9(9) VALUE ZERO.
           05  WS-CD-REWRITES     PIC 9(9) VALUE ZERO.
           05  WS-CD-DELETES      PIC 9(9) VALUE ZERO.
           05  WS-CD-KEYS         PIC 9(9) VALUE ZERO.
           05  WS-CD-INSERTS-SENT PIC 9(9) VALUE ZERO.
           05  WS-CD-UPDATES-SENT PIC 9(9) VALUE ZERO.
           05  WS-CD-DELETES-SENT PIC 9(9) VALUE ZERO.
           05  WS-CD-NO-NET-CHANGE PIC 9(9) VALUE ZERO.
           05  WS-CD-ADDED-DELETED PIC 9(9) VALUE ZERO.
           05  WS-CD-DETAILS-SENT PIC 9(9) VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-NUM-EDIT        PIC -(5)9.99.
           05  WS-SQUARE-EDIT     PIC -(10)9.9999.
           05  WS-HITS-EDIT       PIC 9(9).
           05  WS-LREF-EDIT       PIC 9(8).
           05  WS-EFF-EDIT        PIC 9(8).
           05  WS-BATCH-EDIT      PIC 9(7).
           05  WS-POSITION-EDIT   PIC 9(9).
           05  WS-FROM-EDIT       PIC 9(9).
           05  WS-COUNT-EDIT      PIC 9(9).
           05  WS-INSERT-EDIT     PIC 9(9).
           05  WS-UPDATE-EDIT     PIC 9(9).
           05  WS-DELETE-EDIT     PIC 9(9).

       01  WS-CDC-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "SQUARE MASTER - WAREHOUSE CHANGE FEED CONTROL".

       01  WS-CDC-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "BATCH ".
           05  WS-HDG-BATCH       PIC Z(6)9.

       01  WS-CDC-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-CCL-LABEL       PIC X(34).
           05  WS-CCL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(32) VALUE SPACES.

       01  WS-CDC-MESSAGE-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-CML-TEXT        PIC X(75).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           SET SQBW-REQ-START TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 1200-LOCATE-HIGH-WATER-MARK
           END-IF
           IF RETURN-CODE <= 4
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-KEY
                   INPUT PROCEDURE IS 2000-SELECT-NEW-ENTRIES
                   OUTPUT PROCEDURE IS 2500-BUILD-NET-CHANGES
               PERFORM 3000-WRITE-CONTROL-TOTALS
           END-IF
           IF RETURN-CODE <= 4
               PERFORM 3500-ADVANCE-HIGH-WATER-MARK
           END-IF
           PERFORM 4000-TERMINATE
           SET SQBW-REQ-END TO TRUE
           PERFORM 4100-LOG-BATCH-WINDOW
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
           MOVE WS-RUN-MM   TO WS-HDG-MM
           MOVE WS-RUN-DD   TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           PERFORM 1100-READ-CONTROL-RECORD
           ADD 1 TO WS-PRIOR-BATCH GIVING WS-BATCH-NUMBER
           MOVE WS-BATCH-NUMBER TO WS-HDG-BATCH
           OPEN OUTPUT CDC-FEED-FILE
           IF NOT SQMCDCF-OK
               DISPLAY "ERROR OPENING CDC-FEED-FILE, STATUS: "
                   WS-SQMCDCF-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CDC-REPORT-FILE
           IF NOT SQCDCRPT-OK
               DISPLAY "ERROR OPENING CDC-REPORT-FILE, STATUS: "
                   WS-SQCDCRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-CDC-HEADING-1 TO CDC-REPORT-LINE
               WRITE CDC-REPORT-LINE
               MOVE WS-CDC-HEADING-2 TO CDC-REPORT-LINE
               WRITE CDC-REPORT-LINE
               MOVE SPACES TO CDC-REPORT-LINE
               WRITE CDC-REPORT-LINE
               PERFORM 3060-CHECK-SQCDCRPT-STATUS
           END-IF.

       1100-READ-CONTROL-RECORD.
           SET START-FIRST-FEED TO TRUE
           OPEN INPUT CDC-CONTROL-FILE
           IF SQCDCHWM-NOT-FOUND
               CLOSE CDC-CONTROL-FILE
           ELSE
               IF NOT SQCDCHWM-OK
                   DISPLAY "ERROR OPENING CDC-CONTROL-FILE, STATUS: "
                       WS-SQCDCHWM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ CDC-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET START-CONTINUOUS TO TRUE
                           MOVE CDC-BATCH-NUMBER TO WS-PRIOR-BATCH
                           MOVE CDC-JOURNAL-POSITION
                               TO WS-PRIOR-POSITION
                           MOVE CDC-LAST-ENTRY TO WS-PRIOR-ENTRY
                   END-READ
                   CLOSE CDC-CONTROL-FILE
               END-IF
           END-IF.

       1200-LOCATE-HIGH-WATER-MARK.
           MOVE ZERO TO WS-START-POSITION
           OPEN INPUT MASTER-JOURNAL-FILE
           IF SQMJRNL-NOT-FOUND
               SET JOURNAL-ABSENT TO TRUE
               CLOSE MASTER-JOURNAL-FILE
               MOVE WS-PRIOR-POSITION TO WS-START-POSITION
                                         WS-JOURNAL-POSITION
               MOVE WS-PRIOR-ENTRY    TO WS-LAST-ENTRY
               MOVE "NO JOURNAL DATASET FOUND - EMPTY BATCH SENT"
                   TO WS-CML-TEXT
               PERFORM 3070-WRITE-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT SQMJRNL-OK
                   DISPLAY "ERROR OPENING MASTER-JOURNAL-FILE, "
                       "STATUS: " WS-SQMJRNL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1250-FIND-LAST-SENT-ENTRY
                   CLOSE MASTER-JOURNAL-FILE
               END-IF
           END-IF.

       1250-FIND-LAST-SENT-ENTRY.
           IF WS-PRIOR-POSITION > ZERO
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                          OR WS-JOURNAL-POSITION = WS-PRIOR-POSITION
                   READ MASTER-JOURNAL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-POSITION
                   END-READ
               END-PERFORM
               IF WS-JOURNAL-POSITION = WS-PRIOR-POSITION
                  AND JOURNAL-IMAGE-REC = WS-PRIOR-ENTRY
                   MOVE WS-PRIOR-POSITION TO WS-START-POSITION
               ELSE
                   SET START-AFTER-RESET TO TRUE
                   MOVE "JOURNAL HAS BEEN RESET SINCE THE LAST FEED - "
                       TO WS-CML-TEXT
                   MOVE "SENDING FROM ITS FIRST ENTRY"
                       TO WS-CML-TEXT(46:28)
                   PERFORM 3070-WRITE-MESSAGE-LINE
               END-IF
               MOVE ZERO TO WS-JOURNAL-POSITION
           END-IF
           IF START-FIRST-FEED
               MOVE "NO PRIOR HIGH-WATER MARK - FIRST FEED SENDS THE "
                   TO WS-CML-TEXT
               MOVE "WHOLE JOURNAL" TO WS-CML-TEXT(49:13)
               PERFORM 3070-WRITE-MESSAGE-LINE
           END-IF.

       2000-SELECT-NEW-ENTRIES.
           IF JOURNAL-PRESENT
               OPEN INPUT MASTER-JOURNAL-FILE
               IF NOT SQMJRNL-OK
                   DISPLAY "ERROR OPENING MASTER-JOURNAL-FILE, "
                       "STATUS: " WS-SQMJRNL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-FILE
                       READ MASTER-JOURNAL-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2100-SELECT-ONE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-JOURNAL-FILE
               END-IF
           END-IF.

       2100-SELECT-ONE-ENTRY.
           ADD 1 TO WS-JOURNAL-POSITION
           ADD 1 TO WS-CD-JOURNAL-READ
           MOVE JOURNAL-IMAGE-REC TO WS-LAST-ENTRY
           EVALUATE TRUE
               WHEN WS-JOURNAL-POSITION <= WS-START-POSITION
                   ADD 1 TO WS-CD-ALREADY-SENT
               WHEN JRNL-DATE IS NOT NUMERIC
                 OR JRNL-TIME IS NOT NUMERIC
                 OR NOT (JRNL-WRITE OR JRNL-REWRITE OR JRNL-DELETE)
                   ADD 1 TO WS-CD-NOT-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-CD-NEW-ENTRIES
                   EVALUATE TRUE
                       WHEN JRNL-WRITE
                           ADD 1 TO WS-CD-WRITES
                       WHEN JRNL-REWRITE
                           ADD 1 TO WS-CD-REWRITES
                       WHEN JRNL-DELETE
                           ADD 1 TO WS-CD-DELETES
                   END-EVALUATE
                   IF JRNL-DELETE
                       MOVE JRNL-BEFORE-IMAGE(1:16) TO SORT-MASTER-KEY
                   ELSE
                       MOVE JRNL-AFTER-IMAGE(1:16) TO SORT-MASTER-KEY
                   END-IF
                   MOVE WS-JOURNAL-POSITION TO SORT-POSITION
                   MOVE JRNL-ACTION        TO SORT-ACTION
                   MOVE JRNL-DATE          TO SORT-JRNL-DATE
                   MOVE JRNL-TIME          TO SORT-JRNL-TIME
                   MOVE JRNL-JOB-ID        TO SORT-JOB-ID
                   MOVE JRNL-BEFORE-IMAGE  TO SORT-BEFORE-IMAGE
                   MOVE JRNL-AFTER-IMAGE   TO SORT-AFTER-IMAGE
                   RELEASE SORT-REC
           END-EVALUATE.

       2500-BUILD-NET-CHANGES.
           PERFORM 2510-WRITE-FEED-HEADER
           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED TO TRUE
                   NOT AT END
                       PERFORM 2550-APPLY-ONE-ENTRY
               END-RETURN
           END-PERFORM
           IF KEY-IN-PROGRESS
               PERFORM 2700-EMIT-NET-CHANGE
           END-IF
           PERFORM 2900-WRITE-FEED-TRAILER.

       2510-WRITE-FEED-HEADER.
           MOVE WS-BATCH-NUMBER     TO WS-BATCH-EDIT
           ADD 1 TO WS-START-POSITION GIVING WS-FROM-EDIT
           MOVE WS-JOURNAL-POSITION TO WS-POSITION-EDIT
           MOVE SPACES TO CDC-FEED-REC
           STRING "H|SQMAST|"        DELIMITED BY SIZE
                  WS-BATCH-EDIT      DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-FROM-EDIT       DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-POSITION-EDIT   DELIMITED BY SIZE
               INTO CDC-FEED-REC
           WRITE CDC-FEED-REC
           PERFORM 2960-CHECK-SQMCDCF-STATUS.

       2550-APPLY-ONE-ENTRY.
           IF KEY-IN-PROGRESS
              AND SORT-MASTER-KEY NOT = WS-NC-MASTER-KEY
               PERFORM 2700-EMIT-NET-CHANGE
           END-IF
           IF NOT KEY-IN-PROGRESS
               SET KEY-IN-PROGRESS TO TRUE
               ADD 1 TO WS-CD-KEYS
               MOVE SORT-MASTER-KEY   TO WS-NC-MASTER-KEY
               MOVE SORT-BEFORE-IMAGE TO WS-NC-FIRST-BEFORE
               IF SORT-WRITE
                   SET KEY-NEW-TONIGHT TO TRUE
               ELSE
                   SET KEY-EXISTED-BEFORE TO TRUE
               END-IF
           END-IF
           MOVE SORT-ACTION      TO WS-NC-LAST-ACTION
           MOVE SORT-AFTER-IMAGE TO WS-NC-LAST-AFTER
           MOVE SORT-JRNL-DATE   TO WS-NC-LAST-DATE
           MOVE SORT-JRNL-TIME   TO WS-NC-LAST-TIME
           MOVE SORT-JOB-ID      TO WS-NC-LAST-JOB-ID.

       2700-EMIT-NET-CHANGE.
           EVALUATE TRUE
               WHEN KEY-NEW-TONIGHT AND NC-LAST-DELETE
                   ADD 1 TO WS-CD-ADDED-DELETED
               WHEN KEY-NEW-TONIGHT
                   MOVE "I" TO WS-NC-FEED-ACTION
                   MOVE WS-NC-LAST-AFTER TO MASTER-REC
                   PERFORM 2750-WRITE-FEED-DETAIL
                   ADD 1 TO WS-CD-INSERTS-SENT
               WHEN NC-LAST-DELETE
                   MOVE "D" TO WS-NC-FEED-ACTION
                   MOVE WS-NC-FIRST-BEFORE TO MASTER-REC
                   PERFORM 2750-WRITE-FEED-DETAIL
                   ADD 1 TO WS-CD-DELETES-SENT
               WHEN WS-NC-LAST-AFTER = WS-NC-FIRST-BEFORE
                   ADD 1 TO WS-CD-NO-NET-CHANGE
               WHEN OTHER
                   MOVE "U" TO WS-NC-FEED-ACTION
                   MOVE WS-NC-LAST-AFTER TO MASTER-REC
                   PERFORM 2750-WRITE-FEED-DETAIL
                   ADD 1 TO WS-CD-UPDATES-SENT
           END-EVALUATE
           MOVE "N" TO WS-KEY-SWITCH.

       2750-WRITE-FEED-DETAIL.
           ADD 1 TO WS-CD-DETAILS-SENT
           MOVE MASTER-NUM    TO WS-NUM-EDIT
           MOVE MASTER-SQUARE TO WS-SQUARE-EDIT
           IF MASTER-EFF-DATE IS NUMERIC
               MOVE MASTER-EFF-DATE TO WS-EFF-EDIT
           ELSE
               MOVE ZERO TO WS-EFF-EDIT
           END-IF
           IF MASTER-LAST-REF-DATE IS NUMERIC
               MOVE MASTER-LAST-REF-DATE TO WS-LREF-EDIT
           ELSE
               MOVE ZERO TO WS-LREF-EDIT
           END-IF
           IF MASTER-HIT-COUNT IS NUMERIC
               MOVE MASTER-HIT-COUNT TO WS-HITS-EDIT
           ELSE
               MOVE ZERO TO WS-HITS-EDIT
           END-IF
           MOVE SPACES TO CDC-FEED-REC
           STRING WS-NC-FEED-ACTION      DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  MASTER-KEY-SIGN        DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  MASTER-KEY-MAGNITUDE   DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  MASTER-KEY-EFF-INVERSE DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDIT)
                                         DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQUARE-EDIT)
                                         DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-EFF-EDIT            DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-LREF-EDIT           DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-HITS-EDIT           DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-NC-LAST-DATE        DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-NC-LAST-TIME        DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-NC-LAST-JOB-ID      DELIMITED BY SIZE
               INTO CDC-FEED-REC
           WRITE CDC-FEED-REC
           PERFORM 2960-CHECK-SQMCDCF-STATUS.

       2900-WRITE-FEED-TRAILER.
           MOVE WS-BATCH-NUMBER     TO WS-BATCH-EDIT
           MOVE WS-CD-DETAILS-SENT  TO WS-COUNT-EDIT
           MOVE WS-CD-INSERTS-SENT  TO WS-INSERT-EDIT
           MOVE WS-CD-UPDATES-SENT  TO WS-UPDATE-EDIT
           MOVE WS-CD-DELETES-SENT  TO WS-DELETE-EDIT
           MOVE SPACES TO CDC-FEED-REC
           STRING "T|"               DELIMITED BY SIZE
                  WS-BATCH-EDIT      DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-COUNT-EDIT      DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-INSERT-EDIT     DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-UPDATE-EDIT     DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-DELETE-EDIT     DELIMITED BY SIZE
               INTO CDC-FEED-REC
           WRITE CDC-FEED-REC
           PERFORM 2960-CHECK-SQMCDCF-STATUS.

       2960-CHECK-SQMCDCF-STATUS.
           IF NOT SQMCDCF-OK
               DISPLAY "ERROR ON CDC-FEED-FILE, STATUS: "
                   WS-SQMCDCF-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CDC-REPORT-LINE
           PERFORM 3050-WRITE-REPORT-LINE
           MOVE "JOURNAL RECORDS READ.............: " TO WS-CCL-LABEL
           MOVE WS-CD-JOURNAL-READ TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  ALREADY SENT IN EARLIER BATCHES: " TO WS-CCL-LABEL
           MOVE WS-CD-ALREADY-SENT TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  ONLINE ENTRY JOURNAL (SKIPPED).: " TO WS-CCL-LABEL
           MOVE WS-CD-NOT-IMAGE TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  NEW IMAGE ENTRIES..............: " TO WS-CCL-LABEL
           MOVE WS-CD-NEW-ENTRIES TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE SPACES TO CDC-REPORT-LINE
           PERFORM 3050-WRITE-REPORT-LINE
           MOVE "JOURNALED WRITES (W).............: " TO WS-CCL-LABEL
           MOVE WS-CD-WRITES TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "JOURNALED REWRITES (R)...........: " TO WS-CCL-LABEL
           MOVE WS-CD-REWRITES TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "JOURNALED DELETES (D)............: " TO WS-CCL-LABEL
           MOVE WS-CD-DELETES TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE SPACES TO CDC-REPORT-LINE
           PERFORM 3050-WRITE-REPORT-LINE
           MOVE "MASTER KEYS CHANGED..............: " TO WS-CCL-LABEL
           MOVE WS-CD-KEYS TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  INSERTS SENT (I)...............: " TO WS-CCL-LABEL
           MOVE WS-CD-INSERTS-SENT TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  UPDATES SENT (U)...............: " TO WS-CCL-LABEL
           MOVE WS-CD-UPDATES-SENT TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  DELETES SENT (D)...............: " TO WS-CCL-LABEL
           MOVE WS-CD-DELETES-SENT TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  NO NET CHANGE (NOT SENT).......: " TO WS-CCL-LABEL
           MOVE WS-CD-NO-NET-CHANGE TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "  ADDED AND DELETED (NOT SENT)...: " TO WS-CCL-LABEL
           MOVE WS-CD-ADDED-DELETED TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE "FEED DETAIL RECORDS WRITTEN......: " TO WS-CCL-LABEL
           MOVE WS-CD-DETAILS-SENT TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE
           MOVE SPACES TO CDC-REPORT-LINE
           PERFORM 3050-WRITE-REPORT-LINE
           MOVE "JOURNAL POSITION SENT THROUGH....: " TO WS-CCL-LABEL
           MOVE WS-JOURNAL-POSITION TO WS-CCL-COUNT
           PERFORM 3080-WRITE-COUNT-LINE.

       3050-WRITE-REPORT-LINE.
           WRITE CDC-REPORT-LINE
           PERFORM 3060-CHECK-SQCDCRPT-STATUS.

       3060-CHECK-SQCDCRPT-STATUS.
           IF NOT SQCDCRPT-OK
               DISPLAY "ERROR ON CDC-REPORT-FILE, STATUS: "
                   WS-SQCDCRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3070-WRITE-MESSAGE-LINE.
           MOVE WS-CDC-MESSAGE-LINE TO CDC-REPORT-LINE
           PERFORM 3050-WRITE-REPORT-LINE.

       3080-WRITE-COUNT-LINE.
           MOVE WS-CDC-COUNT-LINE TO CDC-REPORT-LINE
           PERFORM 3050-WRITE-REPORT-LINE.

       3500-ADVANCE-HIGH-WATER-MARK.
           OPEN OUTPUT CDC-CONTROL-FILE
           IF NOT SQCDCHWM-OK
               DISPLAY "ERROR OPENING CDC-CONTROL-FILE, STATUS: "
                   WS-SQCDCHWM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES              TO CDC-CONTROL-REC
               MOVE WS-BATCH-NUMBER     TO CDC-BATCH-NUMBER
               MOVE WS-RUN-DATE-NUM     TO CDC-BUSINESS-DATE
               MOVE WS-JOURNAL-POSITION TO CDC-JOURNAL-POSITION
               MOVE WS-LAST-ENTRY       TO CDC-LAST-ENTRY
               WRITE CDC-CONTROL-REC
               IF NOT SQCDCHWM-OK
                   DISPLAY "ERROR ON CDC-CONTROL-FILE, STATUS: "
                       WS-SQCDCHWM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE CDC-CONTROL-FILE
           END-IF.

       4000-TERMINATE.
           CLOSE CDC-FEED-FILE
           CLOSE CDC-REPORT-FILE.

       4100-LOG-BATCH-WINDOW.
           MOVE "SQMCDC"              TO SQBW-PROGRAM
           MOVE ZERO                  TO SQBW-BUSINESS-DATE
           MOVE WS-CD-JOURNAL-READ    TO SQBW-RECORDS-IN
           MOVE WS-CD-DETAILS-SENT    TO SQBW-RECORDS-OUT
           MOVE RETURN-CODE           TO SQBW-COMPLETION-CODE
           CALL "SQBWLOG" USING BATCH-WINDOW-PARMS
           END-CALL
           MOVE SQBW-COMPLETION-CODE  TO RETURN-CODE.
