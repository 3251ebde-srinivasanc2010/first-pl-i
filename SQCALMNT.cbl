       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQCALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CARD-FILE ASSIGN TO "SQCALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQCALIN-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "SQCALNDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-SQCALNDR-STATUS.

           SELECT CALENDAR-REPORT-FILE ASSIGN TO "SQCALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQCALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CARD-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD.
           05  CARD-FUNCTION          PIC X(4).
               88  CARD-GENERATE-YEAR     VALUE "GEN ".
               88  CARD-HOLIDAY           VALUE "HOL ".
               88  CARD-PROCESSING-DAY    VALUE "PROC".
           05  FILLER                 PIC X(1).
           05  CARD-DATE              PIC X(8).
           05  CARD-DATE-NUM REDEFINES CARD-DATE
                                      PIC 9(8).
           05  CARD-YEAR-VIEW REDEFINES CARD-DATE.
               10  CARD-YEAR          PIC X(4).
               10  CARD-YEAR-NUM REDEFINES CARD-YEAR
                                      PIC 9(4).
               10  FILLER             PIC X(4).
           05  FILLER                 PIC X(1).
           05  CARD-DESCRIPTION       PIC X(30).
           05  FILLER                 PIC X(36).

       FD  CALENDAR-FILE.
       COPY SQCALRC.

       FD  CALENDAR-REPORT-FILE
           RECORDING MODE IS F.
       01  CALENDAR-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).

       01  WS-WORK-DATE.
           05  WS-WORK-YYYY       PIC 9(4).
           05  WS-WORK-MM         PIC 9(2).
           05  WS-WORK-DD         PIC 9(2).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                  PIC 9(8).

       01  WS-DATE-WORK.
           05  WS-DAY-INT         PIC S9(9) VALUE ZERO.
           05  WS-FIRST-DAY-INT   PIC S9(9) VALUE ZERO.
           05  WS-LAST-DAY-INT    PIC S9(9) VALUE ZERO.
           05  WS-WEEKDAY         PIC 9(1)  VALUE ZERO.
               88  WS-IS-WEEKEND       VALUE 5 6.
           05  WS-LAST-PROCESSING PIC 9(8)  VALUE ZERO.
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

       01  WS-MONTH-END-TABLE.
           05  WS-MONTH-END OCCURS 13 TIMES
                                  PIC 9(8).
       01  WS-MONTH-SUB           PIC 9(2) VALUE ZERO.
       01  WS-TARGET-MM           PIC 9(2) VALUE ZERO.

       01  WS-YEAR-TABLE.
           05  WS-YEAR-ENTRY OCCURS 20 TIMES
                                  PIC 9(4).
       01  WS-YEAR-CONTROLS.
           05  WS-YEAR-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-YEAR-MAXIMUM    PIC 9(2) VALUE 20.
           05  WS-YEAR-SUB        PIC 9(2) VALUE ZERO.
           05  WS-YEAR-WORK       PIC 9(4) VALUE ZERO.
           05  WS-YEAR-DAYS-FOUND PIC 9(3) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-SQCALIN-STATUS  PIC XX.
               88  SQCALIN-OK          VALUE "00".
           05  WS-SQCALNDR-STATUS PIC XX.
               88  SQCALNDR-OK         VALUE "00".
               88  SQCALNDR-NOT-FOUND  VALUE "35".
           05  WS-SQCALRPT-STATUS PIC XX.
               88  SQCALRPT-OK         VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF-SWITCH      PIC X VALUE "N".
               88  END-OF-CARDS        VALUE "Y".
           05  WS-DAY-SWITCH      PIC X VALUE "N".
               88  DAY-FOUND           VALUE "Y".
               88  DAY-NOT-FOUND       VALUE "N".
           05  WS-YEAR-SWITCH     PIC X VALUE "N".
               88  YEAR-LISTED         VALUE "Y".
               88  YEAR-NOT-LISTED     VALUE "N".

       01  WS-CALENDAR-COUNTS.
           05  WS-CM-CARDS-READ    PIC 9(9) VALUE ZERO.
           05  WS-CM-DAYS-ADDED    PIC 9(9) VALUE ZERO.
           05  WS-CM-DAYS-PRESENT  PIC 9(9) VALUE ZERO.
           05  WS-CM-HOLIDAYS      PIC 9(9) VALUE ZERO.
           05  WS-CM-PROCESSING    PIC 9(9) VALUE ZERO.
           05  WS-CM-REJECTED      PIC 9(9) VALUE ZERO.

       01  WS-CALENDAR-HEADING-1.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "SQUARE CALCULATOR - BUSINESS CALENDAR MAINTENANCE".

       01  WS-CALENDAR-HEADING-2.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDG-MM          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-DD          PIC 99.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY        PIC 9999.

       01  WS-CALENDAR-SECTION-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CSL-TITLE       PIC X(40).

       01  WS-CARD-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "FUNC".
           05  FILLER             PIC X(10) VALUE "DATE".
           05  FILLER             PIC X(31) VALUE "DESCRIPTION".
           05  FILLER             PIC X(31) VALUE "RESULT".

       01  WS-CARD-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-FUNCTION    PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-DATE        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-DESCRIPTION PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-RESULT      PIC X(31).

       01  WS-PERIOD-COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "PERIOD".
           05  FILLER             PIC X(14) VALUE "PERIOD END".
           05  FILLER             PIC X(54) VALUE "FLAGS".

       01  WS-PERIOD-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PDL-YEAR        PIC 9(4).
           05  FILLER             PIC X(1)  VALUE "-".
           05  WS-PDL-MONTH       PIC 9(2).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-PDL-END-DATE    PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-PDL-FLAGS       PIC X(54).

       01  WS-CALENDAR-COUNT-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-CCL-LABEL       PIC X(26).
           05  WS-CCL-COUNT       PIC Z(8)9.
           05  FILLER             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-PROCESS-CARDS
               PERFORM 2500-RECOMPUTE-PERIOD-ENDS
               PERFORM 3000-WRITE-CALENDAR-TOTALS
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CALENDAR-REPORT-FILE
           IF NOT SQCALRPT-OK
               DISPLAY "ERROR OPENING CALENDAR-REPORT-FILE, STATUS: "
                   WS-SQCALRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT CALENDAR-CARD-FILE
           IF NOT SQCALIN-OK
               DISPLAY "ERROR OPENING CALENDAR-CARD-FILE, STATUS: "
                   WS-SQCALIN-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O CALENDAR-FILE
           IF SQCALNDR-NOT-FOUND
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF NOT SQCALNDR-OK
               DISPLAY "ERROR OPENING CALENDAR-FILE, STATUS: "
                   WS-SQCALNDR-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-RUN-MM   TO WS-HDG-MM
               MOVE WS-RUN-DD   TO WS-HDG-DD
               MOVE WS-RUN-YYYY TO WS-HDG-YYYY
               MOVE WS-CALENDAR-HEADING-1 TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               MOVE WS-CALENDAR-HEADING-2 TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               MOVE SPACES TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               MOVE "CALENDAR CARDS" TO WS-CSL-TITLE
               MOVE WS-CALENDAR-SECTION-LINE TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               MOVE WS-CARD-COLUMN-HEADING TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               PERFORM 3060-CHECK-SQCALRPT-STATUS
           END-IF.

       2000-PROCESS-CARDS.
           PERFORM UNTIL END-OF-CARDS
               READ CALENDAR-CARD-FILE
                   AT END
                       SET END-OF-CARDS TO TRUE
                   NOT AT END
                       IF CALENDAR-CARD NOT = SPACES
                          AND CARD-FUNCTION(1:1) NOT = "*"
                           PERFORM 2100-PROCESS-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

       2100-PROCESS-ONE-CARD.
           ADD 1 TO WS-CM-CARDS-READ
           MOVE CARD-FUNCTION    TO WS-CDL-FUNCTION
           MOVE CARD-DATE        TO WS-CDL-DATE
           MOVE CARD-DESCRIPTION TO WS-CDL-DESCRIPTION
           EVALUATE TRUE
               WHEN CARD-GENERATE-YEAR
                   PERFORM 2200-GENERATE-YEAR
               WHEN CARD-HOLIDAY
                 OR CARD-PROCESSING-DAY
                   PERFORM 2300-SET-DAY-TYPE
               WHEN OTHER
                   ADD 1 TO WS-CM-REJECTED
                   MOVE "UNKNOWN FUNCTION - CARD IGNORED"
                       TO WS-CDL-RESULT
           END-EVALUATE
           MOVE WS-CARD-DETAIL TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           PERFORM 3060-CHECK-SQCALRPT-STATUS.

       2200-GENERATE-YEAR.
           IF CARD-YEAR IS NOT NUMERIC
              OR CARD-YEAR-NUM < 1601
               ADD 1 TO WS-CM-REJECTED
               MOVE "YEAR NOT NUMERIC - CARD IGNORED"
                   TO WS-CDL-RESULT
           ELSE
               PERFORM 2210-GENERATE-YEAR-DAYS
           END-IF.

       2210-GENERATE-YEAR-DAYS.
           MOVE CARD-YEAR-NUM TO WS-WORK-YYYY
           MOVE 01 TO WS-WORK-MM
           MOVE 01 TO WS-WORK-DD
           COMPUTE WS-FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE 12 TO WS-WORK-MM
           MOVE 31 TO WS-WORK-DD
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-LAST-DAY-INT
               PERFORM 2250-GENERATE-ONE-DAY
           END-PERFORM
           MOVE CARD-YEAR-NUM TO WS-YEAR-WORK
           PERFORM 2400-NOTE-YEAR-TOUCHED
           SUBTRACT 1 FROM WS-YEAR-WORK
           PERFORM 2400-NOTE-YEAR-TOUCHED
           MOVE "YEAR GENERATED" TO WS-CDL-RESULT.

       2250-GENERATE-ONE-DAY.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM 2260-WRITE-NEW-DAY
               NOT INVALID KEY
                   ADD 1 TO WS-CM-DAYS-PRESENT
           END-READ.

       2260-WRITE-NEW-DAY.
           MOVE SPACES TO CALENDAR-REC
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
           IF WS-IS-WEEKEND
               SET CAL-WEEKEND TO TRUE
           ELSE
               SET CAL-PROCESSING-DAY TO TRUE
           END-IF
           MOVE "N"  TO CAL-MONTH-END-FLAG
           MOVE "N"  TO CAL-QUARTER-END-FLAG
           MOVE "N"  TO CAL-YEAR-END-FLAG
           MOVE ZERO TO CAL-PERIOD-END-DATE
           WRITE CALENDAR-REC
               INVALID KEY
                   DISPLAY "CALENDAR WRITE FAILED FOR: " CAL-DATE
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CM-DAYS-ADDED
           END-WRITE.

       2300-SET-DAY-TYPE.
           SET DAY-NOT-FOUND TO TRUE
           IF CARD-DATE IS NUMERIC
               MOVE CARD-DATE-NUM TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DAY-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN CARD-DATE IS NOT NUMERIC
                   ADD 1 TO WS-CM-REJECTED
                   MOVE "DATE NOT NUMERIC - CARD IGNORED"
                       TO WS-CDL-RESULT
               WHEN DAY-NOT-FOUND
                   ADD 1 TO WS-CM-REJECTED
                   MOVE "DATE NOT ON CALENDAR - RUN GEN"
                       TO WS-CDL-RESULT
               WHEN OTHER
                   PERFORM 2350-REWRITE-DAY-TYPE
           END-EVALUATE.

       2350-REWRITE-DAY-TYPE.
           IF CARD-HOLIDAY
               SET CAL-HOLIDAY TO TRUE
               ADD 1 TO WS-CM-HOLIDAYS
               MOVE "MARKED HOLIDAY" TO WS-CDL-RESULT
           ELSE
               SET CAL-PROCESSING-DAY TO TRUE
               ADD 1 TO WS-CM-PROCESSING
               MOVE "MARKED PROCESSING DAY" TO WS-CDL-RESULT
           END-IF
           MOVE CARD-DESCRIPTION TO CAL-DESCRIPTION
           REWRITE CALENDAR-REC
               INVALID KEY
                   DISPLAY "CALENDAR REWRITE FAILED FOR: " CAL-DATE
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           MOVE CARD-DATE-NUM TO WS-WORK-DATE-NUM
           MOVE WS-WORK-YYYY  TO WS-YEAR-WORK
           PERFORM 2400-NOTE-YEAR-TOUCHED
           SUBTRACT 1 FROM WS-YEAR-WORK
           PERFORM 2400-NOTE-YEAR-TOUCHED.

       2400-NOTE-YEAR-TOUCHED.
           SET YEAR-NOT-LISTED TO TRUE
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
                      OR YEAR-LISTED
               IF WS-YEAR-ENTRY(WS-YEAR-SUB) = WS-YEAR-WORK
                   SET YEAR-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF YEAR-NOT-LISTED
               IF WS-YEAR-COUNT >= WS-YEAR-MAXIMUM
                   DISPLAY "TOO MANY CALENDAR YEARS IN ONE RUN, LIMIT "
                       WS-YEAR-MAXIMUM
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-YEAR-COUNT
                   MOVE WS-YEAR-WORK TO WS-YEAR-ENTRY(WS-YEAR-COUNT)
               END-IF
           END-IF.

       2500-RECOMPUTE-PERIOD-ENDS.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE "PERIOD ENDS RECOMPUTED" TO WS-CSL-TITLE
           MOVE WS-CALENDAR-SECTION-LINE TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE WS-PERIOD-COLUMN-HEADING TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           PERFORM 3060-CHECK-SQCALRPT-STATUS
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
                      OR RETURN-CODE > 8
               MOVE WS-YEAR-ENTRY(WS-YEAR-SUB) TO WS-YEAR-WORK
               PERFORM 2600-FIND-MONTH-ENDS
               IF WS-YEAR-DAYS-FOUND > ZERO
                   PERFORM 2700-FLAG-YEAR-DAYS
                   PERFORM 2800-LIST-YEAR-PERIODS
               END-IF
           END-PERFORM.

       2600-FIND-MONTH-ENDS.
           MOVE ZERO TO WS-YEAR-DAYS-FOUND
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 13
               MOVE ZERO TO WS-LAST-PROCESSING
               IF WS-MONTH-SUB = 13
                   COMPUTE WS-WORK-YYYY = WS-YEAR-WORK + 1
                   MOVE 01 TO WS-WORK-MM
               ELSE
                   MOVE WS-YEAR-WORK TO WS-WORK-YYYY
                   MOVE WS-MONTH-SUB TO WS-WORK-MM
               END-IF
               MOVE 01 TO WS-WORK-DD
               MOVE WS-WORK-MM TO WS-TARGET-MM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
               PERFORM 2650-SCAN-MONTH-DAY
                   UNTIL WS-WORK-MM NOT = WS-TARGET-MM
               MOVE WS-LAST-PROCESSING TO WS-MONTH-END(WS-MONTH-SUB)
           END-PERFORM.

       2650-SCAN-MONTH-DAY.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MONTH-SUB < 13
                       ADD 1 TO WS-YEAR-DAYS-FOUND
                   END-IF
                   IF CAL-PROCESSING-DAY
                       MOVE CAL-DATE TO WS-LAST-PROCESSING
                   END-IF
           END-READ
           ADD 1 TO WS-DAY-INT
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).

       2700-FLAG-YEAR-DAYS.
           MOVE WS-YEAR-WORK TO WS-WORK-YYYY
           MOVE 01 TO WS-WORK-MM
           MOVE 01 TO WS-WORK-DD
           COMPUTE WS-FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE 12 TO WS-WORK-MM
           MOVE 31 TO WS-WORK-DD
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-LAST-DAY-INT
               PERFORM 2750-FLAG-ONE-DAY
           END-PERFORM.

       2750-FLAG-ONE-DAY.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2760-SET-PERIOD-FLAGS
           END-READ.

       2760-SET-PERIOD-FLAGS.
           MOVE CAL-DATE TO WS-WORK-DATE-NUM
           MOVE WS-WORK-MM TO WS-MONTH-SUB
           MOVE "N" TO CAL-MONTH-END-FLAG
           MOVE "N" TO CAL-QUARTER-END-FLAG
           MOVE "N" TO CAL-YEAR-END-FLAG
           IF CAL-DATE = WS-MONTH-END(WS-MONTH-SUB)
               SET CAL-MONTH-END TO TRUE
               IF WS-MONTH-SUB = 3 OR 6 OR 9 OR 12
                   SET CAL-QUARTER-END TO TRUE
               END-IF
               IF WS-MONTH-SUB = 12
                   SET CAL-YEAR-END TO TRUE
               END-IF
           END-IF
           IF WS-MONTH-END(WS-MONTH-SUB) NOT = ZERO
              AND CAL-DATE NOT > WS-MONTH-END(WS-MONTH-SUB)
               MOVE WS-MONTH-END(WS-MONTH-SUB) TO CAL-PERIOD-END-DATE
           ELSE
               MOVE WS-MONTH-END(WS-MONTH-SUB + 1)
                   TO CAL-PERIOD-END-DATE
           END-IF
           REWRITE CALENDAR-REC
               INVALID KEY
                   DISPLAY "CALENDAR REWRITE FAILED FOR: " CAL-DATE
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       2800-LIST-YEAR-PERIODS.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-YEAR-WORK TO WS-PDL-YEAR
               MOVE WS-MONTH-SUB TO WS-PDL-MONTH
               MOVE SPACES TO WS-PDL-FLAGS
               IF WS-MONTH-END(WS-MONTH-SUB) = ZERO
                   MOVE "NONE" TO WS-PDL-END-DATE
                   MOVE "NO PROCESSING DAY - ROLLS INTO NEXT PERIOD"
                       TO WS-PDL-FLAGS
               ELSE
                   MOVE WS-MONTH-END(WS-MONTH-SUB) TO WS-EDIT-DATE-IN
                   PERFORM 2850-FORMAT-DATE
                   MOVE WS-EDIT-DATE-OUT TO WS-PDL-END-DATE
                   MOVE "MONTH END" TO WS-PDL-FLAGS
                   IF WS-MONTH-SUB = 3 OR 6 OR 9
                       MOVE "MONTH END, QUARTER END" TO WS-PDL-FLAGS
                   END-IF
                   IF WS-MONTH-SUB = 12
                       MOVE "MONTH END, QUARTER END, YEAR END"
                           TO WS-PDL-FLAGS
                   END-IF
               END-IF
               MOVE WS-PERIOD-DETAIL TO CALENDAR-REPORT-LINE
               WRITE CALENDAR-REPORT-LINE
               PERFORM 3060-CHECK-SQCALRPT-STATUS
           END-PERFORM.

       2850-FORMAT-DATE.
           MOVE WS-EDI-YYYY TO WS-EDO-YYYY
           MOVE WS-EDI-MM   TO WS-EDO-MM
           MOVE WS-EDI-DD   TO WS-EDO-DD.

       3000-WRITE-CALENDAR-TOTALS.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE "CARDS READ.........: " TO WS-CCL-LABEL
           MOVE WS-CM-CARDS-READ        TO WS-CCL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DAYS ADDED.........: " TO WS-CCL-LABEL
           MOVE WS-CM-DAYS-ADDED        TO WS-CCL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "DAYS ALREADY ON FILE: " TO WS-CCL-LABEL
           MOVE WS-CM-DAYS-PRESENT      TO WS-CCL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "HOLIDAYS MARKED....: " TO WS-CCL-LABEL
           MOVE WS-CM-HOLIDAYS          TO WS-CCL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "PROCESSING DAYS SET: " TO WS-CCL-LABEL
           MOVE WS-CM-PROCESSING        TO WS-CCL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           MOVE "CARDS REJECTED.....: " TO WS-CCL-LABEL
           MOVE WS-CM-REJECTED          TO WS-CCL-COUNT
           PERFORM 3050-WRITE-COUNT-LINE
           IF WS-CM-REJECTED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3050-WRITE-COUNT-LINE.
           MOVE WS-CALENDAR-COUNT-LINE TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           PERFORM 3060-CHECK-SQCALRPT-STATUS.

       3060-CHECK-SQCALRPT-STATUS.
           IF NOT SQCALRPT-OK
               DISPLAY "ERROR ON CALENDAR-REPORT-FILE, STATUS: "
                   WS-SQCALRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-TERMINATE.
           CLOSE CALENDAR-CARD-FILE
           CLOSE CALENDAR-FILE
           CLOSE CALENDAR-REPORT-FILE.
