       COPY SQMSETC.
       COPY SQCALCLK.
       COPY SQMASTRC.
       COPY SQMPNDRC.

       01  WS-COMMAREA.
           05  WS-CA-IN-PROGRESS  PIC X(1).
           05  WS-ABSTIME         PIC S9(15) COMP-3.
           05  WS-FMT-DATE        PIC X(8).
           05  WS-FMT-TIME        PIC X(6).
           05  WS-SIGNON-USER-ID  PIC X(8).

       01  WS-EDIT-CONTROLS.
           05  WS-EDIT-OK-SWITCH  PIC X VALUE "Y".
           05  WS-BRW-HITS        PIC Z(8)9.
           05  FILLER             PIC X(2)  VALUE SPACES.

       01  WS-PEND-LINE REDEFINES WS-BROWSE-LINE.
           05  WS-PND-NUM         PIC -(5)9.99.
           05  FILLER             PIC X(1).
           05  WS-PND-FUNC        PIC X(1).
           05  FILLER             PIC X(1).
           05  WS-PND-SQUARE      PIC -(10)9.9999.
           05  FILLER             PIC X(1).
           05  WS-PND-STATUS      PIC X(8).
           05  FILLER             PIC X(1).
           05  WS-PND-USER        PIC X(8).
           05  FILLER             PIC X(1).
           05  WS-PND-DATE        PIC X(10).
           05  FILLER             PIC X(7).

       01  WS-PEND-CONTROLS.
           05  WS-PEND-FOUND-SWITCH PIC X VALUE "N".
               88  PEND-ITEM-FOUND     VALUE "Y".
               88  PEND-ITEM-NOT-FOUND VALUE "N".
               88  PEND-FILE-ERROR     VALUE "E".
           05  WS-PEND-BROWSE-SWITCH PIC X VALUE "N".
               88  PEND-BROWSE-DONE    VALUE "Y".
               88  PEND-BROWSE-ACTIVE  VALUE "N".

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CA-IN-PROGRESS  PIC X(1).
                   WHEN "U"
                   WHEN "D"
                       PERFORM 4000-QUEUE-MAINTENANCE
                   WHEN "P"
                       PERFORM 6000-LIST-PENDING
                   WHEN "Y"
                   WHEN "N"
                       PERFORM 6100-DECIDE-PENDING
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE I,B,V,A,U,D,P,Y OR N"
                           TO MSGO
               END-EVALUATE
               PERFORM 9200-SEND-MAP-DATAONLY
           END-EXEC
           MOVE WS-FMT-DATE TO WS-TODAY-NUM.

       5160-GET-CURRENT-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE) TIME(WS-FMT-TIME)
           END-EXEC.

       3000-BROWSE-MASTER.
           PERFORM 5000-EDIT-NUM-FIELD
           IF EDIT-VALUE-OK
           ELSE
               MOVE ZERO TO WS-BRW-HITS
           END-IF
           PERFORM 3250-PLACE-BROWSE-LINE.

       3250-PLACE-BROWSE-LINE.
           EVALUATE WS-BROWSE-SUB
               WHEN 1
                   MOVE WS-BROWSE-LINE TO LINE1O
                       SET EDIT-VALUE-BAD TO TRUE
               END-EVALUATE
           END-IF
           IF EDIT-VALUE-OK
               PERFORM 6500-FIND-OPEN-PENDING
               EVALUATE TRUE
                   WHEN PEND-ITEM-FOUND
                       MOVE "NUM ALREADY HAS A CHANGE AWAITING RELEASE"
                           TO MSGO
                       SET EDIT-VALUE-BAD TO TRUE
                   WHEN PEND-FILE-ERROR
                       MOVE "SQMPEND READ FAILED" TO MSGO
                       SET EDIT-VALUE-BAD TO TRUE
               END-EVALUATE
           END-IF
           IF EDIT-VALUE-OK AND FUNCI NOT = "D"
               PERFORM 5300-COMPUTE-SQUARE
           END-IF
           END-IF.

       4100-WRITE-MAINT-AND-JOURNAL.
           PERFORM 5160-GET-CURRENT-TIMESTAMP
           EXEC CICS ASSIGN USERID(WS-SIGNON-USER-ID)
           END-EXEC
           MOVE SPACES           TO PENDING-MAINT-REC
           MOVE WS-MBK-SIGN      TO PEND-KEY-SIGN
           MOVE WS-MBK-MAGNITUDE TO PEND-KEY-MAGNITUDE
           MOVE WS-FMT-DATE      TO PEND-ENTRY-DATE
           MOVE WS-FMT-TIME      TO PEND-ENTRY-TIME
           SET PEND-AWAITING TO TRUE
           MOVE FUNCI  TO PEND-FUNCTION-CODE
           MOVE WS-NUM TO PEND-NUM
           IF FUNCI = "D"
               MOVE ZERO TO PEND-SQUARE
           ELSE
               MOVE SQCP-SQUARE TO PEND-SQUARE
           END-IF
           MOVE WS-SIGNON-USER-ID TO PEND-ENTRY-USER
           MOVE EIBTRMID          TO PEND-ENTRY-TERM
           MOVE ZERO TO PEND-CHECK-DATE
           MOVE ZERO TO PEND-CHECK-TIME
           MOVE "N"  TO PEND-LISTED-FLAG
           EXEC CICS WRITE FILE('SQMPEND') FROM(PENDING-MAINT-REC)
               RIDFLD(PEND-KEY) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "PENDING-APPROVAL WRITE FAILED" TO MSGO
           ELSE
               PERFORM 4200-WRITE-ENTRY-JOURNAL
               EVALUATE FUNCI
                   WHEN "A"
                       MOVE "ADD ENTERED - AWAITING APPROVAL"
                           TO MSGO
                   WHEN "U"
                       MOVE "UPDATE ENTERED - AWAITING APPROVAL"
                           TO MSGO
                   WHEN "D"
                       MOVE "DELETE ENTERED - AWAITING APPROVAL"
                           TO MSGO
               END-EVALUATE
               IF FUNCI NOT = "D"
           END-IF.

       4200-WRITE-ENTRY-JOURNAL.
           MOVE WS-SIGNON-USER-ID TO JRN-USER-ID
           MOVE EIBTRMID    TO JRN-TERM-ID
           MOVE WS-FMT-DATE TO JRN-DATE
           MOVE WS-FMT-TIME TO JRN-TIME
               MOVE "SQUARE COMPUTATION FAILED" TO MSGO
           END-IF.

       6000-LIST-PENDING.
           IF NUMINI = SPACES OR NUMINI = LOW-VALUES
               SET EDIT-VALUE-OK TO TRUE
               MOVE LOW-VALUES TO PEND-KEY
           ELSE
               PERFORM 5000-EDIT-NUM-FIELD
               IF EDIT-VALUE-OK
                   PERFORM 5100-BUILD-MASTER-KEY
                   MOVE WS-MBK-SIGN      TO PEND-KEY-SIGN
                   MOVE WS-MBK-MAGNITUDE TO PEND-KEY-MAGNITUDE
                   MOVE ZERO TO PEND-ENTRY-DATE
                   MOVE ZERO TO PEND-ENTRY-TIME
               END-IF
           END-IF
           IF EDIT-VALUE-OK
               EXEC CICS STARTBR FILE('SQMPEND')
                   RIDFLD(PEND-KEY) GTEQ RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "NO CHANGES AWAITING RELEASE FROM THAT NUM"
                       TO MSGO
               ELSE
                   PERFORM 6050-FILL-PENDING-LINES
                   EXEC CICS ENDBR FILE('SQMPEND') RESP(WS-RESP)
                   END-EXEC
                   IF LINE1O = LOW-VALUES
                       MOVE "NO CHANGES AWAITING RELEASE FROM THAT NUM"
                           TO MSGO
                   ELSE
                       MOVE "NUM F SQUARE STATUS ENTERED-BY DATE"
                           TO MSGO
                   END-IF
               END-IF
           END-IF.

       6050-FILL-PENDING-LINES.
           MOVE ZERO TO WS-BROWSE-SUB
           SET PEND-BROWSE-ACTIVE TO TRUE
           PERFORM UNTIL WS-BROWSE-SUB = 8 OR PEND-BROWSE-DONE
               EXEC CICS READNEXT FILE('SQMPEND')
                   INTO(PENDING-MAINT-REC) RIDFLD(PEND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET PEND-BROWSE-DONE TO TRUE
               ELSE
                   IF PEND-OPEN
                       ADD 1 TO WS-BROWSE-SUB
                       PERFORM 6060-FORMAT-PENDING-LINE
                   END-IF
               END-IF
           END-PERFORM.

       6060-FORMAT-PENDING-LINE.
           MOVE SPACES TO WS-PEND-LINE
           MOVE PEND-NUM TO WS-PND-NUM
           MOVE PEND-FUNCTION-CODE TO WS-PND-FUNC
           IF PEND-FUNCTION-CODE NOT = "D"
               MOVE PEND-SQUARE TO WS-PND-SQUARE
           END-IF
           IF PEND-AWAITING
               MOVE "PENDING" TO WS-PND-STATUS
           ELSE
               MOVE "APPROVED" TO WS-PND-STATUS
           END-IF
           MOVE PEND-ENTRY-USER TO WS-PND-USER
           MOVE PEND-ENTRY-DATE TO WS-LREF-WORK
           MOVE WS-LREF-W-YYYY TO WS-LREF-YYYY
           MOVE WS-LREF-W-MM   TO WS-LREF-MM
           MOVE WS-LREF-W-DD   TO WS-LREF-DD
           MOVE WS-LREF-EDIT TO WS-PND-DATE
           PERFORM 3250-PLACE-BROWSE-LINE.

       6100-DECIDE-PENDING.
           PERFORM 5000-EDIT-NUM-FIELD
           IF EDIT-VALUE-OK
               PERFORM 5100-BUILD-MASTER-KEY
               PERFORM 6500-FIND-OPEN-PENDING
               EVALUATE TRUE
                   WHEN PEND-FILE-ERROR
                       MOVE "SQMPEND READ FAILED" TO MSGO
                   WHEN PEND-ITEM-NOT-FOUND
                       MOVE "NO CHANGE AWAITING APPROVAL FOR THAT NUM"
                           TO MSGO
                   WHEN PEND-APPROVED
                       MOVE "CHANGE ALREADY APPROVED - RELEASES TONIGHT"
                           TO MSGO
                   WHEN OTHER
                       PERFORM 6200-RECORD-DECISION
               END-EVALUATE
           END-IF.

       6200-RECORD-DECISION.
           INSPECT RSNI REPLACING ALL LOW-VALUES BY SPACES
           EXEC CICS READ FILE('SQMPEND') INTO(PENDING-MAINT-REC)
               RIDFLD(PEND-KEY) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "SQMPEND READ FOR UPDATE FAILED" TO MSGO
           ELSE
               EXEC CICS ASSIGN USERID(WS-SIGNON-USER-ID)
               END-EXEC
               EVALUATE TRUE
                   WHEN NOT PEND-AWAITING
                       MOVE "CHANGE WAS JUST DECIDED BY ANOTHER USER"
                           TO MSGO
                       SET EDIT-VALUE-BAD TO TRUE
                   WHEN WS-SIGNON-USER-ID = PEND-ENTRY-USER
                       MOVE
                           "YOU CANNOT APPROVE OR REJECT YOUR OWN ENTRY"
                           TO MSGO
                       SET EDIT-VALUE-BAD TO TRUE
                   WHEN FUNCI = "N" AND RSNI = SPACES
                       MOVE "A REASON IS REQUIRED TO REJECT A CHANGE"
                           TO MSGO
                       SET EDIT-VALUE-BAD TO TRUE
                   WHEN OTHER
                       PERFORM 6300-REWRITE-DECISION
               END-EVALUATE
               IF EDIT-VALUE-BAD
                   EXEC CICS UNLOCK FILE('SQMPEND') RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

       6300-REWRITE-DECISION.
           PERFORM 5160-GET-CURRENT-TIMESTAMP
           IF FUNCI = "Y"
               SET PEND-APPROVED TO TRUE
           ELSE
               SET PEND-REJECTED TO TRUE
           END-IF
           MOVE WS-SIGNON-USER-ID TO PEND-CHECK-USER
           MOVE EIBTRMID          TO PEND-CHECK-TERM
           MOVE WS-FMT-DATE       TO PEND-CHECK-DATE
           MOVE WS-FMT-TIME       TO PEND-CHECK-TIME
           MOVE RSNI              TO PEND-REASON
           EXEC CICS REWRITE FILE('SQMPEND') FROM(PENDING-MAINT-REC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "SQMPEND REWRITE FAILED" TO MSGO
           ELSE
               IF PEND-APPROVED
                   MOVE "CHANGE APPROVED - RELEASES NEXT BATCH CYCLE"
                       TO MSGO
                   MOVE 1 TO WS-BROWSE-SUB
                   PERFORM 6060-FORMAT-PENDING-LINE
               ELSE
                   MOVE "CHANGE REJECTED - IT WILL NOT BE APPLIED"
                       TO MSGO
               END-IF
           END-IF.

       6500-FIND-OPEN-PENDING.
           SET PEND-ITEM-NOT-FOUND TO TRUE
           MOVE WS-MBK-SIGN      TO PEND-KEY-SIGN
           MOVE WS-MBK-MAGNITUDE TO PEND-KEY-MAGNITUDE
           MOVE ZERO TO PEND-ENTRY-DATE
           MOVE ZERO TO PEND-ENTRY-TIME
           EXEC CICS STARTBR FILE('SQMPEND')
               RIDFLD(PEND-KEY) GTEQ RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6550-SCAN-PENDING-FOR-NUM
                   EXEC CICS ENDBR FILE('SQMPEND') RESP(WS-RESP)
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET PEND-FILE-ERROR TO TRUE
           END-EVALUATE.

       6550-SCAN-PENDING-FOR-NUM.
           SET PEND-BROWSE-ACTIVE TO TRUE
           PERFORM UNTIL PEND-BROWSE-DONE
               EXEC CICS READNEXT FILE('SQMPEND')
                   INTO(PENDING-MAINT-REC) RIDFLD(PEND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(ENDFILE)
                       SET PEND-BROWSE-DONE TO TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       SET PEND-FILE-ERROR TO TRUE
                       SET PEND-BROWSE-DONE TO TRUE
                   WHEN PEND-KEY-SIGN NOT = WS-MBK-SIGN
                     OR PEND-KEY-MAGNITUDE NOT = WS-MBK-MAGNITUDE
                       SET PEND-BROWSE-DONE TO TRUE
                   WHEN PEND-OPEN
                       SET PEND-ITEM-FOUND TO TRUE
                       SET PEND-BROWSE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM.

       9000-SEND-FRESH-MAP.
           MOVE LOW-VALUES TO SQMMAPO
           MOVE "ENTER FUNCTION AND NUM, THEN PRESS ENTER" TO MSGO
