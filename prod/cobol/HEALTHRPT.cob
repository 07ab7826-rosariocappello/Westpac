       01  WS-TRD-FLAG                  PIC X(20).
       01  WS-TREND-DAYS-DISP           PIC ZZ9.

      *    Latest standby failover drill per standby, from the
      *    PGM=DRILL:<dsn> lines FAILDRILL appends to the history -
      *    kept whatever their age, since a drill that stopped
      *    running is itself the finding.
       01  WS-DRILL-TABLE.
           05  WS-DRILL-ENTRY          OCCURS 16.
               10  WS-DRL-NAME         PIC X(20).
               10  WS-DRL-DATE         PIC 9(8).
               10  WS-DRL-FAILS        PIC 9(5).
               10  WS-DRL-SECS         PIC X(8).
       01  WS-DRILL-COUNT               PIC 9(2) COMP VALUE 0.
       01  WS-DRILL-IDX                 PIC 9(2) COMP.
       01  WS-DRILL-FOUND-SWITCH        PIC X.
           88  WS-DRILL-FOUND                 VALUE "Y".
       01  WS-DRILL-SECS                PIC X(8).
       01  WS-DRILL-RESULT              PIC X(4).

       PROCEDURE DIVISION.
           PERFORM RECORD-RUN-START

           PERFORM WRITE-REGISTRY-SECTION
           PERFORM APPEND-HISTORY
           PERFORM REPORT-TRENDS
           PERFORM REPORT-DRILLS

           IF WS-RPT-FILE-OK
               CLOSE HEALTH-REPORT-FILE
       REPORT-TRENDS-EXIT.
           EXIT.

       REPORT-DRILLS SECTION.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               GO TO REPORT-DRILLS-EXIT
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
               END-READ
               IF NOT WS-HIST-EOF
                   PERFORM NOTE-ONE-DRILL-REC
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           IF NOT WS-RPT-FILE-OK OR WS-DRILL-COUNT = 0
               GO TO REPORT-DRILLS-EXIT
           END-IF
           MOVE SPACES TO HEALTH-REPORT-REC
           WRITE HEALTH-REPORT-REC
           MOVE "Latest standby failover drills (FAILDRILL)"
               TO HEALTH-REPORT-REC
           WRITE HEALTH-REPORT-REC
           MOVE ALL "-" TO HEALTH-REPORT-REC
           WRITE HEALTH-REPORT-REC
           PERFORM VARYING WS-DRILL-IDX FROM 1 BY 1
               UNTIL WS-DRILL-IDX > WS-DRILL-COUNT
               IF WS-DRL-FAILS(WS-DRILL-IDX) > 0
                   MOVE "FAIL" TO WS-DRILL-RESULT
               ELSE
                   MOVE "PASS" TO WS-DRILL-RESULT
               END-IF
               MOVE SPACES TO HEALTH-REPORT-REC
               STRING WS-DRL-NAME(WS-DRILL-IDX)(7:14) DELIMITED SIZE
                   " LAST DRILL " DELIMITED SIZE
                   WS-DRL-DATE(WS-DRILL-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DRILL-RESULT DELIMITED SIZE
                   "  SWITCH SECS=" DELIMITED SIZE
                   WS-DRL-SECS(WS-DRILL-IDX) DELIMITED SIZE
                   INTO HEALTH-REPORT-REC
               END-STRING
               WRITE HEALTH-REPORT-REC
           END-PERFORM
           .
       REPORT-DRILLS-EXIT.
           EXIT.

       NOTE-ONE-DRILL-REC SECTION.
           UNSTRING HISTORY-REC DELIMITED BY " PGM="
               INTO WS-DATE-PART WS-AFTER-PGM
           END-UNSTRING
           IF WS-DATE-PART(1:8) NOT NUMERIC
               OR WS-AFTER-PGM(1:6) NOT = "DRILL:"
               GO TO NOTE-ONE-DRILL-REC-EXIT
           END-IF
           MOVE SPACES TO WS-PGM-NAME
           MOVE SPACES TO WS-HIST-REST
           MOVE SPACES TO WS-HIST-FAIL-X
           MOVE SPACES TO WS-DRILL-SECS
           UNSTRING WS-AFTER-PGM DELIMITED BY " PASS="
               INTO WS-PGM-NAME WS-HIST-REST
           END-UNSTRING
           UNSTRING WS-HIST-REST DELIMITED BY " FAIL=" OR " SECS="
               INTO WS-HIST-PASS-X WS-HIST-FAIL-X WS-DRILL-SECS
           END-UNSTRING
           MOVE ZERO TO WS-HIST-FAILS
           INSPECT WS-HIST-FAIL-X REPLACING ALL " " BY "0"
           IF WS-HIST-FAIL-X(1:5) IS NUMERIC
               MOVE WS-HIST-FAIL-X(1:5) TO WS-HIST-FAILS
           END-IF
           MOVE "N" TO WS-DRILL-FOUND-SWITCH
           PERFORM VARYING WS-DRILL-IDX FROM 1 BY 1
               UNTIL WS-DRILL-IDX > WS-DRILL-COUNT
                   OR WS-DRILL-FOUND
               IF WS-DRL-NAME(WS-DRILL-IDX) = WS-PGM-NAME
                   SET WS-DRILL-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DRILL-IDX
               END-IF
           END-PERFORM
           IF NOT WS-DRILL-FOUND
               IF WS-DRILL-COUNT >= 16
                   GO TO NOTE-ONE-DRILL-REC-EXIT
               END-IF
               ADD 1 TO WS-DRILL-COUNT
               MOVE WS-DRILL-COUNT TO WS-DRILL-IDX
               MOVE WS-PGM-NAME TO WS-DRL-NAME(WS-DRILL-IDX)
           END-IF
           MOVE WS-DATE-PART(1:8) TO WS-DRL-DATE(WS-DRILL-IDX)
           MOVE WS-HIST-FAILS TO WS-DRL-FAILS(WS-DRILL-IDX)
           MOVE WS-DRILL-SECS TO WS-DRL-SECS(WS-DRILL-IDX)
           .
       NOTE-ONE-DRILL-REC-EXIT.
           EXIT.

       NOTE-ONE-HISTORY-REC SECTION.
           MOVE 0 TO WS-REC-DATE
           UNSTRING HISTORY-REC DELIMITED BY " PGM="
