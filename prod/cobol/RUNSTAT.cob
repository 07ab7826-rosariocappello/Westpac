           05  FILLER                  PIC X(63).

       WORKING-STORAGE SECTION.
           COPY INCIDLK.

       01  WS-RUNSTAT-FILENAME          PIC X(256).
       01  WS-RUNSTAT-STATUS            PIC XX.
           88  WS-RUNSTAT-FILE-OK             VALUE "00".
               ADD 1 TO WS-MISSED-COUNT
               DISPLAY "MISSING  " EXP-PGM
                   " HAS NO RUN ON THE CONTROL FILE"
               MOVE SPACES TO IC-PARM
               MOVE "R" TO IC-FUNCTION
               STRING EXP-PGM DELIMITED SPACE
                   " HAS NO RUN ON THE CONTROL FILE" DELIMITED SIZE
                   INTO IC-SUMMARY
               END-STRING
               PERFORM REPORT-SCHEDULE-INCIDENT
               GO TO JUDGE-ONE-EXPECTED-EXIT
           END-IF
           IF WS-JOB-LAST-RUN-DAY(WS-JOB-IDX) = 0
               ADD 1 TO WS-MISSED-COUNT
               DISPLAY "MISSING  " EXP-PGM
                   " HAS NO DATED RUN ON THE CONTROL FILE"
               MOVE SPACES TO IC-PARM
               MOVE "R" TO IC-FUNCTION
               STRING EXP-PGM DELIMITED SPACE
                   " HAS NO DATED RUN ON THE CONTROL FILE"
                       DELIMITED SIZE
                   INTO IC-SUMMARY
               END-STRING
               PERFORM REPORT-SCHEDULE-INCIDENT
               GO TO JUDGE-ONE-EXPECTED-EXIT
           END-IF
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
               WS-JOB-LAST-RUN-DAY(WS-JOB-IDX))
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-LAST-INT
           MOVE SPACES TO IC-PARM
           EVALUATE TRUE
               WHEN EXP-FREQ(1:5) = "DAILY"
                   AND WS-DAYS-SINCE > 1
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY "MISSED   " EXP-PGM " (DAILY) LAST RAN "
                       WS-JOB-LAST-RUN-DAY(WS-JOB-IDX)
                   MOVE "R" TO IC-FUNCTION
                   STRING EXP-PGM DELIMITED SPACE
                       " (DAILY) MISSED - LAST RAN " DELIMITED SIZE
                       WS-JOB-LAST-RUN-DAY(WS-JOB-IDX) DELIMITED SIZE
                       INTO IC-SUMMARY
                   END-STRING
               WHEN EXP-FREQ(1:6) = "WEEKLY"
                   AND WS-DAYS-SINCE > 7
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY "MISSED   " EXP-PGM " (WEEKLY) LAST RAN "
                       WS-JOB-LAST-RUN-DAY(WS-JOB-IDX)
                   MOVE "R" TO IC-FUNCTION
                   STRING EXP-PGM DELIMITED SPACE
                       " (WEEKLY) MISSED - LAST RAN " DELIMITED SIZE
                       WS-JOB-LAST-RUN-DAY(WS-JOB-IDX) DELIMITED SIZE
                       INTO IC-SUMMARY
                   END-STRING
               WHEN EXP-FREQ(1:5) = "DAILY"
               WHEN EXP-FREQ(1:6) = "WEEKLY"
                   MOVE "C" TO IC-FUNCTION
                   STRING EXP-PGM DELIMITED SPACE
                       " RUNNING ON SCHEDULE - LAST RAN " DELIMITED SIZE
                       WS-JOB-LAST-RUN-DAY(WS-JOB-IDX) DELIMITED SIZE
                       INTO IC-SUMMARY
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF IC-FUNCTION NOT = SPACE
               PERFORM REPORT-SCHEDULE-INCIDENT
           END-IF
           .
       JUDGE-ONE-EXPECTED-EXIT.
           EXIT.

       REPORT-SCHEDULE-INCIDENT SECTION.
      *    A missed or missing job goes to the service desk as a
      *    MAJOR incident keyed on the job; the first check that
      *    finds it back on schedule clears it.
           MOVE "RUNSTAT" TO IC-SOURCE
           MOVE "MAJOR" TO IC-SEVERITY
           MOVE EXP-PGM TO IC-PGM
           STRING "RUNSTAT:" DELIMITED SIZE
               EXP-PGM DELIMITED SPACE
               INTO IC-KEY
           END-STRING
           MOVE WS-RUNSTAT-FILENAME TO IC-EVIDENCE
           CALL "INCIDMGR" USING IC-PARM
           .
       REPORT-SCHEDULE-INCIDENT-EXIT.
           EXIT.

       READ-NEXT-RUN-REC SECTION.
           READ RUN-CONTROL-FILE
               AT END
