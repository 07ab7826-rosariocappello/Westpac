
       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           COPY EMPNOALK.
           COPY REPLFRSR.
       01  WS-IN-FILENAME               PIC X(256).
       01  WS-IN-STATUS                 PIC XX.
           88  WS-IN-FILE-OK                  VALUE "00".
       01  WS-ABEND-COUNT               PIC 9(4) VALUE 0.

       01  WS-RUN-EVENTS                PIC 9(4) VALUE 0.

       01  WS-EMPNO-WARN-ENV            PIC X(5).
       01  WS-EMPNO-WARN-AT             PIC 9(5).
       01  WS-EMPNO-LEFT-DISP           PIC Z(4)9.
       01  WS-EMPNO-WARN-DISP           PIC Z(4)9.
       01  WS-COUNT-DISP                PIC Z(4)9.

       01  WS-STALE-LIMIT               PIC 9(5).
       01  WS-STALE-LIMIT-ENV           PIC X(5).
       01  WS-STALE-LIMIT-DISP          PIC Z(4)9.
       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(2).
           05  WS-NOW-MM               PIC 9(2).
           05  FILLER                  PIC 9(4).
       01  WS-ASOF-DATE                 PIC 9(8).
       01  WS-ASOF-HH                   PIC 9(2).
       01  WS-ASOF-MM                   PIC 9(2).
       01  WS-COPY-AGE                  PIC S9(9).
       01  WS-COPY-AGE-DISP             PIC Z(8)9.
       01  WS-COPY-COUNT                PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM DIGEST-ABEND-LOG
           PERFORM DIGEST-JOURNAL-SEAL
           PERFORM DIGEST-RUN-CONTROL
           PERFORM DIGEST-PROBATION
           PERFORM DIGEST-OUTBOUND
           PERFORM DIGEST-PRIVACY
           PERFORM DIGEST-EMPNO-CAPACITY
           PERFORM DIGEST-REPLICA-FRESHNESS
           PERFORM DIGEST-IPC-CAPACITY

           IF WS-RPT-FILE-OK
               CLOSE DIGEST-REPORT-FILE
           .
       DIGEST-RUN-CONTROL-EXIT.
           EXIT.

       DIGEST-PROBATION SECTION.
      *    Probations past their end date with no confirm or extend
      *    are an HR exposure, not an operations one, but the
      *    morning page is where somebody looks every day. PROBRPT
      *    leaves the overdue list in PROB-OVERDUE-FILE (default
      *    /tmp/prob_overdue.rpt), the first line dated the day it
      *    was drawn up.
           MOVE SPACES TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE "OVERDUE PROBATIONS (PROBRPT - ESCALATE TO HR)"
               TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "PROB-OVERDUE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/prob_overdue.rpt" TO WS-IN-FILENAME
           END-IF
           OPEN INPUT MERGE-INPUT-FILE
           IF NOT WS-IN-FILE-OK
               MOVE "  (NO PROBATION CHECK ON FILE)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-PROBATION-EXIT
           END-IF
           MOVE "N" TO WS-IN-EOF-SWITCH
           PERFORM UNTIL WS-IN-EOF
               READ MERGE-INPUT-FILE
                   AT END
                       SET WS-IN-EOF TO TRUE
               END-READ
               IF NOT WS-IN-EOF
                   MOVE SPACES TO DIGEST-REPORT-REC
                   MOVE MERGE-INPUT-REC(1:130)
                       TO DIGEST-REPORT-REC(3:130)
                   WRITE DIGEST-REPORT-REC
               END-IF
           END-PERFORM
           CLOSE MERGE-INPUT-FILE
           .
       DIGEST-PROBATION-EXIT.
           EXIT.

       DIGEST-OUTBOUND SECTION.
      *    Files sent out and not acknowledged within the receiver's
      *    SLA, and files the receiver turned back. OUTACK leaves
      *    the list in OUTBOUND-OVERDUE-FILE (default
      *    /tmp/outbound_overdue.rpt), the first line dated the run
      *    that drew it up.
           MOVE SPACES TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE "OUTBOUND FILES OVERDUE OR REJECTED (OUTACK)"
               TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "OUTBOUND-OVERDUE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/outbound_overdue.rpt" TO WS-IN-FILENAME
           END-IF
           OPEN INPUT MERGE-INPUT-FILE
           IF NOT WS-IN-FILE-OK
               MOVE "  (NO ACKNOWLEDGEMENT CHECK ON FILE)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-OUTBOUND-EXIT
           END-IF
           MOVE "N" TO WS-IN-EOF-SWITCH
           PERFORM UNTIL WS-IN-EOF
               READ MERGE-INPUT-FILE
                   AT END
                       SET WS-IN-EOF TO TRUE
               END-READ
               IF NOT WS-IN-EOF
                   MOVE SPACES TO DIGEST-REPORT-REC
                   MOVE MERGE-INPUT-REC(1:130)
                       TO DIGEST-REPORT-REC(3:130)
                   WRITE DIGEST-REPORT-REC
               END-IF
           END-PERFORM
           CLOSE MERGE-INPUT-FILE
           .
       DIGEST-OUTBOUND-EXIT.
           EXIT.

       DIGEST-PRIVACY SECTION.
      *    Employee lookups the nightly INQWATCH run found out of
      *    pattern - its first line carries the day and the count,
      *    then one line per flag. INQWATCH leaves the summary in
      *    INQ-INCIDENT-FILE (default /tmp/inq_incidents.rpt); the
      *    inquiry lines behind each flag are in its full report.
           MOVE SPACES TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE "EMPLOYEE INQUIRY PRIVACY FLAGS (INQWATCH - SECURITY)"
               TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "INQ-INCIDENT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/inq_incidents.rpt" TO WS-IN-FILENAME
           END-IF
           OPEN INPUT MERGE-INPUT-FILE
           IF NOT WS-IN-FILE-OK
               MOVE "  (NO INQUIRY WATCH ON FILE)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-PRIVACY-EXIT
           END-IF
           MOVE "N" TO WS-IN-EOF-SWITCH
           PERFORM UNTIL WS-IN-EOF
               READ MERGE-INPUT-FILE
                   AT END
                       SET WS-IN-EOF TO TRUE
               END-READ
               IF NOT WS-IN-EOF
                   MOVE SPACES TO DIGEST-REPORT-REC
                   MOVE MERGE-INPUT-REC(1:130)
                       TO DIGEST-REPORT-REC(3:130)
                   WRITE DIGEST-REPORT-REC
               END-IF
           END-PERFORM
           CLOSE MERGE-INPUT-FILE
           .
       DIGEST-PRIVACY-EXIT.
           EXIT.

       DIGEST-EMPNO-CAPACITY SECTION.
      *    EMPNO is four digits and the allocator never reissues a
      *    number, so the range runs out for good. The warning comes
      *    up while fewer than EMPNO-WARN-REMAINING (default 500)
      *    numbers are left to issue - time enough to plan the
      *    widening. Read from the allocator's control file; no
      *    database session is needed.
           MOVE SPACES TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE "EMPLOYEE NUMBER CAPACITY (EMPNOALC)"
               TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE 500 TO WS-EMPNO-WARN-AT
           MOVE SPACES TO WS-EMPNO-WARN-ENV
           DISPLAY "EMPNO-WARN-REMAINING" UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPNO-WARN-ENV FROM ENVIRONMENT-VALUE
           IF WS-EMPNO-WARN-ENV NOT = SPACES
               MOVE ZERO TO WS-EMPNO-WARN-AT
               DISPLAY "EMPNO-WARN-REMAINING" UPON ENVIRONMENT-NAME
               ACCEPT WS-EMPNO-WARN-AT FROM ENVIRONMENT-VALUE
               IF WS-EMPNO-WARN-AT NOT NUMERIC
                   MOVE 500 TO WS-EMPNO-WARN-AT
               END-IF
           END-IF
           MOVE SPACES TO NA-PARM
           MOVE "Q" TO NA-FUNCTION
           MOVE "OPSDIGST" TO NA-CALLER
           CALL "EMPNOALC" USING NA-PARM
           IF NA-NOT-SEEDED
               MOVE "  (NO EMPNO CONTROL FILE - NO NUMBER ISSUED YET)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-EMPNO-CAPACITY-EXIT
           END-IF
           IF NOT NA-OK
               MOVE "  (EMPNO CONTROL FILE UNREADABLE - SEE EMPNOALC)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-EMPNO-CAPACITY-EXIT
           END-IF
           MOVE NA-REMAINING TO WS-EMPNO-LEFT-DISP
           MOVE WS-EMPNO-WARN-AT TO WS-EMPNO-WARN-DISP
           MOVE SPACES TO DIGEST-REPORT-REC
           IF NA-REMAINING < WS-EMPNO-WARN-AT
               STRING "  WARNING - ONLY " DELIMITED SIZE
                   WS-EMPNO-LEFT-DISP DELIMITED SIZE
                   " EMPNOS LEFT TO ISSUE (WARNING LEVEL "
                       DELIMITED SIZE
                   WS-EMPNO-WARN-DISP DELIMITED SIZE
                   ") - NEXT " DELIMITED SIZE
                   NA-EMPNO DELIMITED SIZE
                   INTO DIGEST-REPORT-REC
               END-STRING
           ELSE
               STRING "  " DELIMITED SIZE
                   WS-EMPNO-LEFT-DISP DELIMITED SIZE
                   " EMPNOS LEFT TO ISSUE - NEXT " DELIMITED SIZE
                   NA-EMPNO DELIMITED SIZE
                   INTO DIGEST-REPORT-REC
               END-STRING
           END-IF
           WRITE DIGEST-REPORT-REC
           .
       DIGEST-EMPNO-CAPACITY-EXIT.
           EXIT.

       DIGEST-REPLICA-FRESHNESS SECTION.
      *    How far each reporting copy trails production, from
      *    REPLFRSH's freshness file (REPL-FRESH-FILE, default
      *    /tmp/repl_fresh.dat), aged to the moment the digest runs
      *    and held against the same REPL-STALE-MINUTES limit
      *    (default 1560) CONNMGR routes read-only sessions by.
           MOVE SPACES TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE "REPORTING COPY FRESHNESS (REPLFRSH)"
               TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE 1560 TO WS-STALE-LIMIT
           MOVE SPACES TO WS-STALE-LIMIT-ENV
           DISPLAY "REPL-STALE-MINUTES" UPON ENVIRONMENT-NAME
           ACCEPT WS-STALE-LIMIT-ENV FROM ENVIRONMENT-VALUE
           IF WS-STALE-LIMIT-ENV NOT = SPACES
               MOVE ZERO TO WS-STALE-LIMIT
               DISPLAY "REPL-STALE-MINUTES" UPON ENVIRONMENT-NAME
               ACCEPT WS-STALE-LIMIT FROM ENVIRONMENT-VALUE
               IF WS-STALE-LIMIT NOT NUMERIC
                   MOVE 1560 TO WS-STALE-LIMIT
               END-IF
           END-IF
           MOVE WS-STALE-LIMIT TO WS-STALE-LIMIT-DISP
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "REPL-FRESH-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/repl_fresh.dat" TO WS-IN-FILENAME
           END-IF
           OPEN INPUT MERGE-INPUT-FILE
           IF NOT WS-IN-FILE-OK
               MOVE SPACES TO DIGEST-REPORT-REC
               STRING "  (NO FRESHNESS CHECK ON FILE - READ-ONLY "
                       DELIMITED SIZE
                   "SESSIONS ARE HELD ON THE PRIMARY)" DELIMITED SIZE
                   INTO DIGEST-REPORT-REC
               END-STRING
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-REPLICA-FRESHNESS-EXIT
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE "N" TO WS-IN-EOF-SWITCH
           PERFORM UNTIL WS-IN-EOF
               READ MERGE-INPUT-FILE
                   AT END
                       SET WS-IN-EOF TO TRUE
               END-READ
               IF NOT WS-IN-EOF
                   MOVE MERGE-INPUT-REC TO REPLFRS-REC
                   PERFORM REPORT-ONE-COPY
               END-IF
           END-PERFORM
           CLOSE MERGE-INPUT-FILE
           IF WS-COPY-COUNT = 0
               MOVE "  (NO REPORTING COPIES ON THE DSN REGISTRY)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
           END-IF
           .
       DIGEST-REPLICA-FRESHNESS-EXIT.
           EXIT.

       DIGEST-IPC-CAPACITY SECTION.
      *    How close the system's message queues, semaphores and
      *    shared memory are to the kernel's limits, and when the
      *    growth trend reaches them. MFMEMQLIST leaves the summary
      *    in MQLIST-CAP-FILE (default /tmp/ipc_capacity.rpt), the
      *    first line dated the run that drew it up.
           MOVE SPACES TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE "IPC CAPACITY AGAINST KERNEL LIMITS (MFMEMQLIST)"
               TO DIGEST-REPORT-REC
           WRITE DIGEST-REPORT-REC
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "MQLIST-CAP-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/ipc_capacity.rpt" TO WS-IN-FILENAME
           END-IF
           OPEN INPUT MERGE-INPUT-FILE
           IF NOT WS-IN-FILE-OK
               MOVE "  (NO IPC CAPACITY CHECK ON FILE)"
                   TO DIGEST-REPORT-REC
               WRITE DIGEST-REPORT-REC
               GO TO DIGEST-IPC-CAPACITY-EXIT
           END-IF
           MOVE "N" TO WS-IN-EOF-SWITCH
           PERFORM UNTIL WS-IN-EOF
               READ MERGE-INPUT-FILE
                   AT END
                       SET WS-IN-EOF TO TRUE
               END-READ
               IF NOT WS-IN-EOF
                   MOVE SPACES TO DIGEST-REPORT-REC
                   MOVE MERGE-INPUT-REC(1:130)
                       TO DIGEST-REPORT-REC(3:130)
                   WRITE DIGEST-REPORT-REC
               END-IF
           END-PERFORM
           CLOSE MERGE-INPUT-FILE
           .
       DIGEST-IPC-CAPACITY-EXIT.
           EXIT.

       REPORT-ONE-COPY SECTION.
           ADD 1 TO WS-COPY-COUNT
           MOVE SPACES TO DIGEST-REPORT-REC
           IF RF-FRESH-AS-OF = SPACES
               OR RF-FRESH-AS-OF NOT NUMERIC
               STRING "  STALE - " DELIMITED SIZE
                   RF-DSN DELIMITED BY SPACE
                   " " DELIMITED SIZE
                   RF-VERDICT DELIMITED BY SPACE
                   ", AGE UNKNOWN - READ-ONLY SESSIONS GO TO THE "
                       DELIMITED SIZE
                   "PRIMARY" DELIMITED SIZE
                   INTO DIGEST-REPORT-REC
               END-STRING
               WRITE DIGEST-REPORT-REC
               GO TO REPORT-ONE-COPY-EXIT
           END-IF
           MOVE RF-FRESH-AS-OF(1:8) TO WS-ASOF-DATE
           MOVE RF-FRESH-AS-OF(9:2) TO WS-ASOF-HH
           MOVE RF-FRESH-AS-OF(11:2) TO WS-ASOF-MM
           COMPUTE WS-COPY-AGE =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM
               - WS-ASOF-HH * 60 - WS-ASOF-MM
           IF WS-COPY-AGE < 0
               MOVE ZERO TO WS-COPY-AGE
           END-IF
           MOVE WS-COPY-AGE TO WS-COPY-AGE-DISP
           IF WS-COPY-AGE > WS-STALE-LIMIT
               STRING "  STALE - " DELIMITED SIZE
                   RF-DSN DELIMITED BY SPACE
                   " " DELIMITED SIZE
                   RF-VERDICT DELIMITED BY SPACE
                   ", MATCHED PRODUCTION " DELIMITED SIZE
                   WS-COPY-AGE-DISP DELIMITED SIZE
                   " MIN AGO (LIMIT " DELIMITED SIZE
                   WS-STALE-LIMIT-DISP DELIMITED SIZE
                   ") - READ-ONLY SESSIONS GO TO THE PRIMARY"
                       DELIMITED SIZE
                   INTO DIGEST-REPORT-REC
               END-STRING
           ELSE
               STRING "  " DELIMITED SIZE
                   RF-DSN DELIMITED BY SPACE
                   " " DELIMITED SIZE
                   RF-VERDICT DELIMITED BY SPACE
                   ", MATCHED PRODUCTION " DELIMITED SIZE
                   WS-COPY-AGE-DISP DELIMITED SIZE
                   " MIN AGO (LIMIT " DELIMITED SIZE
                   WS-STALE-LIMIT-DISP DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO DIGEST-REPORT-REC
               END-STRING
           END-IF
           WRITE DIGEST-REPORT-REC
           .
       REPORT-ONE-COPY-EXIT.
           EXIT.
