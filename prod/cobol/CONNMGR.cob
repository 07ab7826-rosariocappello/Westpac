           SELECT CRED-CONFIG-FILE ASSIGN TO WS-CRED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CRED-STATUS.
           SELECT FRESH-FILE ASSIGN TO WS-FRESH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FRESH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONN-AUDIT-REC              PIC X(200).
       FD  CRED-CONFIG-FILE.
       01  CRED-CONFIG-REC             PIC X(80).
       FD  FRESH-FILE.
           COPY REPLFRSR.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-REG-IDX                   PIC 9(2) COMP.
       01  WS-PRIMARY-DSN               PIC X(32).

      *    Replica freshness gate: a reporting copy whose last known
      *    match with production (REPLFRSH's freshness file) is
      *    older than REPL-STALE-MINUTES (default 1560, a nightly
      *    replication plus two hours' grace) does not get the
      *    session - yesterday's salaries under today's date are
      *    worse than a slower report off the primary.
       01  WS-FRESH-FILENAME            PIC X(256).
       01  WS-FRESH-STATUS              PIC XX.
           88  WS-FRESH-FILE-OK               VALUE "00".
       01  WS-FRESH-EOF-SWITCH          PIC X.
           88  WS-FRESH-EOF                   VALUE "Y".
       01  WS-FRESH-FOUND-SWITCH        PIC X.
           88  WS-FRESH-FOUND                 VALUE "Y".
       01  WS-STALE-LIMIT               PIC 9(5).
       01  WS-STALE-LIMIT-ENV           PIC X(5).
       01  WS-NOW-DATE                  PIC 9(8).
       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(2).
           05  WS-NOW-MM               PIC 9(2).
           05  FILLER                  PIC 9(4).
       01  WS-ASOF-DATE                 PIC 9(8).
       01  WS-ASOF-HH                   PIC 9(2).
       01  WS-ASOF-MM                   PIC 9(2).
       01  WS-COPY-AGE                  PIC S9(9).
       01  WS-COPY-AGE-DISP             PIC Z(8)9.
       01  WS-STALE-LIMIT-DISP          PIC Z(4)9.
       01  WS-REFUSE-REASON             PIC X(40).

       LINKAGE SECTION.
           COPY CONNMGRL.

               WHEN "D"
               WHEN "d"
                   PERFORM DISCONNECT-WITH-RETRY
               WHEN "F"
               WHEN "f"
                   PERFORM CONNECT-FAILOVER-DRILL
               WHEN OTHER
                   MOVE ZERO TO CM-SQLCODE
                   SET CM-FAILED TO TRUE
      *    recompiles. Explicitly passed credentials still win.
           MOVE "N" TO WS-ROUTED-SWITCH
           .
           MOVE SPACES TO WS-AUDIT-NOTE
           .
           MOVE CM-DSN TO WS-PRIMARY-DSN
           .
           IF (CM-INTENT = "R" OR CM-INTENT = "r")
           EXIT.
           .

       CONNECT-FAILOVER-DRILL SECTION.
      *    "F" takes the failover leg without waiting for an outage:
      *    the primary's (CM-DSN's) credentials are resolved as for
      *    any connect, then the session goes straight to
      *    CM-STANDBY-DSN with them, exactly as the failover above
      *    does once the primary's retries are spent. The audit line
      *    names the standby and carries NOTE=FAILOVER DRILL, so a
      *    drill never reads as a real outage on the trail.
           MOVE SPACES TO WS-AUDIT-NOTE
           .
           IF CM-STANDBY-DSN = SPACES
               DISPLAY "CONNMGR: FAILOVER DRILL FOR " WS-AUDIT-PGM
                   " NAMES NO STANDBY DSN"
               MOVE -1 TO CM-SQLCODE
               SET CM-FAILED TO TRUE
               GO TO CONNECT-FAILOVER-DRILL-EXIT
           END-IF
           .
           SET WS-CRED-OK TO TRUE
           .
           IF CM-USERNAME = SPACES
               PERFORM RESOLVE-CREDENTIALS
           END-IF
           .
           IF NOT WS-CRED-OK
               MOVE -1 TO CM-SQLCODE
               SET CM-FAILED TO TRUE
               GO TO CONNECT-FAILOVER-DRILL-EXIT
           END-IF
           .
           PERFORM LOAD-CREDENTIAL-FIELDS
           .
           DISPLAY "CONNMGR: FAILOVER DRILL - PRIMARY DSN " CM-DSN
               " SET ASIDE, CONNECTING TO " CM-STANDBY-DSN
           .
           MOVE CM-STANDBY-DSN TO CM-DB-NAME
           .
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD
                   USING :CM-DB-NAME
           END-EXEC
           .
           MOVE CM-STANDBY-DSN TO WS-AUDIT-DSN
           .
           MOVE "FAILOVER DRILL" TO WS-AUDIT-NOTE
           .
           PERFORM WRITE-CONN-AUDIT
           .
           MOVE SQLCODE TO CM-SQLCODE
           .
           IF SQLCODE = ZERO
               SET CM-OK TO TRUE
               SET WS-CONN-KNOWN TO TRUE
               MOVE CM-STANDBY-DSN TO WS-CONNECTED-DSN
           ELSE
               SET CM-FAILED TO TRUE
               DISPLAY "CONNMGR: FAILOVER DRILL CONNECT TO "
                   CM-STANDBY-DSN " FAILED, SQLCODE: " SQLCODE
           END-IF
           .
       CONNECT-FAILOVER-DRILL-EXIT.
           EXIT.
           .

       RESOLVE-READONLY-ROUTE SECTION.
      *    READONLY rules live in the same protected credential
      *    config: "READONLY caller dsn" per line, caller * for the
           .
           PERFORM CHECK-ROUTE-IN-SERVICE
           .
           IF WS-ROUTE-DSN NOT = SPACES
               PERFORM CHECK-ROUTE-FRESHNESS
           END-IF
           .
           IF WS-ROUTE-DSN NOT = SPACES
               SET WS-ROUTED TO TRUE
               DISPLAY "CONNMGR: READ-ONLY SESSION FOR "
           EXIT.
           .

       CHECK-ROUTE-FRESHNESS SECTION.
      *    Unlike the registry check, no word on the copy is not a
      *    pass: with no freshness file, or no line for the routed
      *    DSN, its age is unknown and the session stays on the
      *    primary. The refusal is written on the audit trail with
      *    the primary's connect, as its NOTE.
           MOVE SPACES TO WS-REFUSE-REASON
           .
           MOVE 1560 TO WS-STALE-LIMIT
           .
           MOVE SPACES TO WS-STALE-LIMIT-ENV
           .
           DISPLAY "REPL-STALE-MINUTES" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-STALE-LIMIT-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-STALE-LIMIT-ENV NOT = SPACES
               MOVE ZERO TO WS-STALE-LIMIT
               DISPLAY "REPL-STALE-MINUTES" UPON ENVIRONMENT-NAME
               ACCEPT WS-STALE-LIMIT FROM ENVIRONMENT-VALUE
               IF WS-STALE-LIMIT NOT NUMERIC
                   MOVE 1560 TO WS-STALE-LIMIT
               END-IF
           END-IF
           .
           MOVE SPACES TO WS-FRESH-FILENAME
           .
           DISPLAY "REPL-FRESH-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-FRESH-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-FRESH-FILENAME = SPACES
               MOVE "/tmp/repl_fresh.dat" TO WS-FRESH-FILENAME
           END-IF
           .
           MOVE "N" TO WS-FRESH-FOUND-SWITCH
           .
           OPEN INPUT FRESH-FILE
           .
           IF NOT WS-FRESH-FILE-OK
               MOVE "NO FRESHNESS CHECK ON FILE"
                   TO WS-REFUSE-REASON
               GO TO CHECK-ROUTE-FRESHNESS-REFUSE
           END-IF
           .
           MOVE "N" TO WS-FRESH-EOF-SWITCH
           .
           PERFORM UNTIL WS-FRESH-EOF OR WS-FRESH-FOUND
               READ FRESH-FILE
                   AT END
                       SET WS-FRESH-EOF TO TRUE
               END-READ
               IF NOT WS-FRESH-EOF
                   AND RF-DSN = WS-ROUTE-DSN
                   SET WS-FRESH-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
           CLOSE FRESH-FILE
           .
           IF NOT WS-FRESH-FOUND
               MOVE "COPY NOT ON THE FRESHNESS CHECK"
                   TO WS-REFUSE-REASON
               GO TO CHECK-ROUTE-FRESHNESS-REFUSE
           END-IF
           .
           IF RF-FRESH-AS-OF = SPACES
               OR RF-FRESH-AS-OF NOT NUMERIC
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "COPY " DELIMITED SIZE
                   RF-VERDICT DELIMITED BY SPACE
                   " - AGE UNKNOWN" DELIMITED SIZE
                   INTO WS-REFUSE-REASON
               END-STRING
               GO TO CHECK-ROUTE-FRESHNESS-REFUSE
           END-IF
           .
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           .
           ACCEPT WS-NOW-TIME FROM TIME
           .
           MOVE RF-FRESH-AS-OF(1:8) TO WS-ASOF-DATE
           .
           MOVE RF-FRESH-AS-OF(9:2) TO WS-ASOF-HH
           .
           MOVE RF-FRESH-AS-OF(11:2) TO WS-ASOF-MM
           .
           COMPUTE WS-COPY-AGE =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM
               - WS-ASOF-HH * 60 - WS-ASOF-MM
           .
           IF WS-COPY-AGE < 0
               MOVE ZERO TO WS-COPY-AGE
           END-IF
           .
           IF WS-COPY-AGE NOT > WS-STALE-LIMIT
               GO TO CHECK-ROUTE-FRESHNESS-EXIT
           END-IF
           .
           MOVE WS-COPY-AGE TO WS-COPY-AGE-DISP
           .
           MOVE WS-STALE-LIMIT TO WS-STALE-LIMIT-DISP
           .
           MOVE SPACES TO WS-REFUSE-REASON
           .
           STRING "STALE " DELIMITED SIZE
               WS-COPY-AGE-DISP DELIMITED SIZE
               " MIN, LIMIT " DELIMITED SIZE
               WS-STALE-LIMIT-DISP DELIMITED SIZE
               INTO WS-REFUSE-REASON
           END-STRING
           .
       CHECK-ROUTE-FRESHNESS-REFUSE.
           DISPLAY "CONNMGR: READ-ONLY ROUTE " WS-ROUTE-DSN
               " REFUSED (" WS-REFUSE-REASON ") - USING THE PRIMARY"
           .
           STRING "READONLY ROUTE " DELIMITED SIZE
               WS-ROUTE-DSN DELIMITED BY SPACE
               " REFUSED: " DELIMITED SIZE
               WS-REFUSE-REASON DELIMITED SIZE
               INTO WS-AUDIT-NOTE
               ON OVERFLOW
                   MOVE "..." TO WS-AUDIT-NOTE(78:3)
           END-STRING
           .
           MOVE SPACES TO WS-ROUTE-DSN
           .
       CHECK-ROUTE-FRESHNESS-EXIT.
           EXIT.
           .

       RESOLVE-CREDENTIALS SECTION.
           MOVE "N" TO WS-CRED-OK-SWITCH
           .
