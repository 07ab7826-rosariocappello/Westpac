       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAILDRILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRILL-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRILL-REPORT-FILE.
       01  DRILL-REPORT-REC            PIC X(100).
       FD  HISTORY-FILE.
       01  HISTORY-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DRL-ROW-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  DRL-SAL-SUM                  PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DSNREGLK.
           COPY RPTRTELK.

      *    FAILDRILL-FILE names the drill report (default
      *    /tmp/failover_drill.rpt, routed as FAILDRILL); each
      *    standby's outcome is also appended to HEALTHRPT's history
      *    (HEALTHRPT-HISTORY, default /tmp/conn_health_history.dat)
      *    as PGM=DRILL:<dsn>, so the drills trend and print there
      *    with the rest of the connectivity evidence.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-HIST-FILENAME             PIC X(256).
       01  WS-HIST-STATUS               PIC XX.
           88  WS-HIST-FILE-OK                VALUE "00".

      *    The primary is the registry's PROD source (the default
      *    connection when the registry names none) - the DSN a
      *    failing-over session would have been asking for.
       01  WS-PRIMARY-DSN               PIC X(32) VALUE SPACES.
       01  WS-PRIMARY-NAME              PIC X(32).
       01  WS-PRIM-SWITCH               PIC X VALUE "N".
           88  WS-PRIM-MEASURED               VALUE "Y".
       01  WS-PRIM-EMP-ROWS             PIC 9(9) VALUE 0.
       01  WS-PRIM-DEPT-ROWS            PIC 9(9) VALUE 0.
       01  WS-PRIM-JOB-ROWS             PIC 9(9) VALUE 0.
       01  WS-PRIM-SAL-HASH             PIC 9(13)V99 VALUE 0.

      *    One standby's readings.
       01  WS-SBY-EMP-ROWS              PIC 9(9).
       01  WS-SBY-DEPT-ROWS             PIC 9(9).
       01  WS-SBY-JOB-ROWS              PIC 9(9).
       01  WS-SBY-SAL-HASH              PIC 9(13)V99.
       01  WS-SBY-READ-SWITCH           PIC X.
           88  WS-SBY-READ-FAILED             VALUE "Y".
       01  WS-SBY-JOB-SWITCH            PIC X.
           88  WS-SBY-JOB-MISSING             VALUE "Y".
       01  WS-SBY-RESULT-SWITCH         PIC X.
           88  WS-SBY-PASSED                  VALUE "P".
           88  WS-SBY-FAILED                  VALUE "F".
       01  WS-READ-WHAT                 PIC X(12).
       01  WS-READ-SQLCODE              PIC S9(9).

      *    The switch is timed from the moment the failover connect
      *    is asked for until the first read on the standby returns
      *    - what a session waiting on the failover would sit
      *    through. FAILDRILL-SWITCH-SECS (default 60) is the most a
      *    passing drill may take.
       01  WS-START-TIME                PIC 9(8).
       01  WS-END-TIME                  PIC 9(8).
       01  WS-TIME-PARTS.
           05  WS-TP-HH                PIC 9(2).
           05  WS-TP-MM                PIC 9(2).
           05  WS-TP-SS                PIC 9(2).
           05  WS-TP-CC                PIC 9(2).
       01  WS-START-CS                  PIC 9(7).
       01  WS-END-CS                    PIC 9(7).
       01  WS-SWITCH-CS                 PIC 9(7).
       01  WS-SWITCH-SECS               PIC 9(5)V99.
       01  WS-SWITCH-LIMIT              PIC 9(5) VALUE 60.
       01  WS-SWITCH-LIMIT-ENV          PIC X(5).

       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW-TIME                  PIC 9(8).
       01  WS-REG-IDX                   PIC 9(2) COMP.
       01  WS-STANDBY-COUNT             PIC 9(2) VALUE 0.
       01  WS-PASS-COUNT                PIC 9(2) VALUE 0.
       01  WS-FAIL-COUNT                PIC 9(2) VALUE 0.
       01  WS-FINDING-COUNT             PIC 9(2).

       01  WS-ROWS-DISP                 PIC Z(8)9.
       01  WS-ROWS-DISP2                PIC Z(8)9.
       01  WS-DIFF                      PIC S9(9).
       01  WS-DIFF-DISP                 PIC -(8)9.
       01  WS-HASH-DISP                 PIC Z(12)9.99.
       01  WS-HASH-DISP2                PIC Z(12)9.99.
       01  WS-HASH-DIFF                 PIC S9(13)V99.
       01  WS-HASH-DIFF-DISP            PIC -(12)9.99.
       01  WS-SECS-DISP                 PIC Z(4)9.99.
       01  WS-LIMIT-DISP                PIC Z(4)9.
       01  WS-SQLCODE-DISP              PIC -(8)9.
       01  WS-COUNT-DISP                PIC Z9.
       01  WS-COUNT-DISP2               PIC Z9.
       01  WS-COUNT-DISP3               PIC Z9.
       01  WS-HIST-PGM                  PIC X(20).
       01  WS-HIST-PASS                 PIC Z(4)9.
       01  WS-HIST-FAIL                 PIC Z(4)9.
       01  WS-FINDING                   PIC X(90).

       PROCEDURE DIVISION.
           PERFORM RECORD-RUN-START
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM LOAD-SWITCH-LIMIT
           PERFORM LOAD-STANDBYS
           PERFORM OPEN-REPORT-FILE
           PERFORM TAKE-PRIMARY-FIGURES
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > DR-COUNT
               IF DR-ROLE(WS-REG-IDX) = "STANDBY"
                   PERFORM DRILL-ONE-STANDBY
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE DRILL-REPORT-FILE

           DISPLAY "FAILDRILL: " WS-STANDBY-COUNT " standby(s) "
               "drilled, " WS-PASS-COUNT " pass, " WS-FAIL-COUNT
               " fail - written to " WS-RPT-FILENAME

           PERFORM RECORD-RUN-END
           IF WS-FAIL-COUNT > 0 OR WS-STANDBY-COUNT = 0
               OR NOT WS-PRIM-MEASURED
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "FAILDRILL" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "FAILDRILL: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
      *    A failed drill is a finding, not a failed run - the job
      *    ends OK with the verdicts on the report and the history.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-STANDBY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-STANDBY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-SWITCH-LIMIT SECTION.
           MOVE SPACES TO WS-SWITCH-LIMIT-ENV
           DISPLAY "FAILDRILL-SWITCH-SECS" UPON ENVIRONMENT-NAME
           ACCEPT WS-SWITCH-LIMIT-ENV FROM ENVIRONMENT-VALUE
           IF WS-SWITCH-LIMIT-ENV NOT = SPACES
               MOVE ZERO TO WS-SWITCH-LIMIT
               DISPLAY "FAILDRILL-SWITCH-SECS"
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-SWITCH-LIMIT FROM ENVIRONMENT-VALUE
               IF WS-SWITCH-LIMIT NOT NUMERIC
                   OR WS-SWITCH-LIMIT = 0
                   MOVE 60 TO WS-SWITCH-LIMIT
               END-IF
           END-IF
           .
       LOAD-SWITCH-LIMIT-EXIT.
           EXIT.

       LOAD-STANDBYS SECTION.
      *    Every STANDBY source on the registry is drilled, in
      *    service or not - a standby taken out of service is still
      *    the one a failover would land on, and the report says so.
           MOVE SPACES TO DR-PARM
           MOVE "A" TO DR-FUNCTION
           CALL "DSNREG" USING DR-PARM
           IF NOT DR-OK
               DISPLAY "FAILDRILL: DSN REGISTRY NOT AVAILABLE - NO "
                   "STANDBYS TO DRILL, RUN ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > DR-COUNT
                   OR WS-PRIMARY-DSN NOT = SPACES
               IF DR-ROLE(WS-REG-IDX) = "PROD"
                   MOVE DR-DSN(WS-REG-IDX) TO WS-PRIMARY-DSN
               END-IF
           END-PERFORM
           IF WS-PRIMARY-DSN = SPACES
               MOVE "(DEFAULT)" TO WS-PRIMARY-NAME
           ELSE
               MOVE WS-PRIMARY-DSN TO WS-PRIMARY-NAME
           END-IF
           .
       LOAD-STANDBYS-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "FAILDRILL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/failover_drill.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "FAILDRILL" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT DRILL-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "FAILDRILL: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       TAKE-PRIMARY-FIGURES SECTION.
      *    With the primary unreadable the standbys are still
      *    drilled for reachability and the read checks, but data
      *    lag cannot be measured and every line says so.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "FAILDRILL" TO CM-CALLER
           MOVE WS-PRIMARY-DSN TO CM-DSN
           CALL "CONNMGR" USING CM-PARM
           IF NOT CM-OK
               DISPLAY "FAILDRILL: PRIMARY CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               GO TO TAKE-PRIMARY-FIGURES-EXIT
           END-IF

           PERFORM READ-DRILL-FIGURES
           IF WS-SBY-READ-FAILED
               DISPLAY "FAILDRILL: PRIMARY " WS-READ-WHAT
                   " READ FAILED, SQLCODE: " WS-READ-SQLCODE
           ELSE
               SET WS-PRIM-MEASURED TO TRUE
               MOVE WS-SBY-EMP-ROWS TO WS-PRIM-EMP-ROWS
               MOVE WS-SBY-DEPT-ROWS TO WS-PRIM-DEPT-ROWS
               MOVE WS-SBY-JOB-ROWS TO WS-PRIM-JOB-ROWS
               MOVE WS-SBY-SAL-HASH TO WS-PRIM-SAL-HASH
           END-IF

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           .
       TAKE-PRIMARY-FIGURES-EXIT.
           EXIT.

       READ-DRILL-FIGURES SECTION.
      *    The fixed read set, on whichever session is open: EMP
      *    and DEPT row counts, the SAL hash and JOBREF's rows. A
      *    JOBREF that is not there at all (ORA-00942) is a finding
      *    of its own, not a read failure.
           MOVE "N" TO WS-SBY-READ-SWITCH
           MOVE "N" TO WS-SBY-JOB-SWITCH
           MOVE SPACES TO WS-READ-WHAT
           MOVE ZERO TO WS-SBY-EMP-ROWS
           MOVE ZERO TO WS-SBY-DEPT-ROWS
           MOVE ZERO TO WS-SBY-JOB-ROWS
           MOVE ZERO TO WS-SBY-SAL-HASH

           EXEC SQL
               SELECT COUNT(*), NVL(SUM(SAL), 0)
               INTO :DRL-ROW-COUNT, :DRL-SAL-SUM
               FROM EMP
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "EMP" TO WS-READ-WHAT
               GO TO READ-DRILL-FIGURES-FAILED
           END-IF
           MOVE DRL-ROW-COUNT TO WS-SBY-EMP-ROWS
           MOVE DRL-SAL-SUM TO WS-SBY-SAL-HASH
           ACCEPT WS-END-TIME FROM TIME

           EXEC SQL
               SELECT COUNT(*)
               INTO :DRL-ROW-COUNT
               FROM DEPT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "DEPT" TO WS-READ-WHAT
               GO TO READ-DRILL-FIGURES-FAILED
           END-IF
           MOVE DRL-ROW-COUNT TO WS-SBY-DEPT-ROWS

           EXEC SQL
               SELECT COUNT(*)
               INTO :DRL-ROW-COUNT
               FROM JOBREF
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE DRL-ROW-COUNT TO WS-SBY-JOB-ROWS
                   IF DRL-ROW-COUNT = 0
                       SET WS-SBY-JOB-MISSING TO TRUE
                   END-IF
               WHEN SQLCODE = -942
                   SET WS-SBY-JOB-MISSING TO TRUE
               WHEN OTHER
                   MOVE "JOBREF" TO WS-READ-WHAT
                   GO TO READ-DRILL-FIGURES-FAILED
           END-EVALUATE
           GO TO READ-DRILL-FIGURES-EXIT
           .
       READ-DRILL-FIGURES-FAILED.
           MOVE SQLCODE TO WS-READ-SQLCODE
           SET WS-SBY-READ-FAILED TO TRUE
           .
       READ-DRILL-FIGURES-EXIT.
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "STANDBY FAILOVER DRILL " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               " " DELIMITED SIZE
               WS-NOW-TIME(1:2) DELIMITED SIZE
               ":" DELIMITED SIZE
               WS-NOW-TIME(3:2) DELIMITED SIZE
               "   PRIMARY " DELIMITED SIZE
               WS-PRIMARY-NAME DELIMITED BY SPACE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           MOVE WS-SWITCH-LIMIT TO WS-LIMIT-DISP
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "SWITCH TIME LIMIT " DELIMITED SIZE
               WS-LIMIT-DISP DELIMITED SIZE
               " SECS (FAILDRILL-SWITCH-SECS)" DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           MOVE ALL "-" TO DRILL-REPORT-REC
           WRITE DRILL-REPORT-REC
           MOVE SPACES TO DRILL-REPORT-REC
           IF WS-PRIM-MEASURED
               MOVE WS-PRIM-EMP-ROWS TO WS-ROWS-DISP
               MOVE WS-PRIM-DEPT-ROWS TO WS-ROWS-DISP2
               MOVE WS-PRIM-SAL-HASH TO WS-HASH-DISP
               STRING "PRIMARY  EMP ROWS " DELIMITED SIZE
                   WS-ROWS-DISP DELIMITED SIZE
                   "  DEPT ROWS " DELIMITED SIZE
                   WS-ROWS-DISP2 DELIMITED SIZE
                   "  SAL HASH " DELIMITED SIZE
                   WS-HASH-DISP DELIMITED SIZE
                   INTO DRILL-REPORT-REC
               END-STRING
           ELSE
               STRING "PRIMARY  NOT READABLE - DATA LAG CANNOT BE "
                       DELIMITED SIZE
                   "MEASURED ON THIS DRILL" DELIMITED SIZE
                   INTO DRILL-REPORT-REC
               END-STRING
           END-IF
           WRITE DRILL-REPORT-REC
           .
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       DRILL-ONE-STANDBY SECTION.
           ADD 1 TO WS-STANDBY-COUNT
           MOVE 0 TO WS-FINDING-COUNT
           SET WS-SBY-PASSED TO TRUE
           MOVE ZERO TO WS-SWITCH-SECS

           MOVE SPACES TO DRILL-REPORT-REC
           WRITE DRILL-REPORT-REC
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "STANDBY  " DELIMITED SIZE
               DR-DSN(WS-REG-IDX) DELIMITED BY SPACE
               "  IN-SERVICE=" DELIMITED SIZE
               DR-INSERVICE(WS-REG-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               DR-DESC(WS-REG-IDX) DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           IF DR-INSERVICE(WS-REG-IDX) NOT = "Y"
               MOVE "OUT OF SERVICE ON THE DSN REGISTRY"
                   TO WS-FINDING
               PERFORM WRITE-FINDING
           END-IF

           MOVE SPACES TO CM-PARM
           MOVE "F" TO CM-FUNCTION
           MOVE "FAILDRILL" TO CM-CALLER
           MOVE WS-PRIMARY-DSN TO CM-DSN
           MOVE DR-DSN(WS-REG-IDX) TO CM-STANDBY-DSN
           ACCEPT WS-START-TIME FROM TIME
           CALL "CONNMGR" USING CM-PARM
           IF NOT CM-OK
               MOVE CM-SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO WS-FINDING
               STRING "FAILOVER CONNECT REFUSED, SQLCODE "
                       DELIMITED SIZE
                   WS-SQLCODE-DISP DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
               GO TO DRILL-ONE-STANDBY-DONE
           END-IF

           PERFORM READ-DRILL-FIGURES
           IF WS-SBY-READ-FAILED
               MOVE WS-READ-SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO WS-FINDING
               STRING WS-READ-WHAT DELIMITED BY SPACE
                   " READ FAILED ON THE STANDBY, SQLCODE "
                       DELIMITED SIZE
                   WS-SQLCODE-DISP DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF WS-READ-WHAT NOT = "EMP" OR NOT WS-SBY-READ-FAILED
               PERFORM TIME-THE-SWITCH
           END-IF

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF NOT WS-SBY-READ-FAILED
               PERFORM COMPARE-WITH-PRIMARY
           END-IF
           .
       DRILL-ONE-STANDBY-DONE.
           IF WS-SBY-PASSED
               ADD 1 TO WS-PASS-COUNT
               MOVE SPACES TO DRILL-REPORT-REC
               STRING "  RESULT   PASS" DELIMITED SIZE
                   INTO DRILL-REPORT-REC
               END-STRING
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               MOVE WS-FINDING-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO DRILL-REPORT-REC
               STRING "  RESULT   FAIL - " DELIMITED SIZE
                   WS-COUNT-DISP DELIMITED SIZE
                   " FINDING(S)" DELIMITED SIZE
                   INTO DRILL-REPORT-REC
               END-STRING
           END-IF
           WRITE DRILL-REPORT-REC
           IF WS-SBY-PASSED
               DISPLAY "FAILDRILL: " DR-DSN(WS-REG-IDX) " PASS"
           ELSE
               DISPLAY "FAILDRILL: " DR-DSN(WS-REG-IDX) " FAIL"
           END-IF
           PERFORM APPEND-DRILL-HISTORY
           .
       DRILL-ONE-STANDBY-EXIT.
           EXIT.

       TIME-THE-SWITCH SECTION.
      *    Hundredths since midnight either side of the switch; a
      *    drill that runs across midnight wraps once.
           MOVE WS-START-TIME TO WS-TIME-PARTS
           COMPUTE WS-START-CS = WS-TP-HH * 360000
               + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
           MOVE WS-END-TIME TO WS-TIME-PARTS
           COMPUTE WS-END-CS = WS-TP-HH * 360000
               + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
           IF WS-END-CS < WS-START-CS
               ADD 8640000 TO WS-END-CS
           END-IF
           COMPUTE WS-SWITCH-CS = WS-END-CS - WS-START-CS
           COMPUTE WS-SWITCH-SECS = WS-SWITCH-CS / 100
           MOVE WS-SWITCH-SECS TO WS-SECS-DISP
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "  SWITCH   " DELIMITED SIZE
               WS-SECS-DISP DELIMITED SIZE
               " SECS FROM FAILOVER CONNECT TO FIRST READ"
                   DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           IF WS-SWITCH-SECS > WS-SWITCH-LIMIT
               MOVE WS-SWITCH-LIMIT TO WS-LIMIT-DISP
               MOVE SPACES TO WS-FINDING
               STRING "SWITCH TOOK LONGER THAN THE " DELIMITED SIZE
                   WS-LIMIT-DISP DELIMITED SIZE
                   " SEC LIMIT" DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           .
       TIME-THE-SWITCH-EXIT.
           EXIT.

       COMPARE-WITH-PRIMARY SECTION.
      *    Any difference from the primary is data lag - the
      *    standby would have served a failed-over session figures
      *    production no longer has.
           IF WS-SBY-JOB-MISSING
               MOVE "JOBREF MISSING OR EMPTY ON THE STANDBY"
                   TO WS-FINDING
               PERFORM WRITE-FINDING
           END-IF

           MOVE WS-SBY-EMP-ROWS TO WS-ROWS-DISP
           MOVE WS-PRIM-EMP-ROWS TO WS-ROWS-DISP2
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "  EMP      ROWS " DELIMITED SIZE
               WS-ROWS-DISP DELIMITED SIZE
               "  PRIMARY " DELIMITED SIZE
               WS-ROWS-DISP2 DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           MOVE WS-SBY-DEPT-ROWS TO WS-ROWS-DISP
           MOVE WS-PRIM-DEPT-ROWS TO WS-ROWS-DISP2
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "  DEPT     ROWS " DELIMITED SIZE
               WS-ROWS-DISP DELIMITED SIZE
               "  PRIMARY " DELIMITED SIZE
               WS-ROWS-DISP2 DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           MOVE WS-SBY-JOB-ROWS TO WS-ROWS-DISP
           MOVE WS-PRIM-JOB-ROWS TO WS-ROWS-DISP2
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "  JOBREF   ROWS " DELIMITED SIZE
               WS-ROWS-DISP DELIMITED SIZE
               "  PRIMARY " DELIMITED SIZE
               WS-ROWS-DISP2 DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           MOVE WS-SBY-SAL-HASH TO WS-HASH-DISP
           MOVE WS-PRIM-SAL-HASH TO WS-HASH-DISP2
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "  SAL HASH " DELIMITED SIZE
               WS-HASH-DISP DELIMITED SIZE
               "  PRIMARY " DELIMITED SIZE
               WS-HASH-DISP2 DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC

           IF NOT WS-PRIM-MEASURED
               MOVE SPACES TO DRILL-REPORT-REC
               MOVE "  LAG      NOT MEASURED - PRIMARY NOT READABLE"
                   TO DRILL-REPORT-REC
               WRITE DRILL-REPORT-REC
               GO TO COMPARE-WITH-PRIMARY-EXIT
           END-IF

           IF WS-SBY-EMP-ROWS NOT = WS-PRIM-EMP-ROWS
               COMPUTE WS-DIFF = WS-SBY-EMP-ROWS - WS-PRIM-EMP-ROWS
               MOVE WS-DIFF TO WS-DIFF-DISP
               MOVE SPACES TO WS-FINDING
               STRING "DATA LAG - EMP ROWS DIFFER FROM THE PRIMARY BY "
                       DELIMITED SIZE
                   WS-DIFF-DISP DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF WS-SBY-DEPT-ROWS NOT = WS-PRIM-DEPT-ROWS
               COMPUTE WS-DIFF = WS-SBY-DEPT-ROWS - WS-PRIM-DEPT-ROWS
               MOVE WS-DIFF TO WS-DIFF-DISP
               MOVE SPACES TO WS-FINDING
               STRING "DATA LAG - DEPT ROWS DIFFER FROM THE PRIMARY BY "
                       DELIMITED SIZE
                   WS-DIFF-DISP DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF WS-SBY-JOB-ROWS NOT = WS-PRIM-JOB-ROWS
               AND NOT WS-SBY-JOB-MISSING
               COMPUTE WS-DIFF = WS-SBY-JOB-ROWS - WS-PRIM-JOB-ROWS
               MOVE WS-DIFF TO WS-DIFF-DISP
               MOVE SPACES TO WS-FINDING
               STRING "DATA LAG - JOBREF ROWS DIFFER FROM THE PRIMARY "
                       DELIMITED SIZE
                   "BY " DELIMITED SIZE
                   WS-DIFF-DISP DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF WS-SBY-SAL-HASH NOT = WS-PRIM-SAL-HASH
               COMPUTE WS-HASH-DIFF =
                   WS-SBY-SAL-HASH - WS-PRIM-SAL-HASH
               MOVE WS-HASH-DIFF TO WS-HASH-DIFF-DISP
               MOVE SPACES TO WS-FINDING
               STRING "DATA LAG - SAL HASH DIFFERS FROM THE PRIMARY BY "
                       DELIMITED SIZE
                   WS-HASH-DIFF-DISP DELIMITED SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF WS-SBY-PASSED
               MOVE "  LAG      NONE - STANDBY MATCHES THE PRIMARY"
                   TO DRILL-REPORT-REC
               WRITE DRILL-REPORT-REC
           END-IF
           .
       COMPARE-WITH-PRIMARY-EXIT.
           EXIT.

       WRITE-FINDING SECTION.
           SET WS-SBY-FAILED TO TRUE
           ADD 1 TO WS-FINDING-COUNT
           MOVE SPACES TO DRILL-REPORT-REC
           STRING "  FINDING  " DELIMITED SIZE
               WS-FINDING DELIMITED SIZE
               INTO DRILL-REPORT-REC
           END-STRING
           WRITE DRILL-REPORT-REC
           .
       WRITE-FINDING-EXIT.
           EXIT.

       APPEND-DRILL-HISTORY SECTION.
      *    One HEALTHRPT history line per standby per drill, in the
      *    history's own "date PGM=name PASS= FAIL=" form with the
      *    switch time after it - HEALTHRPT's trend reads it like
      *    any program's tallies and lists the latest drills.
           MOVE SPACES TO WS-HIST-FILENAME
           DISPLAY "HEALTHRPT-HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-HIST-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HIST-FILENAME = SPACES
               MOVE "/tmp/conn_health_history.dat"
                   TO WS-HIST-FILENAME
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF NOT WS-HIST-FILE-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT WS-HIST-FILE-OK
               DISPLAY "FAILDRILL: UNABLE TO OPEN HISTORY FILE: "
                   WS-HIST-FILENAME
               GO TO APPEND-DRILL-HISTORY-EXIT
           END-IF
           MOVE SPACES TO WS-HIST-PGM
           STRING "DRILL:" DELIMITED SIZE
               DR-DSN(WS-REG-IDX) DELIMITED BY SPACE
               INTO WS-HIST-PGM
           END-STRING
           IF WS-SBY-PASSED
               MOVE 1 TO WS-HIST-PASS
               MOVE 0 TO WS-HIST-FAIL
           ELSE
               MOVE 0 TO WS-HIST-PASS
               MOVE 1 TO WS-HIST-FAIL
           END-IF
           MOVE WS-SWITCH-SECS TO WS-SECS-DISP
           MOVE SPACES TO HISTORY-REC
           STRING WS-TODAY DELIMITED SIZE
               " PGM=" DELIMITED SIZE
               WS-HIST-PGM DELIMITED BY SPACE
               " PASS=" DELIMITED SIZE
               WS-HIST-PASS DELIMITED SIZE
               " FAIL=" DELIMITED SIZE
               WS-HIST-FAIL DELIMITED SIZE
               " SECS=" DELIMITED SIZE
               WS-SECS-DISP DELIMITED SIZE
               INTO HISTORY-REC
           END-STRING
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE
           .
       APPEND-DRILL-HISTORY-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY SECTION.
           MOVE SPACES TO DRILL-REPORT-REC
           WRITE DRILL-REPORT-REC
           MOVE ALL "-" TO DRILL-REPORT-REC
           WRITE DRILL-REPORT-REC
           MOVE SPACES TO DRILL-REPORT-REC
           IF WS-STANDBY-COUNT = 0
               MOVE "NO STANDBY SOURCES ON THE DSN REGISTRY"
                   TO DRILL-REPORT-REC
           ELSE
               MOVE WS-STANDBY-COUNT TO WS-COUNT-DISP
               MOVE WS-PASS-COUNT TO WS-COUNT-DISP2
               MOVE WS-FAIL-COUNT TO WS-COUNT-DISP3
               STRING WS-COUNT-DISP DELIMITED SIZE
                   " STANDBY(S) DRILLED  PASS=" DELIMITED SIZE
                   WS-COUNT-DISP2 DELIMITED SIZE
                   "  FAIL=" DELIMITED SIZE
                   WS-COUNT-DISP3 DELIMITED SIZE
                   INTO DRILL-REPORT-REC
               END-STRING
           END-IF
           WRITE DRILL-REPORT-REC
           .
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
