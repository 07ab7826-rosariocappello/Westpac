       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLFRSH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRESH-FILE ASSIGN TO WS-FRESH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FRESH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRESH-FILE.
           COPY REPLFRSR.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  SIDE-ROW-COUNT               PIC S9(9) COMP VALUE ZERO.
       01  SIDE-SAL-SUM                 PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  MARK-RUN-TS                  PIC X(14).
       01  MARK-ROW-COUNT               PIC S9(9) COMP VALUE ZERO.
       01  MARK-SAL-HASH                PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DSNREGLK.

      *    REPL-FRESH-FILE names the freshness file CONNMGR gates
      *    its read-only routing on; it defaults to
      *    /tmp/repl_fresh.dat when unset.
       01  WS-FRESH-FILENAME            PIC X(256).
       01  WS-FRESH-STATUS              PIC XX.
           88  WS-FRESH-FILE-OK               VALUE "00".

      *    Production's figures, taken once per check - every copy
      *    is judged against the same moment.
       01  WS-PRIM-ROW-COUNT            PIC 9(9) VALUE 0.
       01  WS-PRIM-SAL-HASH             PIC 9(13)V99 VALUE 0.

       01  WS-CHECK-DATE                PIC 9(8).
       01  WS-CHECK-TIME                PIC 9(8).
       01  WS-CHECK-TS                  PIC X(14).
       01  WS-REG-IDX                   PIC 9(2) COMP.
       01  WS-COPY-COUNT                PIC 9(2) VALUE 0.
       01  WS-STALE-COUNT               PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM RECORD-RUN-START
           PERFORM LOAD-REPORTING-COPIES
           PERFORM TAKE-PRIMARY-FIGURES
           PERFORM OPEN-FRESH-FILE

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > DR-COUNT
               IF DR-ROLE(WS-REG-IDX) = "REPORT"
                   PERFORM CHECK-ONE-COPY
               END-IF
           END-PERFORM

           CLOSE FRESH-FILE

           DISPLAY "REPLFRSH: " WS-COPY-COUNT " reporting copy(ies) "
               "checked, " WS-STALE-COUNT " not current - written to "
               WS-FRESH-FILENAME

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "REPLFRSH" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "REPLFRSH: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-COPY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-COPY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-REPORTING-COPIES SECTION.
      *    Every REPORT source on the DSN registry is checked, out
      *    of service or not, so a copy coming back into service
      *    already has a verdict waiting for it.
           MOVE SPACES TO DR-PARM
           MOVE "A" TO DR-FUNCTION
           CALL "DSNREG" USING DR-PARM
           IF NOT DR-OK
               DISPLAY "REPLFRSH: DSN REGISTRY NOT AVAILABLE - NO "
                   "COPIES TO CHECK, RUN ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-REPORTING-COPIES-EXIT.
           EXIT.

       TAKE-PRIMARY-FIGURES SECTION.
      *    With production unreadable nothing can be judged - the
      *    previous freshness file is left as it was, and its
      *    fresh-as-of times simply keep ageing.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "REPLFRSH" TO CM-CALLER
           CALL "CONNMGR" USING CM-PARM
           IF NOT CM-OK
               DISPLAY "REPLFRSH: PRIMARY CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               SELECT COUNT(*), NVL(SUM(SAL), 0)
               INTO :SIDE-ROW-COUNT, :SIDE-SAL-SUM
               FROM EMP
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "REPLFRSH: PRIMARY EMP QUERY FAILED, "
                   "SQLCODE: " SQLCODE
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SIDE-ROW-COUNT TO WS-PRIM-ROW-COUNT
           MOVE SIDE-SAL-SUM TO WS-PRIM-SAL-HASH

           ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHECK-TIME FROM TIME
           MOVE SPACES TO WS-CHECK-TS
           STRING WS-CHECK-DATE DELIMITED SIZE
               WS-CHECK-TIME(1:6) DELIMITED SIZE
               INTO WS-CHECK-TS
           END-STRING

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           .
       TAKE-PRIMARY-FIGURES-EXIT.
           EXIT.

       OPEN-FRESH-FILE SECTION.
           MOVE SPACES TO WS-FRESH-FILENAME
           DISPLAY "REPL-FRESH-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FRESH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FRESH-FILENAME = SPACES
               MOVE "/tmp/repl_fresh.dat" TO WS-FRESH-FILENAME
           END-IF
           OPEN OUTPUT FRESH-FILE
           IF NOT WS-FRESH-FILE-OK
               DISPLAY "REPLFRSH: UNABLE TO OPEN FRESHNESS FILE: "
                   WS-FRESH-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-FRESH-FILE-EXIT.
           EXIT.

       CHECK-ONE-COPY SECTION.
           ADD 1 TO WS-COPY-COUNT
           MOVE SPACES TO REPLFRS-REC
           MOVE DR-DSN(WS-REG-IDX) TO RF-DSN
           MOVE WS-CHECK-TS TO RF-CHECKED-TS
           MOVE ZERO TO RF-MARK-ROWS
           MOVE WS-PRIM-ROW-COUNT TO RF-PRIM-ROWS

           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "REPLFRSH" TO CM-CALLER
           MOVE DR-DSN(WS-REG-IDX) TO CM-DSN
           CALL "CONNMGR" USING CM-PARM
           IF NOT CM-OK
               MOVE "UNREACH" TO RF-VERDICT
               PERFORM WRITE-FRESH-LINE
               GO TO CHECK-ONE-COPY-EXIT
           END-IF

           MOVE SPACES TO MARK-RUN-TS
           EXEC SQL
               SELECT RUN_TS, ROW_COUNT, SAL_HASH
               INTO :MARK-RUN-TS, :MARK-ROW-COUNT, :MARK-SAL-HASH
               FROM REPL_MARKER
               WHERE TABLE_NAME = 'EMP'
           END-EXEC

      *    No row, or no marker table at all (ORA-00942), means
      *    EMPREPL has never stamped this copy.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE MARK-RUN-TS TO RF-MARKER-TS
                   MOVE MARK-ROW-COUNT TO RF-MARK-ROWS
                   IF MARK-ROW-COUNT = SIDE-ROW-COUNT
                       AND MARK-SAL-HASH = SIDE-SAL-SUM
                       MOVE "CURRENT" TO RF-VERDICT
                       MOVE WS-CHECK-TS TO RF-FRESH-AS-OF
                   ELSE
                       MOVE "BEHIND" TO RF-VERDICT
                       MOVE MARK-RUN-TS TO RF-FRESH-AS-OF
                   END-IF
               WHEN SQLCODE = 100
               WHEN SQLCODE = 1403
               WHEN SQLCODE = -942
                   MOVE "NOMARKER" TO RF-VERDICT
               WHEN OTHER
                   DISPLAY "REPLFRSH: MARKER QUERY ON "
                       DR-DSN(WS-REG-IDX) " FAILED, SQLCODE: "
                       SQLCODE
                   MOVE "UNREACH" TO RF-VERDICT
           END-EVALUATE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM WRITE-FRESH-LINE
           .
       CHECK-ONE-COPY-EXIT.
           EXIT.

       WRITE-FRESH-LINE SECTION.
           IF RF-VERDICT NOT = "CURRENT"
               ADD 1 TO WS-STALE-COUNT
           END-IF
           DISPLAY "REPLFRSH: " RF-DSN " " RF-VERDICT
               " MARKER " RF-MARKER-TS
           WRITE REPLFRS-REC
           .
       WRITE-FRESH-LINE-EXIT.
           EXIT.
