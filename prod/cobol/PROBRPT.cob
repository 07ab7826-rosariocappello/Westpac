       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROB-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO WS-OVD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OVD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROB-REPORT-FILE.
       01  PROB-REPORT-REC             PIC X(132).
       FD  OVERDUE-FILE.
       01  OVERDUE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  WINDOW-DAYS                  PIC S9(4) COMP VALUE 30.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  MGR-NUMBER                   PIC S9(4) COMP VALUE ZERO.
       01  MGR-NAME                     PIC X(10) VARYING.
       01  EMP-JOB                      PIC X(9) VARYING.
       01  HIRE-DATE-CHAR               PIC X(8).
       01  PROB-END-CHAR                PIC X(8).
       01  PROB-STATUS                  PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.

      *    PROBRPT is the weekly probation list (copy/PROBDTLK.cpy):
      *    every open probation ending within PROBRPT-WINDOW-DAYS
      *    (default 30), manager by manager, so each manager sees
      *    whose confirm-or-extend decision is coming up in PROBMAINT.
      *    Probations already past their end date with no decision
      *    are listed with them, marked OVERDUE - past that date the
      *    employee can no longer be let go on probation terms.
      *
      *    Every run also rewrites the overdue list on its own
      *    (PROB-OVERDUE-FILE), which OPSDIGEST folds into the
      *    morning page. PROBRPT-MODE=OVERDUE writes only that list,
      *    the nightly step that keeps the morning page current
      *    between the weekly reports.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-OVD-FILENAME              PIC X(256).
       01  WS-OVD-STATUS                PIC XX.
           88  WS-OVD-FILE-OK                 VALUE "00".
       01  WS-MODE-ENV                  PIC X(8).
       01  WS-REPORT-SWITCH             PIC X VALUE "Y".
           88  WS-WRITE-REPORT                VALUE "Y".
       01  WS-WINDOW-ENV                PIC X(3).
       01  WS-WINDOW-RJUST              PIC X(3).
       01  WS-ENTRY-TRAIL-CT            PIC 9 COMP.
       01  WS-ENTRY-LEN                 PIC 9 COMP.

       01  WS-TODAY                     PIC 9(8).
       01  WS-DAYS-LEFT                 PIC S9(5).
       01  WS-PROB-END                  PIC 9(8).
       01  WS-PREV-MGR                  PIC S9(4) COMP VALUE -1.
       01  WS-MGR-LINES                 PIC 9(5) VALUE 0.

       01  WS-LISTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-DUE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT             PIC 9(5) VALUE 0.
       01  WS-MANAGER-COUNT             PIC 9(5) VALUE 0.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(2).
           05  DT-EMPNO                 PIC Z(3)9.
           05  FILLER                   PIC X(2).
           05  DT-NAME                  PIC X(10).
           05  FILLER                   PIC X(2).
           05  DT-JOB                   PIC X(9).
           05  FILLER                   PIC X(2).
           05  DT-DEPTNO                PIC Z(3)9.
           05  FILLER                   PIC X(3).
           05  DT-HIRED                 PIC X(8).
           05  FILLER                   PIC X(3).
           05  DT-ENDS                  PIC X(8).
           05  FILLER                   PIC X(2).
           05  DT-DAYS                  PIC ZZZZ9.
           05  FILLER                   PIC X(1).
           05  DT-DAYS-TEXT             PIC X(11).
           05  FILLER                   PIC X(2).
           05  DT-NOTE                  PIC X(16).
           05  FILLER                   PIC X(38).

       01  DISPLAY-VARIABLES.
           05  D-MGR                    PIC Z(3)9.
           05  D-COUNT                  PIC ZZ,ZZ9.
           05  D-WINDOW                 PIC ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM LOAD-RUN-SETTINGS
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-OUTPUT-FILES
           PERFORM LIST-PROBATIONS

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM WRITE-TOTALS
           IF WS-WRITE-REPORT
               CLOSE PROB-REPORT-FILE
           END-IF
           CLOSE OVERDUE-FILE

           IF WS-WRITE-REPORT
               DISPLAY "PROBRPT: " WS-DUE-COUNT " ending within "
                   D-WINDOW " days, " WS-OVERDUE-COUNT
                   " overdue, report in " WS-RPT-FILENAME
           ELSE
               DISPLAY "PROBRPT: " WS-OVERDUE-COUNT
                   " overdue, list in " WS-OVD-FILENAME
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PROBRPT" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PROBRPT: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-LISTED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-LISTED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-RUN-SETTINGS SECTION.
           MOVE SPACES TO WS-MODE-ENV
           DISPLAY "PROBRPT-MODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT-VALUE
           IF WS-MODE-ENV = "OVERDUE" OR WS-MODE-ENV = "overdue"
               MOVE "N" TO WS-REPORT-SWITCH
           END-IF

           MOVE SPACES TO WS-WINDOW-ENV
           DISPLAY "PROBRPT-WINDOW-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT-VALUE
           IF WS-WINDOW-ENV NOT = SPACES
               MOVE ZERO TO WS-ENTRY-TRAIL-CT
               INSPECT WS-WINDOW-ENV
                   TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-ENTRY-LEN = 3 - WS-ENTRY-TRAIL-CT
               MOVE ZEROS TO WS-WINDOW-RJUST
               MOVE WS-WINDOW-ENV(1:WS-ENTRY-LEN)
                   TO WS-WINDOW-RJUST(4 - WS-ENTRY-LEN:WS-ENTRY-LEN)
               IF WS-WINDOW-RJUST IS NUMERIC
                   MOVE WS-WINDOW-RJUST TO WINDOW-DAYS
               END-IF
           END-IF
           MOVE WINDOW-DAYS TO D-WINDOW
      *    The overdue-only run looks no further ahead than today.
           IF NOT WS-WRITE-REPORT
               MOVE ZERO TO WINDOW-DAYS
           END-IF
           .
       LOAD-RUN-SETTINGS-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "PROBRPT" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "PROBRPT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-OUTPUT-FILES SECTION.
      *    PROB-OVERDUE-FILE names the overdue list OPSDIGEST reads;
      *    it defaults to /tmp/prob_overdue.rpt when unset. It is a
      *    fixed name, not routed, so the digest always finds the
      *    latest one.
           MOVE SPACES TO WS-OVD-FILENAME
           DISPLAY "PROB-OVERDUE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OVD-FILENAME = SPACES
               MOVE "/tmp/prob_overdue.rpt" TO WS-OVD-FILENAME
           END-IF
           OPEN OUTPUT OVERDUE-FILE
           IF NOT WS-OVD-FILE-OK
               DISPLAY "PROBRPT: UNABLE TO OPEN OVERDUE FILE: "
                   WS-OVD-FILENAME
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO OVERDUE-REC
           STRING "PROBATIONS PAST THEIR END DATE WITH NO CONFIRM OR "
                   DELIMITED SIZE
               "EXTEND, AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO OVERDUE-REC
           END-STRING
           WRITE OVERDUE-REC

           IF NOT WS-WRITE-REPORT
               GO TO OPEN-OUTPUT-FILES-EXIT
           END-IF
      *    PROBRPT-FILE names the weekly report; it defaults to
      *    /tmp/probrpt.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "PROBRPT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/probrpt.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "PROBRPT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT PROB-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "PROBRPT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               CLOSE OVERDUE-FILE
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PROB-REPORT-REC
           STRING "PROBATIONS ENDING WITHIN " DELIMITED SIZE
               D-WINDOW DELIMITED SIZE
               " DAYS, BY MANAGER - AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO PROB-REPORT-REC
           END-STRING
           WRITE PROB-REPORT-REC
           MOVE "(CONFIRM OR EXTEND EACH IN PROBMAINT BY ITS END DATE)"
               TO PROB-REPORT-REC
           WRITE PROB-REPORT-REC
           .
       OPEN-OUTPUT-FILES-EXIT.
           EXIT.

       LIST-PROBATIONS SECTION.
      *    Open probations (P or E) of current employees ending by
      *    the window's last day - which takes in every one already
      *    past its end.
           EXEC SQL
               DECLARE PROBRCURS CURSOR FOR
                   SELECT NVL(MGR, 0), EMPNO, ENAME, JOB,
                          NVL(DEPTNO, 0),
                          TO_CHAR(HIREDATE, 'YYYYMMDD'),
                          TO_CHAR(PROBEND, 'YYYYMMDD'), PROBSTATUS
                   FROM EMP
                   WHERE PROBSTATUS IN ('P', 'E')
                     AND PROBEND IS NOT NULL
                     AND NVL(STATUS, 'A') <> 'T'
                     AND PROBEND <= TRUNC(SYSDATE) + :WINDOW-DAYS
                   ORDER BY 1, PROBEND, EMPNO
           END-EXEC

           EXEC SQL
               OPEN PROBRCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PROBRPT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM ABANDON-RUN
           END-IF

           MOVE SPACES TO EMP-NAME-ARR
           MOVE SPACES TO EMP-JOB-ARR
           EXEC SQL
               FETCH PROBRCURS
                   INTO :MGR-NUMBER, :EMP-NUMBER, :EMP-NAME, :EMP-JOB,
                        :DEPT-NUMBER, :HIRE-DATE-CHAR, :PROB-END-CHAR,
                        :PROB-STATUS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM LIST-ONE-PROBATION
               MOVE SPACES TO EMP-NAME-ARR
               MOVE SPACES TO EMP-JOB-ARR
               EXEC SQL
                   FETCH PROBRCURS
                       INTO :MGR-NUMBER, :EMP-NUMBER, :EMP-NAME,
                            :EMP-JOB, :DEPT-NUMBER, :HIRE-DATE-CHAR,
                            :PROB-END-CHAR, :PROB-STATUS
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "PROBRPT: FETCH FAILED, SQLCODE: " SQLCODE
               EXEC SQL
                   CLOSE PROBRCURS
               END-EXEC
               PERFORM ABANDON-RUN
           END-IF

           EXEC SQL
               CLOSE PROBRCURS
           END-EXEC
           .
       LIST-PROBATIONS-EXIT.
           EXIT.

       ABANDON-RUN SECTION.
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           CLOSE OVERDUE-FILE
           IF WS-WRITE-REPORT
               CLOSE PROB-REPORT-FILE
           END-IF
           PERFORM RECORD-RUN-FAIL
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       ABANDON-RUN-EXIT.
           EXIT.

       LIST-ONE-PROBATION SECTION.
           ADD 1 TO WS-LISTED-COUNT
           MOVE PROB-END-CHAR TO WS-PROB-END
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-PROB-END)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)

           MOVE SPACES TO DETAIL-LINE
           MOVE EMP-NUMBER TO DT-EMPNO
           MOVE EMP-NAME-ARR TO DT-NAME
           MOVE EMP-JOB-ARR TO DT-JOB
           MOVE DEPT-NUMBER TO DT-DEPTNO
           MOVE HIRE-DATE-CHAR TO DT-HIRED
           MOVE PROB-END-CHAR TO DT-ENDS
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE DT-DAYS = 0 - WS-DAYS-LEFT
               MOVE "DAY(S) OVER" TO DT-DAYS-TEXT
               MOVE "OVERDUE" TO DT-NOTE
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-DAYS-LEFT TO DT-DAYS
               MOVE "DAY(S) LEFT" TO DT-DAYS-TEXT
           END-IF
           IF PROB-STATUS = "E"
               IF WS-DAYS-LEFT < 0
                   MOVE "OVERDUE-EXTENDED" TO DT-NOTE
               ELSE
                   MOVE "EXTENDED" TO DT-NOTE
               END-IF
           END-IF

           IF WS-DAYS-LEFT < 0
               PERFORM WRITE-OVERDUE-LINE
           END-IF

           IF NOT WS-WRITE-REPORT
               GO TO LIST-ONE-PROBATION-EXIT
           END-IF
           IF MGR-NUMBER NOT = WS-PREV-MGR
               PERFORM WRITE-MANAGER-HEADING
           END-IF
           MOVE DETAIL-LINE TO PROB-REPORT-REC
           WRITE PROB-REPORT-REC
           .
       LIST-ONE-PROBATION-EXIT.
           EXIT.

       WRITE-MANAGER-HEADING SECTION.
           MOVE MGR-NUMBER TO WS-PREV-MGR
           ADD 1 TO WS-MANAGER-COUNT
           MOVE SPACES TO MGR-NAME-ARR
           IF MGR-NUMBER = 0
               MOVE "(NONE)" TO MGR-NAME-ARR
           ELSE
               EXEC SQL
                   SELECT ENAME
                   INTO :MGR-NAME
                   FROM EMP
                   WHERE EMPNO = :MGR-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "(NO EMP)" TO MGR-NAME-ARR
               END-IF
           END-IF
           MOVE MGR-NUMBER TO D-MGR
           MOVE SPACES TO PROB-REPORT-REC
           WRITE PROB-REPORT-REC
           MOVE SPACES TO PROB-REPORT-REC
           STRING "MANAGER " DELIMITED SIZE
               D-MGR DELIMITED SIZE
               "  " DELIMITED SIZE
               MGR-NAME-ARR DELIMITED SIZE
             INTO PROB-REPORT-REC
           END-STRING
           WRITE PROB-REPORT-REC
           MOVE SPACES TO PROB-REPORT-REC
           STRING "  EMPNO EMPLOYEE    JOB        DEPT   "
                   DELIMITED SIZE
               "HIRED      ENDS" DELIMITED SIZE
             INTO PROB-REPORT-REC
           END-STRING
           WRITE PROB-REPORT-REC
           .
       WRITE-MANAGER-HEADING-EXIT.
           EXIT.

       WRITE-OVERDUE-LINE SECTION.
      *    The morning page wants the manager on the line itself -
      *    there are no manager headings in the overdue list.
           MOVE DETAIL-LINE TO OVERDUE-REC
           MOVE MGR-NUMBER TO D-MGR
           STRING "MGR " DELIMITED SIZE
               D-MGR DELIMITED SIZE
             INTO OVERDUE-REC(96:8)
           END-STRING
           WRITE OVERDUE-REC
           .
       WRITE-OVERDUE-LINE-EXIT.
           EXIT.

       WRITE-TOTALS SECTION.
           MOVE WS-OVERDUE-COUNT TO D-COUNT
           MOVE SPACES TO OVERDUE-REC
           IF WS-OVERDUE-COUNT = 0
               MOVE "  (NONE OVERDUE)" TO OVERDUE-REC
           ELSE
               STRING D-COUNT DELIMITED SIZE
                   " OVERDUE - CONFIRM OR EXTEND IN PROBMAINT NOW"
                       DELIMITED SIZE
                 INTO OVERDUE-REC
               END-STRING
           END-IF
           WRITE OVERDUE-REC

           IF NOT WS-WRITE-REPORT
               GO TO WRITE-TOTALS-EXIT
           END-IF
           MOVE SPACES TO PROB-REPORT-REC
           WRITE PROB-REPORT-REC
           MOVE WS-DUE-COUNT TO D-COUNT
           MOVE SPACES TO PROB-REPORT-REC
           STRING D-COUNT DELIMITED SIZE
               " ENDING WITHIN THE WINDOW" DELIMITED SIZE
             INTO PROB-REPORT-REC
           END-STRING
           WRITE PROB-REPORT-REC
           MOVE WS-OVERDUE-COUNT TO D-COUNT
           MOVE SPACES TO PROB-REPORT-REC
           STRING D-COUNT DELIMITED SIZE
               " OVERDUE (END DATE PASSED, NOT ACTIONED)"
                   DELIMITED SIZE
             INTO PROB-REPORT-REC
           END-STRING
           WRITE PROB-REPORT-REC
           MOVE WS-MANAGER-COUNT TO D-COUNT
           MOVE SPACES TO PROB-REPORT-REC
           STRING D-COUNT DELIMITED SIZE
               " MANAGER(S) WITH DECISIONS TO MAKE" DELIMITED SIZE
             INTO PROB-REPORT-REC
           END-STRING
           WRITE PROB-REPORT-REC
           .
       WRITE-TOTALS-EXIT.
           EXIT.
