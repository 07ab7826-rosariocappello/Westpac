       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAC-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAC-REPORT-FILE.
       01  VAC-REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-NAME                    PIC X(14) VARYING.
       01  POSN-JOB                     PIC X(9) VARYING.
       01  POSN-AUTH                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-FILLED                  PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.

      *    VACRPT is the position control report: for every
      *    department, each job's authorized positions in effect
      *    today (POSITION, maintained in DEPTMAINT), the employees
      *    filling them (everyone not terminated) and the vacancies
      *    left - or how far over the count a department already
      *    stands. Jobs people fill with no position in effect are
      *    listed as NOT CONTROLLED, so they can be authorized or
      *    dealt with. Department and company totals close the
      *    report; the held moves waiting on POSAPPR are not counted
      *    as filled until approved.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

       01  WS-TODAY                     PIC 9(8).
       01  WS-PREV-DEPT                 PIC S9(4) COMP VALUE -1.
       01  WS-VACANT                    PIC S9(9) COMP.

       01  WS-LINE-COUNT                PIC 9(5) VALUE 0.
       01  WS-DEPT-COUNT                PIC 9(5) VALUE 0.
       01  WS-DEPT-AUTH                 PIC 9(7) VALUE 0.
       01  WS-DEPT-FILLED               PIC 9(7) VALUE 0.
       01  WS-DEPT-CTL-FILLED           PIC 9(7) VALUE 0.
       01  WS-DEPT-VACANT               PIC 9(7) VALUE 0.
       01  WS-DEPT-OVER                 PIC 9(7) VALUE 0.
       01  WS-TOTAL-AUTH                PIC 9(7) VALUE 0.
       01  WS-TOTAL-FILLED              PIC 9(7) VALUE 0.
       01  WS-TOTAL-VACANT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-OVER                PIC 9(7) VALUE 0.
       01  WS-TOTAL-UNCONTROLLED        PIC 9(7) VALUE 0.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(4).
           05  DT-JOB                   PIC X(9).
           05  FILLER                   PIC X(3).
           05  DT-AUTH                  PIC Z(5)9.
           05  FILLER                   PIC X(3).
           05  DT-FILLED                PIC Z(5)9.
           05  FILLER                   PIC X(3).
           05  DT-VACANT                PIC Z(5)9.
           05  FILLER                   PIC X(3).
           05  DT-NOTE                  PIC X(20).
           05  FILLER                   PIC X(69).

       01  DISPLAY-VARIABLES.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-COUNT                  PIC Z(5)9.
           05  D-COUNT-2                PIC Z(5)9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           PERFORM LIST-POSITIONS

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF WS-PREV-DEPT NOT = -1
               PERFORM WRITE-DEPT-TOTALS
           END-IF
           PERFORM WRITE-TOTALS
           CLOSE VAC-REPORT-FILE

           DISPLAY "VACRPT: " WS-DEPT-COUNT " department(s), "
               WS-TOTAL-VACANT " vacant, " WS-TOTAL-OVER
               " over the authorized count, report in "
               WS-RPT-FILENAME

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "VACRPT" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "VACRPT: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-LINE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-LINE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "VACRPT" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "VACRPT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    VACRPT-FILE names the report; it defaults to
      *    /tmp/vacrpt.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "VACRPT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/vacrpt.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "VACRPT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT VAC-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "VACRPT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO VAC-REPORT-REC
           STRING "AUTHORIZED, FILLED AND VACANT POSITIONS BY "
                   DELIMITED SIZE
               "DEPARTMENT - AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO VAC-REPORT-REC
           END-STRING
           WRITE VAC-REPORT-REC
           MOVE "(AUTHORIZE POSITIONS IN DEPTMAINT, OPTION P)"
               TO VAC-REPORT-REC
           WRITE VAC-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       LIST-POSITIONS SECTION.
      *    The positions in effect today with the count filling each,
      *    then every job filled in a department with no position in
      *    effect for it (authorized comes back -1), one list in
      *    department and job order.
           EXEC SQL
               DECLARE VACCURS CURSOR FOR
                   SELECT P.DEPTNO, D.DNAME, P.JOBCODE,
                          SUM(P.AUTHCOUNT),
                          (SELECT COUNT(*)
                             FROM EMP E
                            WHERE E.DEPTNO = P.DEPTNO
                              AND E.JOB = P.JOBCODE
                              AND NVL(E.STATUS, 'A') <> 'T')
                   FROM POSITION P, DEPT D
                   WHERE D.DEPTNO = P.DEPTNO
                     AND P.EFFFROM <= TRUNC(SYSDATE)
                     AND (P.EFFTO IS NULL
                          OR P.EFFTO >= TRUNC(SYSDATE))
                   GROUP BY P.DEPTNO, D.DNAME, P.JOBCODE
                   UNION ALL
                   SELECT E.DEPTNO, D.DNAME, E.JOB, -1, COUNT(*)
                   FROM EMP E, DEPT D
                   WHERE D.DEPTNO = E.DEPTNO
                     AND NVL(E.STATUS, 'A') <> 'T'
                     AND NOT EXISTS
                         (SELECT 1
                            FROM POSITION P
                           WHERE P.DEPTNO = E.DEPTNO
                             AND P.JOBCODE = E.JOB
                             AND P.EFFFROM <= TRUNC(SYSDATE)
                             AND (P.EFFTO IS NULL
                                  OR P.EFFTO >= TRUNC(SYSDATE)))
                   GROUP BY E.DEPTNO, D.DNAME, E.JOB
                   ORDER BY 1, 3
           END-EXEC

           EXEC SQL
               OPEN VACCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACRPT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM ABANDON-RUN
           END-IF

           MOVE SPACES TO DEPT-NAME-ARR
           MOVE SPACES TO POSN-JOB-ARR
           EXEC SQL
               FETCH VACCURS
                   INTO :DEPT-NUMBER, :DEPT-NAME, :POSN-JOB,
                        :POSN-AUTH, :POSN-FILLED
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM LIST-ONE-POSITION
               MOVE SPACES TO DEPT-NAME-ARR
               MOVE SPACES TO POSN-JOB-ARR
               EXEC SQL
                   FETCH VACCURS
                       INTO :DEPT-NUMBER, :DEPT-NAME, :POSN-JOB,
                            :POSN-AUTH, :POSN-FILLED
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "VACRPT: FETCH FAILED, SQLCODE: " SQLCODE
               EXEC SQL
                   CLOSE VACCURS
               END-EXEC
               PERFORM ABANDON-RUN
           END-IF

           EXEC SQL
               CLOSE VACCURS
           END-EXEC
           .
       LIST-POSITIONS-EXIT.
           EXIT.

       ABANDON-RUN SECTION.
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           CLOSE VAC-REPORT-FILE
           PERFORM RECORD-RUN-FAIL
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       ABANDON-RUN-EXIT.
           EXIT.

       LIST-ONE-POSITION SECTION.
           IF DEPT-NUMBER NOT = WS-PREV-DEPT
               IF WS-PREV-DEPT NOT = -1
                   PERFORM WRITE-DEPT-TOTALS
               END-IF
               PERFORM WRITE-DEPT-HEADING
           END-IF

           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO DETAIL-LINE
           MOVE POSN-JOB-ARR TO DT-JOB
           MOVE POSN-FILLED TO DT-FILLED
           ADD POSN-FILLED TO WS-DEPT-FILLED

           IF POSN-AUTH < 0
               MOVE "NOT CONTROLLED" TO DT-NOTE
               ADD POSN-FILLED TO WS-TOTAL-UNCONTROLLED
           ELSE
               MOVE POSN-AUTH TO DT-AUTH
               ADD POSN-AUTH TO WS-DEPT-AUTH
               ADD POSN-FILLED TO WS-DEPT-CTL-FILLED
               COMPUTE WS-VACANT = POSN-AUTH - POSN-FILLED
               IF WS-VACANT < 0
                   MOVE ZERO TO DT-VACANT
                   COMPUTE D-COUNT = 0 - WS-VACANT
                   STRING "OVER BY " DELIMITED SIZE
                       D-COUNT DELIMITED SIZE
                     INTO DT-NOTE
                   END-STRING
                   SUBTRACT WS-VACANT FROM WS-DEPT-OVER
               ELSE
                   MOVE WS-VACANT TO DT-VACANT
                   ADD WS-VACANT TO WS-DEPT-VACANT
               END-IF
           END-IF

           MOVE DETAIL-LINE TO VAC-REPORT-REC
           WRITE VAC-REPORT-REC
           .
       LIST-ONE-POSITION-EXIT.
           EXIT.

       WRITE-DEPT-HEADING SECTION.
           MOVE DEPT-NUMBER TO WS-PREV-DEPT
           ADD 1 TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-AUTH
           MOVE ZERO TO WS-DEPT-FILLED
           MOVE ZERO TO WS-DEPT-CTL-FILLED
           MOVE ZERO TO WS-DEPT-VACANT
           MOVE ZERO TO WS-DEPT-OVER
           MOVE DEPT-NUMBER TO D-DEPTNO
           MOVE SPACES TO VAC-REPORT-REC
           WRITE VAC-REPORT-REC
           MOVE SPACES TO VAC-REPORT-REC
           STRING "DEPT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
               "  " DELIMITED SIZE
               DEPT-NAME-ARR DELIMITED SIZE
             INTO VAC-REPORT-REC
           END-STRING
           WRITE VAC-REPORT-REC
           MOVE "    JOB           AUTHORIZED   FILLED   VACANT"
               TO VAC-REPORT-REC
           WRITE VAC-REPORT-REC
           .
       WRITE-DEPT-HEADING-EXIT.
           EXIT.

       WRITE-DEPT-TOTALS SECTION.
      *    Vacant and over are summed job by job - a vacancy for a
      *    clerk does not cancel an analyst too many.
           MOVE SPACES TO DETAIL-LINE
           MOVE "TOTAL" TO DT-JOB
           MOVE WS-DEPT-AUTH TO DT-AUTH
           MOVE WS-DEPT-FILLED TO DT-FILLED
           MOVE WS-DEPT-VACANT TO DT-VACANT
           IF WS-DEPT-OVER > 0
               MOVE WS-DEPT-OVER TO D-COUNT
               STRING "OVER BY " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                 INTO DT-NOTE
               END-STRING
           END-IF
           MOVE DETAIL-LINE TO VAC-REPORT-REC
           WRITE VAC-REPORT-REC
           ADD WS-DEPT-AUTH TO WS-TOTAL-AUTH
           ADD WS-DEPT-FILLED TO WS-TOTAL-FILLED
           ADD WS-DEPT-VACANT TO WS-TOTAL-VACANT
           ADD WS-DEPT-OVER TO WS-TOTAL-OVER
           .
       WRITE-DEPT-TOTALS-EXIT.
           EXIT.

       WRITE-TOTALS SECTION.
           MOVE SPACES TO VAC-REPORT-REC
           WRITE VAC-REPORT-REC
           IF WS-DEPT-COUNT = 0
               MOVE "  (NO POSITIONS AUTHORIZED AND NO EMPLOYEES)"
                   TO VAC-REPORT-REC
               WRITE VAC-REPORT-REC
               GO TO WRITE-TOTALS-EXIT
           END-IF
           MOVE WS-TOTAL-AUTH TO D-COUNT
           MOVE WS-TOTAL-FILLED TO D-COUNT-2
           MOVE SPACES TO VAC-REPORT-REC
           STRING "COMPANY: " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " AUTHORIZED, " DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
               " FILLED" DELIMITED SIZE
             INTO VAC-REPORT-REC
           END-STRING
           WRITE VAC-REPORT-REC
           MOVE WS-TOTAL-VACANT TO D-COUNT
           MOVE WS-TOTAL-OVER TO D-COUNT-2
           MOVE SPACES TO VAC-REPORT-REC
           STRING "         " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " VACANT,     " DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
               " OVER THE AUTHORIZED COUNT" DELIMITED SIZE
             INTO VAC-REPORT-REC
           END-STRING
           WRITE VAC-REPORT-REC
           MOVE WS-TOTAL-UNCONTROLLED TO D-COUNT
           MOVE SPACES TO VAC-REPORT-REC
           STRING "         " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " FILLING JOBS WITH NO POSITION IN EFFECT"
                   DELIMITED SIZE
             INTO VAC-REPORT-REC
           END-STRING
           WRITE VAC-REPORT-REC
           .
       WRITE-TOTALS-EXIT.
           EXIT.
