       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT LEAVE-BAL-FILE ASSIGN TO WS-BAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LVB-KEY
               FILE STATUS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REPORT-FILE.
       01  LEAVE-REPORT-REC            PIC X(132).
       FD  LEAVE-BAL-FILE.
           COPY LEAVEBAL.

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-IND                     PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.

      *    LEAVERPT lists every employee still on the books with
      *    their annual and personal leave balances from the leave
      *    balance master, by department, with department and
      *    grand totals. A balance below zero - leave taken in
      *    advance, inside LEAVE-NEGATIVE-LIMIT - is flagged.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-BAL-FILENAME              PIC X(256).
       01  WS-BAL-STATUS                PIC XX.
           88  WS-BAL-FILE-OK                 VALUE "00".
           88  WS-BAL-NO-FILE                 VALUE "35".
       01  WS-BAL-OPEN-SWITCH           PIC X VALUE "N".
           88  WS-BAL-OPEN                    VALUE "Y".

       01  WS-TODAY                     PIC 9(8).
       01  WS-FIRST-SWITCH              PIC X VALUE "Y".
           88  WS-FIRST-EMPLOYEE              VALUE "Y".
       01  WS-CURRENT-DEPT              PIC S9(4) COMP VALUE ZERO.
       01  WS-ANNUAL-BAL                PIC S9(3)V99.
       01  WS-PERSONAL-BAL              PIC S9(3)V99.
       01  WS-FLAG                      PIC X(10).

       01  WS-DEPT-COUNT                PIC 9(5) VALUE 0.
       01  WS-DEPT-ANNUAL               PIC S9(7)V99 VALUE 0.
       01  WS-DEPT-PERSONAL             PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-COUNT               PIC 9(5) VALUE 0.
       01  WS-TOTAL-ANNUAL              PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-PERSONAL            PIC S9(7)V99 VALUE 0.
       01  WS-NEGATIVE-COUNT            PIC 9(5) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-EMP-NAME               PIC X(10).
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-BALANCE                PIC -ZZ9.99.
           05  D-BALANCE-2              PIC -ZZ9.99.
           05  D-TOTAL                  PIC -Z,ZZZ,ZZ9.99.
           05  D-TOTAL-2                PIC -Z,ZZZ,ZZ9.99.
           05  D-COUNT                  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-BALANCE-FILE
           PERFORM OPEN-REPORT-FILE
           PERFORM SCAN-EMP-BY-DEPARTMENT

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF NOT WS-FIRST-EMPLOYEE
               PERFORM WRITE-DEPT-TOTALS
           END-IF
           PERFORM WRITE-REPORT-TOTALS

           IF WS-BAL-OPEN
               CLOSE LEAVE-BAL-FILE
           END-IF
           CLOSE LEAVE-REPORT-FILE

           DISPLAY "LEAVERPT: " WS-TOTAL-COUNT
               " employee(s) listed, " WS-NEGATIVE-COUNT
               " below zero, to " WS-RPT-FILENAME

           goback.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "LEAVERPT" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "LEAVERPT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-BALANCE-FILE SECTION.
      *    LEAVE-BAL-FILE names the leave balance master
      *    (copy/LEAVEBAL.cpy), default /tmp/leave_bal.dat. Before
      *    the first accrual there is no master and every balance
      *    reports as nil.
           MOVE SPACES TO WS-BAL-FILENAME
           DISPLAY "LEAVE-BAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BAL-FILENAME = SPACES
               MOVE "/tmp/leave_bal.dat" TO WS-BAL-FILENAME
           END-IF
           OPEN INPUT LEAVE-BAL-FILE
           EVALUATE TRUE
               WHEN WS-BAL-FILE-OK
                   SET WS-BAL-OPEN TO TRUE
               WHEN WS-BAL-NO-FILE
                   DISPLAY "LEAVERPT: NO LEAVE BALANCES YET - "
                       "ALL REPORTED AS NIL"
               WHEN OTHER
                   DISPLAY "LEAVERPT: UNABLE TO OPEN LEAVE BALANCES: "
                       WS-BAL-FILENAME " STATUS=" WS-BAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
       OPEN-BALANCE-FILE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    LEAVERPT-FILE names the leave balance report; it defaults
      *    to /tmp/leaverpt.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "LEAVERPT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/leaverpt.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "LEAVERPT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT LEAVE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "LEAVERPT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LEAVE-REPORT-REC
           STRING "LEAVE BALANCES BY DEPARTMENT (DAYS)  RUN "
                   DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO LEAVE-REPORT-REC
           END-STRING
           WRITE LEAVE-REPORT-REC
           MOVE SPACES TO LEAVE-REPORT-REC
           WRITE LEAVE-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       SCAN-EMP-BY-DEPARTMENT SECTION.
           EXEC SQL
               DECLARE LEAVECURS CURSOR FOR
                   SELECT EMPNO, ENAME, DEPTNO, NVL(STATUS, 'A')
                   FROM EMP
                   WHERE NVL(STATUS, 'A') <> 'T'
                   ORDER BY DEPTNO, EMPNO
           END-EXEC

           EXEC SQL
               OPEN LEAVECURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "LEAVERPT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO EMP-NAME-ARR

           EXEC SQL
               FETCH LEAVECURS
                   INTO :EMP-NUMBER, :EMP-NAME,
                       :DEPT-NUMBER:DEPT-IND, :EMP-STATUS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF DEPT-IND = -1
                   MOVE ZERO TO DEPT-NUMBER
               END-IF
               PERFORM REPORT-ONE-EMPLOYEE
               MOVE SPACES TO EMP-NAME-ARR
               EXEC SQL
                   FETCH LEAVECURS
                       INTO :EMP-NUMBER, :EMP-NAME,
                           :DEPT-NUMBER:DEPT-IND, :EMP-STATUS
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "LEAVERPT: FETCH FAILED, SQLCODE: " SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE LEAVECURS
           END-EXEC
           .
       SCAN-EMP-BY-DEPARTMENT-EXIT.
           EXIT.

       REPORT-ONE-EMPLOYEE SECTION.
           IF WS-FIRST-EMPLOYEE
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE DEPT-NUMBER TO WS-CURRENT-DEPT
               PERFORM WRITE-DEPT-HEADING
           ELSE
               IF DEPT-NUMBER NOT = WS-CURRENT-DEPT
                   PERFORM WRITE-DEPT-TOTALS
                   MOVE DEPT-NUMBER TO WS-CURRENT-DEPT
                   PERFORM WRITE-DEPT-HEADING
               END-IF
           END-IF

           MOVE "A" TO LVB-TYPE
           PERFORM READ-ONE-BALANCE
           MOVE LVB-BALANCE TO WS-ANNUAL-BAL
           MOVE "P" TO LVB-TYPE
           PERFORM READ-ONE-BALANCE
           MOVE LVB-BALANCE TO WS-PERSONAL-BAL

           MOVE SPACES TO WS-FLAG
           IF WS-ANNUAL-BAL < 0 OR WS-PERSONAL-BAL < 0
               MOVE "BELOW ZERO" TO WS-FLAG
               ADD 1 TO WS-NEGATIVE-COUNT
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           ADD WS-ANNUAL-BAL TO WS-DEPT-ANNUAL
           ADD WS-PERSONAL-BAL TO WS-DEPT-PERSONAL

           MOVE EMP-NUMBER TO D-EMPNO
           MOVE EMP-NAME-ARR TO D-EMP-NAME
           MOVE WS-ANNUAL-BAL TO D-BALANCE
           MOVE WS-PERSONAL-BAL TO D-BALANCE-2
           MOVE SPACES TO LEAVE-REPORT-REC
           STRING " " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               "  " DELIMITED SIZE
               D-EMP-NAME DELIMITED SIZE
               "   " DELIMITED SIZE
               EMP-STATUS DELIMITED SIZE
               "     " DELIMITED SIZE
               D-BALANCE DELIMITED SIZE
               "     " DELIMITED SIZE
               D-BALANCE-2 DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-FLAG DELIMITED SIZE
             INTO LEAVE-REPORT-REC
           END-STRING
           WRITE LEAVE-REPORT-REC
           .
       REPORT-ONE-EMPLOYEE-EXIT.
           EXIT.

       READ-ONE-BALANCE SECTION.
      *    LVB-TYPE is set by the caller; a type never accrued or
      *    taken has no record and reports as nil.
           MOVE EMP-NUMBER TO LVB-EMPNO
           IF NOT WS-BAL-OPEN
               MOVE ZERO TO LVB-BALANCE
               GO TO READ-ONE-BALANCE-EXIT
           END-IF
           READ LEAVE-BAL-FILE
               INVALID KEY
                   MOVE ZERO TO LVB-BALANCE
           END-READ
           .
       READ-ONE-BALANCE-EXIT.
           EXIT.

       WRITE-DEPT-HEADING SECTION.
           MOVE WS-CURRENT-DEPT TO D-DEPTNO
           MOVE SPACES TO LEAVE-REPORT-REC
           STRING "DEPARTMENT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
             INTO LEAVE-REPORT-REC
           END-STRING
           WRITE LEAVE-REPORT-REC
           MOVE "EMPNO  EMPLOYEE    STATUS   ANNUAL   PERSONAL"
               TO LEAVE-REPORT-REC
           WRITE LEAVE-REPORT-REC
           MOVE "-----  --------    ------   ------   --------"
               TO LEAVE-REPORT-REC
           WRITE LEAVE-REPORT-REC
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-ANNUAL
           MOVE ZERO TO WS-DEPT-PERSONAL
           .
       WRITE-DEPT-HEADING-EXIT.
           EXIT.

       WRITE-DEPT-TOTALS SECTION.
           MOVE WS-CURRENT-DEPT TO D-DEPTNO
           MOVE WS-DEPT-COUNT TO D-COUNT
           MOVE WS-DEPT-ANNUAL TO D-TOTAL
           MOVE WS-DEPT-PERSONAL TO D-TOTAL-2
           MOVE SPACES TO LEAVE-REPORT-REC
           STRING "  DEPT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
               " TOTAL (" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               ")  ANNUAL " DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
               "  PERSONAL " DELIMITED SIZE
               D-TOTAL-2 DELIMITED SIZE
             INTO LEAVE-REPORT-REC
           END-STRING
           WRITE LEAVE-REPORT-REC
           MOVE SPACES TO LEAVE-REPORT-REC
           WRITE LEAVE-REPORT-REC
           ADD WS-DEPT-COUNT TO WS-TOTAL-COUNT
           ADD WS-DEPT-ANNUAL TO WS-TOTAL-ANNUAL
           ADD WS-DEPT-PERSONAL TO WS-TOTAL-PERSONAL
           .
       WRITE-DEPT-TOTALS-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           MOVE WS-TOTAL-COUNT TO D-COUNT
           MOVE WS-TOTAL-ANNUAL TO D-TOTAL
           MOVE WS-TOTAL-PERSONAL TO D-TOTAL-2
           MOVE SPACES TO LEAVE-REPORT-REC
           STRING "GRAND TOTAL (" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               ")  ANNUAL " DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
               "  PERSONAL " DELIMITED SIZE
               D-TOTAL-2 DELIMITED SIZE
             INTO LEAVE-REPORT-REC
           END-STRING
           WRITE LEAVE-REPORT-REC
           MOVE WS-NEGATIVE-COUNT TO D-COUNT
           MOVE SPACES TO LEAVE-REPORT-REC
           STRING "EMPLOYEES WITH A BALANCE BELOW ZERO: "
                   DELIMITED SIZE
               D-COUNT DELIMITED SIZE
             INTO LEAVE-REPORT-REC
           END-STRING
           WRITE LEAVE-REPORT-REC
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
