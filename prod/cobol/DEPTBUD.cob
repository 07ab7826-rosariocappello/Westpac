                                            VALUE ZERO.
       01  DEPT-COMM-SUM                PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  DEPT-NAME                    PIC X(14) VARYING.
       01  DEPT-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY CSVPARLK.
           COPY DEPTTRLK.
           COPY PERIODLK.

       01  WS-BUDGET-FILENAME           PIC X(256).
       01  WS-BUDGET-STATUS             PIC XX.
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).

      *    The division rollup. Every department's figures also go
      *    to the shared DEPTTREE - slot 1 month budget, 2 month
      *    actual, 3 YTD budget, 4 YTD actual, 5 projection, 6 annual
      *    budget - and after the department lines each level of the
      *    DEPT hierarchy (PARENTDEPT) is reconciled on its rolled
      *    figures, so a division over budget shows even when no one
      *    department in it is. Printed once any department has a
      *    parent.
       01  WS-HIER-SWITCH               PIC X VALUE "N".
           88  WS-HIERARCHY-LOADED            VALUE "Y".
       01  WS-PARENTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ROLL-LABEL                PIC X(32).
       01  WS-ROLL-PTR                  PIC 99 COMP.
       01  WS-DIV-OVER-COUNT            PIC 9(3) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-BUDGET                 PIC ZZ,ZZZ,ZZ9.99.
           PERFORM LOAD-BUDGET-FILE
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           PERFORM LOAD-DEPT-HIERARCHY
           PERFORM RECONCILE-DEPARTMENTS
           PERFORM REPORT-UNMATCHED-BUDGETS
           PERFORM WRITE-HIERARCHY-ROLLUP

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           DISPLAY "DEPTBUD: " WS-OVER-COUNT " over budget, "
               WS-EXCEPTION-COUNT " exception(s), report in "
               WS-RPT-FILENAME
           IF WS-DIV-OVER-COUNT > 0
               DISPLAY "DEPTBUD: " WS-DIV-OVER-COUNT
                   " division rollup(s) over budget"
           END-IF

           IF WS-OVER-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
               INTO VARIANCE-REPORT-REC
           END-STRING
           WRITE VARIANCE-REPORT-REC
      *    A month finance has closed (PERCLOSE) can no longer move
      *    under the report - say so on its face.
           MOVE SPACES TO PQ-PARM
           MOVE "Q" TO PQ-FUNCTION
           MOVE WS-TODAY(1:6) TO PQ-PERIOD
           CALL "PERIODCHK" USING PQ-PARM
           IF PQ-PERIOD-CLOSED
               MOVE SPACES TO VARIANCE-REPORT-REC
               STRING "*** FINAL - PERIOD CLOSED " DELIMITED SIZE
                   PQ-CLOSED-DATE DELIMITED SIZE
                   " BY " DELIMITED SIZE
                   PQ-CLOSED-BY DELIMITED BY SPACE
                   " ***" DELIMITED SIZE
                   INTO VARIANCE-REPORT-REC
               END-STRING
               WRITE VARIANCE-REPORT-REC
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-REC
           STRING "DEPT     MTH BUDGET     MTH ACTUAL"
                   DELIMITED SIZE
           EXIT.

       RECONCILE-DEPARTMENTS SECTION.
      *    Actuals charge a split-funded employee by the EMPALLOC set
      *    in effect today (ALLOCMAINT), salary and commission each
      *    split and rounded to the cent with the rounding difference
      *    on the set's lowest department - the same charge GLPOST
      *    posts - and everyone else to EMP.DEPTNO.
           EXEC SQL
               DECLARE BUDCURS CURSOR FOR
                   SELECT CHG_DEPT, SUM(CHG_SAL), SUM(NVL(CHG_COMM, 0))
                   FROM
                   (SELECT E.DEPTNO CHG_DEPT, E.SAL CHG_SAL,
                           E.COMM CHG_COMM
                      FROM EMP E
                     WHERE NVL(E.STATUS, 'A') <> 'T'
                       AND NOT EXISTS
                           (SELECT 1 FROM EMPALLOC A
                             WHERE A.EMPNO = E.EMPNO
                               AND A.EFFFROM <= TRUNC(SYSDATE)
                               AND (A.EFFTO IS NULL
                                    OR A.EFFTO >= TRUNC(SYSDATE)))
                    UNION ALL
                    SELECT A.DEPTNO,
                       ROUND(E.SAL * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.SAL - SUM(ROUND(E.SAL * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0),
                       ROUND(E.COMM * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.COMM
                           - SUM(ROUND(E.COMM * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0)
                      FROM EMP E, EMPALLOC A
                     WHERE A.EMPNO = E.EMPNO
                       AND NVL(E.STATUS, 'A') <> 'T'
                       AND A.EFFFROM <= TRUNC(SYSDATE)
                       AND (A.EFFTO IS NULL
                            OR A.EFFTO >= TRUNC(SYSDATE)))
                   GROUP BY CHG_DEPT
                   ORDER BY CHG_DEPT
           END-EXEC

           EXEC SQL
                 INTO VARIANCE-REPORT-REC
               END-STRING
               WRITE VARIANCE-REPORT-REC
               MOVE ZERO TO WS-YTD-BUDGET
               COMPUTE WS-YTD-ACTUAL = WS-ACTUAL-TOTAL * WS-TODAY-MM
               COMPUTE WS-PROJECTION = WS-ACTUAL-TOTAL * 12
               MOVE ZERO TO DT-AMOUNT(1)
               MOVE WS-ACTUAL-TOTAL TO DT-AMOUNT(2)
               MOVE ZERO TO DT-AMOUNT(3)
               MOVE WS-YTD-ACTUAL TO DT-AMOUNT(4)
               MOVE WS-PROJECTION TO DT-AMOUNT(5)
               MOVE ZERO TO DT-AMOUNT(6)
               MOVE DEPT-NUMBER TO DT-DEPTNO
               PERFORM ADD-TO-HIERARCHY
               GO TO RECONCILE-ONE-DEPT-EXIT
           END-IF
           MOVE "Y" TO WS-BUD-MATCHED(WS-BUDGET-IDX)
             INTO VARIANCE-REPORT-REC
           END-STRING
           WRITE VARIANCE-REPORT-REC
           MOVE WS-BUD-MONTH(WS-BUDGET-IDX WS-TODAY-MM)
               TO DT-AMOUNT(1)
           MOVE WS-ACTUAL-TOTAL TO DT-AMOUNT(2)
           MOVE WS-YTD-BUDGET TO DT-AMOUNT(3)
           MOVE WS-YTD-ACTUAL TO DT-AMOUNT(4)
           MOVE WS-PROJECTION TO DT-AMOUNT(5)
           MOVE WS-BUD-ANNUAL(WS-BUDGET-IDX) TO DT-AMOUNT(6)
           MOVE DEPT-NUMBER TO DT-DEPTNO
           PERFORM ADD-TO-HIERARCHY
           .
       RECONCILE-ONE-DEPT-EXIT.
           EXIT.
                     INTO VARIANCE-REPORT-REC
                   END-STRING
                   WRITE VARIANCE-REPORT-REC
                   PERFORM ADD-UNMATCHED-BUDGET
               END-IF
           END-PERFORM
           .
       REPORT-UNMATCHED-BUDGETS-EXIT.
           EXIT.

       ADD-UNMATCHED-BUDGET SECTION.
      *    A budget with no payroll still counts toward its
      *    division's budget, with nothing spent against it.
           MOVE ZERO TO WS-YTD-BUDGET
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-TODAY-MM
               ADD WS-BUD-MONTH(WS-BUDGET-IDX WS-MONTH-IDX)
                   TO WS-YTD-BUDGET
           END-PERFORM
           MOVE WS-BUD-MONTH(WS-BUDGET-IDX WS-TODAY-MM)
               TO DT-AMOUNT(1)
           MOVE ZERO TO DT-AMOUNT(2)
           MOVE WS-YTD-BUDGET TO DT-AMOUNT(3)
           MOVE ZERO TO DT-AMOUNT(4)
           MOVE ZERO TO DT-AMOUNT(5)
           MOVE WS-BUD-ANNUAL(WS-BUDGET-IDX) TO DT-AMOUNT(6)
           MOVE WS-BUD-DEPT(WS-BUDGET-IDX) TO DT-DEPTNO
           PERFORM ADD-TO-HIERARCHY
           .
       ADD-UNMATCHED-BUDGET-EXIT.
           EXIT.

       ADD-TO-HIERARCHY SECTION.
      *    DT-DEPTNO and DT-AMOUNT(1) to (6) are set by the caller.
           IF NOT WS-HIERARCHY-LOADED
               GO TO ADD-TO-HIERARCHY-EXIT
           END-IF
           MOVE "A" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           .
       ADD-TO-HIERARCHY-EXIT.
           EXIT.

       LOAD-DEPT-HIERARCHY SECTION.
      *    Every department goes to DEPTTREE with its parent, staffed
      *    and budgeted or not - a division with no staff of its own
      *    still needs its line. If DEPT cannot be read the variance
      *    report still runs, without the rollup.
           MOVE SPACES TO DT-PARM
           MOVE "I" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM

           EXEC SQL
               DECLARE HIERCURS CURSOR FOR
                   SELECT DEPTNO, DNAME, PARENTDEPT
                   FROM DEPT
                   ORDER BY DEPTNO
           END-EXEC

           EXEC SQL
               OPEN HIERCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "DEPTBUD: DEPT HIERARCHY NOT READ, SQLCODE: "
                   SQLCODE " - NO DIVISION ROLLUP"
               GO TO LOAD-DEPT-HIERARCHY-EXIT
           END-IF

           MOVE SPACES TO DEPT-NAME-ARR
           MOVE ZERO TO DEPT-PARENT-IND
           EXEC SQL
               FETCH HIERCURS
                   INTO :DEPT-NUMBER, :DEPT-NAME,
                       :DEPT-PARENT:DEPT-PARENT-IND
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE "D" TO DT-FUNCTION
               MOVE DEPT-NUMBER TO DT-DEPTNO
               MOVE DEPT-NAME-ARR TO DT-DNAME
               IF DEPT-PARENT-IND = -1
                   MOVE "N" TO DT-PARENT-SWITCH
                   MOVE ZERO TO DT-PARENT
               ELSE
                   MOVE "Y" TO DT-PARENT-SWITCH
                   MOVE DEPT-PARENT TO DT-PARENT
                   ADD 1 TO WS-PARENTED-COUNT
               END-IF
               CALL "DEPTTREE" USING DT-PARM
               MOVE SPACES TO DEPT-NAME-ARR
               MOVE ZERO TO DEPT-PARENT-IND
               EXEC SQL
                   FETCH HIERCURS
                       INTO :DEPT-NUMBER, :DEPT-NAME,
                           :DEPT-PARENT:DEPT-PARENT-IND
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "DEPTBUD: DEPT HIERARCHY NOT READ, SQLCODE: "
                   SQLCODE " - NO DIVISION ROLLUP"
           ELSE
               SET WS-HIERARCHY-LOADED TO TRUE
           END-IF

           EXEC SQL
               CLOSE HIERCURS
           END-EXEC
           .
       LOAD-DEPT-HIERARCHY-EXIT.
           EXIT.

       WRITE-HIERARCHY-ROLLUP SECTION.
      *    One line per department in hierarchy order, indented by
      *    level, reconciled on its own figures plus everything
      *    below it.
           IF NOT WS-HIERARCHY-LOADED OR WS-PARENTED-COUNT = 0
               GO TO WRITE-HIERARCHY-ROLLUP-EXIT
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE "DIVISION ROLLUP - EACH LINE INCLUDES ALL BELOW IT"
               TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE SPACES TO VARIANCE-REPORT-REC
           STRING "DEPARTMENT                         MTH BUDGET"
                   DELIMITED SIZE
               "     MTH ACTUAL         MTH VAR         YTD VAR"
                   DELIMITED SIZE
               "     YR-END PROJ  FLAG" DELIMITED SIZE
               INTO VARIANCE-REPORT-REC
           END-STRING
           WRITE VARIANCE-REPORT-REC
           MOVE ALL "-" TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE "R" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           MOVE "N" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           PERFORM UNTIL NOT DT-OK
               PERFORM WRITE-ONE-ROLLUP-LINE
               MOVE "N" TO DT-FUNCTION
               CALL "DEPTTREE" USING DT-PARM
           END-PERFORM
           .
       WRITE-HIERARCHY-ROLLUP-EXIT.
           EXIT.

       WRITE-ONE-ROLLUP-LINE SECTION.
      *    DEPTNO and name, two columns in per level below the top; a
      *    department with others below it is marked with "+", one
      *    whose parent is missing or looped with "?". Only the
      *    levels with departments below them count toward the
      *    division over-budget total - the departments themselves
      *    were counted above.
           MOVE SPACES TO WS-ROLL-LABEL
           COMPUTE WS-ROLL-PTR = ((DT-LEVEL - 1) * 2) + 1
           IF WS-ROLL-PTR > 11
               MOVE 11 TO WS-ROLL-PTR
           END-IF
           MOVE DT-DEPTNO TO D-DEPTNO
           STRING D-DEPTNO DELIMITED SIZE
               " " DELIMITED SIZE
               DT-DNAME DELIMITED SIZE
             INTO WS-ROLL-LABEL
             WITH POINTER WS-ROLL-PTR
           END-STRING
           IF DT-CHILD-COUNT > 0
               MOVE "+" TO WS-ROLL-LABEL(31:1)
           END-IF
           IF DT-ORPHAN OR DT-LOOP-CUT
               MOVE "?" TO WS-ROLL-LABEL(31:1)
           END-IF
           COMPUTE WS-VARIANCE = DT-AMOUNT(2) - DT-AMOUNT(1)
           COMPUTE WS-YTD-VARIANCE = DT-AMOUNT(4) - DT-AMOUNT(3)
           MOVE SPACES TO D-FLAG
           IF WS-VARIANCE > 0
               MOVE "OVER BUDGET" TO D-FLAG
               IF DT-CHILD-COUNT > 0
                   ADD 1 TO WS-DIV-OVER-COUNT
               END-IF
           ELSE
               IF DT-AMOUNT(5) > DT-AMOUNT(6)
                   MOVE "PROJ OVER" TO D-FLAG
               END-IF
           END-IF
           MOVE DT-AMOUNT(1) TO D-BUDGET
           MOVE DT-AMOUNT(2) TO D-ACTUAL
           MOVE WS-VARIANCE TO D-VARIANCE
           MOVE WS-YTD-VARIANCE TO D-YTD-VAR
           MOVE DT-AMOUNT(5) TO D-PROJECTION
           MOVE SPACES TO VARIANCE-REPORT-REC
           STRING WS-ROLL-LABEL DELIMITED SIZE
               D-BUDGET DELIMITED SIZE
               "  " DELIMITED SIZE
               D-ACTUAL DELIMITED SIZE
               "  " DELIMITED SIZE
               D-VARIANCE DELIMITED SIZE
               "  " DELIMITED SIZE
               D-YTD-VAR DELIMITED SIZE
               "  " DELIMITED SIZE
               D-PROJECTION DELIMITED SIZE
               "  " DELIMITED SIZE
               D-FLAG DELIMITED SIZE
             INTO VARIANCE-REPORT-REC
           END-STRING
           WRITE VARIANCE-REPORT-REC
           .
       WRITE-ONE-ROLLUP-LINE-EXIT.
           EXIT.
