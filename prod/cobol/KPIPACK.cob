                                            VALUE ZERO.
       01  DEPT-AVG-SAL                 PIC S9(9)V99 COMP-3
                                            VALUE ZERO.
       01  DEPT-SAL-SUM                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  DEPT-NAME                    PIC X(14) VARYING.
       01  DEPT-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DEPTTRLK.
           COPY PERIODLK.

       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
      *    business.
       01  WS-MONTH-ENV                 PIC X(6).
       01  WS-KPI-MONTH                 PIC X(6).

      *    A month finance has closed (PERCLOSE) is packed from
      *    figures that can no longer move: the pack is stamped
      *    final, and its history line - written by the edition
      *    the close checked - is left as it stands.
       01  WS-FINAL-SWITCH              PIC X VALUE "N".
           88  WS-PERIOD-FINAL                VALUE "Y".
       01  WS-TODAY                     PIC 9(8).

       01  WS-TOT-HEADCOUNT             PIC 9(9) VALUE 0.
       01  WS-TURNOVER-PCT              PIC 9(5)V99 VALUE 0.
       01  WS-AVG-SAL                   PIC 9(9)V99 VALUE 0.

      *    The division rollup: each department's headcount, payroll
      *    and salary total also go to the shared DEPTTREE (slots 1
      *    to 3), and after the company summary every level of the
      *    DEPT hierarchy (PARENTDEPT) gets its own line, the average
      *    worked from the rolled totals rather than averaging the
      *    averages. Printed once any department has a parent.
       01  WS-HIER-SWITCH               PIC X VALUE "N".
           88  WS-HIERARCHY-LOADED            VALUE "Y".
       01  WS-PARENTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ROLL-LABEL                PIC X(32).
       01  WS-ROLL-PTR                  PIC 99 COMP.

       01  WS-DATE-PART                 PIC X(20).
       01  WS-AFTER-PGM                 PIC X(180).
       01  WS-HEAD-PART                 PIC X(120).

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-KPI-MONTH
           PERFORM CHECK-PERIOD-FINAL
           PERFORM OPEN-REPORT-FILE
           PERFORM CONNECT-TO-ORACLE
           PERFORM LOAD-DEPT-HIERARCHY
           PERFORM REPORT-DEPARTMENT-KPIS

           MOVE "D" TO CM-FUNCTION

           PERFORM COUNT-MONTH-MOVEMENTS
           PERFORM WRITE-COMPANY-SUMMARY
           PERFORM WRITE-HIERARCHY-ROLLUP
           IF NOT WS-PERIOD-FINAL
               PERFORM APPEND-HISTORY-LINE
           END-IF
           PERFORM WRITE-TREND-SECTION

           CLOSE KPI-REPORT-FILE
       RESOLVE-KPI-MONTH-EXIT.
           EXIT.

       CHECK-PERIOD-FINAL SECTION.
           MOVE SPACES TO PQ-PARM
           MOVE "Q" TO PQ-FUNCTION
           MOVE WS-KPI-MONTH TO PQ-PERIOD
           CALL "PERIODCHK" USING PQ-PARM
           IF PQ-PERIOD-CLOSED
               SET WS-PERIOD-FINAL TO TRUE
           END-IF
           .
       CHECK-PERIOD-FINAL-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    KPIPACK-FILE names the pack; it defaults to
      *    /tmp/kpipack.rpt when unset.
             INTO KPI-REPORT-REC
           END-STRING
           WRITE KPI-REPORT-REC
           IF WS-PERIOD-FINAL
               MOVE SPACES TO KPI-REPORT-REC
               STRING "*** FINAL - PERIOD CLOSED " DELIMITED SIZE
                   PQ-CLOSED-DATE DELIMITED SIZE
                   " BY " DELIMITED SIZE
                   PQ-CLOSED-BY DELIMITED BY SPACE
                   " ***" DELIMITED SIZE
                 INTO KPI-REPORT-REC
               END-STRING
               WRITE KPI-REPORT-REC
           END-IF
           MOVE ALL "=" TO KPI-REPORT-REC
           WRITE KPI-REPORT-REC
           MOVE "DEPT  HEADCOUNT          PAYROLL      AVG SALARY"
           EXEC SQL
               DECLARE KPICURS CURSOR FOR
                   SELECT DEPTNO, COUNT(*),
                       SUM(SAL + NVL(COMM, 0)), AVG(SAL), SUM(SAL)
                   FROM EMP
                   WHERE NVL(STATUS, 'A') <> 'T'
                   GROUP BY DEPTNO
           EXEC SQL
               FETCH KPICURS
                   INTO :DEPT-NUMBER, :DEPT-HEADCOUNT,
                       :DEPT-PAY-SUM, :DEPT-AVG-SAL,
                       :DEPT-SAL-SUM
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               WRITE KPI-REPORT-REC
               ADD DEPT-HEADCOUNT TO WS-TOT-HEADCOUNT
               ADD DEPT-PAY-SUM TO WS-TOT-PAYROLL
               IF WS-HIERARCHY-LOADED
                   MOVE "A" TO DT-FUNCTION
                   MOVE DEPT-NUMBER TO DT-DEPTNO
                   MOVE DEPT-HEADCOUNT TO DT-AMOUNT(1)
                   MOVE DEPT-PAY-SUM TO DT-AMOUNT(2)
                   MOVE DEPT-SAL-SUM TO DT-AMOUNT(3)
                   MOVE ZERO TO DT-AMOUNT(4)
                   MOVE ZERO TO DT-AMOUNT(5)
                   MOVE ZERO TO DT-AMOUNT(6)
                   CALL "DEPTTREE" USING DT-PARM
               END-IF
               EXEC SQL
                   FETCH KPICURS
                       INTO :DEPT-NUMBER, :DEPT-HEADCOUNT,
                           :DEPT-PAY-SUM, :DEPT-AVG-SAL,
                           :DEPT-SAL-SUM
               END-EXEC
           END-PERFORM

           .
       WRITE-TREND-SECTION-EXIT.
           EXIT.

       LOAD-DEPT-HIERARCHY SECTION.
      *    Every department goes to DEPTTREE with its parent, staffed
      *    or not - a division with no staff of its own still needs
      *    its line. If DEPT cannot be read the pack still runs,
      *    without the rollup.
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
               DISPLAY "KPIPACK: DEPT HIERARCHY NOT READ, SQLCODE: "
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
               DISPLAY "KPIPACK: DEPT HIERARCHY NOT READ, SQLCODE: "
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
      *    level, each carrying everything below it. A department
      *    with others below it is marked with "+", one whose parent
      *    is missing or looped with "?".
           IF NOT WS-HIERARCHY-LOADED OR WS-PARENTED-COUNT = 0
               GO TO WRITE-HIERARCHY-ROLLUP-EXIT
           END-IF
           MOVE SPACES TO KPI-REPORT-REC
           WRITE KPI-REPORT-REC
           MOVE "DIVISION ROLLUP - EACH LINE INCLUDES ALL BELOW IT"
               TO KPI-REPORT-REC
           WRITE KPI-REPORT-REC
           MOVE SPACES TO KPI-REPORT-REC
           STRING "DEPARTMENT                       HEADCOUNT"
                   DELIMITED SIZE
               "           PAYROLL      AVG SALARY" DELIMITED SIZE
             INTO KPI-REPORT-REC
           END-STRING
           WRITE KPI-REPORT-REC
           MOVE "R" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           MOVE "N" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           PERFORM UNTIL NOT DT-OK
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
               IF DT-AMOUNT(1) = 0
                   MOVE ZERO TO WS-AVG-SAL
               ELSE
                   COMPUTE WS-AVG-SAL ROUNDED =
                       DT-AMOUNT(3) / DT-AMOUNT(1)
               END-IF
               MOVE DT-AMOUNT(1) TO D-HEADCOUNT
               MOVE DT-AMOUNT(2) TO D-PAYROLL
               MOVE WS-AVG-SAL TO D-AVG-SAL
               MOVE SPACES TO KPI-REPORT-REC
               STRING WS-ROLL-LABEL DELIMITED SIZE
                   "     " DELIMITED SIZE
                   D-HEADCOUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-PAYROLL DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-AVG-SAL DELIMITED SIZE
                 INTO KPI-REPORT-REC
               END-STRING
               WRITE KPI-REPORT-REC
               MOVE "N" TO DT-FUNCTION
               CALL "DEPTTREE" USING DT-PARM
           END-PERFORM
           .
       WRITE-HIERARCHY-ROLLUP-EXIT.
           EXIT.
