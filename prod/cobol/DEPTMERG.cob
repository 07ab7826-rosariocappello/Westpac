                                            VALUE ZERO.
       01  TO-PAY-SUM                   PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  FROM-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  FROM-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
       01  TO-PARENT                    PIC S9(4) COMP VALUE ZERO.
       01  TO-PARENT-IND                PIC S9(4) COMP VALUE ZERO.
       01  CHILD-DEPT                   PIC S9(4) COMP VALUE ZERO.
       01  CHILD-COUNT                  PIC S9(9) COMP VALUE ZERO.
       01  WALK-DEPT                    PIC S9(4) COMP VALUE ZERO.
       01  WALK-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  WALK-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
       01  ALLOC-COUNT                  PIC S9(9) COMP VALUE ZERO.
       01  ALLOC-FROM-CHAR              PIC X(8).
       01  ALLOC-PCT                    PIC S9(3)V99 COMP-3
                                            VALUE ZERO.
       01  ALLOC-TO-ROWS                PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY CSVPARLK.
           COPY EMPJRNWS.

       01  WS-FROM-NAME                 PIC X(14).
       01  WS-TO-NAME                   PIC X(14).

      *    The departments reporting up to the closing one move under
      *    the receiving department, so none is left pointing at a
      *    DEPTNO that no longer exists. When the receiving
      *    department sits somewhere below the closing one, it first
      *    moves up into the closing department's place - otherwise
      *    the branch it sits in would end up below itself. Each
      *    move is journaled DEPT-PAR, as DEPTMAINT's H journals it.
       01  WS-TO-BELOW-SWITCH           PIC X VALUE "N".
           88  WS-TO-BELOW-FROM               VALUE "Y".
       01  WS-WALK-DEPTH                PIC 9(4) COMP.
       01  WS-WALK-DONE-SWITCH          PIC X.
           88  WS-WALK-DONE                   VALUE "Y".
       01  WS-PARENT-DISP               PIC 9(4).
       01  WS-REPARENTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REPARENT-FAILED-COUNT     PIC 9(5) VALUE 0.

      *    Split-funding lines (EMPALLOC, kept by ALLOCMAINT) still
      *    charging the closing department - in effect or yet to
      *    start - move to the receiving department. Where the same
      *    set already charges the receiving department the two
      *    lines fold into one, so the set still totals 100%. Lines
      *    already ended stay as history. Each move is journaled
      *    ALLOC-DEPT.
       01  WS-ALLOC-MOVED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ALLOC-FAILED-COUNT        PIC 9(5) VALUE 0.

       01  WS-DEPTNO-INPUT              PIC X(4).
       01  WS-DEPTNO-RJUST              PIC X(4).
       01  WS-DEPTNO-TRAIL-CT           PIC 9 COMP.
      *    (with the re-key safety check the terminate path uses)
      *    transfers the rows and removes the closed DEPT entry -
      *    every movement journaled.
           PERFORM CHECK-PERMISSION
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM CONNECT-TO-ORACLE
           PERFORM TRANSFER-EMPLOYEES
           .
           IF WS-FAILED-COUNT = 0
               PERFORM REPARENT-CHILD-DEPTS
           END-IF
           .
           IF WS-FAILED-COUNT = 0
               PERFORM MOVE-ALLOCATIONS
           END-IF
           .
           IF WS-FAILED-COUNT = 0 AND WS-REPARENT-FAILED-COUNT = 0
              AND WS-ALLOC-FAILED-COUNT = 0
               PERFORM REMOVE-FROM-DEPT
           END-IF
           .
           IF WS-ALLOC-FAILED-COUNT > 0
               DISPLAY "DEPTMERG: " WS-ALLOC-FAILED-COUNT
                   " SPLIT-FUNDING MOVE(S) FAILED - DEPT "
                   FROM-DEPT " LEFT ON FILE"
           END-IF
           .
           IF WS-REPARENT-FAILED-COUNT > 0
               DISPLAY "DEPTMERG: " WS-REPARENT-FAILED-COUNT
                   " CHILD DEPARTMENT MOVE(S) FAILED - DEPT "
                   FROM-DEPT " LEFT ON FILE"
           END-IF
           .
           IF WS-FAILED-COUNT > 0
               DISPLAY "DEPTMERG: " WS-FAILED-COUNT " TRANSFER(S) "
                   "FAILED - DEPT " FROM-DEPT " LEFT ON FILE"
           END-IF
           DISPLAY "DEPTMERG: " WS-MOVED-COUNT " employee(s) moved "
               "from " FROM-DEPT " to " TO-DEPT
           .
           IF WS-REPARENTED-COUNT > 0
               DISPLAY "DEPTMERG: " WS-REPARENTED-COUNT
                   " department(s) re-parented"
           END-IF
           .
           IF WS-ALLOC-MOVED-COUNT > 0
               DISPLAY "DEPTMERG: " WS-ALLOC-MOVED-COUNT
                   " split-funding line(s) moved"
           END-IF
           .
           PERFORM SIGN-OFF
           .

           EXIT.
           .

       CHECK-PERMISSION SECTION.
      *    Closing a department needs the DEPT-ADMIN function on
      *    the operator's roles (PERMCHK).
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE "DEPT-ADMIN" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "DEPTMERG: NOT AUTHORIZED - " PX-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-PERMISSION-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    A merge rewrites EMP row by row - the EMP-WRITE resource
      *    keeps it exclusive against the other writers.
       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           .
           IF WS-FAILED-COUNT > 0 OR WS-REPARENT-FAILED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           PERFORM ACCEPT-VALID-DEPTNO
           MOVE DEPT-NUMBER TO FROM-DEPT
           MOVE SPACES TO DEPT-NAME-ARR
           MOVE ZERO TO FROM-PARENT-IND
           EXEC SQL
               SELECT DNAME, PARENTDEPT
               INTO :DEPT-NAME, :FROM-PARENT:FROM-PARENT-IND
               FROM DEPT
               WHERE DEPTNO = :FROM-DEPT
           END-EXEC
               PERFORM SIGN-OFF
           END-IF
           MOVE SPACES TO DEPT-NAME-ARR
           MOVE ZERO TO TO-PARENT-IND
           EXEC SQL
               SELECT DNAME, PARENTDEPT
               INTO :DEPT-NAME, :TO-PARENT:TO-PARENT-IND
               FROM DEPT
               WHERE DEPTNO = :TO-DEPT
           END-EXEC
               PERFORM SIGN-OFF
           END-IF
           MOVE DEPT-NAME-ARR TO WS-TO-NAME
           PERFORM CHECK-TO-BELOW-FROM
           .
       ACCEPT-MERGE-PAIR-EXIT.
           EXIT.

       CHECK-TO-BELOW-FROM SECTION.
      *    Walk up from the receiving department: meeting the closing
      *    one on the way means the receiver sits in its branch. An
      *    unreadable chain cancels the merge rather than guess.
           MOVE "N" TO WS-TO-BELOW-SWITCH
           IF TO-PARENT-IND = -1
               GO TO CHECK-TO-BELOW-FROM-EXIT
           END-IF
           MOVE TO-PARENT TO WALK-DEPT
           MOVE ZERO TO WS-WALK-DEPTH
           MOVE "N" TO WS-WALK-DONE-SWITCH
           PERFORM UNTIL WS-WALK-DONE
               IF WALK-DEPT = FROM-DEPT
                   SET WS-TO-BELOW-FROM TO TRUE
                   SET WS-WALK-DONE TO TRUE
               ELSE
                   MOVE ZERO TO WALK-PARENT-IND
                   EXEC SQL
                       SELECT PARENTDEPT
                       INTO :WALK-PARENT:WALK-PARENT-IND
                       FROM DEPT
                       WHERE DEPTNO = :WALK-DEPT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET WS-WALK-DONE TO TRUE
                       WHEN SQLCODE NOT = 0
                           DISPLAY "DEPTMERG: UNABLE TO READ THE "
                               "HIERARCHY, SQLCODE: " SQLCODE
                               " - MERGE CANCELLED"
                           PERFORM SIGN-OFF
                       WHEN WALK-PARENT-IND = -1
                           SET WS-WALK-DONE TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-WALK-DEPTH
                           IF WS-WALK-DEPTH > 50
                               DISPLAY "DEPTMERG: HIERARCHY ABOVE "
                                   "THE RECEIVING DEPT IS LOOPING - "
                                   "MERGE CANCELLED"
                               PERFORM SIGN-OFF
                           END-IF
                           MOVE WALK-PARENT TO WALK-DEPT
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       CHECK-TO-BELOW-FROM-EXIT.
           EXIT.

       SIMULATE-MERGE SECTION.
      *    The before-you-commit picture: headcount and payroll
      *    moving, the receiving department's payroll after the
               PERFORM SIGN-OFF
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :CHILD-COUNT
               FROM DEPT
               WHERE PARENTDEPT = :FROM-DEPT
                 AND DEPTNO <> :TO-DEPT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DEPTMERG: UNABLE TO READ THE HIERARCHY, "
                   "SQLCODE: " SQLCODE
               PERFORM SIGN-OFF
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :ALLOC-COUNT
               FROM EMPALLOC
               WHERE DEPTNO = :FROM-DEPT
                 AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DEPTMERG: UNABLE TO READ SPLIT FUNDING, "
                   "SQLCODE: " SQLCODE
               PERFORM SIGN-OFF
           END-IF

           PERFORM FIND-TO-DEPT-BUDGET

           DISPLAY " "
           COMPUTE WS-AFTER-PAY = TO-PAY-SUM + MOVE-PAY-SUM
           MOVE WS-AFTER-PAY TO D-AMOUNT
           DISPLAY "  PAYROLL AFTER MERGE: " D-AMOUNT
           IF WS-TO-BELOW-FROM
               IF FROM-PARENT-IND = -1
                   DISPLAY "  DEPT " D-DEPTNO " MOVES UP TO THE TOP "
                       "LEVEL, IN PLACE OF THE CLOSING DEPT"
               ELSE
                   MOVE FROM-PARENT TO WS-PARENT-DISP
                   DISPLAY "  DEPT " D-DEPTNO " MOVES UP UNDER DEPT "
                       WS-PARENT-DISP ", IN PLACE OF THE CLOSING DEPT"
               END-IF
           END-IF
           IF CHILD-COUNT > 0
               MOVE CHILD-COUNT TO D-COUNT
               DISPLAY "  " D-COUNT " DEPARTMENT(S) REPORTING UP TO "
                   "THE CLOSING DEPT MOVE UNDER DEPT " D-DEPTNO
           END-IF
           IF ALLOC-COUNT > 0
               MOVE ALLOC-COUNT TO D-COUNT
               DISPLAY "  " D-COUNT " SPLIT-FUNDING LINE(S) CHARGING "
                   "THE CLOSING DEPT MOVE TO DEPT " D-DEPTNO
           END-IF
           IF WS-TO-BUDGET-SET
               MOVE WS-TO-BUDGET TO D-AMOUNT
               DISPLAY "  BUDGET ON FILE:      " D-AMOUNT
       MOVE-ONE-EMPLOYEE-EXIT.
           EXIT.

       REPARENT-CHILD-DEPTS SECTION.
           IF WS-TO-BELOW-FROM
               EXEC SQL
                   UPDATE DEPT
                       SET PARENTDEPT = :FROM-PARENT:FROM-PARENT-IND
                       WHERE DEPTNO = :TO-DEPT
               END-EXEC
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-REPARENT-FAILED-COUNT
                   DISPLAY "DEPTMERG: RE-PARENT FAILED FOR DEPT "
                       TO-DEPT " - SQLCODE = " SQLCODE
                   GO TO REPARENT-CHILD-DEPTS-EXIT
               END-IF
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD 1 TO WS-REPARENTED-COUNT
               MOVE "DEPT-PAR" TO WS-JRNL-FIELD
               MOVE TO-PARENT TO WS-PARENT-DISP
               MOVE WS-PARENT-DISP TO WS-JRNL-BEFORE
               IF FROM-PARENT-IND = -1
                   MOVE "NULL" TO WS-JRNL-AFTER
               ELSE
                   MOVE FROM-PARENT TO WS-PARENT-DISP
                   MOVE WS-PARENT-DISP TO WS-JRNL-AFTER
               END-IF
               MOVE TO-DEPT TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
           END-IF

           EXEC SQL
               DECLARE CHILDCURS CURSOR FOR
                   SELECT DEPTNO
                   FROM DEPT
                   WHERE PARENTDEPT = :FROM-DEPT
                     AND DEPTNO <> :TO-DEPT
                   ORDER BY DEPTNO
           END-EXEC

           EXEC SQL
               OPEN CHILDCURS
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-REPARENT-FAILED-COUNT
               DISPLAY "DEPTMERG: UNABLE TO OPEN CHILD CURSOR, "
                   "SQLCODE: " SQLCODE
               GO TO REPARENT-CHILD-DEPTS-EXIT
           END-IF

           EXEC SQL
               FETCH CHILDCURS
                   INTO :CHILD-DEPT
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM REPARENT-ONE-CHILD
               EXEC SQL
                   FETCH CHILDCURS
                       INTO :CHILD-DEPT
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               ADD 1 TO WS-REPARENT-FAILED-COUNT
               DISPLAY "DEPTMERG: CHILD FETCH FAILED, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL
               CLOSE CHILDCURS
           END-EXEC
           .
       REPARENT-CHILD-DEPTS-EXIT.
           EXIT.

       REPARENT-ONE-CHILD SECTION.
           EXEC SQL
               UPDATE DEPT SET PARENTDEPT = :TO-DEPT
                   WHERE DEPTNO = :CHILD-DEPT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD 1 TO WS-REPARENTED-COUNT
               MOVE "DEPT-PAR" TO WS-JRNL-FIELD
               MOVE FROM-DEPT TO WS-PARENT-DISP
               MOVE WS-PARENT-DISP TO WS-JRNL-BEFORE
               MOVE TO-DEPT TO WS-PARENT-DISP
               MOVE WS-PARENT-DISP TO WS-JRNL-AFTER
               MOVE CHILD-DEPT TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               ADD 1 TO WS-REPARENT-FAILED-COUNT
               DISPLAY "DEPTMERG: RE-PARENT FAILED FOR DEPT "
                   CHILD-DEPT " - SQLCODE = " SQLCODE
           END-IF
           .
       REPARENT-ONE-CHILD-EXIT.
           EXIT.

       MOVE-ALLOCATIONS SECTION.
           EXEC SQL
               DECLARE ALLOCCURS CURSOR FOR
                   SELECT EMPNO, TO_CHAR(EFFFROM, 'YYYYMMDD'), PCT
                   FROM EMPALLOC
                   WHERE DEPTNO = :FROM-DEPT
                     AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
                   ORDER BY EMPNO, EFFFROM
           END-EXEC

           EXEC SQL
               OPEN ALLOCCURS
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ALLOC-FAILED-COUNT
               DISPLAY "DEPTMERG: UNABLE TO OPEN ALLOCATION CURSOR, "
                   "SQLCODE: " SQLCODE
               GO TO MOVE-ALLOCATIONS-EXIT
           END-IF

           EXEC SQL
               FETCH ALLOCCURS
                   INTO :EMP-NUMBER, :ALLOC-FROM-CHAR, :ALLOC-PCT
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM MOVE-ONE-ALLOCATION
               EXEC SQL
                   FETCH ALLOCCURS
                       INTO :EMP-NUMBER, :ALLOC-FROM-CHAR, :ALLOC-PCT
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               ADD 1 TO WS-ALLOC-FAILED-COUNT
               DISPLAY "DEPTMERG: ALLOCATION FETCH FAILED, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL
               CLOSE ALLOCCURS
           END-EXEC
           .
       MOVE-ALLOCATIONS-EXIT.
           EXIT.

       MOVE-ONE-ALLOCATION SECTION.
      *    The set is identified by the employee and its EFFFROM -
      *    a line for the receiving department in the same set takes
      *    the closing department's percentage, otherwise the line
      *    itself is re-pointed.
           EXEC SQL
               SELECT COUNT(*)
               INTO :ALLOC-TO-ROWS
               FROM EMPALLOC
               WHERE EMPNO = :EMP-NUMBER
                 AND DEPTNO = :TO-DEPT
                 AND EFFFROM = TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ALLOC-FAILED-COUNT
               DISPLAY "DEPTMERG: ALLOCATION MOVE FAILED FOR EMPNO "
                   EMP-NUMBER " - SQLCODE = " SQLCODE
               GO TO MOVE-ONE-ALLOCATION-EXIT
           END-IF

           IF ALLOC-TO-ROWS > 0
               EXEC SQL
                   UPDATE EMPALLOC SET PCT = PCT + :ALLOC-PCT
                       WHERE EMPNO = :EMP-NUMBER
                         AND DEPTNO = :TO-DEPT
                         AND EFFFROM =
                             TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       DELETE FROM EMPALLOC
                           WHERE EMPNO = :EMP-NUMBER
                             AND DEPTNO = :FROM-DEPT
                             AND EFFFROM =
                                 TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
                   END-EXEC
               END-IF
           ELSE
               EXEC SQL
                   UPDATE EMPALLOC SET DEPTNO = :TO-DEPT
                       WHERE EMPNO = :EMP-NUMBER
                         AND DEPTNO = :FROM-DEPT
                         AND EFFFROM =
                             TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD 1 TO WS-ALLOC-MOVED-COUNT
               MOVE "ALLOC-DEPT" TO WS-JRNL-FIELD
               MOVE FROM-DEPT TO WS-JRNL-EMPNO
               MOVE WS-JRNL-EMPNO TO WS-JRNL-BEFORE
               MOVE TO-DEPT TO WS-JRNL-EMPNO
               MOVE WS-JRNL-EMPNO TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               ADD 1 TO WS-ALLOC-FAILED-COUNT
               DISPLAY "DEPTMERG: ALLOCATION MOVE FAILED FOR EMPNO "
                   EMP-NUMBER " - SQLCODE = " SQLCODE
           END-IF
           .
       MOVE-ONE-ALLOCATION-EXIT.
           EXIT.

       REMOVE-FROM-DEPT SECTION.
           EXEC SQL
               DELETE FROM DEPT
