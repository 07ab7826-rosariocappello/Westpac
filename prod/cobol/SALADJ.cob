           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  EMP-JOB                      PIC X(9).
       01  BAND-MIN                     PIC S9(7)V99 COMP-3.
       01  BAND-MID                     PIC S9(7)V99 COMP-3.
       01  BAND-MAX                     PIC S9(7)V99 COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY EMPJRNWS.
           COPY RPTRTELK.
           COPY BANDCHKL.

       01  WS-PARM-FILENAME             PIC X(256).
       01  WS-PARM-STATUS               PIC XX.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(5) VALUE 0.

      *    An adjustment that would take a salary outside its job's
      *    band is held back (SALBAND-ACTION unset or REFUSE) or made
      *    and flagged (WARN) - either way the register line says so.
       01  WS-BAND-NOTE                 PIC X(34).
       01  WS-BAND-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-BAND-WARN-COUNT           PIC 9(5) VALUE 0.

      *    Lines are formatted here and only moved into the FD
      *    record by WRITE-REGISTER-LINE, after its page-full check.
       01  WS-REG-LINE                  PIC X(132).
                   WS-REGISTER-FILENAME
               DISPLAY "SALADJ: SET SALADJ-MODE=APPLY TO APPLY"
           END-IF
           IF WS-BAND-HELD-COUNT > 0
               DISPLAY "SALADJ: " WS-BAND-HELD-COUNT
                   " adjustment(s) held back - outside the salary band"
           END-IF
           IF WS-BAND-WARN-COUNT > 0
               DISPLAY "SALADJ: " WS-BAND-WARN-COUNT
                   " adjustment(s) flagged outside the salary band"
           END-IF

           PERFORM RECORD-RUN-END

       ADJUST-EMP-BY-DEPT SECTION.
           EXEC SQL
               DECLARE ADJCURS CURSOR FOR
                   SELECT E.DEPTNO, E.EMPNO, E.ENAME, E.JOB, E.SAL,
                          NVL(J.SALMIN, 0), NVL(J.SALMID, 0),
                          NVL(J.SALMAX, 0)
                   FROM EMP E, JOBREF J
                   WHERE NVL(E.STATUS, 'A') <> 'T'
                     AND J.JOBCODE (+) = E.JOB
                   ORDER BY E.DEPTNO, E.EMPNO
           END-EXEC

           EXEC SQL
           EXEC SQL
               FETCH ADJCURS
                   INTO :DEPT-NUMBER, :EMP-NUMBER, :EMP-NAME,
                       :EMP-JOB, :SALARY, :BAND-MIN, :BAND-MID,
                       :BAND-MAX
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               EXEC SQL
                   FETCH ADJCURS
                       INTO :DEPT-NUMBER, :EMP-NUMBER, :EMP-NAME,
                           :EMP-JOB, :SALARY, :BAND-MIN, :BAND-MID,
                           :BAND-MAX
               END-EXEC
           END-PERFORM

                   GO TO ADJUST-ONE-EMPLOYEE-EXIT
           END-COMPUTE

           PERFORM CHECK-ADJUSTMENT-BAND
           IF BC-REFUSE
               ADD 1 TO WS-BAND-HELD-COUNT
               ADD SALARY TO WS-DEPT-NEW-TOTAL
               PERFORM WRITE-DETAIL-LINE
               GO TO ADJUST-ONE-EMPLOYEE-EXIT
           END-IF
           IF BC-WARN
               ADD 1 TO WS-BAND-WARN-COUNT
           END-IF

           ADD WS-NEW-SALARY TO WS-DEPT-NEW-TOTAL
           ADD 1 TO WS-DEPT-ADJ-COUNT
           PERFORM WRITE-DETAIL-LINE
       ADJUST-ONE-EMPLOYEE-EXIT.
           EXIT.

       CHECK-ADJUSTMENT-BAND SECTION.
      *    The adjusted salary against the job's band, through the
      *    shared BANDCHK, as a change from the current salary.
           MOVE SPACES TO WS-BAND-NOTE
           MOVE SPACES TO BC-PARM
           MOVE "C" TO BC-FUNCTION
           MOVE BAND-MIN TO BC-MIN
           MOVE BAND-MID TO BC-MID
           MOVE BAND-MAX TO BC-MAX
           MOVE WS-NEW-SALARY TO BC-SALARY
           MOVE SALARY TO BC-OLD-SALARY
           MOVE "Y" TO BC-CHANGE-SWITCH
           CALL "BANDCHK" USING BC-PARM
           IF BC-REFUSE
               IF BC-BELOW
                   MOVE "NOT ADJUSTED - BELOW BAND MINIMUM"
                       TO WS-BAND-NOTE
               ELSE
                   MOVE "NOT ADJUSTED - ABOVE BAND MAXIMUM"
                       TO WS-BAND-NOTE
               END-IF
           END-IF
           IF BC-WARN
               IF BC-BELOW
                   MOVE "BELOW BAND MINIMUM" TO WS-BAND-NOTE
               ELSE
                   MOVE "ABOVE BAND MAXIMUM" TO WS-BAND-NOTE
               END-IF
           END-IF
           .
       CHECK-ADJUSTMENT-BAND-EXIT.
           EXIT.

       APPLY-ONE-ADJUSTMENT SECTION.
           MOVE SALARY TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
               D-NEW-SALARY DELIMITED SIZE
               "  " DELIMITED SIZE
               D-PCT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-BAND-NOTE DELIMITED SIZE
             INTO WS-REG-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
