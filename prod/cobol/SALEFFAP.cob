           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY EMPJRNWS.
           COPY RETROLK.

       01  WS-PENDING-FILENAME          PIC X(256).
       01  WS-PENDING-STATUS            PIC XX.
       01  WS-SAL-THRESHOLD             PIC 9(7)V99 VALUE ZERO.
       01  WS-REQ-SALARY                PIC 9(7)V99.

      *    An entry applied after its date - a night missed, or one
      *    approved late - paid the old rate for the days between;
      *    it goes on the backdated change register for RETROCALC.
       01  WS-OLD-SALARY                PIC 9(7)V99.
       01  WS-BACKDATED-COUNT           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

               WS-FAILED-COUNT " failed, "
               WS-HELD-COUNT " left on queue, "
               WS-AWAIT-COUNT " awaiting approval"
           IF WS-BACKDATED-COUNT > 0
               DISPLAY "SALEFFAP: " WS-BACKDATED-COUNT
                   " applied after the effective date - arrears "
                   "registered for RETROCALC"
           END-IF

           PERFORM RECORD-RUN-END

               GO TO APPLY-ONE-IF-DUE-EXIT
           END-IF

           MOVE SALARY TO WS-OLD-SALARY
           MOVE SALARY TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
           MOVE PEND-REQUESTED TO SALARY
               MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
               IF PEND-EFF-DATE < WS-TODAY
                   PERFORM RECORD-BACKDATED-CHANGE
               END-IF
               DISPLAY "SALEFFAP: EMPNO " PEND-EMPNO
                   " EFFECTIVE " PEND-EFF-DATE " APPLIED"
               PERFORM DELETE-PENDING-ENTRY
           ELSE
               DISPLAY "SALEFFAP: UPDATE FAILED FOR EMPNO "
                   PEND-EMPNO " - SQLCODE = " SQLCODE
       APPLY-ONE-IF-DUE-EXIT.
           EXIT.

       RECORD-BACKDATED-CHANGE SECTION.
      *    Journal the date the change really runs from (BEFORE the
      *    day applied, AFTER the effective date) and enter it on
      *    the backdated change register.
           MOVE "SAL-EFFDT" TO WS-JRNL-FIELD
           MOVE WS-TODAY TO WS-JRNL-BEFORE
           MOVE PEND-EFF-DATE TO WS-JRNL-AFTER
           MOVE EMP-NUMBER TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL

           MOVE SPACES TO RT-PARM
           MOVE "A" TO RT-FUNCTION
           MOVE EMP-NUMBER TO RT-EMPNO
           MOVE PEND-EFF-DATE TO RT-EFF-DATE
           MOVE WS-OLD-SALARY TO RT-OLD-SAL
           MOVE SALARY TO RT-NEW-SAL
           MOVE "SALEFFAP" TO RT-SOURCE
           MOVE WS-JRNL-OPER TO RT-OPERATOR
           CALL "RETROREG" USING RT-PARM
           IF RT-OK
               ADD 1 TO WS-BACKDATED-COUNT
           ELSE
               DISPLAY "SALEFFAP: EMPNO " PEND-EMPNO " ARREARS FROM "
                   PEND-EFF-DATE " NOT REGISTERED - ENTER BY HAND"
           END-IF
           .
       RECORD-BACKDATED-CHANGE-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="SALEFFAP"==.
