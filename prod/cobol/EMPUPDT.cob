           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHECKPOINT-STATUS.
           SELECT CLEAN-TRANS-FILE ASSIGN TO WS-CLEAN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CLEAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TRANS-NEW-COMM-X        PIC X(9).
           05  TRANS-NEW-COMM-N REDEFINES TRANS-NEW-COMM-X
                                       PIC 9(7)V99.
           05  TRANS-EFF-DATE          PIC X(8).
           05  FILLER                  PIC X(49).
           COPY BATCHHT.
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).
       FD  REGISTER-FILE.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC              PIC X(9).
      *    Edited transactions held over from the edit pass for the
      *    apply pass, in transaction-file order; bad records never
      *    reach this file.
       FD  CLEAN-TRANS-FILE.
       01  CLEAN-TRANS-REC.
           05  CLN-EMPNO               PIC 9(4).
           05  CLN-ACTION              PIC X.
           05  CLN-SAL                 PIC 9(7)V99.
           05  CLN-COMM                PIC 9(7)V99.
           05  CLN-EFF-DATE            PIC 9(8).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  BAND-MIN                     PIC S9(7)V99 COMP-3.
       01  BAND-MID                     PIC S9(7)V99 COMP-3.
       01  BAND-MAX                     PIC S9(7)V99 COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY EMPJRNWS.
           COPY COMMCHKL.
           COPY DATEEDLK.
           COPY RETROLK.
           COPY BANDCHKL.
           COPY BATCHLK.

       01  WS-TRANS-FILENAME            PIC X(256).
       01  WS-TRANS-STATUS              PIC XX.

       01  WS-TRANS-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TRANS-EOF                   VALUE "Y".
       01  WS-BATCH-SWITCH              PIC X VALUE "N".
           88  WS-BATCH-REFUSED               VALUE "Y".

      *    Apply-pass resilience: EMPUPDT-COMMIT-EVERY sets how many
      *    applied changes ride in one unit of work (default 100),
       01  WS-ABORT-PCT                 PIC 9(3) VALUE 0.
       01  WS-PROCESSED-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAIL-PCT                  PIC 9(5)V99.
       01  WS-RESTART-IDX               PIC 9(9) VALUE 0.
       01  WS-ABORTED-SWITCH            PIC X VALUE "N".
           88  WS-RUN-ABORTED                 VALUE "Y".

      *    The clean transactions ride in a work file next to the
      *    transaction file (".cln"), so a batch of any size goes
      *    through; WS-CLEAN-IDX numbers them for the checkpoint.
       01  WS-CLEAN-FILENAME            PIC X(256).
       01  WS-CLEAN-STATUS              PIC XX.
           88  WS-CLEAN-FILE-OK               VALUE "00".
       01  WS-CLEAN-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CLEAN-EOF                   VALUE "Y".
       01  WS-CLEAN-COUNT               PIC 9(9) VALUE 0.
       01  WS-CLEAN-IDX                 PIC 9(9) VALUE 0.

      *    TRANS-EFF-DATE (YYYYMMDD, columns 24-31) backdates a
      *    salary change: blank or today applies it as of today; an
      *    earlier date back to RETROREG's limit applies it now and
      *    enters the arrears on the backdated change register. A
      *    future date is rejected - dated raises are queued in
      *    LOGON for SALEFFAP. The register entries of the open unit
      *    of work are held here and entered only once it commits,
      *    so a rolled-back change leaves no arrears behind.
       01  WS-TODAY                     PIC 9(8).
       01  WS-RETRO-HELD-TABLE.
           05  WS-RETRO-HELD-ENTRY     OCCURS 2000.
               10  WS-RETRO-HELD-EMPNO PIC 9(4).
               10  WS-RETRO-HELD-EFF   PIC 9(8).
               10  WS-RETRO-HELD-OLD   PIC 9(7)V99.
               10  WS-RETRO-HELD-NEW   PIC 9(7)V99.
       01  WS-RETRO-HELD-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-RETRO-HELD-IDX            PIC 9(4) COMP.
       01  WS-BACKDATED-COUNT           PIC 9(5) VALUE 0.

       01  WS-OLD-SALARY                PIC 9(7)V99.
       01  WS-OLD-COMM                  PIC 9(7)V99.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  WS-BAND-WARN-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40).
       01  WS-BAND-WARNING              PIC X(40).
       01  WS-REJECT-SWITCH             PIC X.
           88  WS-REC-REJECTED                VALUE "Y".

           PERFORM CONNECT-TO-ORACLE

           PERFORM EDIT-PASS
           IF WS-BATCH-REFUSED
               PERFORM END-REFUSED-BATCH
           END-IF
           PERFORM READ-CHECKPOINT
           PERFORM APPLY-PASS

               EXEC SQL
                   COMMIT WORK
               END-EXEC
               PERFORM REGISTER-HELD-ARREARS
      *        The batch ran to completion, so the checkpoint no
      *        longer applies - clear it, or the next normal run
      *        would wrongly skip its opening transactions.
               PERFORM CLEAR-CHECKPOINT
               PERFORM REGISTER-TRANS-BATCH
           END-IF

           MOVE "D" TO CM-FUNCTION
               WS-REJECT-COUNT " rejected, "
               WS-APPLIED-COUNT " applied, "
               WS-FAILED-COUNT " update failure(s)"
           IF WS-BACKDATED-COUNT > 0
               DISPLAY "EMPUPDT: " WS-BACKDATED-COUNT
                   " backdated salary change(s) registered for "
                   "RETROCALC"
           END-IF
           IF WS-BAND-WARN-COUNT > 0
               DISPLAY "EMPUPDT: " WS-BAND-WARN-COUNT
                   " salary change(s) applied outside the band - see "
                   WS-ERROR-FILENAME
           END-IF

           IF WS-RUN-ABORTED
               DISPLAY "EMPUPDT: RUN ABORTED AT FAILURE THRESHOLD - "

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-RUN-ABORTED OR WS-BATCH-REFUSED
               OR WS-REJECT-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
                   MOVE WS-COMMIT-EVERY-NUM TO WS-COMMIT-EVERY
               END-IF
           END-IF
      *    A unit of work's backdated changes are held in a table of
      *    2000 until it commits, so no unit may be larger.
           IF WS-COMMIT-EVERY > 2000
               MOVE 2000 TO WS-COMMIT-EVERY
           END-IF
           MOVE SPACES TO WS-ABORT-PCT-ENV
           DISPLAY "EMPUPDT-ABORT-PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABORT-PCT-ENV FROM ENVIRONMENT-VALUE
                  ".ckp" DELIMITED BY SIZE
             INTO WS-CHECKPOINT-FILENAME
           END-STRING
           MOVE SPACES TO WS-CLEAN-FILENAME
           STRING WS-TRANS-FILENAME DELIMITED BY SPACE
                  ".cln" DELIMITED BY SIZE
             INTO WS-CLEAN-FILENAME
           END-STRING
           .
       INIT-APPLY-SETTINGS-EXIT.
           EXIT.
                       IF CHECKPOINT-REC IS NUMERIC
                           MOVE CHECKPOINT-REC TO WS-RESTART-IDX
                       END-IF
      *                A checkpoint left by the four-digit layout
      *                still restarts where it says.
                       IF CHECKPOINT-REC(1:4) IS NUMERIC
                       AND CHECKPOINT-REC(5:5) = SPACES
                           MOVE CHECKPOINT-REC(1:4) TO WS-RESTART-IDX
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
       OPEN-TRANS-FILE SECTION.
      *    EMPUPDT-TRANS names the maintenance transaction file from
      *    payroll: EMPNO (4), action code (S=salary, C=commission,
      *    B=both), new salary (9, 9(7)V99), new commission (9),
      *    between a batch header and trailer (copy/BATCHHT.cpy).
           MOVE SPACES TO WS-TRANS-FILENAME
           DISPLAY "EMPUPDT-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT-VALUE
      *    Full edit of every transaction before anything is applied,
      *    so a bad batch is rejected whole-record by whole-record and
      *    the apply pass below only ever sees clean input.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO RT-PARM
           MOVE "M" TO RT-FUNCTION
           CALL "RETROREG" USING RT-PARM
           PERFORM PROVE-TRANS-BATCH
           IF WS-BATCH-REFUSED
               CLOSE TRANS-FILE
               GO TO EDIT-PASS-EXIT
           END-IF
           OPEN OUTPUT CLEAN-TRANS-FILE
           IF NOT WS-CLEAN-FILE-OK
               DISPLAY "EMPUPDT: UNABLE TO OPEN CLEAN WORK FILE: "
                   WS-CLEAN-FILENAME
               SET WS-BATCH-REFUSED TO TRUE
               MOVE "CLEAN WORK FILE COULD NOT BE WRITTEN"
                   TO BX-REASON
               CLOSE TRANS-FILE
               GO TO EDIT-PASS-EXIT
           END-IF
           PERFORM READ-NEXT-TRANS
           PERFORM UNTIL WS-TRANS-EOF
               IF NOT BHD-IS-HEADER AND NOT BTR-IS-TRAILER
                   ADD 1 TO WS-READ-COUNT
                   PERFORM EDIT-ONE-TRANS
               END-IF
               PERFORM READ-NEXT-TRANS
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE CLEAN-TRANS-FILE
           .
       EDIT-PASS-EXIT.
           EXIT.

       PROVE-TRANS-BATCH SECTION.
      *    The file comes from another team's system - before one
      *    line is edited it must prove against its own trailer and
      *    carry a batch number not applied before. A batch that
      *    fails is refused whole; nothing in it is applied.
           MOVE SPACES TO BX-PARM
           MOVE "P" TO BX-FUNCTION
           MOVE "EMPUPDT" TO BX-PROGRAM
           MOVE WS-TRANS-FILENAME TO BX-FILENAME
           MOVE 2 TO BX-AMOUNT-COUNT
           MOVE 6 TO BX-AMOUNT-POS(1)
           MOVE 15 TO BX-AMOUNT-POS(2)
           CALL "BATCHCTL" USING BX-PARM
           IF NOT BX-OK
               SET WS-BATCH-REFUSED TO TRUE
               IF BX-REASON = SPACES
                   MOVE "BATCH COULD NOT BE PROVED" TO BX-REASON
               END-IF
           END-IF
           .
       PROVE-TRANS-BATCH-EXIT.
           EXIT.

       END-REFUSED-BATCH SECTION.
           MOVE SPACES TO ERROR-REC
           STRING "BATCH " DELIMITED SIZE
               BX-BATCH-NO DELIMITED SIZE
               " FROM " DELIMITED SIZE
               BX-SOURCE DELIMITED SIZE
               " REFUSED WHOLE: " DELIMITED SIZE
               BX-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           CLOSE ERROR-REPORT-FILE
           CLOSE REGISTER-FILE
           DISPLAY "EMPUPDT: BATCH REFUSED - " BX-REASON
               " - NOTHING APPLIED"
           PERFORM RECORD-RUN-END
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       END-REFUSED-BATCH-EXIT.
           EXIT.

       REGISTER-TRANS-BATCH SECTION.
      *    Applied - the batch number cannot be applied again. A run
      *    stopped at the failure threshold is not registered, so
      *    its rerun from the checkpoint is let through.
           MOVE "R" TO BX-FUNCTION
           CALL "BATCHCTL" USING BX-PARM
           IF NOT BX-OK
               DISPLAY "EMPUPDT: WARNING - BATCH " BX-BATCH-NO
                   " NOT ENTERED ON THE BATCH REGISTER"
           END-IF
           .
       REGISTER-TRANS-BATCH-EXIT.
           EXIT.

       READ-NEXT-TRANS SECTION.
           READ TRANS-FILE
               AT END
           END-IF

           IF NOT WS-REC-REJECTED
               AND TRANS-EFF-DATE NOT = SPACES
               PERFORM EDIT-EFFECTIVE-DATE
           END-IF

           IF WS-REC-REJECTED
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-CLEAN-COUNT
               MOVE TRANS-EMPNO TO CLN-EMPNO
               MOVE TRANS-ACTION TO CLN-ACTION
               IF TRANS-ACTION = "S" OR TRANS-ACTION = "B"
                   MOVE TRANS-NEW-SAL-N TO CLN-SAL
               ELSE
                   MOVE ZERO TO CLN-SAL
               END-IF
               IF TRANS-ACTION = "C" OR TRANS-ACTION = "B"
                   MOVE TRANS-NEW-COMM-N TO CLN-COMM
               ELSE
                   MOVE ZERO TO CLN-COMM
               END-IF
               IF TRANS-EFF-DATE = SPACES
                   OR TRANS-EFF-DATE = WS-TODAY
                   MOVE ZERO TO CLN-EFF-DATE
               ELSE
                   MOVE TRANS-EFF-DATE TO CLN-EFF-DATE
               END-IF
               WRITE CLEAN-TRANS-REC
           END-IF
           .
       EDIT-ONE-TRANS-EXIT.
           EXIT.

       EDIT-EFFECTIVE-DATE SECTION.
           IF TRANS-ACTION = "C"
               MOVE "EFFECTIVE DATE ON A COMMISSION CHANGE"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
               GO TO EDIT-EFFECTIVE-DATE-EXIT
           END-IF

           IF TRANS-EFF-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
               GO TO EDIT-EFFECTIVE-DATE-EXIT
           END-IF

           MOVE SPACES TO DE-PARM
           MOVE TRANS-EFF-DATE TO DE-DATE-IN(1:8)
           MOVE "P" TO DE-FORMAT
           MOVE "Y" TO DE-NO-FUTURE
           MOVE ZERO TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF NOT DE-OK
               MOVE "EFFECTIVE DATE INVALID OR IN FUTURE"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
               GO TO EDIT-EFFECTIVE-DATE-EXIT
           END-IF

           IF TRANS-EFF-DATE < RT-MIN-DATE
               MOVE "EFFECTIVE DATE BEYOND BACKDATING LIMIT"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
           END-IF
           .
       EDIT-EFFECTIVE-DATE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO ERROR-REC
           STRING TRANS-REC(1:31) DELIMITED SIZE
               "  REJECTED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
      *    Transactions up to the checkpoint already landed in a
      *    committed unit of work on the interrupted run - skip
      *    them, or a rerun would re-apply from the top.
           IF WS-CLEAN-COUNT = 0
               GO TO APPLY-PASS-EXIT
           END-IF
           OPEN INPUT CLEAN-TRANS-FILE
           IF NOT WS-CLEAN-FILE-OK
               DISPLAY "EMPUPDT: UNABLE TO REOPEN CLEAN WORK FILE: "
                   WS-CLEAN-FILENAME
               ADD WS-CLEAN-COUNT TO WS-FAILED-COUNT
               GO TO APPLY-PASS-EXIT
           END-IF
           MOVE ZERO TO WS-CLEAN-IDX
           PERFORM READ-NEXT-CLEAN
           PERFORM UNTIL WS-CLEAN-EOF OR WS-RUN-ABORTED
               IF WS-CLEAN-IDX > WS-RESTART-IDX
                   PERFORM APPLY-ONE-TRANS
                   PERFORM TAKE-COMMIT-POINT
                   PERFORM CHECK-ABORT-THRESHOLD
               END-IF
               PERFORM READ-NEXT-CLEAN
           END-PERFORM
           CLOSE CLEAN-TRANS-FILE
           .
       APPLY-PASS-EXIT.
           EXIT.

       READ-NEXT-CLEAN SECTION.
           READ CLEAN-TRANS-FILE
               AT END
                   SET WS-CLEAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLEAN-IDX
           END-READ
           .
       READ-NEXT-CLEAN-EXIT.
           EXIT.

       TAKE-COMMIT-POINT SECTION.
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-EVERY
               EXEC SQL
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-CHECKPOINT
                   PERFORM REGISTER-HELD-ARREARS
                   MOVE ZERO TO WS-UNCOMMITTED-COUNT
               ELSE
                   DISPLAY "EMPUPDT: COMMIT FAILED, SQLCODE: "
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE ZERO TO WS-RETRO-HELD-COUNT
               DISPLAY "EMPUPDT: " WS-FAILED-COUNT " OF "
                   WS-PROCESSED-COUNT " TRANSACTIONS FAILED - OVER "
                   WS-ABORT-PCT " PERCENT, UNCOMMITTED WORK ROLLED "
      *    Fetch the current row first - both to reject transactions
      *    for employees no longer on EMP and to show the old value
      *    on the register line for each change applied.
           MOVE CLN-EMPNO TO EMP-NUMBER
           MOVE SPACES TO EMP-NAME-ARR

      *    The job's salary band comes with it (all zeros when the
      *    job has none) for the band check on a salary change.
           EXEC SQL
               SELECT E.ENAME, E.SAL, E.COMM, E.DEPTNO,
                      NVL(J.SALMIN, 0), NVL(J.SALMID, 0),
                      NVL(J.SALMAX, 0)
               INTO :EMP-NAME, :SALARY, :COMMISSION:COMM-IND,
                   :DEPT-NUMBER, :BAND-MIN, :BAND-MID, :BAND-MAX
               FROM EMP E, JOBREF J
               WHERE E.EMPNO = :EMP-NUMBER
                 AND J.JOBCODE (+) = E.JOB
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "EMPNO NOT ON EMP" TO WS-REJECT-REASON
               PERFORM WRITE-APPLY-REJECT-LINE
           ELSE
               IF CLN-ACTION = "S"
                   OR CLN-ACTION = "B"
                   PERFORM APPLY-SALARY-CHANGE
               END-IF
               IF CLN-ACTION = "C"
                   OR CLN-ACTION = "B"
                   PERFORM APPLY-COMM-CHANGE
               END-IF
           END-IF
           EXIT.

       APPLY-SALARY-CHANGE SECTION.
      *    The new salary is held against the job's band through the
      *    shared BANDCHK before the UPDATE - refused outside it
      *    unless SALBAND-ACTION=WARN (or the change moves the salary
      *    towards the band), when it is applied and listed.
           MOVE SPACES TO WS-BAND-WARNING
           MOVE SPACES TO BC-PARM
           MOVE "C" TO BC-FUNCTION
           MOVE BAND-MIN TO BC-MIN
           MOVE BAND-MID TO BC-MID
           MOVE BAND-MAX TO BC-MAX
           MOVE CLN-SAL TO BC-SALARY
           MOVE SALARY TO BC-OLD-SALARY
           MOVE "Y" TO BC-CHANGE-SWITCH
           CALL "BANDCHK" USING BC-PARM
           IF BC-BELOW
               MOVE "SALARY BELOW BAND MINIMUM" TO WS-BAND-WARNING
           END-IF
           IF BC-ABOVE
               MOVE "SALARY ABOVE BAND MAXIMUM" TO WS-BAND-WARNING
           END-IF
           IF BC-REFUSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-BAND-WARNING TO WS-REJECT-REASON
               PERFORM WRITE-APPLY-REJECT-LINE
               GO TO APPLY-SALARY-CHANGE-EXIT
           END-IF

           MOVE SALARY TO D-OLD-AMOUNT
           MOVE SALARY TO WS-OLD-SALARY
           MOVE CLN-SAL TO SALARY

           EXEC SQL
               UPDATE EMP SET SAL = :SALARY
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-UNCOMMITTED-COUNT
               MOVE "SALARY" TO D-FIELD-NAME
               MOVE CLN-SAL TO D-NEW-AMOUNT
               PERFORM WRITE-REGISTER-LINE
               MOVE "SALARY" TO WS-JRNL-FIELD
               MOVE WS-OLD-SALARY TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
               MOVE CLN-SAL TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
               IF CLN-EFF-DATE NOT = ZERO
                   PERFORM HOLD-BACKDATED-CHANGE
               END-IF
               IF BC-WARN
                   PERFORM WRITE-BAND-WARNING-LINE
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "SALARY UPDATE FAILED" TO WS-REJECT-REASON
       APPLY-SALARY-CHANGE-EXIT.
           EXIT.

       HOLD-BACKDATED-CHANGE SECTION.
      *    Journal the date the change really runs from (BEFORE the
      *    day applied, AFTER the effective date) and hold the
      *    register entry until the unit of work commits.
           MOVE "SAL-EFFDT" TO WS-JRNL-FIELD
           MOVE WS-TODAY TO WS-JRNL-BEFORE
           MOVE CLN-EFF-DATE TO WS-JRNL-AFTER
           MOVE EMP-NUMBER TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL

      *    The unit of work is capped at the table's size, but a
      *    commit that keeps failing leaves the unit open - an entry
      *    that cannot be held is put out for entry by hand.
           IF WS-RETRO-HELD-COUNT >= 2000
               DISPLAY "EMPUPDT: EMPNO " CLN-EMPNO " ARREARS FROM "
                   CLN-EFF-DATE " NOT REGISTERED - ENTER BY HAND"
               GO TO HOLD-BACKDATED-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-RETRO-HELD-COUNT
           MOVE EMP-NUMBER TO WS-RETRO-HELD-EMPNO(WS-RETRO-HELD-COUNT)
           MOVE CLN-EFF-DATE
               TO WS-RETRO-HELD-EFF(WS-RETRO-HELD-COUNT)
           MOVE WS-OLD-SALARY TO WS-RETRO-HELD-OLD(WS-RETRO-HELD-COUNT)
           MOVE CLN-SAL
               TO WS-RETRO-HELD-NEW(WS-RETRO-HELD-COUNT)
           .
       HOLD-BACKDATED-CHANGE-EXIT.
           EXIT.

       REGISTER-HELD-ARREARS SECTION.
      *    The unit of work just committed - its backdated changes
      *    are on EMP for good, so their arrears go on the register.
           PERFORM VARYING WS-RETRO-HELD-IDX FROM 1 BY 1
               UNTIL WS-RETRO-HELD-IDX > WS-RETRO-HELD-COUNT
               MOVE SPACES TO RT-PARM
               MOVE "A" TO RT-FUNCTION
               MOVE WS-RETRO-HELD-EMPNO(WS-RETRO-HELD-IDX) TO RT-EMPNO
               MOVE WS-RETRO-HELD-EFF(WS-RETRO-HELD-IDX)
                   TO RT-EFF-DATE
               MOVE WS-RETRO-HELD-OLD(WS-RETRO-HELD-IDX)
                   TO RT-OLD-SAL
               MOVE WS-RETRO-HELD-NEW(WS-RETRO-HELD-IDX)
                   TO RT-NEW-SAL
               MOVE "EMPUPDT" TO RT-SOURCE
               MOVE WS-JRNL-OPER TO RT-OPERATOR
               CALL "RETROREG" USING RT-PARM
               IF RT-OK
                   ADD 1 TO WS-BACKDATED-COUNT
               ELSE
                   DISPLAY "EMPUPDT: EMPNO " RT-EMPNO " ARREARS FROM "
                       RT-EFF-DATE " NOT REGISTERED - ENTER BY HAND"
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RETRO-HELD-COUNT
           .
       REGISTER-HELD-ARREARS-EXIT.
           EXIT.

       APPLY-COMM-CHANGE SECTION.
      *    Preventive policy check through the shared COMMCHK before
      *    anything reaches the UPDATE - in batch a breach is a
           MOVE "C" TO CC-FUNCTION
           MOVE DEPT-NUMBER TO CC-DEPTNO
           MOVE SALARY TO CC-SALARY
           MOVE CLN-COMM TO CC-COMMISSION
           CALL "COMMCHK" USING CC-PARM
           IF CC-BREACH
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-OLD-COMM TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
           END-IF
           MOVE CLN-COMM TO COMMISSION
           MOVE ZERO TO COMM-IND

           EXEC SQL
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-UNCOMMITTED-COUNT
               MOVE "COMMISSION" TO D-FIELD-NAME
               MOVE CLN-COMM TO D-NEW-AMOUNT
               PERFORM WRITE-REGISTER-LINE
               MOVE "COMMISSION" TO WS-JRNL-FIELD
               MOVE CLN-COMM TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL

       WRITE-APPLY-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE CLN-EMPNO TO D-EMPNO
           MOVE SPACES TO ERROR-REC
           STRING D-EMPNO DELIMITED SIZE
               " " DELIMITED SIZE
               CLN-ACTION DELIMITED SIZE
               "  REJECTED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
       WRITE-APPLY-REJECT-LINE-EXIT.
           EXIT.

       WRITE-BAND-WARNING-LINE SECTION.
      *    Applied, but outside the band - listed for HR to confirm,
      *    not counted as a reject.
           ADD 1 TO WS-BAND-WARN-COUNT
           MOVE CLN-EMPNO TO D-EMPNO
           MOVE SPACES TO ERROR-REC
           STRING D-EMPNO DELIMITED SIZE
               " " DELIMITED SIZE
               CLN-ACTION DELIMITED SIZE
               "  APPLIED - WARNING: " DELIMITED SIZE
               WS-BAND-WARNING DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-BAND-WARNING-LINE-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="EMPUPDT"==.
