           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT POSN-HOLD-FILE ASSIGN TO WS-POSN-HOLD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PH-EMPNO
               FILE STATUS WS-POSN-HOLD-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           05  TRANS-ACTION            PIC X.
           05  TRANS-NEW-VALUE         PIC X(10).
           05  FILLER                  PIC X(65).
           COPY BATCHHT.
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).
       FD  REGISTER-FILE.
       01  REGISTER-REC                PIC X(132).
       FD  POSN-HOLD-FILE.
           COPY POSHOLD.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       01  OLD-MGR                      PIC S9(4) COMP VALUE ZERO.
       01  OLD-MGR-IND                  PIC S9(4) COMP VALUE ZERO.
       01  OLD-DEPT                     PIC S9(4) COMP VALUE ZERO.
       01  OLD-GENDER                   PIC X(1).
       01  OLD-GENDER-IND               PIC S9(4) COMP VALUE ZERO.
       01  OLD-EMPTYPE                  PIC X(1).
       01  OLD-EMPTYPE-IND              PIC S9(4) COMP VALUE ZERO.
       01  NEW-GENDER                   PIC X(1).
       01  NEW-GENDER-IND               PIC S9(4) COMP VALUE ZERO.
       01  NEW-EMPTYPE                  PIC X(1).
       01  NEW-EMPTYPE-IND              PIC S9(4) COMP VALUE ZERO.
       01  WALK-EMPNO                   PIC S9(4) COMP VALUE ZERO.
       01  WALK-MGR                     PIC S9(4) COMP VALUE ZERO.
       01  WALK-MGR-IND                 PIC S9(4) COMP VALUE ZERO.
       01  POSN-ROWS                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-AUTH                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-FILLED                  PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY EMPJRNWS.
           COPY POSNCHKL.
           COPY BATCHLK.

       01  WS-TRANS-FILENAME            PIC X(256).
       01  WS-TRANS-STATUS              PIC XX.
       01  WS-REGISTER-STATUS           PIC XX.
           88  WS-REGISTER-FILE-OK            VALUE "00".

      *    POSN-HOLD-FILE names the held headcount queue a transfer
      *    past the new department's authorized positions goes to
      *    when POSITION-ACTION is HOLD; it defaults to
      *    /tmp/posn_hold.dat and is opened on the first hold.
       01  WS-POSN-HOLD-FILENAME        PIC X(256).
       01  WS-POSN-HOLD-STATUS          PIC XX.
           88  WS-POSN-HOLD-FILE-OK           VALUE "00".
           88  WS-POSN-HOLD-DUP-KEY           VALUE "22".
           88  WS-POSN-HOLD-NO-FILE           VALUE "35".
       01  WS-POSN-HOLD-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-POSN-HOLD-OPEN              VALUE "Y".
       01  WS-POSN-HELD-SWITCH          PIC X.
           88  WS-POSN-HELD                   VALUE "Y".
       01  WS-POSN-AUTH-DISP            PIC 9(4).
       01  WS-POSN-FILLED-DISP          PIC 9(4).

       01  WS-TRANS-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TRANS-EOF                   VALUE "Y".
       01  WS-BATCH-SWITCH              PIC X VALUE "N".
           88  WS-BATCH-REFUSED               VALUE "Y".

      *    Edited transactions held over from the edit pass for the
      *    apply pass; bad records never reach this table. The same
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40).
       01  WS-REJECT-SWITCH             PIC X.
           88  WS-REC-REJECTED                VALUE "Y".
           PERFORM CONNECT-TO-ORACLE

           PERFORM EDIT-PASS
           IF WS-BATCH-REFUSED
               PERFORM END-REFUSED-BATCH
           END-IF
           PERFORM APPLY-PASS
           PERFORM REGISTER-TRANS-BATCH

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           CLOSE ERROR-REPORT-FILE
           CLOSE REGISTER-FILE
           IF WS-POSN-HOLD-OPEN
               CLOSE POSN-HOLD-FILE
           END-IF

           DISPLAY "EMPMAINT: " WS-READ-COUNT " read, "
               WS-REJECT-COUNT " rejected, "
               WS-APPLIED-COUNT " applied, "
               WS-FAILED-COUNT " update failure(s)"
           IF WS-HELD-COUNT > 0
               DISPLAY "EMPMAINT: " WS-HELD-COUNT
                   " transfer(s) held for headcount approval in "
                   "POSAPPR - see " WS-ERROR-FILENAME
           END-IF

           PERFORM RECORD-RUN-END


       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-BATCH-REFUSED
               OR WS-REJECT-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
      *    EMPMAINT-TRANS names the master-data transaction file:
      *    EMPNO (4), action code (J=job, M=manager, D=department,
      *    N=name), new value (10, left-justified; numeric for M and
      *    D, blank M meaning the manager becomes NULL), between a
      *    batch header and trailer (copy/BATCHHT.cpy) whose money
      *    hash is zero - these lines carry no money.
           MOVE SPACES TO WS-TRANS-FILENAME
           DISPLAY "EMPMAINT-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT-VALUE
      *    batch naming a department that does not exist is rejected
      *    whole-record by whole-record and the apply pass below
      *    only ever sees clean input.
           PERFORM PROVE-TRANS-BATCH
           IF WS-BATCH-REFUSED
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
       EDIT-PASS-EXIT.
           EXIT.

       PROVE-TRANS-BATCH SECTION.
      *    The file comes from another team's system - before one
      *    line is edited it must prove against its own trailer and
      *    carry a batch number not applied before. A batch that
      *    fails is refused whole; nothing in it is applied.
           MOVE SPACES TO BX-PARM
           MOVE "P" TO BX-FUNCTION
           MOVE "EMPMAINT" TO BX-PROGRAM
           MOVE WS-TRANS-FILENAME TO BX-FILENAME
           MOVE 0 TO BX-AMOUNT-COUNT
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
           DISPLAY "EMPMAINT: BATCH REFUSED - " BX-REASON
               " - NOTHING APPLIED"
           PERFORM RECORD-RUN-END
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       END-REFUSED-BATCH-EXIT.
           EXIT.

       REGISTER-TRANS-BATCH SECTION.
      *    Applied - the batch number cannot be applied again.
           MOVE "R" TO BX-FUNCTION
           CALL "BATCHCTL" USING BX-PARM
           IF NOT BX-OK
               DISPLAY "EMPMAINT: WARNING - BATCH " BX-BATCH-NO
                   " NOT ENTERED ON THE BATCH REGISTER"
           END-IF
           .
       REGISTER-TRANS-BATCH-EXIT.
           EXIT.

       READ-NEXT-TRANS SECTION.
           READ TRANS-FILE
               AT END
               IF TRANS-ACTION NOT = "J" AND TRANS-ACTION NOT = "M"
                   AND TRANS-ACTION NOT = "D"
                   AND TRANS-ACTION NOT = "N"
                   AND TRANS-ACTION NOT = "G"
                   AND TRANS-ACTION NOT = "E"
                   MOVE "ACTION CODE NOT J, M, D, N, G OR E"
                       TO WS-REJECT-REASON
                   SET WS-REC-REJECTED TO TRUE
               END-IF
                       PERFORM EDIT-DEPT-TRANS
                   WHEN "N"
                       PERFORM EDIT-NAME-TRANS
                   WHEN "G"
                       PERFORM EDIT-GENDER-TRANS
                   WHEN "E"
                       PERFORM EDIT-EMPTYPE-TRANS
               END-EVALUATE
           END-IF

       EDIT-NAME-TRANS-EXIT.
           EXIT.

       EDIT-GENDER-TRANS SECTION.
      *    F, M or X; a blank value clears GENDER to NULL for an
      *    employee who has not given one.
           IF TRANS-NEW-VALUE(2:9) NOT = SPACES
               OR (TRANS-NEW-VALUE(1:1) NOT = SPACE
                   AND TRANS-NEW-VALUE(1:1) NOT = "F"
                   AND TRANS-NEW-VALUE(1:1) NOT = "M"
                   AND TRANS-NEW-VALUE(1:1) NOT = "X")
               MOVE "GENDER NOT F, M, X OR BLANK" TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
           END-IF
           .
       EDIT-GENDER-TRANS-EXIT.
           EXIT.

       EDIT-EMPTYPE-TRANS SECTION.
      *    F full-time, P part-time or C casual; a blank value clears
      *    EMPTYPE to NULL.
           IF TRANS-NEW-VALUE(2:9) NOT = SPACES
               OR (TRANS-NEW-VALUE(1:1) NOT = SPACE
                   AND TRANS-NEW-VALUE(1:1) NOT = "F"
                   AND TRANS-NEW-VALUE(1:1) NOT = "P"
                   AND TRANS-NEW-VALUE(1:1) NOT = "C")
               MOVE "EMPLOYMENT TYPE NOT F, P, C OR BLANK"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
           END-IF
           .
       EDIT-EMPTYPE-TRANS-EXIT.
           EXIT.

       EDIT-NUMERIC-VALUE SECTION.
      *    Right-justify and zero-fill the keyed number before the
      *    class test, the same treatment ACCEPT-VALID-EMP-NUMBER
           MOVE WS-CLEAN-EMPNO(WS-CLEAN-IDX) TO WS-TRANS-EMPNO-NUM
           MOVE SPACES TO EMP-NAME-ARR
           MOVE ZERO TO OLD-MGR-IND
           MOVE ZERO TO OLD-GENDER-IND
           MOVE ZERO TO OLD-EMPTYPE-IND

           EXEC SQL
               SELECT ENAME, JOB, MGR, DEPTNO, GENDER, EMPTYPE
               INTO :EMP-NAME, :OLD-JOB, :OLD-MGR:OLD-MGR-IND,
                   :OLD-DEPT, :OLD-GENDER:OLD-GENDER-IND,
                   :OLD-EMPTYPE:OLD-EMPTYPE-IND
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
                   PERFORM APPLY-DEPT-CHANGE
               WHEN "N"
                   PERFORM APPLY-NAME-CHANGE
               WHEN "G"
                   PERFORM APPLY-GENDER-CHANGE
               WHEN "E"
                   PERFORM APPLY-EMPTYPE-CHANGE
           END-EVALUATE
           .
       APPLY-ONE-TRANS-EXIT.
               TO WS-NUM-RJUST(5 - WS-VALUE-LEN:WS-VALUE-LEN)
           MOVE WS-NUM-RJUST TO DEPT-NUMBER

      *    A move into another department takes one of its positions
      *    for the employee's job - past the authorized count the
      *    transfer is rejected, or held for approval, as
      *    POSITION-ACTION says. Checked here rather than in the
      *    edit pass, so earlier transfers in the same batch count.
           IF DEPT-NUMBER NOT = OLD-DEPT
               PERFORM CHECK-TRANSFER-POSITION
               IF WS-POSN-HELD
                   GO TO APPLY-DEPT-CHANGE-EXIT
               END-IF
               IF WS-REC-REJECTED
                   PERFORM WRITE-APPLY-REJECT-LINE
                   GO TO APPLY-DEPT-CHANGE-EXIT
               END-IF
           END-IF

           EXEC SQL
               UPDATE EMP SET DEPTNO = :DEPT-NUMBER
                   WHERE EMPNO = :EMP-NUMBER
       APPLY-DEPT-CHANGE-EXIT.
           EXIT.

       CHECK-TRANSFER-POSITION SECTION.
      *    The hire paths' position check, for the employee's
      *    current job in the department being moved into. Leaves
      *    WS-REC-REJECTED set with the reason when the transfer is
      *    refused - including when a count cannot be had - and
      *    WS-POSN-HELD when it went to the held queue.
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE "N" TO WS-POSN-HELD-SWITCH
           MOVE SPACES TO NEW-JOB-ARR
           MOVE OLD-JOB TO NEW-JOB-ARR
           MOVE ZERO TO WS-VALUE-TRAIL-CT
           INSPECT OLD-JOB
               TALLYING WS-VALUE-TRAIL-CT FOR TRAILING SPACE
           COMPUTE NEW-JOB-LEN = 9 - WS-VALUE-TRAIL-CT

           MOVE ZERO TO POSN-ROWS
           MOVE ZERO TO POSN-AUTH
           EXEC SQL
               SELECT COUNT(*), NVL(SUM(AUTHCOUNT), 0)
               INTO :POSN-ROWS, :POSN-AUTH
               FROM POSITION
               WHERE DEPTNO = :DEPT-NUMBER
                 AND JOBCODE = :NEW-JOB
                 AND EFFFROM <= TRUNC(SYSDATE)
                 AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
           END-EXEC
           IF SQLCODE = 0
               MOVE ZERO TO POSN-FILLED
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :POSN-FILLED
                   FROM EMP
                   WHERE DEPTNO = :DEPT-NUMBER
                     AND JOB = :NEW-JOB
                     AND NVL(STATUS, 'A') <> 'T'
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE "POSITION COUNT LOOKUP FAILED"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
               GO TO CHECK-TRANSFER-POSITION-EXIT
           END-IF

           MOVE SPACES TO PC-PARM
           MOVE "C" TO PC-FUNCTION
           IF POSN-ROWS > 0
               MOVE "Y" TO PC-POSITION-SWITCH
           ELSE
               MOVE "N" TO PC-POSITION-SWITCH
           END-IF
           MOVE POSN-AUTH TO PC-AUTH-COUNT
           MOVE POSN-FILLED TO PC-FILLED-COUNT
           CALL "POSNCHK" USING PC-PARM
           IF PC-ALLOW
               GO TO CHECK-TRANSFER-POSITION-EXIT
           END-IF

           MOVE PC-AUTH-COUNT TO WS-POSN-AUTH-DISP
           MOVE PC-FILLED-COUNT TO WS-POSN-FILLED-DISP
           MOVE SPACES TO WS-REJECT-REASON
           STRING "NO VACANCY - AUTHORIZED " DELIMITED SIZE
               WS-POSN-AUTH-DISP DELIMITED SIZE
               " FILLED " DELIMITED SIZE
               WS-POSN-FILLED-DISP DELIMITED SIZE
               INTO WS-REJECT-REASON
           END-STRING
           IF PC-HOLD
               PERFORM WRITE-HELD-TRANSFER
           ELSE
               SET WS-REC-REJECTED TO TRUE
           END-IF
           .
       CHECK-TRANSFER-POSITION-EXIT.
           EXIT.

       WRITE-HELD-TRANSFER SECTION.
      *    The transfer goes on the held headcount queue
      *    (copy/POSHOLD.cpy) instead of EMP, and is listed on the
      *    error report; POSAPPR moves the employee once another
      *    operator approves the extra head. A queue that cannot
      *    take it makes the transfer a reject.
           IF NOT WS-POSN-HOLD-OPEN
               MOVE SPACES TO WS-POSN-HOLD-FILENAME
               DISPLAY "POSN-HOLD-FILE" UPON ENVIRONMENT-NAME
               ACCEPT WS-POSN-HOLD-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-POSN-HOLD-FILENAME = SPACES
                   MOVE "/tmp/posn_hold.dat" TO WS-POSN-HOLD-FILENAME
               END-IF
               OPEN I-O POSN-HOLD-FILE
               IF WS-POSN-HOLD-NO-FILE
                   OPEN OUTPUT POSN-HOLD-FILE
                   CLOSE POSN-HOLD-FILE
                   OPEN I-O POSN-HOLD-FILE
               END-IF
               IF NOT WS-POSN-HOLD-FILE-OK
                   MOVE "HELD QUEUE WILL NOT OPEN" TO WS-REJECT-REASON
                   SET WS-REC-REJECTED TO TRUE
                   GO TO WRITE-HELD-TRANSFER-EXIT
               END-IF
               SET WS-POSN-HOLD-OPEN TO TRUE
           END-IF

           MOVE SPACES TO POSN-HOLD-REC
           MOVE EMP-NUMBER TO PH-EMPNO
           SET PH-TRANSFER TO TRUE
           ACCEPT PH-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT PH-REQ-TIME FROM TIME
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT PH-REQ-BY FROM ENVIRONMENT-VALUE
           IF PH-REQ-BY = SPACES
               MOVE "EMPMAINT" TO PH-REQ-BY
           END-IF
           MOVE "EMPMAINT" TO PH-SOURCE
           MOVE DEPT-NUMBER TO PH-DEPTNO
           MOVE OLD-JOB TO PH-JOB
           MOVE OLD-DEPT TO PH-FROM-DEPTNO
           MOVE PC-AUTH-COUNT TO PH-AUTH-COUNT
           MOVE PC-FILLED-COUNT TO PH-FILLED-COUNT
           MOVE EMP-NAME-ARR TO PH-ENAME
           MOVE "N" TO PH-MGR-SWITCH
           MOVE ZERO TO PH-MGR
           MOVE "N" TO PH-COMM-SWITCH
           MOVE ZERO TO PH-SAL PH-COMM PH-PROBEND
           WRITE POSN-HOLD-REC
           IF NOT WS-POSN-HOLD-FILE-OK
               IF WS-POSN-HOLD-DUP-KEY
                   MOVE "EMPNO ALREADY HELD FOR APPROVAL"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "HELD QUEUE WRITE FAILED" TO WS-REJECT-REASON
               END-IF
               SET WS-REC-REJECTED TO TRUE
               GO TO WRITE-HELD-TRANSFER-EXIT
           END-IF

           SET WS-POSN-HELD TO TRUE
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-CLEAN-EMPNO(WS-CLEAN-IDX) TO D-EMPNO
           MOVE SPACES TO ERROR-REC
           STRING D-EMPNO DELIMITED SIZE
               " " DELIMITED SIZE
               WS-CLEAN-ACTION(WS-CLEAN-IDX) DELIMITED SIZE
               "  HELD: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-HELD-TRANSFER-EXIT.
           EXIT.

       APPLY-NAME-CHANGE SECTION.
           MOVE D-EMP-NAME TO D-OLD-VALUE
           MOVE EMP-NAME-ARR TO D-OLD-VALUE
       APPLY-NAME-CHANGE-EXIT.
           EXIT.

       APPLY-GENDER-CHANGE SECTION.
           MOVE WS-CLEAN-VALUE(WS-CLEAN-IDX)(1:1) TO NEW-GENDER
           IF NEW-GENDER = SPACE
               MOVE -1 TO NEW-GENDER-IND
           ELSE
               MOVE ZERO TO NEW-GENDER-IND
           END-IF

           EXEC SQL
               UPDATE EMP SET GENDER = :NEW-GENDER:NEW-GENDER-IND
                   WHERE EMPNO = :EMP-NUMBER
           END-EXEC

           IF SQLCODE = 0
               MOVE "GENDER" TO D-FIELD-NAME
               IF OLD-GENDER-IND = -1
                   MOVE "NULL" TO D-OLD-VALUE
               ELSE
                   MOVE OLD-GENDER TO D-OLD-VALUE
               END-IF
               IF NEW-GENDER-IND = -1
                   MOVE "NULL" TO D-NEW-VALUE
               ELSE
                   MOVE NEW-GENDER TO D-NEW-VALUE
               END-IF
               PERFORM NOTE-APPLIED-CHANGE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "GENDER UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM WRITE-APPLY-REJECT-LINE
           END-IF
           .
       APPLY-GENDER-CHANGE-EXIT.
           EXIT.

       APPLY-EMPTYPE-CHANGE SECTION.
           MOVE WS-CLEAN-VALUE(WS-CLEAN-IDX)(1:1) TO NEW-EMPTYPE
           IF NEW-EMPTYPE = SPACE
               MOVE -1 TO NEW-EMPTYPE-IND
           ELSE
               MOVE ZERO TO NEW-EMPTYPE-IND
           END-IF

           EXEC SQL
               UPDATE EMP SET EMPTYPE = :NEW-EMPTYPE:NEW-EMPTYPE-IND
                   WHERE EMPNO = :EMP-NUMBER
           END-EXEC

           IF SQLCODE = 0
               MOVE "EMPTYPE" TO D-FIELD-NAME
               IF OLD-EMPTYPE-IND = -1
                   MOVE "NULL" TO D-OLD-VALUE
               ELSE
                   MOVE OLD-EMPTYPE TO D-OLD-VALUE
               END-IF
               IF NEW-EMPTYPE-IND = -1
                   MOVE "NULL" TO D-NEW-VALUE
               ELSE
                   MOVE NEW-EMPTYPE TO D-NEW-VALUE
               END-IF
               PERFORM NOTE-APPLIED-CHANGE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EMPTYPE UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM WRITE-APPLY-REJECT-LINE
           END-IF
           .
       APPLY-EMPTYPE-CHANGE-EXIT.
           EXIT.

       NOTE-APPLIED-CHANGE SECTION.
      *    One committed change, one register line, one journal line
      *    through the shared maintenance journal - non-money fields
