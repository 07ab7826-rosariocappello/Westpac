       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRANS-STATUS.
           SELECT PERF-REVIEW-FILE ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PRV-KEY
               FILE STATUS WS-REVIEW-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO WS-ERROR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRANS-CYCLE             PIC X(6).
           05  TRANS-EMPNO             PIC X(4).
           05  TRANS-RATING            PIC X.
           05  TRANS-REVIEWER          PIC X(4).
           05  TRANS-SIGNOFF-DATE      PIC X(8).
           05  FILLER                  PIC X(57).
       FD  PERF-REVIEW-FILE.
           COPY PERFREV.
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  EMP-STATUS                   PIC X(1).
       01  REVIEWER-NUMBER              PIC S9(4) COMP VALUE ZERO.
       01  WALK-EMPNO                   PIC S9(4) COMP VALUE ZERO.
       01  WALK-MGR                     PIC S9(4) COMP VALUE ZERO.
       01  WALK-MGR-IND                 PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DATEEDLK.

       01  WS-TRANS-FILENAME            PIC X(256).
       01  WS-TRANS-STATUS              PIC XX.
           88  WS-TRANS-FILE-OK               VALUE "00".
       01  WS-REVIEW-FILENAME           PIC X(256).
       01  WS-REVIEW-STATUS             PIC XX.
           88  WS-REVIEW-FILE-OK              VALUE "00".
           88  WS-REVIEW-NO-FILE              VALUE "35".
       01  WS-ERROR-FILENAME            PIC X(256).
       01  WS-ERROR-STATUS              PIC XX.
           88  WS-ERROR-FILE-OK               VALUE "00".

       01  WS-TRANS-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TRANS-EOF                   VALUE "Y".

      *    The header of the cycle last looked up, held so a batch
      *    for one cycle reads it once.
       01  WS-CYCLE-HELD                PIC X(6) VALUE SPACES.
       01  WS-CYCLE-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-CYCLE-FOUND                 VALUE "Y".
       01  WS-CYCLE-OPEN-DATE           PIC 9(8).
       01  WS-CYCLE-STATUS              PIC X.
           88  WS-CYCLE-IS-OPEN               VALUE "O".

      *    Reviewer chain walk - the MGR chain above the employee,
      *    one hop at a time, as VERIFY-MANAGER-ENTRY in LOGON walks
      *    it; 50 levels without reaching the top is a loop.
       01  WS-WALK-DEPTH                PIC 9(3) COMP.
       01  WS-WALK-DONE-SWITCH          PIC X.
           88  WS-WALK-DONE                   VALUE "Y".
       01  WS-IN-CHAIN-SWITCH           PIC X.
           88  WS-IN-CHAIN                    VALUE "Y".

       01  WS-READ-COUNT                PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT               PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40).

       01  WS-OPERATOR                  PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-OPERATOR
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR = SPACES
               MOVE "REVLOAD" TO WS-OPERATOR
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM OPEN-TRANS-FILE
           PERFORM OPEN-REVIEW-FILE
           PERFORM OPEN-ERROR-REPORT
           PERFORM CONNECT-TO-ORACLE

      *    Each rating is edited and filed on its own - a rejected
      *    line leaves the rest of the batch filed, with the reject
      *    on the report for the manager to correct and resubmit.
           PERFORM READ-NEXT-TRANS
           PERFORM UNTIL WS-TRANS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM PROCESS-ONE-TRANS
               PERFORM READ-NEXT-TRANS
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE PERF-REVIEW-FILE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           CLOSE ERROR-REPORT-FILE

           DISPLAY "REVLOAD: " WS-READ-COUNT " read, "
               WS-ADDED-COUNT " added, "
               WS-REPLACED-COUNT " replaced, "
               WS-REJECT-COUNT " rejected"

           PERFORM RECORD-RUN-END

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
      *    PERF-REVIEW is held while the review file is written, so
      *    this batch and a REVMAINT session never update it under
      *    one another.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "REVLOAD" TO RS-PGM
           MOVE "PERF-REVIEW" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "REVLOAD: THE REVIEW FILE IS IN USE - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-REJECT-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           END-IF
           COMPUTE RS-COUNT = WS-ADDED-COUNT + WS-REPLACED-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           COMPUTE RS-COUNT = WS-ADDED-COUNT + WS-REPLACED-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       OPEN-TRANS-FILE SECTION.
      *    REVLOAD-TRANS names the ratings file. Each line carries
      *    the review cycle (6), EMPNO (4), the rating (1, 1 to 5),
      *    the reviewer's EMPNO (4) and the sign-off date (8,
      *    YYYYMMDD). A rating already on file for the cycle is
      *    replaced - the line is the manager's latest word.
           MOVE SPACES TO WS-TRANS-FILENAME
           DISPLAY "REVLOAD-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-TRANS-FILENAME = SPACES
               DISPLAY "REVLOAD: REVLOAD-TRANS NOT SET - NO INPUT"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "REVLOAD: UNABLE TO OPEN TRANSACTION FILE: "
                   WS-TRANS-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-TRANS-FILE-EXIT.
           EXIT.

       OPEN-REVIEW-FILE SECTION.
      *    PERF-REVIEW-FILE names the indexed review file
      *    (copy/PERFREV.cpy); it defaults to /tmp/perf_review.dat
      *    when unset. It must already exist - a cycle has to be
      *    opened in REVMAINT before ratings can be loaded into it.
           MOVE SPACES TO WS-REVIEW-FILENAME
           DISPLAY "PERF-REVIEW-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REVIEW-FILENAME = SPACES
               MOVE "/tmp/perf_review.dat" TO WS-REVIEW-FILENAME
           END-IF
           OPEN I-O PERF-REVIEW-FILE
           IF NOT WS-REVIEW-FILE-OK
               DISPLAY "REVLOAD: UNABLE TO OPEN REVIEW FILE: "
                   WS-REVIEW-FILENAME " STATUS=" WS-REVIEW-STATUS
               IF WS-REVIEW-NO-FILE
                   DISPLAY "REVLOAD: NO CYCLE OPENED YET - SEE "
                       "REVMAINT"
               END-IF
               CLOSE TRANS-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-REVIEW-FILE-EXIT.
           EXIT.

       OPEN-ERROR-REPORT SECTION.
      *    REVLOAD-ERRORS names the rejected-record report; it
      *    defaults to /tmp/revload_errors.rpt when unset.
           MOVE SPACES TO WS-ERROR-FILENAME
           DISPLAY "REVLOAD-ERRORS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERROR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ERROR-FILENAME = SPACES
               MOVE "/tmp/revload_errors.rpt" TO WS-ERROR-FILENAME
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           IF NOT WS-ERROR-FILE-OK
               DISPLAY "REVLOAD: UNABLE TO OPEN ERROR REPORT: "
                   WS-ERROR-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ERROR-REC
           STRING "REVLOAD REJECTED RATINGS  DATE: " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           MOVE ALL "-" TO ERROR-REC
           WRITE ERROR-REC
           .
       OPEN-ERROR-REPORT-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    EMP is only read - the employee, the reviewer and the MGR
      *    chain between them.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "REVLOAD" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "REVLOAD: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       READ-NEXT-TRANS SECTION.
           READ TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ
           .
       READ-NEXT-TRANS-EXIT.
           EXIT.

       PROCESS-ONE-TRANS SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           IF TRANS-REC = SPACES OR TRANS-CYCLE(1:1) = "*"
               SUBTRACT 1 FROM WS-READ-COUNT
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           INSPECT TRANS-CYCLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM FIND-CYCLE
           IF NOT WS-CYCLE-FOUND
               MOVE "REVIEW CYCLE NOT OPENED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF NOT WS-CYCLE-IS-OPEN
               MOVE "REVIEW CYCLE IS CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           IF TRANS-EMPNO NOT NUMERIC OR TRANS-EMPNO = ZERO
               MOVE "EMPNO NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF TRANS-RATING < "1" OR TRANS-RATING > "5"
               MOVE "RATING NOT 1 TO 5" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF TRANS-REVIEWER NOT NUMERIC OR TRANS-REVIEWER = ZERO
               MOVE "REVIEWER EMPNO NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

      *    Signed off inside the cycle - not before it opened and
      *    not in the future.
           MOVE SPACES TO DE-PARM
           MOVE TRANS-SIGNOFF-DATE TO DE-DATE-IN
           MOVE "P" TO DE-FORMAT
           MOVE "Y" TO DE-NO-FUTURE
           MOVE WS-CYCLE-OPEN-DATE TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF NOT DE-OK
               MOVE "SIGN-OFF DATE NOT VALID FOR THE CYCLE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           MOVE TRANS-EMPNO TO EMP-NUMBER
           MOVE SPACE TO EMP-STATUS
           EXEC SQL
               SELECT NVL(STATUS, 'A')
               INTO :EMP-STATUS
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "EMPNO NOT ON EMP" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF EMP-STATUS = "T"
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           MOVE TRANS-REVIEWER TO REVIEWER-NUMBER
           PERFORM VERIFY-REVIEWER-CHAIN
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           PERFORM FILE-ONE-RATING
           .
       PROCESS-ONE-TRANS-EXIT.
           EXIT.

       FIND-CYCLE SECTION.
           IF TRANS-CYCLE = WS-CYCLE-HELD
               GO TO FIND-CYCLE-EXIT
           END-IF
           MOVE TRANS-CYCLE TO WS-CYCLE-HELD
           MOVE "N" TO WS-CYCLE-FOUND-SWITCH
           MOVE SPACES TO PERF-REVIEW-REC
           MOVE TRANS-CYCLE TO PRV-CYCLE
           MOVE ZERO TO PRV-EMPNO
           READ PERF-REVIEW-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CYCLE-FOUND TO TRUE
                   MOVE PRV-CYC-OPEN-DATE TO WS-CYCLE-OPEN-DATE
                   MOVE PRV-CYC-STATUS TO WS-CYCLE-STATUS
           END-READ
           .
       FIND-CYCLE-EXIT.
           EXIT.

       VERIFY-REVIEWER-CHAIN SECTION.
      *    The reviewer must be on EMP and be the employee's MGR or
      *    someone above them. The chain is walked from the
      *    employee's MGR up until the reviewer turns up or it ends;
      *    anyone else - a peer, someone in another branch, the
      *    employee themselves - is refused. Leaves WS-REJECT-REASON
      *    set when the rating cannot stand.
           IF REVIEWER-NUMBER = EMP-NUMBER
               MOVE "REVIEWER IS THE EMPLOYEE" TO WS-REJECT-REASON
               GO TO VERIFY-REVIEWER-CHAIN-EXIT
           END-IF
           MOVE ZERO TO WALK-EMPNO
           EXEC SQL
               SELECT EMPNO
               INTO :WALK-EMPNO
               FROM EMP
               WHERE EMPNO = :REVIEWER-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "REVIEWER NOT ON EMP" TO WS-REJECT-REASON
               GO TO VERIFY-REVIEWER-CHAIN-EXIT
           END-IF

           MOVE EMP-NUMBER TO WALK-EMPNO
           MOVE ZERO TO WS-WALK-DEPTH
           MOVE "N" TO WS-WALK-DONE-SWITCH
           MOVE "N" TO WS-IN-CHAIN-SWITCH
           PERFORM UNTIL WS-WALK-DONE
               MOVE ZERO TO WALK-MGR-IND
               EXEC SQL
                   SELECT MGR
                   INTO :WALK-MGR:WALK-MGR-IND
                   FROM EMP
                   WHERE EMPNO = :WALK-EMPNO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-WALK-DONE TO TRUE
                   WHEN WALK-MGR-IND = -1
                       SET WS-WALK-DONE TO TRUE
                   WHEN WALK-MGR = REVIEWER-NUMBER
                       SET WS-IN-CHAIN TO TRUE
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-WALK-DEPTH
                       IF WS-WALK-DEPTH > 50
                           SET WS-WALK-DONE TO TRUE
                       ELSE
                           MOVE WALK-MGR TO WALK-EMPNO
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF NOT WS-IN-CHAIN
               MOVE "REVIEWER NOT IN EMPLOYEE'S MGR CHAIN"
                   TO WS-REJECT-REASON
           END-IF
           .
       VERIFY-REVIEWER-CHAIN-EXIT.
           EXIT.

       FILE-ONE-RATING SECTION.
           MOVE SPACES TO PERF-REVIEW-REC
           MOVE TRANS-CYCLE TO PRV-CYCLE
           MOVE TRANS-EMPNO TO PRV-EMPNO
           READ PERF-REVIEW-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   MOVE SPACES TO PERF-REVIEW-REC
                   MOVE TRANS-CYCLE TO PRV-CYCLE
                   MOVE TRANS-EMPNO TO PRV-EMPNO
                   PERFORM FILL-RATING
                   WRITE PERF-REVIEW-REC
                   IF WS-REVIEW-FILE-OK
                       ADD 1 TO WS-ADDED-COUNT
                   END-IF
               NOT INVALID KEY
                   PERFORM FILL-RATING
                   REWRITE PERF-REVIEW-REC
                   IF WS-REVIEW-FILE-OK
                       ADD 1 TO WS-REPLACED-COUNT
                   END-IF
           END-READ
           IF NOT WS-REVIEW-FILE-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "REVIEW FILE NOT UPDATED, STATUS "
                       DELIMITED SIZE
                   WS-REVIEW-STATUS DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM WRITE-REJECT-LINE
           END-IF
           .
       FILE-ONE-RATING-EXIT.
           EXIT.

       FILL-RATING SECTION.
           MOVE TRANS-RATING TO PRV-RATING
           MOVE TRANS-REVIEWER TO PRV-REVIEWER
           MOVE DE-DATE-OUT TO PRV-SIGNOFF-DATE
           SET PRV-FROM-LOAD TO TRUE
           MOVE WS-RUN-DATE TO PRV-CHANGED-DATE
           MOVE WS-OPERATOR TO PRV-CHANGED-BY
           .
       FILL-RATING-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO ERROR-REC
           STRING TRANS-REC(1:23) DELIMITED SIZE
               "  REJECTED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-REJECT-LINE-EXIT.
           EXIT.
