       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-REVIEW-FILE ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PRV-KEY
               FILE STATUS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERF-REVIEW-FILE.
           COPY PERFREV.

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
           COPY DATEEDLK.
           COPY RUNSTATL.

      *    Review cycles are opened, extended and closed here, and
      *    single ratings keyed or corrected between REVLOAD batches.
      *    A rating is held to the same edits REVLOAD applies: an
      *    open cycle, a current employee, a reviewer in the
      *    employee's MGR chain and a sign-off date inside the cycle.
       01  WS-REVIEW-FILENAME           PIC X(256).
       01  WS-REVIEW-STATUS             PIC XX.
           88  WS-REVIEW-FILE-OK              VALUE "00".
           88  WS-REVIEW-NO-FILE              VALUE "35".
       01  WS-REVIEW-EOF-SWITCH         PIC X.
           88  WS-REVIEW-EOF                  VALUE "Y".
       01  WS-REVIEW-FOUND-SWITCH       PIC X.
           88  WS-REVIEW-FOUND                VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
           88  WS-CONTINUE                    VALUE "Y".

       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-EMPNO-TRAIL-CT            PIC 9 COMP.
       01  WS-EMPNO-DIGIT-CT            PIC 9 COMP.
       01  WS-EMPNO-VALID-SWITCH        PIC X.
           88  WS-EMPNO-VALID                 VALUE "Y".

      *    Cycle identifiers are letters and digits only (2026H1,
      *    FY2026) and are held upper case.
       01  WS-CYCLE-INPUT               PIC X(6).
       01  WS-CYCLE-TRAIL-CT            PIC 9 COMP.
       01  WS-CYCLE-LEN                 PIC 9 COMP.
       01  WS-CYCLE-POS                 PIC 9 COMP.
       01  WS-CYCLE-CHAR                PIC X.
       01  WS-CYCLE-OK-SWITCH           PIC X.
           88  WS-CYCLE-OK                    VALUE "Y".
       01  WS-CYCLE-OPEN-DATE           PIC 9(8).
       01  WS-CYCLE-CLOSE-DATE          PIC 9(8).
       01  WS-CYCLE-STATUS              PIC X.
           88  WS-CYCLE-IS-OPEN               VALUE "O".

       01  WS-RATING-INPUT              PIC X.
       01  WS-SIGNOFF-DATE              PIC 9(8).
       01  WS-DATE-INPUT                PIC X(8).
       01  WS-EMPLOYEE-NUMBER           PIC 9(4).
       01  WS-REJECT-REASON             PIC X(40).

      *    Reviewer chain walk - the MGR chain above the employee,
      *    one hop at a time, as REVLOAD walks it.
       01  WS-WALK-DEPTH                PIC 9(3) COMP.
       01  WS-WALK-DONE-SWITCH          PIC X.
           88  WS-WALK-DONE                   VALUE "Y".
       01  WS-IN-CHAIN-SWITCH           PIC X.
           88  WS-IN-CHAIN                    VALUE "Y".

       01  WS-CONFIRM                   PIC X.
       01  WS-LIST-COUNT                PIC 9(4) VALUE 0.
       01  WS-TODAY                     PIC 9(8).
       01  WS-OPER                      PIC X(10).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-REVIEWER               PIC Z(3)9.

       PROCEDURE DIVISION.
       BEGIN-PGM SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           MOVE SPACES TO WS-OPER
           .
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-OPER FROM ENVIRONMENT-VALUE
           .
           IF WS-OPER = SPACES
               MOVE "UNKNOWN" TO WS-OPER
           END-IF
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM OPEN-REVIEW-FILE
           .
           PERFORM CONNECT-TO-ORACLE
           .
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM DISPLAY-REV-MENU
               PERFORM RUN-REV-CHOICE
           END-PERFORM
           .
           CLOSE PERF-REVIEW-FILE
           .
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           .
           PERFORM RECORD-RUN-END
           .
           DISPLAY "HAVE A GOOD DAY."
           .
           GOBACK
           .

       RECORD-RUN-START SECTION.
      *    PERF-REVIEW is held for the session, so REVLOAD and this
      *    session never update the review file under one another.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "REVMAINT" TO RS-PGM
           MOVE "PERF-REVIEW" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "REVMAINT: THE REVIEW FILE IS IN USE - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE ZERO TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       OPEN-REVIEW-FILE SECTION.
      *    PERF-REVIEW-FILE names the indexed review file
      *    (copy/PERFREV.cpy); it defaults to /tmp/perf_review.dat
      *    when unset, and is created empty on first use.
           MOVE SPACES TO WS-REVIEW-FILENAME
           DISPLAY "PERF-REVIEW-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REVIEW-FILENAME = SPACES
               MOVE "/tmp/perf_review.dat" TO WS-REVIEW-FILENAME
           END-IF
           OPEN I-O PERF-REVIEW-FILE
           IF WS-REVIEW-NO-FILE
               OPEN OUTPUT PERF-REVIEW-FILE
               CLOSE PERF-REVIEW-FILE
               OPEN I-O PERF-REVIEW-FILE
           END-IF
           IF NOT WS-REVIEW-FILE-OK
               DISPLAY "REVMAINT: UNABLE TO OPEN REVIEW FILE: "
                   WS-REVIEW-FILENAME " STATUS=" WS-REVIEW-STATUS
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-REVIEW-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read here - the
      *    employee, the reviewer and the MGR chain between them.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "REVMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "REVMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE PERF-REVIEW-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       DISPLAY-REV-MENU SECTION.
           DISPLAY " "
           .
           DISPLAY "PERFORMANCE REVIEW MAINTENANCE"
           .
           DISPLAY "  O) OPEN OR EXTEND A REVIEW CYCLE"
           .
           DISPLAY "  X) CLOSE A REVIEW CYCLE"
           .
           DISPLAY "  L) LIST A CYCLE'S RATINGS"
           .
           DISPLAY "  R) RATE AN EMPLOYEE (ADD OR CHANGE)"
           .
           DISPLAY "  D) DELETE A RATING"
           .
           DISPLAY "  Q) QUIT"
           .
           DISPLAY "SELECTION: " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-MENU-CHOICE
           .
           ACCEPT WS-MENU-CHOICE
           .
       DISPLAY-REV-MENU-EXIT.
           EXIT.
           .

       RUN-REV-CHOICE SECTION.
           EVALUATE WS-MENU-CHOICE
               WHEN "O"
               WHEN "o"
                   PERFORM OPEN-REVIEW-CYCLE
               WHEN "X"
               WHEN "x"
                   PERFORM CLOSE-REVIEW-CYCLE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-CYCLE-RATINGS
               WHEN "R"
               WHEN "r"
                   PERFORM RATE-EMPLOYEE
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-RATING
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN."
           END-EVALUATE
           .
       RUN-REV-CHOICE-EXIT.
           EXIT.
           .

       ACCEPT-CYCLE-ID SECTION.
           MOVE "N" TO WS-CYCLE-OK-SWITCH
           .
           DISPLAY "ENTER REVIEW CYCLE: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-CYCLE-INPUT
           .
           ACCEPT WS-CYCLE-INPUT
           .
           INSPECT WS-CYCLE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           MOVE ZERO TO WS-CYCLE-TRAIL-CT
           .
           INSPECT WS-CYCLE-INPUT
               TALLYING WS-CYCLE-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-CYCLE-LEN = 6 - WS-CYCLE-TRAIL-CT
           .
           IF WS-CYCLE-LEN = 0
               DISPLAY "REVIEW CYCLE REQUIRED."
               GO TO ACCEPT-CYCLE-ID-EXIT
           END-IF
           .
           SET WS-CYCLE-OK TO TRUE
           .
           PERFORM VARYING WS-CYCLE-POS FROM 1 BY 1
               UNTIL WS-CYCLE-POS > WS-CYCLE-LEN
               MOVE WS-CYCLE-INPUT(WS-CYCLE-POS:1) TO WS-CYCLE-CHAR
               IF (WS-CYCLE-CHAR < "A" OR WS-CYCLE-CHAR > "Z")
                   AND (WS-CYCLE-CHAR < "0" OR WS-CYCLE-CHAR > "9")
                   MOVE "N" TO WS-CYCLE-OK-SWITCH
               END-IF
           END-PERFORM
           .
           IF NOT WS-CYCLE-OK
               DISPLAY "REVIEW CYCLE IS LETTERS AND DIGITS ONLY."
           END-IF
           .
       ACCEPT-CYCLE-ID-EXIT.
           EXIT.
           .

       READ-CYCLE-HEADER SECTION.
      *    Leaves the cycle's dates and status in WS-CYCLE- fields
      *    and WS-REVIEW-FOUND set when it has been opened.
           MOVE "N" TO WS-REVIEW-FOUND-SWITCH
           .
           MOVE SPACES TO PERF-REVIEW-REC
           .
           MOVE WS-CYCLE-INPUT TO PRV-CYCLE
           .
           MOVE ZERO TO PRV-EMPNO
           .
           READ PERF-REVIEW-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REVIEW-FOUND TO TRUE
                   MOVE PRV-CYC-OPEN-DATE TO WS-CYCLE-OPEN-DATE
                   MOVE PRV-CYC-CLOSE-DATE TO WS-CYCLE-CLOSE-DATE
                   MOVE PRV-CYC-STATUS TO WS-CYCLE-STATUS
           END-READ
           .
       READ-CYCLE-HEADER-EXIT.
           EXIT.
           .

       OPEN-REVIEW-CYCLE SECTION.
      *    A new cycle is opened from today (or the date keyed) to
      *    the close date by which every rating is due; an existing
      *    one can have its close date moved, which also reopens a
      *    cycle closed too early.
           PERFORM ACCEPT-CYCLE-ID
           .
           IF NOT WS-CYCLE-OK
               GO TO OPEN-REVIEW-CYCLE-EXIT
           END-IF
           .
           PERFORM READ-CYCLE-HEADER
           .
           IF WS-REVIEW-FOUND
               DISPLAY "CYCLE " WS-CYCLE-INPUT " OPENED "
                   WS-CYCLE-OPEN-DATE " CLOSES " WS-CYCLE-CLOSE-DATE
                   " STATUS " WS-CYCLE-STATUS
           ELSE
               DISPLAY "OPENS YYYYMMDD (BLANK FOR TODAY): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES
                   MOVE WS-TODAY TO WS-CYCLE-OPEN-DATE
               ELSE
                   MOVE SPACES TO DE-PARM
                   MOVE WS-DATE-INPUT TO DE-DATE-IN(1:8)
                   MOVE "P" TO DE-FORMAT
                   MOVE "N" TO DE-NO-FUTURE
                   MOVE ZERO TO DE-MIN-DATE
                   MOVE ZERO TO DE-MAX-DATE
                   CALL "DATEEDIT" USING DE-PARM
                   IF NOT DE-OK
                       DISPLAY "NOT A REAL CALENDAR DATE - CYCLE NOT "
                           "OPENED."
                       GO TO OPEN-REVIEW-CYCLE-EXIT
                   END-IF
                   MOVE DE-DATE-OUT TO WS-CYCLE-OPEN-DATE
               END-IF
           END-IF
           .
           DISPLAY "RATINGS DUE BY (CLOSE DATE) YYYYMMDD: "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           MOVE SPACES TO DE-PARM
           .
           MOVE WS-DATE-INPUT TO DE-DATE-IN(1:8)
           .
           MOVE "P" TO DE-FORMAT
           .
           MOVE "N" TO DE-NO-FUTURE
           .
           MOVE WS-CYCLE-OPEN-DATE TO DE-MIN-DATE
           .
           MOVE ZERO TO DE-MAX-DATE
           .
           CALL "DATEEDIT" USING DE-PARM
           .
           IF NOT DE-OK
               DISPLAY "NOT A REAL CALENDAR DATE ON OR AFTER THE "
                   "OPENING - CYCLE NOT CHANGED."
               GO TO OPEN-REVIEW-CYCLE-EXIT
           END-IF
           .
           MOVE DE-DATE-OUT TO WS-CYCLE-CLOSE-DATE
           .
           MOVE SPACES TO PERF-REVIEW-REC
           .
           MOVE WS-CYCLE-INPUT TO PRV-CYCLE
           .
           MOVE ZERO TO PRV-EMPNO
           .
           MOVE WS-CYCLE-OPEN-DATE TO PRV-CYC-OPEN-DATE
           .
           MOVE WS-CYCLE-CLOSE-DATE TO PRV-CYC-CLOSE-DATE
           .
           SET PRV-CYC-OPEN TO TRUE
           .
           MOVE WS-TODAY TO PRV-CHANGED-DATE
           .
           MOVE WS-OPER TO PRV-CHANGED-BY
           .
           IF WS-REVIEW-FOUND
               REWRITE PERF-REVIEW-REC
           ELSE
               WRITE PERF-REVIEW-REC
           END-IF
           .
           PERFORM DISPLAY-REV-RESULT
           .
       OPEN-REVIEW-CYCLE-EXIT.
           EXIT.
           .

       CLOSE-REVIEW-CYCLE SECTION.
      *    Closing freezes the cycle's ratings - REVLOAD and this
      *    session refuse any further change to them.
           PERFORM ACCEPT-CYCLE-ID
           .
           IF NOT WS-CYCLE-OK
               GO TO CLOSE-REVIEW-CYCLE-EXIT
           END-IF
           .
           PERFORM READ-CYCLE-HEADER
           .
           IF NOT WS-REVIEW-FOUND
               DISPLAY "NO SUCH REVIEW CYCLE - TRY AGAIN."
               GO TO CLOSE-REVIEW-CYCLE-EXIT
           END-IF
           .
           IF NOT WS-CYCLE-IS-OPEN
               DISPLAY "CYCLE " WS-CYCLE-INPUT " IS ALREADY CLOSED."
               GO TO CLOSE-REVIEW-CYCLE-EXIT
           END-IF
           .
           DISPLAY "CLOSE CYCLE " WS-CYCLE-INPUT " - NO FURTHER "
               "RATINGS ACCEPTED? (Y/N): " WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CLOSE CANCELLED."
               GO TO CLOSE-REVIEW-CYCLE-EXIT
           END-IF
           .
           SET PRV-CYC-CLOSED TO TRUE
           .
           MOVE WS-TODAY TO PRV-CHANGED-DATE
           .
           MOVE WS-OPER TO PRV-CHANGED-BY
           .
           REWRITE PERF-REVIEW-REC
           .
           PERFORM DISPLAY-REV-RESULT
           .
       CLOSE-REVIEW-CYCLE-EXIT.
           EXIT.
           .

       LIST-CYCLE-RATINGS SECTION.
           PERFORM ACCEPT-CYCLE-ID
           .
           IF NOT WS-CYCLE-OK
               GO TO LIST-CYCLE-RATINGS-EXIT
           END-IF
           .
           PERFORM READ-CYCLE-HEADER
           .
           IF NOT WS-REVIEW-FOUND
               DISPLAY "NO SUCH REVIEW CYCLE - TRY AGAIN."
               GO TO LIST-CYCLE-RATINGS-EXIT
           END-IF
           .
           DISPLAY " "
           .
           DISPLAY "CYCLE " WS-CYCLE-INPUT " OPENED "
               WS-CYCLE-OPEN-DATE " CLOSES " WS-CYCLE-CLOSE-DATE
               " STATUS " WS-CYCLE-STATUS
           .
           DISPLAY "EMPNO  RATING  REVIEWER  SIGNED    SRC  CHANGED BY"
           .
           DISPLAY "-----  ------  --------  --------  ---  ----------"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           MOVE SPACES TO PERF-REVIEW-REC
           .
           MOVE WS-CYCLE-INPUT TO PRV-CYCLE
           .
           MOVE 1 TO PRV-EMPNO
           .
           MOVE "N" TO WS-REVIEW-EOF-SWITCH
           .
           START PERF-REVIEW-FILE
               KEY NOT LESS PRV-KEY
               INVALID KEY
                   SET WS-REVIEW-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-REVIEW-EOF
               READ PERF-REVIEW-FILE NEXT RECORD
                   AT END
                       SET WS-REVIEW-EOF TO TRUE
                   NOT AT END
                       IF PRV-CYCLE NOT = WS-CYCLE-INPUT
                           SET WS-REVIEW-EOF TO TRUE
                       ELSE
                           MOVE PRV-EMPNO TO D-EMPNO
                           MOVE PRV-REVIEWER TO D-REVIEWER
                           DISPLAY D-EMPNO "     " PRV-RATING
                               "       " D-REVIEWER "    "
                               PRV-SIGNOFF-DATE "   " PRV-SOURCE
                               "   " PRV-CHANGED-BY
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .
           DISPLAY WS-LIST-COUNT " RATING(S) LISTED."
           .
       LIST-CYCLE-RATINGS-EXIT.
           EXIT.
           .

       ACCEPT-VALID-EMPNO SECTION.
      *    Same numeric edit ACCEPT-VALID-EMP-NUMBER applies in LOGON.
           MOVE "N" TO WS-EMPNO-VALID-SWITCH
           .
           PERFORM UNTIL WS-EMPNO-VALID
               MOVE SPACES TO WS-EMPNO-INPUT
               ACCEPT WS-EMPNO-INPUT
               MOVE ZERO TO WS-EMPNO-TRAIL-CT
               INSPECT WS-EMPNO-INPUT
                   TALLYING WS-EMPNO-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-EMPNO-DIGIT-CT = 4 - WS-EMPNO-TRAIL-CT
               IF WS-EMPNO-DIGIT-CT = 0
                   DISPLAY "INVALID EMP NUMBER - NUMERIC ONLY:"
               ELSE
                   MOVE ZEROS TO WS-EMPNO-RJUST
                   MOVE WS-EMPNO-INPUT(1:WS-EMPNO-DIGIT-CT)
                       TO WS-EMPNO-RJUST(5 - WS-EMPNO-DIGIT-CT:
                                         WS-EMPNO-DIGIT-CT)
                   IF WS-EMPNO-RJUST IS NUMERIC
                   AND WS-EMPNO-RJUST NOT = ZERO
                       MOVE WS-EMPNO-RJUST TO EMP-NUMBER
                       SET WS-EMPNO-VALID TO TRUE
                   ELSE
                       DISPLAY "INVALID EMP NUMBER - NUMERIC ONLY:"
                   END-IF
               END-IF
           END-PERFORM
           .
       ACCEPT-VALID-EMPNO-EXIT.
           EXIT.
           .

       READ-RATING SECTION.
           MOVE "N" TO WS-REVIEW-FOUND-SWITCH
           .
           MOVE SPACES TO PERF-REVIEW-REC
           .
           MOVE WS-CYCLE-INPUT TO PRV-CYCLE
           .
           MOVE WS-EMPLOYEE-NUMBER TO PRV-EMPNO
           .
           READ PERF-REVIEW-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REVIEW-FOUND TO TRUE
           END-READ
           .
       READ-RATING-EXIT.
           EXIT.
           .

       ACCEPT-OPEN-CYCLE SECTION.
      *    Ratings change only while their cycle is open.
           PERFORM ACCEPT-CYCLE-ID
           .
           IF NOT WS-CYCLE-OK
               GO TO ACCEPT-OPEN-CYCLE-EXIT
           END-IF
           .
           PERFORM READ-CYCLE-HEADER
           .
           IF NOT WS-REVIEW-FOUND
               DISPLAY "REVIEW CYCLE NOT OPENED - USE O FIRST."
               MOVE "N" TO WS-CYCLE-OK-SWITCH
               GO TO ACCEPT-OPEN-CYCLE-EXIT
           END-IF
           .
           IF NOT WS-CYCLE-IS-OPEN
               DISPLAY "REVIEW CYCLE IS CLOSED - RATINGS ARE FROZEN."
               MOVE "N" TO WS-CYCLE-OK-SWITCH
           END-IF
           .
       ACCEPT-OPEN-CYCLE-EXIT.
           EXIT.
           .

       RATE-EMPLOYEE SECTION.
           PERFORM ACCEPT-OPEN-CYCLE
           .
           IF NOT WS-CYCLE-OK
               GO TO RATE-EMPLOYEE-EXIT
           END-IF
           .
           DISPLAY "ENTER EMP NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           MOVE EMP-NUMBER TO WS-EMPLOYEE-NUMBER
           .
           MOVE SPACES TO EMP-NAME-ARR
           .
           MOVE SPACE TO EMP-STATUS
           .
           EXEC SQL
               SELECT ENAME, NVL(STATUS, 'A')
               INTO :EMP-NAME, :EMP-STATUS
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "EMP NUMBER NOT ON EMP - RATING CANCELLED."
               GO TO RATE-EMPLOYEE-EXIT
           END-IF
           .
           IF EMP-STATUS = "T"
               DISPLAY "EMPLOYEE IS TERMINATED - RATING CANCELLED."
               GO TO RATE-EMPLOYEE-EXIT
           END-IF
           .
           PERFORM READ-RATING
           .
           IF WS-REVIEW-FOUND
               MOVE PRV-REVIEWER TO D-REVIEWER
               DISPLAY "CURRENT RATING FOR " EMP-NAME-ARR ": "
                   PRV-RATING " BY " D-REVIEWER " SIGNED "
                   PRV-SIGNOFF-DATE
           ELSE
               DISPLAY "NEW RATING FOR " EMP-NAME-ARR
           END-IF
           .
           DISPLAY "RATING (1 LOWEST TO 5 HIGHEST): "
               WITH NO ADVANCING
           .
           MOVE SPACE TO WS-RATING-INPUT
           .
           ACCEPT WS-RATING-INPUT
           .
           IF WS-RATING-INPUT < "1" OR WS-RATING-INPUT > "5"
               DISPLAY "RATING MUST BE 1 TO 5 - RATING CANCELLED."
               GO TO RATE-EMPLOYEE-EXIT
           END-IF
           .
           DISPLAY "REVIEWER EMP NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           MOVE EMP-NUMBER TO REVIEWER-NUMBER
           .
           MOVE WS-EMPLOYEE-NUMBER TO EMP-NUMBER
           .
           MOVE SPACES TO WS-REJECT-REASON
           .
           PERFORM VERIFY-REVIEWER-CHAIN
           .
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY WS-REJECT-REASON " - RATING CANCELLED."
               GO TO RATE-EMPLOYEE-EXIT
           END-IF
           .
           DISPLAY "SIGNED OFF YYYYMMDD (BLANK FOR TODAY): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           .
           MOVE SPACES TO DE-PARM
           .
           MOVE WS-DATE-INPUT TO DE-DATE-IN(1:8)
           .
           MOVE "P" TO DE-FORMAT
           .
           MOVE "Y" TO DE-NO-FUTURE
           .
           MOVE WS-CYCLE-OPEN-DATE TO DE-MIN-DATE
           .
           MOVE ZERO TO DE-MAX-DATE
           .
           CALL "DATEEDIT" USING DE-PARM
           .
           IF NOT DE-OK
               DISPLAY "SIGN-OFF DATE MUST BE A REAL DATE FROM THE "
                   "CYCLE'S OPENING TO TODAY - RATING CANCELLED."
               GO TO RATE-EMPLOYEE-EXIT
           END-IF
           .
           MOVE DE-DATE-OUT TO WS-SIGNOFF-DATE
           .
           IF NOT WS-REVIEW-FOUND
               MOVE SPACES TO PERF-REVIEW-REC
               MOVE WS-CYCLE-INPUT TO PRV-CYCLE
               MOVE WS-EMPLOYEE-NUMBER TO PRV-EMPNO
           END-IF
           .
           MOVE WS-RATING-INPUT TO PRV-RATING
           .
           MOVE REVIEWER-NUMBER TO PRV-REVIEWER
           .
           MOVE WS-SIGNOFF-DATE TO PRV-SIGNOFF-DATE
           .
           SET PRV-FROM-MAINT TO TRUE
           .
           MOVE WS-TODAY TO PRV-CHANGED-DATE
           .
           MOVE WS-OPER TO PRV-CHANGED-BY
           .
           IF WS-REVIEW-FOUND
               REWRITE PERF-REVIEW-REC
           ELSE
               WRITE PERF-REVIEW-REC
           END-IF
           .
           PERFORM DISPLAY-REV-RESULT
           .
       RATE-EMPLOYEE-EXIT.
           EXIT.
           .

       DELETE-RATING SECTION.
      *    For a rating keyed against the wrong employee or cycle -
      *    a wrong rating is corrected with R.
           PERFORM ACCEPT-OPEN-CYCLE
           .
           IF NOT WS-CYCLE-OK
               GO TO DELETE-RATING-EXIT
           END-IF
           .
           DISPLAY "ENTER EMP NUMBER TO DELETE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           MOVE EMP-NUMBER TO WS-EMPLOYEE-NUMBER
           .
           PERFORM READ-RATING
           .
           IF NOT WS-REVIEW-FOUND
               DISPLAY "NO RATING ON FILE FOR THAT EMPLOYEE IN THE "
                   "CYCLE - TRY AGAIN."
               GO TO DELETE-RATING-EXIT
           END-IF
           .
           DISPLAY "DELETE RATING " PRV-RATING " FOR EMPNO "
               PRV-EMPNO " IN CYCLE " PRV-CYCLE "? (Y/N): "
               WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DELETE CANCELLED."
               GO TO DELETE-RATING-EXIT
           END-IF
           .
           DELETE PERF-REVIEW-FILE RECORD
           .
           PERFORM DISPLAY-REV-RESULT
           .
       DELETE-RATING-EXIT.
           EXIT.
           .

       VERIFY-REVIEWER-CHAIN SECTION.
      *    The reviewer must be on EMP and be the employee's MGR or
      *    someone above them - the same walk REVLOAD makes. Leaves
      *    WS-REJECT-REASON set when the rating cannot stand.
           IF REVIEWER-NUMBER = EMP-NUMBER
               MOVE "REVIEWER IS THE EMPLOYEE" TO WS-REJECT-REASON
               GO TO VERIFY-REVIEWER-CHAIN-EXIT
           END-IF
           .
           MOVE ZERO TO WALK-EMPNO
           .
           EXEC SQL
               SELECT EMPNO
               INTO :WALK-EMPNO
               FROM EMP
               WHERE EMPNO = :REVIEWER-NUMBER
           END-EXEC
           .
           IF SQLCODE NOT = 0
               MOVE "REVIEWER NOT ON EMP" TO WS-REJECT-REASON
               GO TO VERIFY-REVIEWER-CHAIN-EXIT
           END-IF
           .
           MOVE EMP-NUMBER TO WALK-EMPNO
           .
           MOVE ZERO TO WS-WALK-DEPTH
           .
           MOVE "N" TO WS-WALK-DONE-SWITCH
           .
           MOVE "N" TO WS-IN-CHAIN-SWITCH
           .
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
           .
           IF NOT WS-IN-CHAIN
               MOVE "REVIEWER NOT IN EMPLOYEE'S MGR CHAIN"
                   TO WS-REJECT-REASON
           END-IF
           .
       VERIFY-REVIEWER-CHAIN-EXIT.
           EXIT.
           .

       DISPLAY-REV-RESULT SECTION.
           IF WS-REVIEW-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-REVIEW-STATUS
           END-IF
           .
       DISPLAY-REV-RESULT-EXIT.
           EXIT.
           .
