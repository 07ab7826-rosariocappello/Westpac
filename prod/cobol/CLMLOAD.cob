       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-INPUT-FILE ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INPUT-STATUS.
           SELECT RATE-FILE ASSIGN TO WS-RATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RATE-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO WS-ERROR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-INPUT-FILE.
       01  CLAIM-INPUT-REC             PIC X(200).
       FD  RATE-FILE.
       01  RATE-REC.
           05  ALR-TYPE                PIC X(6).
           05  FILLER                  PIC X.
           05  ALR-BASIS               PIC X.
           05  FILLER                  PIC X.
           05  ALR-RATE                PIC 9(4).9(4).
           05  ALR-RATE-X REDEFINES ALR-RATE
                                       PIC X(9).
           05  FILLER                  PIC X.
           05  ALR-MAX                 PIC 9(6).99.
           05  ALR-MAX-X REDEFINES ALR-MAX
                                       PIC X(9).
           05  FILLER                  PIC X.
           05  ALR-OTE                 PIC X.
           05  FILLER                  PIC X.
           05  ALR-DESC                PIC X(30).
           05  FILLER                  PIC X(19).
       FD  CLAIMS-FILE.
           COPY CLAIMS.
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-IND                     PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DATEEDLK.
           COPY CSVPARLK.

      *    CLMLOAD takes the overtime and allowance claims managers
      *    submit and enters each one on the claims register
      *    (copy/CLAIMS.cpy), valued from the allowance-rate table.
      *    A claim that fails an edit is still registered - as
      *    REJECTED with its reason - so CLMEXC can send it back to
      *    the submitting manager's department; only a line too
      *    broken to say whose claim it is stays off the register,
      *    and goes on the load listing for payroll instead.
       01  WS-INPUT-FILENAME            PIC X(256).
       01  WS-INPUT-STATUS              PIC XX.
           88  WS-INPUT-FILE-OK               VALUE "00".
       01  WS-RATE-FILENAME             PIC X(256).
       01  WS-RATE-STATUS               PIC XX.
           88  WS-RATE-FILE-OK                VALUE "00".
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".
       01  WS-ERROR-FILENAME            PIC X(256).
       01  WS-ERROR-STATUS              PIC XX.
           88  WS-ERROR-FILE-OK               VALUE "00".

       01  WS-INPUT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-INPUT-EOF                   VALUE "Y".
       01  WS-RATE-EOF-SWITCH           PIC X VALUE "N".
           88  WS-RATE-EOF                    VALUE "Y".

      *    The allowance-rate table, loaded once per run. Payroll
      *    keeps it as a plain text file, one claim type a line.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY           OCCURS 200.
               10  WS-RT-TYPE          PIC X(6).
               10  WS-RT-BASIS         PIC X.
               10  WS-RT-RATE          PIC 9(4)V9(4).
               10  WS-RT-MAX           PIC 9(6)V99.
               10  WS-RT-OTE           PIC X.
       01  WS-RATE-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-RATE-IDX                  PIC 9(3) COMP.
       01  WS-RATE-HIT                  PIC 9(3) COMP.

      *    CLAIM-WEEK-HOURS is the ordinary hours in a week (default
      *    38) - the monthly SAL is brought to an ordinary hourly
      *    rate over them before an overtime multiple is applied.
       01  WS-ENV-VALUE                 PIC X(8).
       01  WS-ENV-NUM                   PIC 9(5).
       01  WS-WEEK-HOURS                PIC 9(2) VALUE 38.

       01  WS-LOAD-DATE                 PIC 9(8).
       01  WS-LOAD-TIME                 PIC 9(8).
       01  WS-LINE-NO                   PIC 9(5) VALUE 0.
       01  WS-OPERATOR                  PIC X(10).

       01  WS-KEY-IN                    PIC X(40).
       01  WS-KEY-RJUST                 PIC X(4).
       01  WS-KEY-TRAIL-CT              PIC 99 COMP.
       01  WS-KEY-LEN                   PIC 99 COMP.
       01  WS-KEY-OK-SWITCH             PIC X.
           88  WS-KEY-OK                      VALUE "Y".

       01  WS-VAL-X                     PIC X(12).
       01  WS-VAL-INT-IN                PIC X(7).
       01  WS-VAL-INT-RJUST             PIC X(7).
       01  WS-VAL-DEC-IN                PIC X(2).
       01  WS-VAL-TRAIL-CT              PIC 99 COMP.
       01  WS-VAL-LEN                   PIC 99 COMP.
       01  WS-VAL-INT-NUM               PIC 9(7).
       01  WS-VAL-DEC-NUM               PIC 9(2).
       01  WS-VALUE                     PIC 9(7)V99.
       01  WS-VAL-OK-SWITCH             PIC X.
           88  WS-VAL-OK                      VALUE "Y".

       01  WS-CLAIMANT-SWITCH           PIC X.
           88  WS-CLAIMANT-FOUND              VALUE "Y".
       01  WS-CLAIMANT-STATUS           PIC X.
       01  WS-CLAIMANT-SAL              PIC 9(7)V99.
       01  WS-APPROVER-SWITCH           PIC X.
           88  WS-APPROVER-FOUND              VALUE "Y".
       01  WS-APPROVER-STATUS           PIC X.
       01  WS-APPROVER-DEPT             PIC 9(4).
       01  WS-APPROVER-DEPT-SWITCH      PIC X.
           88  WS-APPROVER-HAS-DEPT           VALUE "Y".
       01  WS-REJECT-REASON             PIC X(40).
       01  WS-AMOUNT                    PIC 9(7)V99.

       01  WS-READ-COUNT                PIC 9(5) VALUE 0.
       01  WS-SUBMITTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-NOT-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-SUBMITTED-TOTAL           PIC 9(11)V99 VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  D-MAX                    PIC ZZZ,ZZ9.99.
           05  D-TOTAL                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-OPERATOR
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
           ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOAD-TIME FROM TIME

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-CLAIM-SETTINGS
           PERFORM LOAD-RATE-TABLE
           PERFORM OPEN-INPUT-FILE
           PERFORM OPEN-CLAIMS-FILE
           PERFORM OPEN-ERROR-REPORT
           PERFORM CONNECT-TO-ORACLE

      *    Each line is edited and registered on its own - a rejected
      *    claim leaves the rest of the batch submitted.
           PERFORM READ-NEXT-INPUT
           PERFORM UNTIL WS-INPUT-EOF
               PERFORM PROCESS-ONE-CLAIM
               PERFORM READ-NEXT-INPUT
           END-PERFORM
           CLOSE CLAIM-INPUT-FILE
           CLOSE CLAIMS-FILE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           MOVE WS-SUBMITTED-TOTAL TO D-TOTAL
           MOVE SPACES TO ERROR-REC
           WRITE ERROR-REC
           MOVE SPACES TO ERROR-REC
           STRING "SUBMITTED FOR APPROVAL: " DELIMITED SIZE
               WS-SUBMITTED-COUNT DELIMITED SIZE
               " CLAIM(S) TOTALLING " DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           CLOSE ERROR-REPORT-FILE

           DISPLAY "CLMLOAD: " WS-READ-COUNT " read, "
               WS-SUBMITTED-COUNT " submitted for approval, "
               WS-REJECT-COUNT " rejected, "
               WS-NOT-LOADED-COUNT " not loaded - see "
               WS-ERROR-FILENAME

           PERFORM RECORD-RUN-END

           IF WS-REJECT-COUNT > 0 OR WS-NOT-LOADED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "CLMLOAD" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "CLMLOAD: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-NOT-LOADED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           END-IF
           COMPUTE RS-COUNT = WS-SUBMITTED-COUNT + WS-REJECT-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           COMPUTE RS-COUNT = WS-SUBMITTED-COUNT + WS-REJECT-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-CLAIM-SETTINGS SECTION.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CLAIM-WEEK-HOURS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE ZERO TO WS-ENV-NUM
               DISPLAY "CLAIM-WEEK-HOURS" UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-NUM FROM ENVIRONMENT-VALUE
               IF WS-ENV-NUM IS NUMERIC
                   AND WS-ENV-NUM > 0 AND WS-ENV-NUM < 100
                   MOVE WS-ENV-NUM TO WS-WEEK-HOURS
               END-IF
           END-IF
           .
       RESOLVE-CLAIM-SETTINGS-EXIT.
           EXIT.

       LOAD-RATE-TABLE SECTION.
      *    ALLOWANCE-RATE-FILE names the allowance-rate table; it
      *    defaults to /tmp/allowance_rates.dat when unset. One claim
      *    type a line: type code in columns 1-6; basis in column 8
      *    (M hours at a multiple of the ordinary hourly rate, H
      *    hours at a flat hourly rate, A an amount as claimed); the
      *    multiple or hourly rate as 9999.9999 in 10-18 (zeros on
      *    A); the most one claim may come to as 999999.99 in 20-28
      *    (zeros for no maximum); Y in column 30 when the payment
      *    is ordinary time earnings for super; a description from
      *    column 32. Lines starting * are comments. No table means
      *    no claim can be valued, so the run stops.
           MOVE SPACES TO WS-RATE-FILENAME
           DISPLAY "ALLOWANCE-RATE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RATE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RATE-FILENAME = SPACES
               MOVE "/tmp/allowance_rates.dat" TO WS-RATE-FILENAME
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-FILE-OK
               DISPLAY "CLMLOAD: UNABLE TO OPEN ALLOWANCE-RATE TABLE: "
                   WS-RATE-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-FILE
                   AT END
                       SET WS-RATE-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           IF WS-RATE-COUNT = 0
               DISPLAY "CLMLOAD: ALLOWANCE-RATE TABLE HELD NO USABLE "
                   "LINES - NO CLAIMS LOADED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-RATE-TABLE-EXIT.
           EXIT.

       STORE-ONE-RATE SECTION.
      *    A malformed line is skipped, not guessed at - the claims
      *    of that type are then rejected as not on the table and go
      *    back to their managers, which is safer than paying them
      *    at a half-read rate.
           IF RATE-REC = SPACES OR RATE-REC(1:1) = "*"
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           IF ALR-TYPE = SPACES
               OR (ALR-BASIS NOT = "M" AND ALR-BASIS NOT = "H"
                   AND ALR-BASIS NOT = "A")
               OR ALR-RATE-X(1:4) NOT NUMERIC
               OR ALR-RATE-X(5:1) NOT = "."
               OR ALR-RATE-X(6:4) NOT NUMERIC
               OR ALR-MAX-X(1:6) NOT NUMERIC
               OR ALR-MAX-X(7:1) NOT = "."
               OR ALR-MAX-X(8:2) NOT NUMERIC
               DISPLAY "CLMLOAD: RATE LINE IGNORED: " RATE-REC(1:30)
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           IF ALR-BASIS NOT = "A" AND ALR-RATE = ZERO
               DISPLAY "CLMLOAD: RATE LINE IGNORED: " RATE-REC(1:30)
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           IF WS-RATE-COUNT >= 200
               DISPLAY "CLMLOAD: MORE THAN 200 RATE LINES - "
                   "REMAINDER IGNORED"
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE ALR-TYPE TO WS-RT-TYPE(WS-RATE-COUNT)
           MOVE ALR-BASIS TO WS-RT-BASIS(WS-RATE-COUNT)
           MOVE ALR-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           MOVE ALR-MAX TO WS-RT-MAX(WS-RATE-COUNT)
           IF ALR-OTE = "Y" OR ALR-OTE = "y"
               MOVE "Y" TO WS-RT-OTE(WS-RATE-COUNT)
           ELSE
               MOVE "N" TO WS-RT-OTE(WS-RATE-COUNT)
           END-IF
           .
       STORE-ONE-RATE-EXIT.
           EXIT.

       OPEN-INPUT-FILE SECTION.
      *    CLMLOAD-FILE names the claims file managers submit, one
      *    claim a CSV line through the shared CSVPARSE: EMPNO,
      *    claim type, date worked or incurred (YYYYMMDD), hours (M
      *    and H types) or amount (A types) with an optional decimal
      *    point, and the EMPNO of the manager approving it. Lines
      *    starting with * or EMPNO are comments and headings.
           MOVE SPACES TO WS-INPUT-FILENAME
           DISPLAY "CLMLOAD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-INPUT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-INPUT-FILENAME = SPACES
               DISPLAY "CLMLOAD: CLMLOAD-FILE NOT SET - NO INPUT"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLAIM-INPUT-FILE
           IF NOT WS-INPUT-FILE-OK
               DISPLAY "CLMLOAD: UNABLE TO OPEN CLAIMS FILE: "
                   WS-INPUT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-INPUT-FILE-EXIT.
           EXIT.

       OPEN-CLAIMS-FILE SECTION.
      *    CLAIMS-FILE names the claims register; it defaults to
      *    /tmp/claims.dat when unset and is created on first use.
           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN I-O CLAIMS-FILE
           IF WS-CLAIMS-NO-FILE
               OPEN OUTPUT CLAIMS-FILE
               CLOSE CLAIMS-FILE
               OPEN I-O CLAIMS-FILE
           END-IF
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "CLMLOAD: UNABLE TO OPEN CLAIMS REGISTER: "
                   WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
               CLOSE CLAIM-INPUT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-CLAIMS-FILE-EXIT.
           EXIT.

       OPEN-ERROR-REPORT SECTION.
      *    CLMLOAD-ERRORS names the load listing; it defaults to
      *    /tmp/clmload_errors.rpt when unset.
           MOVE SPACES TO WS-ERROR-FILENAME
           DISPLAY "CLMLOAD-ERRORS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERROR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ERROR-FILENAME = SPACES
               MOVE "/tmp/clmload_errors.rpt" TO WS-ERROR-FILENAME
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           IF NOT WS-ERROR-FILE-OK
               DISPLAY "CLMLOAD: UNABLE TO OPEN LOAD LISTING: "
                   WS-ERROR-FILENAME
               CLOSE CLAIM-INPUT-FILE
               CLOSE CLAIMS-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ERROR-REC
           STRING "CLMLOAD REJECTED CLAIMS  DATE: " DELIMITED SIZE
               WS-LOAD-DATE DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           MOVE ALL "-" TO ERROR-REC
           WRITE ERROR-REC
           .
       OPEN-ERROR-REPORT-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    EMP is only read - for the claimant's status, department
      *    and salary, and to see the approver is on it.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "CLMLOAD" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "CLMLOAD: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE CLAIM-INPUT-FILE
               CLOSE CLAIMS-FILE
               CLOSE ERROR-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       READ-NEXT-INPUT SECTION.
           READ CLAIM-INPUT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           .
       READ-NEXT-INPUT-EXIT.
           EXIT.

       PROCESS-ONE-CLAIM SECTION.
           IF CLAIM-INPUT-REC = SPACES
               OR CLAIM-INPUT-REC(1:1) = "*"
               OR CLAIM-INPUT-REC(1:5) = "EMPNO"
               GO TO PROCESS-ONE-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-LINE-NO

           MOVE SPACES TO CSVP-PARM
           MOVE "," TO CSVP-DELIM
           MOVE SPACES TO CSVP-REC
           MOVE CLAIM-INPUT-REC TO CSVP-REC(1:200)
           CALL "CSVPARSE" USING CSVP-PARM
           IF CSVP-FIELD-COUNT < 5
               MOVE "FEWER THAN FIVE FIELDS" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO PROCESS-ONE-CLAIM-EXIT
           END-IF

           MOVE CSVP-FIELD(1) TO WS-KEY-IN
           PERFORM EDIT-KEY-NUMBER
           IF NOT WS-KEY-OK
               MOVE "EMPNO NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO PROCESS-ONE-CLAIM-EXIT
           END-IF

           MOVE SPACES TO CLAIM-REC
           MOVE WS-KEY-RJUST TO CLM-EMPNO
           MOVE WS-LOAD-DATE TO CLM-LOAD-DATE
           MOVE WS-LOAD-TIME TO CLM-LOAD-TIME
           MOVE WS-LINE-NO TO CLM-LINE-NO
           MOVE ZERO TO CLM-DEPTNO CLM-CLAIM-DATE CLM-HOURS
               CLM-CLAIMED CLM-RATE CLM-AMOUNT CLM-APPROVER
               CLM-APPR-DEPT CLM-REVIEWED-DATE CLM-NOTIFIED-DATE
               CLM-PAY-PERIOD-END
           MOVE "N" TO CLM-OTE
           MOVE CSVP-FIELD(2)(1:6) TO CLM-TYPE

           PERFORM LOOK-UP-CLAIMANT
           PERFORM LOOK-UP-APPROVER

      *    The exception report goes to the department of the
      *    manager who submitted the claim; when the approver is not
      *    a usable EMPNO, the claimant's own department stands in.
           IF WS-APPROVER-HAS-DEPT
               MOVE WS-APPROVER-DEPT TO CLM-APPR-DEPT
           ELSE
               MOVE CLM-DEPTNO TO CLM-APPR-DEPT
           END-IF

           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-CLAIM

           IF WS-REJECT-REASON = SPACES
               SET CLM-SUBMITTED TO TRUE
           ELSE
               SET CLM-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO CLM-REJECT-REASON
               MOVE "CLMLOAD" TO CLM-REVIEWED-BY
               MOVE WS-LOAD-DATE TO CLM-REVIEWED-DATE
           END-IF

           WRITE CLAIM-REC
               INVALID KEY
                   MOVE "CLAIMS REGISTER WRITE FAILED"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-NOT-LOADED-LINE
                   GO TO PROCESS-ONE-CLAIM-EXIT
           END-WRITE

           IF CLM-SUBMITTED
               ADD 1 TO WS-SUBMITTED-COUNT
               ADD CLM-AMOUNT TO WS-SUBMITTED-TOTAL
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO ERROR-REC
               STRING CLAIM-INPUT-REC(1:50) DELIMITED SIZE
                   "  REJECTED: " DELIMITED SIZE
                   WS-REJECT-REASON DELIMITED SIZE
                   INTO ERROR-REC
               END-STRING
               WRITE ERROR-REC
           END-IF
           .
       PROCESS-ONE-CLAIM-EXIT.
           EXIT.

       LOOK-UP-CLAIMANT SECTION.
           MOVE "N" TO WS-CLAIMANT-SWITCH
           MOVE CLM-EMPNO TO EMP-NUMBER
           MOVE SPACES TO EMP-NAME-ARR
           MOVE SPACE TO EMP-STATUS
           EXEC SQL
               SELECT ENAME, NVL(STATUS, 'A'), SAL, DEPTNO
               INTO :EMP-NAME, :EMP-STATUS, :SALARY,
                    :DEPT-NUMBER:DEPT-IND
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO LOOK-UP-CLAIMANT-EXIT
           END-IF
           SET WS-CLAIMANT-FOUND TO TRUE
           MOVE EMP-NAME-ARR TO CLM-NAME
           MOVE EMP-STATUS TO WS-CLAIMANT-STATUS
           MOVE SALARY TO WS-CLAIMANT-SAL
           IF DEPT-IND NOT = -1
               MOVE DEPT-NUMBER TO CLM-DEPTNO
           END-IF
           .
       LOOK-UP-CLAIMANT-EXIT.
           EXIT.

       LOOK-UP-APPROVER SECTION.
           MOVE "N" TO WS-APPROVER-SWITCH
           MOVE "N" TO WS-APPROVER-DEPT-SWITCH
           MOVE CSVP-FIELD(5) TO WS-KEY-IN
           PERFORM EDIT-KEY-NUMBER
           IF NOT WS-KEY-OK
               GO TO LOOK-UP-APPROVER-EXIT
           END-IF
           MOVE WS-KEY-RJUST TO CLM-APPROVER
           MOVE CLM-APPROVER TO EMP-NUMBER
           MOVE SPACE TO EMP-STATUS
           EXEC SQL
               SELECT NVL(STATUS, 'A'), DEPTNO
               INTO :EMP-STATUS, :DEPT-NUMBER:DEPT-IND
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO LOOK-UP-APPROVER-EXIT
           END-IF
           SET WS-APPROVER-FOUND TO TRUE
           MOVE EMP-STATUS TO WS-APPROVER-STATUS
           IF DEPT-IND NOT = -1
               MOVE DEPT-NUMBER TO WS-APPROVER-DEPT
               SET WS-APPROVER-HAS-DEPT TO TRUE
           END-IF
           .
       LOOK-UP-APPROVER-EXIT.
           EXIT.

       EDIT-CLAIM SECTION.
      *    The first edit a claim fails is its reason; a claim that
      *    passes them all is valued.
           MOVE ZERO TO WS-RATE-HIT
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-HIT > 0
               IF WS-RT-TYPE(WS-RATE-IDX) = CLM-TYPE
                   MOVE WS-RATE-IDX TO WS-RATE-HIT
               END-IF
           END-PERFORM
           IF WS-RATE-HIT = 0
               MOVE "CLAIM TYPE NOT ON ALLOWANCE-RATE TABLE"
                   TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           MOVE WS-RT-BASIS(WS-RATE-HIT) TO CLM-BASIS
           MOVE WS-RT-OTE(WS-RATE-HIT) TO CLM-OTE
           IF NOT CLM-BASIS-AMOUNT
               MOVE WS-RT-RATE(WS-RATE-HIT) TO CLM-RATE
           END-IF

           MOVE SPACES TO DE-PARM
           MOVE CSVP-FIELD(3)(1:10) TO DE-DATE-IN
           MOVE "P" TO DE-FORMAT
           MOVE "Y" TO DE-NO-FUTURE
           MOVE ZERO TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF DE-IN-FUTURE
               MOVE "CLAIM DATE IS IN THE FUTURE" TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           IF NOT DE-OK
               MOVE "CLAIM DATE NOT A VALID YYYYMMDD DATE"
                   TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           MOVE DE-DATE-OUT TO CLM-CLAIM-DATE

           MOVE CSVP-FIELD(4)(1:12) TO WS-VAL-X
           PERFORM EDIT-CLAIM-VALUE
           IF NOT WS-VAL-OK OR WS-VALUE = ZERO
               MOVE "HOURS OR AMOUNT NOT NUMERIC OR NIL"
                   TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           IF CLM-BASIS-AMOUNT
               MOVE WS-VALUE TO CLM-CLAIMED
           ELSE
               IF WS-VALUE > 999.99
                   MOVE "HOURS CLAIMED OVER 999.99"
                       TO WS-REJECT-REASON
                   GO TO EDIT-CLAIM-EXIT
               END-IF
               MOVE WS-VALUE TO CLM-HOURS
           END-IF

           IF NOT WS-CLAIMANT-FOUND
               MOVE "EMPNO NOT ON EMP" TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           IF WS-CLAIMANT-STATUS = "T"
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF

           IF CLM-APPROVER = ZERO OR NOT WS-APPROVER-FOUND
               MOVE "APPROVER NOT ON EMP" TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           IF WS-APPROVER-STATUS = "T"
               MOVE "APPROVER IS TERMINATED" TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           IF CLM-APPROVER = CLM-EMPNO
               MOVE "CLAIMANT CANNOT APPROVE OWN CLAIM"
                   TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF

      *    Valued at today's SAL: the ordinary hourly rate is the
      *    monthly salary brought to a week and spread over the
      *    ordinary hours.
           EVALUATE TRUE
               WHEN CLM-BASIS-MULTIPLE
                   COMPUTE WS-AMOUNT ROUNDED =
                       CLM-HOURS * WS-CLAIMANT-SAL * 12 / 52
                           / WS-WEEK-HOURS * CLM-RATE
               WHEN CLM-BASIS-HOURLY
                   COMPUTE WS-AMOUNT ROUNDED = CLM-HOURS * CLM-RATE
               WHEN OTHER
                   MOVE CLM-CLAIMED TO WS-AMOUNT
           END-EVALUATE
           MOVE WS-AMOUNT TO CLM-AMOUNT
           IF WS-AMOUNT = ZERO
               MOVE "CLAIM VALUES AT NIL" TO WS-REJECT-REASON
               GO TO EDIT-CLAIM-EXIT
           END-IF
           IF WS-RT-MAX(WS-RATE-HIT) > ZERO
               AND WS-AMOUNT > WS-RT-MAX(WS-RATE-HIT)
               MOVE WS-AMOUNT TO D-AMOUNT
               MOVE WS-RT-MAX(WS-RATE-HIT) TO D-MAX
               STRING "VALUE " DELIMITED SIZE
                   D-AMOUNT DELIMITED SIZE
                   " OVER MAX " DELIMITED SIZE
                   D-MAX DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           .
       EDIT-CLAIM-EXIT.
           EXIT.

       EDIT-KEY-NUMBER SECTION.
      *    An EMPNO keyed without leading zeroes is right-justified
      *    and zero-filled before the class test, as every keyed
      *    number gets.
           MOVE "N" TO WS-KEY-OK-SWITCH
           MOVE ZERO TO WS-KEY-TRAIL-CT
           INSPECT WS-KEY-IN
               TALLYING WS-KEY-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-KEY-LEN = 40 - WS-KEY-TRAIL-CT
           IF WS-KEY-LEN = 0 OR WS-KEY-LEN > 4
               GO TO EDIT-KEY-NUMBER-EXIT
           END-IF
           MOVE ZEROS TO WS-KEY-RJUST
           MOVE WS-KEY-IN(1:WS-KEY-LEN)
               TO WS-KEY-RJUST(5 - WS-KEY-LEN:WS-KEY-LEN)
           IF WS-KEY-RJUST NUMERIC
               SET WS-KEY-OK TO TRUE
           END-IF
           .
       EDIT-KEY-NUMBER-EXIT.
           EXIT.

       EDIT-CLAIM-VALUE SECTION.
      *    Hours or dollars with an optional decimal point and at
      *    most two decimal places - DEPTBUD's budget amount edit.
           MOVE "N" TO WS-VAL-OK-SWITCH
           MOVE ZERO TO WS-VAL-TRAIL-CT
           INSPECT WS-VAL-X
               TALLYING WS-VAL-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-VAL-LEN = 12 - WS-VAL-TRAIL-CT
           IF WS-VAL-LEN = 0
               GO TO EDIT-CLAIM-VALUE-EXIT
           END-IF
           MOVE SPACES TO WS-VAL-INT-IN
           MOVE SPACES TO WS-VAL-DEC-IN
           UNSTRING WS-VAL-X(1:WS-VAL-LEN)
               DELIMITED BY "."
               INTO WS-VAL-INT-IN WS-VAL-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-CLAIM-VALUE-EXIT
           END-UNSTRING
           MOVE ZERO TO WS-VAL-TRAIL-CT
           INSPECT WS-VAL-INT-IN
               TALLYING WS-VAL-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-VAL-LEN = 7 - WS-VAL-TRAIL-CT
           IF WS-VAL-LEN = 0
               GO TO EDIT-CLAIM-VALUE-EXIT
           END-IF
           MOVE ZEROS TO WS-VAL-INT-RJUST
           MOVE WS-VAL-INT-IN(1:WS-VAL-LEN)
               TO WS-VAL-INT-RJUST(8 - WS-VAL-LEN:WS-VAL-LEN)
           IF WS-VAL-INT-RJUST NOT NUMERIC
               GO TO EDIT-CLAIM-VALUE-EXIT
           END-IF
           IF WS-VAL-DEC-IN = SPACES
               MOVE "00" TO WS-VAL-DEC-IN
           END-IF
           IF WS-VAL-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-VAL-DEC-IN(2:1)
           END-IF
           IF WS-VAL-DEC-IN NOT NUMERIC
               GO TO EDIT-CLAIM-VALUE-EXIT
           END-IF
           MOVE WS-VAL-INT-RJUST TO WS-VAL-INT-NUM
           MOVE WS-VAL-DEC-IN TO WS-VAL-DEC-NUM
           COMPUTE WS-VALUE =
               WS-VAL-INT-NUM + (WS-VAL-DEC-NUM / 100)
           SET WS-VAL-OK TO TRUE
           .
       EDIT-CLAIM-VALUE-EXIT.
           EXIT.

       WRITE-NOT-LOADED-LINE SECTION.
           ADD 1 TO WS-NOT-LOADED-COUNT
           MOVE SPACES TO ERROR-REC
           STRING CLAIM-INPUT-REC(1:50) DELIMITED SIZE
               "  NOT LOADED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-NOT-LOADED-LINE-EXIT.
           EXIT.
