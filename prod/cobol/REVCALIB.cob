       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCALIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIB-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT PERF-REVIEW-FILE ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PRV-KEY
               FILE STATUS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALIB-REPORT-FILE.
       01  CALIB-REPORT-REC            PIC X(132).
       FD  PERF-REVIEW-FILE.
           COPY PERFREV.

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  MGR-NUMBER                   PIC S9(4) COMP VALUE ZERO.
       01  REVIEWER-NUMBER              PIC S9(4) COMP VALUE ZERO.
       01  REVIEWER-NAME                PIC X(10) VARYING.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.

      *    REVCALIB is the calibration report for one review cycle
      *    (PERF-CYCLE): how the ratings on the review file fall
      *    across 1 to 5, for each department and for each reviewer,
      *    held against the target curve, then every current
      *    employee who has no rating yet - the list HR works from
      *    until the cycle closes. A share more than the tolerance
      *    away from the curve is starred.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-REVIEW-FILENAME           PIC X(256).
       01  WS-REVIEW-STATUS             PIC XX.
           88  WS-REVIEW-FILE-OK              VALUE "00".

       01  WS-CYCLE                     PIC X(6).
       01  WS-CYCLE-OPEN-DATE           PIC 9(8).
       01  WS-CYCLE-CLOSE-DATE          PIC 9(8).
       01  WS-CYCLE-STATUS              PIC X.
           88  WS-CYCLE-IS-OPEN               VALUE "O".
       01  WS-DAYS-LEFT                 PIC S9(5).

      *    PERF-TARGET-CURVE is the share of ratings wanted at each
      *    point of the scale, five two-digit percentages for 1 to 5
      *    run together and adding to 100; it defaults to 0515502010
      *    (5, 15, 50, 20 and 10 percent). PERF-CURVE-TOLERANCE
      *    (default 10) is how many percentage points a share may
      *    stray from the curve before it is starred.
       01  WS-CURVE-ENV                 PIC X(10).
       01  WS-CURVE-SPLIT REDEFINES WS-CURVE-ENV.
           05  WS-CURVE-ENV-PCT         PIC 9(2) OCCURS 5.
       01  WS-CURVE-TABLE.
           05  WS-TARGET-PCT            PIC 9(3) OCCURS 5.
       01  WS-CURVE-TOTAL               PIC 9(3).
       01  WS-TOLERANCE-ENV             PIC X(2).
       01  WS-TOLERANCE                 PIC 9(2) VALUE 10.

       01  WS-TODAY                     PIC 9(8).
       01  WS-RATING-IDX                PIC 9 COMP.
       01  WS-PCT                       PIC 9(3)V9.
       01  WS-PCT-DIFF                  PIC S9(3)V9.

      *    Distribution tallies. WS-GRP- is the group being printed,
      *    moved in from a department, reviewer or company entry.
       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY             OCCURS 100.
               10  WS-DT-DEPT          PIC 9(4).
               10  WS-DT-UNRATED       PIC 9(5).
               10  WS-DT-COUNT         PIC 9(5) OCCURS 5.
       01  WS-DEPT-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-IDX                  PIC 9(3) COMP.
       01  WS-REVR-TABLE.
           05  WS-RT-ENTRY             OCCURS 300.
               10  WS-RT-REVIEWER      PIC 9(4).
               10  WS-RT-COUNT         PIC 9(5) OCCURS 5.
       01  WS-REVR-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-REVR-IDX                  PIC 9(3) COMP.
       01  WS-TABLE-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-COMPANY-TALLY.
           05  WS-CO-UNRATED            PIC 9(5) VALUE 0.
           05  WS-CO-COUNT              PIC 9(5) OCCURS 5 VALUE 0.
       01  WS-GROUP-TALLY.
           05  WS-GRP-UNRATED           PIC 9(5).
           05  WS-GRP-COUNT             PIC 9(5) OCCURS 5.
       01  WS-GRP-RATED                 PIC 9(5).
       01  WS-GRP-LABEL                 PIC X(24).

      *    Employees still to be rated, held for the list after the
      *    distributions.
       01  WS-UNRATED-TABLE.
           05  WS-UR-ENTRY             OCCURS 500.
               10  WS-UR-EMPNO         PIC 9(4).
               10  WS-UR-NAME          PIC X(10).
               10  WS-UR-DEPT          PIC 9(4).
               10  WS-UR-MGR           PIC 9(4).
       01  WS-UR-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-UR-OVERFLOW               PIC 9(5) VALUE 0.
       01  WS-UR-IDX                    PIC 9(3) COMP.

       01  WS-EMPLOYEE-COUNT            PIC 9(5) VALUE 0.
       01  WS-RATED-COUNT               PIC 9(5) VALUE 0.

       01  DIST-LINE.
           05  DL-LABEL                 PIC X(24).
           05  DL-RATED                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2).
           05  DL-UNRATED               PIC ZZ,ZZ9.
           05  DL-RATING-COL            OCCURS 5.
               10  FILLER               PIC X(3).
               10  DL-PCT               PIC ZZ9.9.
               10  DL-PCT-SIGN          PIC X.
               10  DL-FLAG              PIC X.
           05  FILLER                   PIC X(38).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-MGR                    PIC Z(3)9.
           05  D-COUNT                  PIC ZZ,ZZ9.
           05  D-DAYS                   PIC -(4)9.
           05  D-TARGET                 PIC ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM LOAD-RUN-SETTINGS
           PERFORM OPEN-REVIEW-FILE
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           PERFORM SCAN-EMP-RATINGS

           PERFORM WRITE-DEPT-DISTRIBUTION
           PERFORM WRITE-REVIEWER-DISTRIBUTION
           PERFORM WRITE-UNRATED-LIST

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           CLOSE PERF-REVIEW-FILE
           CLOSE CALIB-REPORT-FILE

           DISPLAY "REVCALIB: CYCLE " WS-CYCLE " - "
               WS-EMPLOYEE-COUNT " employee(s), "
               WS-RATED-COUNT " rated, "
               WS-CO-UNRATED " unrated, report in " WS-RPT-FILENAME
           IF WS-TABLE-OVERFLOW > 0
               DISPLAY "REVCALIB: " WS-TABLE-OVERFLOW
                   " rating(s) beyond the department or reviewer "
                   "table left out of the distributions"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "REVCALIB" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "REVCALIB: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-EMPLOYEE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-EMPLOYEE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-RUN-SETTINGS SECTION.
           MOVE SPACES TO WS-CYCLE
           DISPLAY "PERF-CYCLE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CYCLE FROM ENVIRONMENT-VALUE
           INSPECT WS-CYCLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CYCLE = SPACES
               DISPLAY "REVCALIB: PERF-CYCLE NOT SET - NO CYCLE TO "
                   "REPORT"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 5 TO WS-TARGET-PCT(1)
           MOVE 15 TO WS-TARGET-PCT(2)
           MOVE 50 TO WS-TARGET-PCT(3)
           MOVE 20 TO WS-TARGET-PCT(4)
           MOVE 10 TO WS-TARGET-PCT(5)
           MOVE SPACES TO WS-CURVE-ENV
           DISPLAY "PERF-TARGET-CURVE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CURVE-ENV FROM ENVIRONMENT-VALUE
           IF WS-CURVE-ENV NOT = SPACES
               IF WS-CURVE-ENV IS NUMERIC
                   MOVE ZERO TO WS-CURVE-TOTAL
                   PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                       UNTIL WS-RATING-IDX > 5
                       ADD WS-CURVE-ENV-PCT(WS-RATING-IDX)
                           TO WS-CURVE-TOTAL
                   END-PERFORM
               ELSE
                   MOVE ZERO TO WS-CURVE-TOTAL
               END-IF
               IF WS-CURVE-TOTAL = 100
                   PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                       UNTIL WS-RATING-IDX > 5
                       MOVE WS-CURVE-ENV-PCT(WS-RATING-IDX)
                           TO WS-TARGET-PCT(WS-RATING-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "REVCALIB: PERF-TARGET-CURVE " WS-CURVE-ENV
                       " DOES NOT ADD TO 100 - DEFAULT CURVE USED"
               END-IF
           END-IF

           MOVE SPACES TO WS-TOLERANCE-ENV
           DISPLAY "PERF-CURVE-TOLERANCE" UPON ENVIRONMENT-NAME
           ACCEPT WS-TOLERANCE-ENV FROM ENVIRONMENT-VALUE
           IF WS-TOLERANCE-ENV NOT = SPACES
               IF WS-TOLERANCE-ENV(2:1) = SPACE
                   MOVE WS-TOLERANCE-ENV(1:1) TO WS-TOLERANCE-ENV(2:1)
                   MOVE "0" TO WS-TOLERANCE-ENV(1:1)
               END-IF
               IF WS-TOLERANCE-ENV IS NUMERIC
                   MOVE WS-TOLERANCE-ENV TO WS-TOLERANCE
               END-IF
           END-IF
           .
       LOAD-RUN-SETTINGS-EXIT.
           EXIT.

       OPEN-REVIEW-FILE SECTION.
      *    PERF-REVIEW-FILE names the indexed review file
      *    (copy/PERFREV.cpy); it defaults to /tmp/perf_review.dat
      *    when unset. The cycle must have been opened in REVMAINT.
           MOVE SPACES TO WS-REVIEW-FILENAME
           DISPLAY "PERF-REVIEW-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REVIEW-FILENAME = SPACES
               MOVE "/tmp/perf_review.dat" TO WS-REVIEW-FILENAME
           END-IF
           OPEN INPUT PERF-REVIEW-FILE
           IF NOT WS-REVIEW-FILE-OK
               DISPLAY "REVCALIB: UNABLE TO OPEN REVIEW FILE: "
                   WS-REVIEW-FILENAME " STATUS=" WS-REVIEW-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PERF-REVIEW-REC
           MOVE WS-CYCLE TO PRV-CYCLE
           MOVE ZERO TO PRV-EMPNO
           READ PERF-REVIEW-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   DISPLAY "REVCALIB: REVIEW CYCLE " WS-CYCLE
                       " HAS NOT BEEN OPENED"
                   CLOSE PERF-REVIEW-FILE
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE PRV-CYC-OPEN-DATE TO WS-CYCLE-OPEN-DATE
           MOVE PRV-CYC-CLOSE-DATE TO WS-CYCLE-CLOSE-DATE
           MOVE PRV-CYC-STATUS TO WS-CYCLE-STATUS
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-CLOSE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           .
       OPEN-REVIEW-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "REVCALIB" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "REVCALIB: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE PERF-REVIEW-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    REVCALIB-FILE names the report; it defaults to
      *    /tmp/revcalib.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "REVCALIB-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/revcalib.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "REVCALIB" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT CALIB-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "REVCALIB: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               CLOSE PERF-REVIEW-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO CALIB-REPORT-REC
           STRING "PERFORMANCE RATING CALIBRATION - CYCLE "
                   DELIMITED SIZE
               WS-CYCLE DELIMITED SIZE
               "  AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO CALIB-REPORT-REC
           END-STRING
           WRITE CALIB-REPORT-REC
           MOVE SPACES TO CALIB-REPORT-REC
           IF WS-CYCLE-IS-OPEN
               MOVE WS-DAYS-LEFT TO D-DAYS
               STRING "OPENED " DELIMITED SIZE
                   WS-CYCLE-OPEN-DATE DELIMITED SIZE
                   "  RATINGS DUE BY " DELIMITED SIZE
                   WS-CYCLE-CLOSE-DATE DELIMITED SIZE
                   "  - OPEN, " DELIMITED SIZE
                   D-DAYS DELIMITED SIZE
                   " DAY(S) LEFT" DELIMITED SIZE
                 INTO CALIB-REPORT-REC
               END-STRING
           ELSE
               STRING "OPENED " DELIMITED SIZE
                   WS-CYCLE-OPEN-DATE DELIMITED SIZE
                   "  RATINGS DUE BY " DELIMITED SIZE
                   WS-CYCLE-CLOSE-DATE DELIMITED SIZE
                   "  - CLOSED" DELIMITED SIZE
                 INTO CALIB-REPORT-REC
               END-STRING
           END-IF
           WRITE CALIB-REPORT-REC
           MOVE SPACES TO DIST-LINE
           MOVE "TARGET CURVE" TO DL-LABEL
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
               UNTIL WS-RATING-IDX > 5
               MOVE WS-TARGET-PCT(WS-RATING-IDX)
                   TO DL-PCT(WS-RATING-IDX)
               MOVE "%" TO DL-PCT-SIGN(WS-RATING-IDX)
           END-PERFORM
           MOVE DIST-LINE TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           MOVE WS-TOLERANCE TO D-TARGET
           MOVE SPACES TO CALIB-REPORT-REC
           STRING "* MARKS A SHARE MORE THAN " DELIMITED SIZE
               D-TARGET DELIMITED SIZE
               " POINTS FROM THE CURVE" DELIMITED SIZE
             INTO CALIB-REPORT-REC
           END-STRING
           WRITE CALIB-REPORT-REC
           MOVE SPACES TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       SCAN-EMP-RATINGS SECTION.
      *    Every current employee, against their rating for the
      *    cycle. A rating for someone since terminated is not in
      *    the distribution - it is calibrated against who is left.
           EXEC SQL
               DECLARE CALCURS CURSOR FOR
                   SELECT NVL(DEPTNO, 0), EMPNO, ENAME, NVL(MGR, 0)
                   FROM EMP
                   WHERE NVL(STATUS, 'A') <> 'T'
                   ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CALCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REVCALIB: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               CLOSE PERF-REVIEW-FILE
               CLOSE CALIB-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO EMP-NAME-ARR

           EXEC SQL
               FETCH CALCURS
                   INTO :DEPT-NUMBER, :EMP-NUMBER, :EMP-NAME,
                       :MGR-NUMBER
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM TALLY-ONE-EMPLOYEE
               MOVE SPACES TO EMP-NAME-ARR
               EXEC SQL
                   FETCH CALCURS
                       INTO :DEPT-NUMBER, :EMP-NUMBER, :EMP-NAME,
                           :MGR-NUMBER
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "REVCALIB: FETCH FAILED, SQLCODE: " SQLCODE
               EXEC SQL
                   CLOSE CALCURS
               END-EXEC
               CLOSE PERF-REVIEW-FILE
               CLOSE CALIB-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               CLOSE CALCURS
           END-EXEC
           .
       SCAN-EMP-RATINGS-EXIT.
           EXIT.

       TALLY-ONE-EMPLOYEE SECTION.
           ADD 1 TO WS-EMPLOYEE-COUNT
           PERFORM FIND-DEPT-ENTRY

           MOVE SPACES TO PERF-REVIEW-REC
           MOVE WS-CYCLE TO PRV-CYCLE
           MOVE EMP-NUMBER TO PRV-EMPNO
           READ PERF-REVIEW-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   MOVE ZERO TO PRV-RATING
           END-READ

           IF NOT PRV-RATING-VALID
               ADD 1 TO WS-CO-UNRATED
               IF WS-DEPT-IDX > 0
                   ADD 1 TO WS-DT-UNRATED(WS-DEPT-IDX)
               END-IF
               IF WS-UR-COUNT < 500
                   ADD 1 TO WS-UR-COUNT
                   MOVE EMP-NUMBER TO WS-UR-EMPNO(WS-UR-COUNT)
                   MOVE EMP-NAME-ARR TO WS-UR-NAME(WS-UR-COUNT)
                   MOVE DEPT-NUMBER TO WS-UR-DEPT(WS-UR-COUNT)
                   MOVE MGR-NUMBER TO WS-UR-MGR(WS-UR-COUNT)
               ELSE
                   ADD 1 TO WS-UR-OVERFLOW
               END-IF
               GO TO TALLY-ONE-EMPLOYEE-EXIT
           END-IF

           ADD 1 TO WS-RATED-COUNT
           ADD 1 TO WS-CO-COUNT(PRV-RATING)
           IF WS-DEPT-IDX > 0
               ADD 1 TO WS-DT-COUNT(WS-DEPT-IDX, PRV-RATING)
           END-IF
           PERFORM FIND-REVIEWER-ENTRY
           IF WS-REVR-IDX > 0
               ADD 1 TO WS-RT-COUNT(WS-REVR-IDX, PRV-RATING)
           END-IF
           .
       TALLY-ONE-EMPLOYEE-EXIT.
           EXIT.

       FIND-DEPT-ENTRY SECTION.
      *    Leaves WS-DEPT-IDX on the department's entry, adding it
      *    when new; zero when the table is full.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-DEPT(WS-DEPT-IDX) = DEPT-NUMBER
                   GO TO FIND-DEPT-ENTRY-EXIT
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT >= 100
               ADD 1 TO WS-TABLE-OVERFLOW
               MOVE ZERO TO WS-DEPT-IDX
               GO TO FIND-DEPT-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
           INITIALIZE WS-DT-ENTRY(WS-DEPT-IDX)
           MOVE DEPT-NUMBER TO WS-DT-DEPT(WS-DEPT-IDX)
           .
       FIND-DEPT-ENTRY-EXIT.
           EXIT.

       FIND-REVIEWER-ENTRY SECTION.
           PERFORM VARYING WS-REVR-IDX FROM 1 BY 1
               UNTIL WS-REVR-IDX > WS-REVR-COUNT
               IF WS-RT-REVIEWER(WS-REVR-IDX) = PRV-REVIEWER
                   GO TO FIND-REVIEWER-ENTRY-EXIT
               END-IF
           END-PERFORM
           IF WS-REVR-COUNT >= 300
               ADD 1 TO WS-TABLE-OVERFLOW
               MOVE ZERO TO WS-REVR-IDX
               GO TO FIND-REVIEWER-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-REVR-COUNT
           MOVE WS-REVR-COUNT TO WS-REVR-IDX
           INITIALIZE WS-RT-ENTRY(WS-REVR-IDX)
           MOVE PRV-REVIEWER TO WS-RT-REVIEWER(WS-REVR-IDX)
           .
       FIND-REVIEWER-ENTRY-EXIT.
           EXIT.

       WRITE-DIST-HEADINGS SECTION.
           MOVE SPACES TO CALIB-REPORT-REC
           STRING "                         RATED  UNRATED"
                   DELIMITED SIZE
               "        1         2         3         4         5"
                   DELIMITED SIZE
             INTO CALIB-REPORT-REC
           END-STRING
           WRITE CALIB-REPORT-REC
           .
       WRITE-DIST-HEADINGS-EXIT.
           EXIT.

       WRITE-GROUP-LINE SECTION.
      *    One distribution line for WS-GROUP-TALLY under
      *    WS-GRP-LABEL - each point's share of the group's ratings,
      *    starred when it strays past the tolerance.
           MOVE SPACES TO DIST-LINE
           MOVE WS-GRP-LABEL TO DL-LABEL
           MOVE ZERO TO WS-GRP-RATED
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
               UNTIL WS-RATING-IDX > 5
               ADD WS-GRP-COUNT(WS-RATING-IDX) TO WS-GRP-RATED
           END-PERFORM
           MOVE WS-GRP-RATED TO DL-RATED
           MOVE WS-GRP-UNRATED TO DL-UNRATED
           IF WS-GRP-RATED > 0
               PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > 5
                   COMPUTE WS-PCT ROUNDED =
                       WS-GRP-COUNT(WS-RATING-IDX) * 100 / WS-GRP-RATED
                   MOVE WS-PCT TO DL-PCT(WS-RATING-IDX)
                   MOVE "%" TO DL-PCT-SIGN(WS-RATING-IDX)
                   COMPUTE WS-PCT-DIFF =
                       WS-PCT - WS-TARGET-PCT(WS-RATING-IDX)
                   IF WS-PCT-DIFF < 0
                       COMPUTE WS-PCT-DIFF = 0 - WS-PCT-DIFF
                   END-IF
                   IF WS-PCT-DIFF > WS-TOLERANCE
                       MOVE "*" TO DL-FLAG(WS-RATING-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE DIST-LINE TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           .
       WRITE-GROUP-LINE-EXIT.
           EXIT.

       WRITE-DEPT-DISTRIBUTION SECTION.
           MOVE SPACES TO CALIB-REPORT-REC
           MOVE "RATING DISTRIBUTION BY DEPARTMENT" TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           PERFORM WRITE-DIST-HEADINGS
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DT-DEPT(WS-DEPT-IDX) TO D-DEPTNO
               MOVE SPACES TO WS-GRP-LABEL
               STRING "DEPT " DELIMITED SIZE
                   D-DEPTNO DELIMITED SIZE
                 INTO WS-GRP-LABEL
               END-STRING
               MOVE WS-DT-UNRATED(WS-DEPT-IDX) TO WS-GRP-UNRATED
               PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > 5
                   MOVE WS-DT-COUNT(WS-DEPT-IDX, WS-RATING-IDX)
                       TO WS-GRP-COUNT(WS-RATING-IDX)
               END-PERFORM
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           MOVE "COMPANY" TO WS-GRP-LABEL
           MOVE WS-COMPANY-TALLY TO WS-GROUP-TALLY
           PERFORM WRITE-GROUP-LINE
           MOVE SPACES TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           .
       WRITE-DEPT-DISTRIBUTION-EXIT.
           EXIT.

       WRITE-REVIEWER-DISTRIBUTION SECTION.
      *    By the manager who gave the rating - the calibration
      *    conversation is with them.
           MOVE SPACES TO CALIB-REPORT-REC
           MOVE "RATING DISTRIBUTION BY MANAGER (REVIEWER)"
               TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           PERFORM WRITE-DIST-HEADINGS
           PERFORM VARYING WS-REVR-IDX FROM 1 BY 1
               UNTIL WS-REVR-IDX > WS-REVR-COUNT
               MOVE WS-RT-REVIEWER(WS-REVR-IDX) TO REVIEWER-NUMBER
               MOVE SPACES TO REVIEWER-NAME-ARR
               EXEC SQL
                   SELECT ENAME
                   INTO :REVIEWER-NAME
                   FROM EMP
                   WHERE EMPNO = :REVIEWER-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "(NO EMP)" TO REVIEWER-NAME-ARR
               END-IF
               MOVE WS-RT-REVIEWER(WS-REVR-IDX) TO D-EMPNO
               MOVE SPACES TO WS-GRP-LABEL
               STRING D-EMPNO DELIMITED SIZE
                   " " DELIMITED SIZE
                   REVIEWER-NAME-ARR DELIMITED SIZE
                 INTO WS-GRP-LABEL
               END-STRING
               MOVE ZERO TO WS-GRP-UNRATED
               PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > 5
                   MOVE WS-RT-COUNT(WS-REVR-IDX, WS-RATING-IDX)
                       TO WS-GRP-COUNT(WS-RATING-IDX)
               END-PERFORM
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           MOVE SPACES TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           .
       WRITE-REVIEWER-DISTRIBUTION-EXIT.
           EXIT.

       WRITE-UNRATED-LIST SECTION.
           MOVE SPACES TO CALIB-REPORT-REC
           IF WS-CYCLE-IS-OPEN
               STRING "STILL TO BE RATED BEFORE " DELIMITED SIZE
                   WS-CYCLE-CLOSE-DATE DELIMITED SIZE
                 INTO CALIB-REPORT-REC
               END-STRING
           ELSE
               MOVE "NOT RATED WHEN THE CYCLE CLOSED"
                   TO CALIB-REPORT-REC
           END-IF
           WRITE CALIB-REPORT-REC
           MOVE "EMPNO  EMPLOYEE    DEPT   MGR" TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           MOVE "-----  --------    ----  ----" TO CALIB-REPORT-REC
           WRITE CALIB-REPORT-REC
           PERFORM VARYING WS-UR-IDX FROM 1 BY 1
               UNTIL WS-UR-IDX > WS-UR-COUNT
               MOVE WS-UR-EMPNO(WS-UR-IDX) TO D-EMPNO
               MOVE WS-UR-DEPT(WS-UR-IDX) TO D-DEPTNO
               MOVE WS-UR-MGR(WS-UR-IDX) TO D-MGR
               MOVE SPACES TO CALIB-REPORT-REC
               STRING " " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-UR-NAME(WS-UR-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-DEPTNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-MGR DELIMITED SIZE
                 INTO CALIB-REPORT-REC
               END-STRING
               WRITE CALIB-REPORT-REC
           END-PERFORM
           MOVE WS-CO-UNRATED TO D-COUNT
           MOVE SPACES TO CALIB-REPORT-REC
           STRING D-COUNT DELIMITED SIZE
               " EMPLOYEE(S) WITH NO RATING" DELIMITED SIZE
             INTO CALIB-REPORT-REC
           END-STRING
           WRITE CALIB-REPORT-REC
           IF WS-UR-OVERFLOW > 0
               MOVE WS-UR-OVERFLOW TO D-COUNT
               MOVE SPACES TO CALIB-REPORT-REC
               STRING D-COUNT DELIMITED SIZE
                   " MORE NOT LISTED - THE LIST HOLDS 500"
                       DELIMITED SIZE
                 INTO CALIB-REPORT-REC
               END-STRING
               WRITE CALIB-REPORT-REC
           END-IF
           .
       WRITE-UNRATED-LIST-EXIT.
           EXIT.
