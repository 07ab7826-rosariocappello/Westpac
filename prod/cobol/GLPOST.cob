           SELECT POSTING-FILE ASSIGN TO WS-POSTING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POSTING-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.
           SELECT ROLLUP-REPORT-FILE ASSIGN TO WS-ROLLUP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROLLUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       01  POSTING-REC                 PIC X(100).
       FD  CLAIMS-FILE.
           COPY CLAIMS.
       FD  ROLLUP-REPORT-FILE.
       01  ROLLUP-REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
                                            VALUE ZERO.
       01  COMPANY-PAY-SUM              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  DEPT-NAME                    PIC X(14) VARYING.
       01  DEPT-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY CSVFMTLK.
           COPY DEPTTRLK.
           COPY PERIODLK.
           COPY OUTREGLK.

       01  WS-POSTING-FILENAME          PIC X(256).
       01  WS-POSTING-STATUS            PIC XX.
       01  WS-LINE-COUNT                PIC 9(5) VALUE 0.
       01  WS-HASH-TOTAL                PIC 9(13)V99 VALUE ZERO.

      *    Overtime and allowance claims paid since the last posting
      *    go to their own lines: a debit per department and claim
      *    type, and a credit per claim type. Claims are read from
      *    the register after the payroll legs have balanced, and
      *    stamped with the period only once the file is written.
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".
       01  WS-CLAIMS-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-CLAIMS-OPEN                 VALUE "Y".
       01  WS-CLAIMS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CLAIMS-EOF                  VALUE "Y".
       01  WS-CLM-DR-TABLE.
           05  WS-CLM-DR-ENTRY         OCCURS 500.
               10  WS-CLM-DR-DEPT      PIC 9(4).
               10  WS-CLM-DR-TYPE      PIC X(6).
               10  WS-CLM-DR-AMOUNT    PIC 9(11)V99.
       01  WS-CLM-DR-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-CLM-DR-IDX                PIC 9(3) COMP.
       01  WS-CLM-CR-TABLE.
           05  WS-CLM-CR-ENTRY         OCCURS 100.
               10  WS-CLM-CR-TYPE      PIC X(6).
               10  WS-CLM-CR-AMOUNT    PIC 9(11)V99.
       01  WS-CLM-CR-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-CLM-CR-IDX                PIC 9(3) COMP.
       01  WS-CLM-DEBIT-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-CLM-CREDIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-CLM-POSTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACCOUNT                   PIC X(10).

      *    The division rollup. The posting file stays one line per
      *    department - the GL load would count a division subtotal
      *    twice - so the hierarchy view is a report of its own:
      *    GLPOST-ROLLUP, each level of the DEPT hierarchy
      *    (PARENTDEPT) with the payroll accrual, the claims and the
      *    total posted for it and everything below it (DEPTTREE
      *    slots 1 to 3). Written once any department has a parent;
      *    a rollup that cannot be written never holds up the
      *    posting.
       01  WS-ROLLUP-FILENAME           PIC X(256).
       01  WS-ROLLUP-STATUS             PIC XX.
           88  WS-ROLLUP-FILE-OK              VALUE "00".
       01  WS-HIER-SWITCH               PIC X VALUE "N".
           88  WS-HIERARCHY-LOADED            VALUE "Y".
       01  WS-PARENTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ROLL-LABEL                PIC X(32).
       01  WS-ROLL-PTR                  PIC 99 COMP.

       01  WS-TODAY                     PIC 9(8).
       01  WS-PERIOD                    PIC X(6).

           05  D-AMOUNT                 PIC 9(11).99.
           05  D-TOTAL                  PIC 9(13).99.
           05  D-LINE-COUNT             PIC 9(5).
           05  D-ROLL-PAY               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  D-ROLL-CLAIMS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  D-ROLL-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO WS-PERIOD

           PERFORM RECORD-RUN-START
           PERFORM CHECK-PERIOD-OPEN
           PERFORM CONNECT-TO-ORACLE
           PERFORM SUM-DEPARTMENT-PAYROLL
           PERFORM SUM-COMPANY-PAYROLL
           PERFORM LOAD-DEPT-HIERARCHY

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
               GOBACK
           END-IF

           PERFORM COLLECT-PAID-CLAIMS
           PERFORM WRITE-POSTING-FILE
           PERFORM REGISTER-POSTING-FILE
           PERFORM STAMP-POSTED-CLAIMS
           PERFORM WRITE-HIERARCHY-ROLLUP

           DISPLAY "GLPOST: " WS-LINE-COUNT " posting line(s) for "
               "period " WS-PERIOD " written to "
               WS-POSTING-FILENAME
           IF WS-CLM-POSTED-COUNT > 0
               DISPLAY "GLPOST: " WS-CLM-POSTED-COUNT
                   " overtime/allowance claim(s) posted"
           END-IF

           PERFORM RECORD-RUN-END

       RECORD-RUN-FAIL-EXIT.
           EXIT.

       CHECK-PERIOD-OPEN SECTION.
      *    Finance closes a month through PERCLOSE - nothing more is
      *    posted to it until an UPDATE-class operator reopens it. A
      *    month still CLOSING is posted to: GLPOST is one of the
      *    steps the close is waiting on. A period file that cannot
      *    be read refuses the posting as if the month were closed.
           MOVE SPACES TO PQ-PARM
           MOVE "Q" TO PQ-FUNCTION
           MOVE WS-PERIOD TO PQ-PERIOD
           CALL "PERIODCHK" USING PQ-PARM
           IF PQ-FAILED
               DISPLAY "GLPOST: PERIOD " WS-PERIOD
                   " STATUS UNKNOWN - NO POSTING FILE WRITTEN"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF PQ-PERIOD-CLOSED
               DISPLAY "GLPOST: PERIOD " WS-PERIOD " WAS CLOSED BY "
                   PQ-CLOSED-BY " ON " PQ-CLOSED-DATE
                   " - NO POSTING FILE WRITTEN"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-PERIOD-OPEN-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
       SUM-DEPARTMENT-PAYROLL SECTION.
      *    One accrual debit per department: salary plus commission
      *    for the active and on-leave payroll, the same population
      *    PAYREG registers. A split-funded employee is charged by
      *    the EMPALLOC set in effect today (ALLOCMAINT) - salary
      *    and commission each split and rounded to the cent, the
      *    rounding difference on the set's lowest department - and
      *    everyone else to EMP.DEPTNO; the company credit is
      *    unchanged, so the legs still have to balance.
           EXEC SQL
               DECLARE GLCURS CURSOR FOR
                   SELECT CHG_DEPT, SUM(CHG_SAL + NVL(CHG_COMM, 0))
                   FROM
                   (SELECT E.DEPTNO CHG_DEPT, E.SAL CHG_SAL,
                           E.COMM CHG_COMM
                      FROM EMP E
                     WHERE NVL(E.STATUS, 'A') <> 'T'
                       AND NOT EXISTS
                           (SELECT 1 FROM EMPALLOC A
                             WHERE A.EMPNO = E.EMPNO
                               AND A.EFFFROM <= TRUNC(SYSDATE)
                               AND (A.EFFTO IS NULL
                                    OR A.EFFTO >= TRUNC(SYSDATE)))
                    UNION ALL
                    SELECT A.DEPTNO,
                       ROUND(E.SAL * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.SAL - SUM(ROUND(E.SAL * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0),
                       ROUND(E.COMM * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.COMM
                           - SUM(ROUND(E.COMM * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0)
                      FROM EMP E, EMPALLOC A
                     WHERE A.EMPNO = E.EMPNO
                       AND NVL(E.STATUS, 'A') <> 'T'
                       AND A.EFFFROM <= TRUNC(SYSDATE)
                       AND (A.EFFTO IS NULL
                            OR A.EFFTO >= TRUNC(SYSDATE)))
                   GROUP BY CHG_DEPT
                   ORDER BY CHG_DEPT
           END-EXEC

           EXEC SQL
       SUM-COMPANY-PAYROLL-EXIT.
           EXIT.

       COLLECT-PAID-CLAIMS SECTION.
      *    CLAIMS-FILE names the overtime and allowance claims
      *    register (copy/CLAIMS.cpy); it defaults to /tmp/claims.dat
      *    when unset. No register means no claims lines. The file
      *    stays open for update until the claims are stamped.
           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN I-O CLAIMS-FILE
           IF WS-CLAIMS-NO-FILE
               GO TO COLLECT-PAID-CLAIMS-EXIT
           END-IF
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "GLPOST: UNABLE TO OPEN CLAIMS REGISTER "
                   WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
                   " - NO POSTING FILE WRITTEN"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-CLAIMS-OPEN TO TRUE

           MOVE LOW-VALUES TO CLM-KEY
           START CLAIMS-FILE
               KEY NOT LESS CLM-KEY
               INVALID KEY
                   SET WS-CLAIMS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CLAIMS-EOF
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET WS-CLAIMS-EOF TO TRUE
                   NOT AT END
                       IF CLM-PAID AND CLM-GL-PERIOD = SPACES
                           PERFORM ADD-CLAIM-TO-POSTING
                       END-IF
               END-READ
           END-PERFORM

      *    Debits by department and credits by type were built side
      *    by side from the same claims - they can only disagree if
      *    a table overflowed, and then nothing is posted.
           IF WS-CLM-DEBIT-TOTAL NOT = WS-CLM-CREDIT-TOTAL
               MOVE WS-CLM-DEBIT-TOTAL TO D-TOTAL
               DISPLAY "GLPOST: CLAIM DEBITS " D-TOTAL
                   " DO NOT EQUAL CREDITS"
               MOVE WS-CLM-CREDIT-TOTAL TO D-TOTAL
               DISPLAY "GLPOST: CLAIM CREDITS " D-TOTAL
                   " - NO POSTING FILE WRITTEN"
               CLOSE CLAIMS-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       COLLECT-PAID-CLAIMS-EXIT.
           EXIT.

       ADD-CLAIM-TO-POSTING SECTION.
           PERFORM VARYING WS-CLM-DR-IDX FROM 1 BY 1
               UNTIL WS-CLM-DR-IDX > WS-CLM-DR-COUNT
                   OR (WS-CLM-DR-DEPT(WS-CLM-DR-IDX) = CLM-DEPTNO
                   AND WS-CLM-DR-TYPE(WS-CLM-DR-IDX) = CLM-TYPE)
               CONTINUE
           END-PERFORM
           IF WS-CLM-DR-IDX > WS-CLM-DR-COUNT
               IF WS-CLM-DR-COUNT >= 500
                   DISPLAY "GLPOST: MORE THAN 500 CLAIM DEBIT LINES - "
                       "RUN REFUSED"
                   CLOSE CLAIMS-FILE
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CLM-DR-COUNT
               MOVE CLM-DEPTNO TO WS-CLM-DR-DEPT(WS-CLM-DR-IDX)
               MOVE CLM-TYPE TO WS-CLM-DR-TYPE(WS-CLM-DR-IDX)
               MOVE ZERO TO WS-CLM-DR-AMOUNT(WS-CLM-DR-IDX)
           END-IF
           ADD CLM-AMOUNT TO WS-CLM-DR-AMOUNT(WS-CLM-DR-IDX)
           ADD CLM-AMOUNT TO WS-CLM-DEBIT-TOTAL

           PERFORM VARYING WS-CLM-CR-IDX FROM 1 BY 1
               UNTIL WS-CLM-CR-IDX > WS-CLM-CR-COUNT
                   OR WS-CLM-CR-TYPE(WS-CLM-CR-IDX) = CLM-TYPE
               CONTINUE
           END-PERFORM
           IF WS-CLM-CR-IDX > WS-CLM-CR-COUNT
               IF WS-CLM-CR-COUNT >= 100
                   DISPLAY "GLPOST: MORE THAN 100 CLAIM TYPES - "
                       "RUN REFUSED"
                   CLOSE CLAIMS-FILE
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CLM-CR-COUNT
               MOVE CLM-TYPE TO WS-CLM-CR-TYPE(WS-CLM-CR-IDX)
               MOVE ZERO TO WS-CLM-CR-AMOUNT(WS-CLM-CR-IDX)
           END-IF
           ADD CLM-AMOUNT TO WS-CLM-CR-AMOUNT(WS-CLM-CR-IDX)
           ADD CLM-AMOUNT TO WS-CLM-CREDIT-TOTAL
           .
       ADD-CLAIM-TO-POSTING-EXIT.
           EXIT.

       STAMP-POSTED-CLAIMS SECTION.
      *    Every claim on the file is stamped with the period it was
      *    posted in, so the next run does not post it again.
           IF NOT WS-CLAIMS-OPEN
               GO TO STAMP-POSTED-CLAIMS-EXIT
           END-IF
           MOVE "N" TO WS-CLAIMS-EOF-SWITCH
           MOVE LOW-VALUES TO CLM-KEY
           START CLAIMS-FILE
               KEY NOT LESS CLM-KEY
               INVALID KEY
                   SET WS-CLAIMS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CLAIMS-EOF
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET WS-CLAIMS-EOF TO TRUE
                   NOT AT END
                       IF CLM-PAID AND CLM-GL-PERIOD = SPACES
                           MOVE WS-PERIOD TO CLM-GL-PERIOD
                           REWRITE CLAIM-REC
                           ADD 1 TO WS-CLM-POSTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           .
       STAMP-POSTED-CLAIMS-EXIT.
           EXIT.

       WRITE-POSTING-FILE SECTION.
      *    GLPOST-FILE names the posting file the GL load consumes;
      *    it defaults to /tmp/glpost.csv when unset. Lines go
      *    through the shared CSVFMT formatter: PERIOD, TYPE (DR/CR),
      *    DEPT (blank on the credit), AMOUNT, ACCOUNT (PAYROLL for
      *    the salary and commission accrual, CLM- and the claim
      *    type for overtime and allowance claims) - then a
      *    control-total trailer in the EMPEXTR style so the load
      *    can verify it received the complete, balanced file.
           MOVE SPACES TO WS-POSTING-FILENAME
           DISPLAY "GLPOST-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-POSTING-FILENAME FROM ENVIRONMENT-VALUE
           IF NOT WS-POSTING-FILE-OK
               DISPLAY "GLPOST: UNABLE TO OPEN POSTING FILE: "
                   WS-POSTING-FILENAME
               IF WS-CLAIMS-OPEN
                   CLOSE CLAIMS-FILE
               END-IF
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK

           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE "PERIOD" TO CSVF-FIELD(1)
           MOVE "TYPE" TO CSVF-FIELD(2)
           MOVE "DEPT" TO CSVF-FIELD(3)
           MOVE "AMOUNT" TO CSVF-FIELD(4)
           MOVE "ACCOUNT" TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           END-PERFORM

           PERFORM WRITE-CREDIT-LINE

           PERFORM VARYING WS-CLM-DR-IDX FROM 1 BY 1
               UNTIL WS-CLM-DR-IDX > WS-CLM-DR-COUNT
               PERFORM WRITE-ONE-CLAIM-DEBIT-LINE
           END-PERFORM
           PERFORM VARYING WS-CLM-CR-IDX FROM 1 BY 1
               UNTIL WS-CLM-CR-IDX > WS-CLM-CR-COUNT
               PERFORM WRITE-ONE-CLAIM-CREDIT-LINE
           END-PERFORM

           PERFORM WRITE-TRAILER-LINE

           CLOSE POSTING-FILE
           ADD WS-POST-AMOUNT(WS-POST-IDX) TO WS-HASH-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "DR" TO CSVF-FIELD(2)
           MOVE D-DEPTNO TO CSVF-FIELD(3)
           MOVE D-AMOUNT TO CSVF-FIELD(4)
           MOVE "PAYROLL" TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           ADD WS-CREDIT-TOTAL TO WS-HASH-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "CR" TO CSVF-FIELD(2)
           MOVE SPACES TO CSVF-FIELD(3)
           MOVE D-TOTAL TO CSVF-FIELD(4)
           MOVE "PAYROLL" TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
       WRITE-CREDIT-LINE-EXIT.
           EXIT.

       WRITE-ONE-CLAIM-DEBIT-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CLM-DR-DEPT(WS-CLM-DR-IDX) TO D-DEPTNO
           MOVE WS-CLM-DR-AMOUNT(WS-CLM-DR-IDX) TO D-AMOUNT
           ADD WS-CLM-DR-AMOUNT(WS-CLM-DR-IDX) TO WS-HASH-TOTAL
           MOVE SPACES TO WS-ACCOUNT
           STRING "CLM-" DELIMITED SIZE
               WS-CLM-DR-TYPE(WS-CLM-DR-IDX) DELIMITED SPACE
               INTO WS-ACCOUNT
           END-STRING
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "DR" TO CSVF-FIELD(2)
           MOVE D-DEPTNO TO CSVF-FIELD(3)
           MOVE D-AMOUNT TO CSVF-FIELD(4)
           MOVE WS-ACCOUNT TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           .
       WRITE-ONE-CLAIM-DEBIT-LINE-EXIT.
           EXIT.

       WRITE-ONE-CLAIM-CREDIT-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CLM-CR-AMOUNT(WS-CLM-CR-IDX) TO D-TOTAL
           ADD WS-CLM-CR-AMOUNT(WS-CLM-CR-IDX) TO WS-HASH-TOTAL
           MOVE SPACES TO WS-ACCOUNT
           STRING "CLM-" DELIMITED SIZE
               WS-CLM-CR-TYPE(WS-CLM-CR-IDX) DELIMITED SPACE
               INTO WS-ACCOUNT
           END-STRING
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "CR" TO CSVF-FIELD(2)
           MOVE SPACES TO CSVF-FIELD(3)
           MOVE D-TOTAL TO CSVF-FIELD(4)
           MOVE WS-ACCOUNT TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           .
       WRITE-ONE-CLAIM-CREDIT-LINE-EXIT.
           EXIT.

       WRITE-TRAILER-LINE SECTION.
           MOVE WS-LINE-COUNT TO D-LINE-COUNT
           MOVE WS-HASH-TOTAL TO D-TOTAL
           .
       WRITE-TRAILER-LINE-EXIT.
           EXIT.

       REGISTER-POSTING-FILE SECTION.
      *    The posting file goes on the outbound register with its
      *    trailer figures, so a GL load that rejects it shows up
      *    through OUTACK the next morning, not at month end.
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "GLPOST" TO OX-PRODUCER
           MOVE "GL" TO OX-RECEIVER
           MOVE WS-POSTING-FILENAME TO OX-FILENAME
           MOVE WS-LINE-COUNT TO OX-RECORDS
           MOVE WS-HASH-TOTAL TO OX-CONTROL-TOTAL
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "GLPOST: WARNING - POSTING FILE NOT ON THE "
                   "OUTBOUND REGISTER"
           END-IF
           .
       REGISTER-POSTING-FILE-EXIT.
           EXIT.

       LOAD-DEPT-HIERARCHY SECTION.
      *    Every department goes to DEPTTREE with its parent. If DEPT
      *    cannot be read the posting still runs, without the
      *    rollup.
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
               DISPLAY "GLPOST: DEPT HIERARCHY NOT READ, SQLCODE: "
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
               DISPLAY "GLPOST: DEPT HIERARCHY NOT READ, SQLCODE: "
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
      *    GLPOST-ROLLUP names the report; it defaults to
      *    /tmp/glpost_rollup.rpt when unset. The figures are the
      *    debit lines just posted - payroll by department, then
      *    the claims debits - so every level ties to the file.
           IF NOT WS-HIERARCHY-LOADED OR WS-PARENTED-COUNT = 0
               GO TO WRITE-HIERARCHY-ROLLUP-EXIT
           END-IF
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               MOVE "A" TO DT-FUNCTION
               MOVE WS-POST-DEPT(WS-POST-IDX) TO DT-DEPTNO
               MOVE WS-POST-AMOUNT(WS-POST-IDX) TO DT-AMOUNT(1)
               MOVE ZERO TO DT-AMOUNT(2)
               MOVE WS-POST-AMOUNT(WS-POST-IDX) TO DT-AMOUNT(3)
               MOVE ZERO TO DT-AMOUNT(4)
               MOVE ZERO TO DT-AMOUNT(5)
               MOVE ZERO TO DT-AMOUNT(6)
               CALL "DEPTTREE" USING DT-PARM
           END-PERFORM
           PERFORM VARYING WS-CLM-DR-IDX FROM 1 BY 1
               UNTIL WS-CLM-DR-IDX > WS-CLM-DR-COUNT
               MOVE "A" TO DT-FUNCTION
               MOVE WS-CLM-DR-DEPT(WS-CLM-DR-IDX) TO DT-DEPTNO
               MOVE ZERO TO DT-AMOUNT(1)
               MOVE WS-CLM-DR-AMOUNT(WS-CLM-DR-IDX) TO DT-AMOUNT(2)
               MOVE WS-CLM-DR-AMOUNT(WS-CLM-DR-IDX) TO DT-AMOUNT(3)
               MOVE ZERO TO DT-AMOUNT(4)
               MOVE ZERO TO DT-AMOUNT(5)
               MOVE ZERO TO DT-AMOUNT(6)
               CALL "DEPTTREE" USING DT-PARM
           END-PERFORM

           MOVE SPACES TO WS-ROLLUP-FILENAME
           DISPLAY "GLPOST-ROLLUP" UPON ENVIRONMENT-NAME
           ACCEPT WS-ROLLUP-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ROLLUP-FILENAME = SPACES
               MOVE "/tmp/glpost_rollup.rpt" TO WS-ROLLUP-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "GLPOST-DIV" TO RR-REPORT
           MOVE WS-ROLLUP-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-ROLLUP-FILENAME
           OPEN OUTPUT ROLLUP-REPORT-FILE
           IF NOT WS-ROLLUP-FILE-OK
               DISPLAY "GLPOST: UNABLE TO OPEN ROLLUP REPORT: "
                   WS-ROLLUP-FILENAME " - POSTING NOT AFFECTED"
               GO TO WRITE-HIERARCHY-ROLLUP-EXIT
           END-IF
           MOVE SPACES TO ROLLUP-REPORT-REC
           STRING "GL POSTING BY DIVISION - PERIOD " DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               " - EACH LINE INCLUDES ALL BELOW IT" DELIMITED SIZE
             INTO ROLLUP-REPORT-REC
           END-STRING
           WRITE ROLLUP-REPORT-REC
           MOVE ALL "=" TO ROLLUP-REPORT-REC
           WRITE ROLLUP-REPORT-REC
           MOVE SPACES TO ROLLUP-REPORT-REC
           STRING "DEPARTMENT                                PAYROLL"
                   DELIMITED SIZE
               "             CLAIMS              TOTAL" DELIMITED SIZE
             INTO ROLLUP-REPORT-REC
           END-STRING
           WRITE ROLLUP-REPORT-REC
           MOVE ALL "-" TO ROLLUP-REPORT-REC
           WRITE ROLLUP-REPORT-REC

           MOVE "N" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           PERFORM UNTIL NOT DT-OK
               PERFORM WRITE-ONE-ROLLUP-LINE
               MOVE "N" TO DT-FUNCTION
               CALL "DEPTTREE" USING DT-PARM
           END-PERFORM
           CLOSE ROLLUP-REPORT-FILE
           DISPLAY "GLPOST: DIVISION ROLLUP WRITTEN TO "
               WS-ROLLUP-FILENAME
           .
       WRITE-HIERARCHY-ROLLUP-EXIT.
           EXIT.

       WRITE-ONE-ROLLUP-LINE SECTION.
      *    DEPTNO and name, two columns in per level below the top; a
      *    department with others below it is marked with "+", one
      *    whose parent is missing or looped with "?".
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
           MOVE DT-AMOUNT(1) TO D-ROLL-PAY
           MOVE DT-AMOUNT(2) TO D-ROLL-CLAIMS
           MOVE DT-AMOUNT(3) TO D-ROLL-TOTAL
           MOVE SPACES TO ROLLUP-REPORT-REC
           STRING WS-ROLL-LABEL DELIMITED SIZE
               D-ROLL-PAY DELIMITED SIZE
               "  " DELIMITED SIZE
               D-ROLL-CLAIMS DELIMITED SIZE
               "  " DELIMITED SIZE
               D-ROLL-TOTAL DELIMITED SIZE
             INTO ROLLUP-REPORT-REC
           END-STRING
           WRITE ROLLUP-REPORT-REC
           .
       WRITE-ONE-ROLLUP-LINE-EXIT.
           EXIT.
