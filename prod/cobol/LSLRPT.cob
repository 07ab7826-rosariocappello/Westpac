       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSLRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LSL-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT POSTING-FILE ASSIGN TO WS-POSTING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LSL-REPORT-FILE.
       01  LSL-REPORT-REC              PIC X(132).
       FD  POSTING-FILE.
       01  POSTING-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-IND                     PIC S9(4) COMP VALUE ZERO.
       01  HIRE-DATE-CHAR               PIC X(8).
       01  HIRE-DATE-IND                PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY CSVFMTLK.

      *    LSLRPT works out the long service leave provision at the
      *    run date: every employee still on the books, their
      *    completed service from HIREDATE, the LSL weeks accrued
      *    for it under the state rules below, and the liability at
      *    their current SAL. The liability of an employee who has
      *    reached the qualifying years - an entitlement they can
      *    take now - is current; the rest is non-current. The
      *    provision is also written as a posting file in GLPOST's
      *    layout, and employees reaching the pro-rata threshold or
      *    the qualifying years in the next LSL-NOTICE-DAYS days are
      *    listed at the end.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-POSTING-FILENAME          PIC X(256).
       01  WS-POSTING-STATUS            PIC XX.
           88  WS-POSTING-FILE-OK             VALUE "00".

      *    The state rules. LSL-QUAL-YEARS (default 10) is the
      *    service that vests the entitlement; LSL-WEEKS-PER-YEAR is
      *    the weeks accrued for each year of service, keyed in
      *    ten-thousandths of a week (default 8667, the NSW 0.8667 -
      *    two months for ten years; no more than 20000, two weeks a
      *    year, is taken); LSL-PRORATA-YEARS (default 7)
      *    is the service after which a leaver is paid pro rata.
      *    LSL-NOTICE-DAYS (default 90) is how far ahead the
      *    eligibility list looks.
       01  WS-ENV-VALUE                 PIC X(8).
       01  WS-ENV-NUM                   PIC 9(5).
       01  WS-QUAL-YEARS                PIC 9(2) VALUE 10.
       01  WS-WEEKS-PER-YEAR            PIC 9V9(4) VALUE 0.8667.
       01  WS-PRORATA-YEARS             PIC 9(2) VALUE 7.
       01  WS-NOTICE-DAYS               PIC 9(3) VALUE 90.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).
       01  WS-TODAY-INT                 PIC 9(7) COMP-5.
       01  WS-NOTICE-END-INT            PIC 9(7) COMP-5.
       01  WS-PERIOD                    PIC X(6).

       01  WS-HIRE-DATE                 PIC 9(8).
       01  WS-HIRE-SPLIT REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YYYY             PIC 9(4).
           05  WS-HIRE-MM               PIC 9(2).
           05  WS-HIRE-DD               PIC 9(2).
       01  WS-HIRE-INT                  PIC 9(7) COMP-5.
       01  WS-SERVICE-DAYS              PIC 9(6).
       01  WS-SERVICE-YEARS             PIC 9(3)V9(4).
       01  WS-LSL-WEEKS                 PIC 9(3)V9(4).
       01  WS-WEEKLY-PAY                PIC 9(7)V99.
       01  WS-LIABILITY                 PIC 9(9)V99.
       01  WS-CLASS                     PIC X(11).

       01  WS-MILESTONE-DATE            PIC 9(8).
       01  WS-MILESTONE-SPLIT REDEFINES WS-MILESTONE-DATE.
           05  WS-MILESTONE-YYYY        PIC 9(4).
           05  WS-MILESTONE-MM          PIC 9(2).
           05  WS-MILESTONE-DD          PIC 9(2).
       01  WS-MILESTONE-INT             PIC 9(7) COMP-5.
       01  WS-MILESTONE-YEARS           PIC 9(2).
       01  WS-MILESTONE-TEXT            PIC X(20).
       01  WS-YEAR-QUOT                 PIC 9(4).
       01  WS-YEAR-REM                  PIC 9(4).

      *    Employees reaching an eligibility point inside the notice
      *    window, held for the list after the totals.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY            OCCURS 500.
               10  WS-DUE-EMPNO        PIC 9(4).
               10  WS-DUE-NAME         PIC X(10).
               10  WS-DUE-DEPT         PIC 9(4).
               10  WS-DUE-DATE         PIC 9(8).
               10  WS-DUE-TEXT         PIC X(20).
       01  WS-DUE-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-DUE-OVERFLOW              PIC 9(5) VALUE 0.
       01  WS-DUE-IDX                   PIC 9(3) COMP.

      *    Department provision, buffered for the posting file the
      *    way GLPOST buffers its debits.
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY           OCCURS 100.
               10  WS-POST-DEPT        PIC 9(4).
               10  WS-POST-AMOUNT      PIC 9(11)V99.
       01  WS-POST-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-POST-IDX                  PIC 9(3) COMP.
       01  WS-LINE-COUNT                PIC 9(5) VALUE 0.
       01  WS-HASH-TOTAL                PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-SIDE               PIC X(11).
       01  WS-CREDIT-AMOUNT             PIC 9(13)V99.

       01  WS-FIRST-SWITCH              PIC X VALUE "Y".
           88  WS-FIRST-EMPLOYEE              VALUE "Y".
       01  WS-CURRENT-DEPT              PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-COUNT                PIC 9(5) VALUE 0.
       01  WS-DEPT-CURRENT              PIC 9(11)V99 VALUE 0.
       01  WS-DEPT-NONCURRENT           PIC 9(11)V99 VALUE 0.
       01  WS-DEPT-TOTAL                PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COUNT               PIC 9(5) VALUE 0.
       01  WS-TOTAL-CURRENT             PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-NONCURRENT          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PROVISION           PIC 9(13)V99 VALUE 0.
       01  WS-NO-HIRE-COUNT             PIC 9(5) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-EMP-NAME               PIC X(10).
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-YEARS                  PIC ZZ9.99.
           05  D-WEEKS                  PIC ZZ9.99.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  D-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
           05  D-TOTAL-2                PIC ZZZ,ZZZ,ZZ9.99.
           05  D-TOTAL-3                PIC ZZZ,ZZZ,ZZ9.99.
           05  D-COUNT                  PIC ZZ,ZZ9.
           05  D-CSV-AMOUNT             PIC 9(11).99.
           05  D-CSV-TOTAL              PIC 9(13).99.
           05  D-LINE-COUNT             PIC 9(5).
           05  D-RATE                   PIC 9.9999.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO WS-PERIOD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM RECORD-RUN-START
           PERFORM LOAD-STATE-RULES
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           PERFORM SCAN-EMP-SERVICE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF NOT WS-FIRST-EMPLOYEE
               PERFORM WRITE-DEPT-TOTALS
           END-IF
           PERFORM WRITE-COMPANY-TOTALS
           PERFORM WRITE-ELIGIBILITY-LIST
           CLOSE LSL-REPORT-FILE

           PERFORM WRITE-POSTING-FILE

           MOVE WS-TOTAL-PROVISION TO D-TOTAL
           DISPLAY "LSLRPT: " WS-TOTAL-COUNT " employee(s), "
               "provision " D-TOTAL " to " WS-RPT-FILENAME
           DISPLAY "LSLRPT: " WS-LINE-COUNT " posting line(s) for "
               "period " WS-PERIOD " written to "
               WS-POSTING-FILENAME
           IF WS-NO-HIRE-COUNT > 0
               DISPLAY "LSLRPT: " WS-NO-HIRE-COUNT
                   " employee(s) with no HIREDATE left out"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "LSLRPT" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "LSLRPT: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-TOTAL-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-TOTAL-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-STATE-RULES SECTION.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "LSL-QUAL-YEARS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE ZERO TO WS-ENV-NUM
               DISPLAY "LSL-QUAL-YEARS" UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-NUM FROM ENVIRONMENT-VALUE
               IF WS-ENV-NUM IS NUMERIC
                   AND WS-ENV-NUM > 0 AND WS-ENV-NUM < 100
                   MOVE WS-ENV-NUM TO WS-QUAL-YEARS
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "LSL-WEEKS-PER-YEAR" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE ZERO TO WS-ENV-NUM
               DISPLAY "LSL-WEEKS-PER-YEAR" UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-NUM FROM ENVIRONMENT-VALUE
               IF WS-ENV-NUM IS NUMERIC
                   AND WS-ENV-NUM > 0 AND WS-ENV-NUM NOT > 20000
                   COMPUTE WS-WEEKS-PER-YEAR = WS-ENV-NUM / 10000
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "LSL-PRORATA-YEARS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE ZERO TO WS-ENV-NUM
               DISPLAY "LSL-PRORATA-YEARS" UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-NUM FROM ENVIRONMENT-VALUE
               IF WS-ENV-NUM IS NUMERIC AND WS-ENV-NUM < 100
                   MOVE WS-ENV-NUM TO WS-PRORATA-YEARS
               END-IF
           END-IF
           IF WS-PRORATA-YEARS > WS-QUAL-YEARS
               MOVE WS-QUAL-YEARS TO WS-PRORATA-YEARS
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "LSL-NOTICE-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE ZERO TO WS-ENV-NUM
               DISPLAY "LSL-NOTICE-DAYS" UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-NUM FROM ENVIRONMENT-VALUE
               IF WS-ENV-NUM IS NUMERIC AND WS-ENV-NUM < 1000
                   MOVE WS-ENV-NUM TO WS-NOTICE-DAYS
               END-IF
           END-IF
           COMPUTE WS-NOTICE-END-INT = WS-TODAY-INT + WS-NOTICE-DAYS
           .
       LOAD-STATE-RULES-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "LSLRPT" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "LSLRPT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    LSLRPT-FILE names the provision report; it defaults to
      *    /tmp/lslrpt.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "LSLRPT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/lslrpt.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "LSLRPT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT LSL-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "LSLRPT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LSL-REPORT-REC
           STRING "LONG SERVICE LEAVE PROVISION AS AT "
                   DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE WS-WEEKS-PER-YEAR TO D-RATE
           MOVE SPACES TO LSL-REPORT-REC
           STRING "RULES: " DELIMITED SIZE
               D-RATE DELIMITED SIZE
               " WEEKS PER YEAR, VESTS AT " DELIMITED SIZE
               WS-QUAL-YEARS DELIMITED SIZE
               " YEARS, PRO RATA FROM " DELIMITED SIZE
               WS-PRORATA-YEARS DELIMITED SIZE
               " YEARS" DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE SPACES TO LSL-REPORT-REC
           WRITE LSL-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       SCAN-EMP-SERVICE SECTION.
           EXEC SQL
               DECLARE LSLCURS CURSOR FOR
                   SELECT EMPNO, ENAME, DEPTNO, SAL,
                       TO_CHAR(HIREDATE, 'YYYYMMDD')
                   FROM EMP
                   WHERE NVL(STATUS, 'A') <> 'T'
                   ORDER BY DEPTNO, EMPNO
           END-EXEC

           EXEC SQL
               OPEN LSLCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "LSLRPT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO EMP-NAME-ARR

           EXEC SQL
               FETCH LSLCURS
                   INTO :EMP-NUMBER, :EMP-NAME,
                       :DEPT-NUMBER:DEPT-IND, :SALARY,
                       :HIRE-DATE-CHAR:HIRE-DATE-IND
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF DEPT-IND = -1
                   MOVE ZERO TO DEPT-NUMBER
               END-IF
               PERFORM WORK-ONE-EMPLOYEE
               MOVE SPACES TO EMP-NAME-ARR
               EXEC SQL
                   FETCH LSLCURS
                       INTO :EMP-NUMBER, :EMP-NAME,
                           :DEPT-NUMBER:DEPT-IND, :SALARY,
                           :HIRE-DATE-CHAR:HIRE-DATE-IND
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "LSLRPT: FETCH FAILED, SQLCODE: " SQLCODE
               EXEC SQL
                   CLOSE LSLCURS
               END-EXEC
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               CLOSE LSLCURS
           END-EXEC
           .
       SCAN-EMP-SERVICE-EXIT.
           EXIT.

       WORK-ONE-EMPLOYEE SECTION.
           IF HIRE-DATE-IND = -1 OR HIRE-DATE-CHAR NOT NUMERIC
               ADD 1 TO WS-NO-HIRE-COUNT
               DISPLAY "LSLRPT: EMPNO " EMP-NUMBER
                   " HAS NO HIREDATE - LEFT OUT"
               GO TO WORK-ONE-EMPLOYEE-EXIT
           END-IF

           IF WS-FIRST-EMPLOYEE
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE DEPT-NUMBER TO WS-CURRENT-DEPT
               PERFORM WRITE-DEPT-HEADING
           ELSE
               IF DEPT-NUMBER NOT = WS-CURRENT-DEPT
                   PERFORM WRITE-DEPT-TOTALS
                   MOVE DEPT-NUMBER TO WS-CURRENT-DEPT
                   PERFORM WRITE-DEPT-HEADING
               END-IF
           END-IF

      *    Service in years of 365.25 days, so a leap day does not
      *    move anyone's accrual; a future HIREDATE is no service.
           MOVE HIRE-DATE-CHAR TO WS-HIRE-DATE
           COMPUTE WS-HIRE-INT = FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
           IF WS-HIRE-INT > WS-TODAY-INT
               MOVE ZERO TO WS-SERVICE-DAYS
           ELSE
               COMPUTE WS-SERVICE-DAYS = WS-TODAY-INT - WS-HIRE-INT
           END-IF
           COMPUTE WS-SERVICE-YEARS = WS-SERVICE-DAYS / 365.25
           COMPUTE WS-LSL-WEEKS ROUNDED =
               WS-SERVICE-YEARS * WS-WEEKS-PER-YEAR

      *    SAL is monthly; LSL is paid at the ordinary weekly rate.
           COMPUTE WS-WEEKLY-PAY ROUNDED = SALARY * 12 / 52
           COMPUTE WS-LIABILITY ROUNDED =
               WS-LSL-WEEKS * WS-WEEKLY-PAY

           IF WS-SERVICE-YEARS NOT < WS-QUAL-YEARS
               MOVE "CURRENT" TO WS-CLASS
               ADD WS-LIABILITY TO WS-DEPT-CURRENT
           ELSE
               IF WS-SERVICE-YEARS NOT < WS-PRORATA-YEARS
                   MOVE "NON-CURR PR" TO WS-CLASS
               ELSE
                   MOVE "NON-CURRENT" TO WS-CLASS
               END-IF
               ADD WS-LIABILITY TO WS-DEPT-NONCURRENT
           END-IF
           ADD WS-LIABILITY TO WS-DEPT-TOTAL
           ADD 1 TO WS-DEPT-COUNT

           MOVE EMP-NUMBER TO D-EMPNO
           MOVE EMP-NAME-ARR TO D-EMP-NAME
           MOVE WS-SERVICE-YEARS TO D-YEARS
           MOVE WS-LSL-WEEKS TO D-WEEKS
           MOVE WS-LIABILITY TO D-AMOUNT
           MOVE SPACES TO LSL-REPORT-REC
           STRING " " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               "  " DELIMITED SIZE
               D-EMP-NAME DELIMITED SIZE
               "  " DELIMITED SIZE
               HIRE-DATE-CHAR DELIMITED SIZE
               "  " DELIMITED SIZE
               D-YEARS DELIMITED SIZE
               "  " DELIMITED SIZE
               D-WEEKS DELIMITED SIZE
               "  " DELIMITED SIZE
               D-AMOUNT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CLASS DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC

           MOVE WS-PRORATA-YEARS TO WS-MILESTONE-YEARS
           MOVE "PRO RATA THRESHOLD" TO WS-MILESTONE-TEXT
           PERFORM CHECK-MILESTONE
           IF WS-QUAL-YEARS NOT = WS-PRORATA-YEARS
               MOVE WS-QUAL-YEARS TO WS-MILESTONE-YEARS
               MOVE "FULL ENTITLEMENT" TO WS-MILESTONE-TEXT
               PERFORM CHECK-MILESTONE
           END-IF
           .
       WORK-ONE-EMPLOYEE-EXIT.
           EXIT.

       CHECK-MILESTONE SECTION.
      *    The anniversary of HIREDATE at WS-MILESTONE-YEARS - a 29
      *    February hire reaches it on 28 February in common years.
           IF WS-MILESTONE-YEARS = 0
               GO TO CHECK-MILESTONE-EXIT
           END-IF
           COMPUTE WS-MILESTONE-YYYY = WS-HIRE-YYYY + WS-MILESTONE-YEARS
           MOVE WS-HIRE-MM TO WS-MILESTONE-MM
           MOVE WS-HIRE-DD TO WS-MILESTONE-DD
           PERFORM ADJUST-LEAP-DAY
           COMPUTE WS-MILESTONE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MILESTONE-DATE)
           IF WS-MILESTONE-INT < WS-TODAY-INT
               OR WS-MILESTONE-INT > WS-NOTICE-END-INT
               GO TO CHECK-MILESTONE-EXIT
           END-IF
           IF WS-DUE-COUNT >= 500
               ADD 1 TO WS-DUE-OVERFLOW
               GO TO CHECK-MILESTONE-EXIT
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE EMP-NUMBER TO WS-DUE-EMPNO(WS-DUE-COUNT)
           MOVE EMP-NAME-ARR TO WS-DUE-NAME(WS-DUE-COUNT)
           MOVE DEPT-NUMBER TO WS-DUE-DEPT(WS-DUE-COUNT)
           MOVE WS-MILESTONE-DATE TO WS-DUE-DATE(WS-DUE-COUNT)
           MOVE WS-MILESTONE-TEXT TO WS-DUE-TEXT(WS-DUE-COUNT)
           .
       CHECK-MILESTONE-EXIT.
           EXIT.

       ADJUST-LEAP-DAY SECTION.
           IF WS-MILESTONE-MM = 2 AND WS-MILESTONE-DD = 29
               MOVE ZERO TO WS-YEAR-REM
               DIVIDE WS-MILESTONE-YYYY BY 4
                   GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM NOT = 0
                   MOVE 28 TO WS-MILESTONE-DD
               ELSE
                   DIVIDE WS-MILESTONE-YYYY BY 100
                       GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = 0
                       DIVIDE WS-MILESTONE-YYYY BY 400
                           GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
                       IF WS-YEAR-REM NOT = 0
                           MOVE 28 TO WS-MILESTONE-DD
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       ADJUST-LEAP-DAY-EXIT.
           EXIT.

       WRITE-DEPT-HEADING SECTION.
           MOVE WS-CURRENT-DEPT TO D-DEPTNO
           MOVE SPACES TO LSL-REPORT-REC
           STRING "DEPARTMENT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE SPACES TO LSL-REPORT-REC
           STRING "EMPNO  EMPLOYEE    HIREDATE  SERVICE   WEEKS"
                   DELIMITED SIZE
               "     LIABILITY  CLASS" DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE SPACES TO LSL-REPORT-REC
           STRING "-----  --------    --------  -------  ------"
                   DELIMITED SIZE
               "  ------------  -----" DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-CURRENT
           MOVE ZERO TO WS-DEPT-NONCURRENT
           MOVE ZERO TO WS-DEPT-TOTAL
           .
       WRITE-DEPT-HEADING-EXIT.
           EXIT.

       WRITE-DEPT-TOTALS SECTION.
           MOVE WS-CURRENT-DEPT TO D-DEPTNO
           MOVE WS-DEPT-COUNT TO D-COUNT
           MOVE WS-DEPT-CURRENT TO D-TOTAL
           MOVE WS-DEPT-NONCURRENT TO D-TOTAL-2
           MOVE WS-DEPT-TOTAL TO D-TOTAL-3
           MOVE SPACES TO LSL-REPORT-REC
           STRING "  DEPT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
               " (" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               ")  CURRENT " DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
               "  NON-CURRENT " DELIMITED SIZE
               D-TOTAL-2 DELIMITED SIZE
               "  TOTAL " DELIMITED SIZE
               D-TOTAL-3 DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE SPACES TO LSL-REPORT-REC
           WRITE LSL-REPORT-REC

           IF WS-POST-COUNT >= 100
               DISPLAY "LSLRPT: MORE THAN 100 DEPARTMENTS - "
                   "RUN REFUSED"
               CLOSE LSL-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE WS-CURRENT-DEPT TO WS-POST-DEPT(WS-POST-COUNT)
           MOVE WS-DEPT-TOTAL TO WS-POST-AMOUNT(WS-POST-COUNT)

           ADD WS-DEPT-COUNT TO WS-TOTAL-COUNT
           ADD WS-DEPT-CURRENT TO WS-TOTAL-CURRENT
           ADD WS-DEPT-NONCURRENT TO WS-TOTAL-NONCURRENT
           ADD WS-DEPT-TOTAL TO WS-TOTAL-PROVISION
           .
       WRITE-DEPT-TOTALS-EXIT.
           EXIT.

       WRITE-COMPANY-TOTALS SECTION.
           MOVE WS-TOTAL-COUNT TO D-COUNT
           MOVE WS-TOTAL-CURRENT TO D-TOTAL
           MOVE WS-TOTAL-NONCURRENT TO D-TOTAL-2
           MOVE WS-TOTAL-PROVISION TO D-TOTAL-3
           MOVE SPACES TO LSL-REPORT-REC
           STRING "COMPANY (" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               ")  CURRENT " DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
               "  NON-CURRENT " DELIMITED SIZE
               D-TOTAL-2 DELIMITED SIZE
               "  PROVISION " DELIMITED SIZE
               D-TOTAL-3 DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           IF WS-NO-HIRE-COUNT > 0
               MOVE WS-NO-HIRE-COUNT TO D-COUNT
               MOVE SPACES TO LSL-REPORT-REC
               STRING "EMPLOYEES LEFT OUT WITH NO HIREDATE: "
                       DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                 INTO LSL-REPORT-REC
               END-STRING
               WRITE LSL-REPORT-REC
           END-IF
           MOVE SPACES TO LSL-REPORT-REC
           WRITE LSL-REPORT-REC
           .
       WRITE-COMPANY-TOTALS-EXIT.
           EXIT.

       WRITE-ELIGIBILITY-LIST SECTION.
           MOVE SPACES TO LSL-REPORT-REC
           STRING "REACHING AN ELIGIBILITY POINT IN THE NEXT "
                   DELIMITED SIZE
               WS-NOTICE-DAYS DELIMITED SIZE
               " DAYS" DELIMITED SIZE
             INTO LSL-REPORT-REC
           END-STRING
           WRITE LSL-REPORT-REC
           MOVE "EMPNO  EMPLOYEE    DEPT  DATE      POINT"
               TO LSL-REPORT-REC
           WRITE LSL-REPORT-REC
           MOVE "-----  --------    ----  --------  -----"
               TO LSL-REPORT-REC
           WRITE LSL-REPORT-REC
           IF WS-DUE-COUNT = 0
               MOVE "  NONE" TO LSL-REPORT-REC
               WRITE LSL-REPORT-REC
           END-IF
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
               MOVE WS-DUE-EMPNO(WS-DUE-IDX) TO D-EMPNO
               MOVE WS-DUE-DEPT(WS-DUE-IDX) TO D-DEPTNO
               MOVE SPACES TO LSL-REPORT-REC
               STRING " " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DUE-NAME(WS-DUE-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-DEPTNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DUE-DATE(WS-DUE-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DUE-TEXT(WS-DUE-IDX) DELIMITED SIZE
                 INTO LSL-REPORT-REC
               END-STRING
               WRITE LSL-REPORT-REC
           END-PERFORM
           IF WS-DUE-OVERFLOW > 0
               MOVE WS-DUE-OVERFLOW TO D-COUNT
               MOVE SPACES TO LSL-REPORT-REC
               STRING "  ... AND " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   " MORE NOT LISTED" DELIMITED SIZE
                 INTO LSL-REPORT-REC
               END-STRING
               WRITE LSL-REPORT-REC
           END-IF
           .
       WRITE-ELIGIBILITY-LIST-EXIT.
           EXIT.

       WRITE-POSTING-FILE SECTION.
      *    LSL-POST-FILE names the provision posting file; it
      *    defaults to /tmp/lslpost.csv when unset. It is laid out
      *    as GLPOST's accrual file so the GL load takes it the same
      *    way - PERIOD, TYPE, DEPT, AMOUNT, ACCOUNT - with a DR line
      *    per department to LSL-EXP, the credit to LSL-PROV split
      *    into two CR lines whose DEPT column reads CURRENT and
      *    NON-CURRENT, and the same control-total trailer.
           MOVE SPACES TO WS-POSTING-FILENAME
           DISPLAY "LSL-POST-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-POSTING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-POSTING-FILENAME = SPACES
               MOVE "/tmp/lslpost.csv" TO WS-POSTING-FILENAME
           END-IF
           OPEN OUTPUT POSTING-FILE
           IF NOT WS-POSTING-FILE-OK
               DISPLAY "LSLRPT: UNABLE TO OPEN POSTING FILE: "
                   WS-POSTING-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

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

           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               PERFORM WRITE-ONE-DEBIT-LINE
           END-PERFORM

           MOVE "CURRENT" TO WS-CREDIT-SIDE
           MOVE WS-TOTAL-CURRENT TO WS-CREDIT-AMOUNT
           PERFORM WRITE-CREDIT-LINE
           MOVE "NON-CURRENT" TO WS-CREDIT-SIDE
           MOVE WS-TOTAL-NONCURRENT TO WS-CREDIT-AMOUNT
           PERFORM WRITE-CREDIT-LINE
           PERFORM WRITE-TRAILER-LINE

           CLOSE POSTING-FILE
           .
       WRITE-POSTING-FILE-EXIT.
           EXIT.

       WRITE-ONE-DEBIT-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-POST-DEPT(WS-POST-IDX) TO D-DEPTNO
           MOVE WS-POST-AMOUNT(WS-POST-IDX) TO D-CSV-AMOUNT
           ADD WS-POST-AMOUNT(WS-POST-IDX) TO WS-HASH-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "DR" TO CSVF-FIELD(2)
           MOVE D-DEPTNO TO CSVF-FIELD(3)
           MOVE D-CSV-AMOUNT TO CSVF-FIELD(4)
           MOVE "LSL-EXP" TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           .
       WRITE-ONE-DEBIT-LINE-EXIT.
           EXIT.

       WRITE-CREDIT-LINE SECTION.
      *    WS-CREDIT-SIDE and WS-CREDIT-AMOUNT are set by the caller.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CREDIT-AMOUNT TO D-CSV-TOTAL
           ADD WS-CREDIT-AMOUNT TO WS-HASH-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "CR" TO CSVF-FIELD(2)
           MOVE WS-CREDIT-SIDE TO CSVF-FIELD(3)
           MOVE D-CSV-TOTAL TO CSVF-FIELD(4)
           MOVE "LSL-PROV" TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           .
       WRITE-CREDIT-LINE-EXIT.
           EXIT.

       WRITE-TRAILER-LINE SECTION.
           MOVE WS-LINE-COUNT TO D-LINE-COUNT
           MOVE WS-HASH-TOTAL TO D-CSV-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 3 TO CSVF-FIELD-COUNT
           MOVE "TRAILER" TO CSVF-FIELD(1)
           MOVE D-LINE-COUNT TO CSVF-FIELD(2)
           MOVE D-CSV-TOTAL TO CSVF-FIELD(3)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           .
       WRITE-TRAILER-LINE-EXIT.
           EXIT.
