       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BUDGET-STATUS.
           SELECT LEAVERS-FILE ASSIGN TO WS-LEAVERS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEAVERS-STATUS.
           SELECT SAL-PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PEND-KEY
               FILE STATUS WS-PENDING-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-REC                  PIC X(200).
       FD  LEAVERS-FILE.
       01  LEAVERS-REC                 PIC X(200).
       FD  SAL-PENDING-FILE.
           COPY SALPND.
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  CHARGE-PCT                   PIC S9(3)V99 COMP-3
                                            VALUE 100.
       01  FCST-START-CHAR              PIC X(6).
       01  POSN-JOB                     PIC X(9) VARYING.
       01  POSN-AUTH                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-FROM                    PIC X(6).
       01  POSN-TO                      PIC X(6).
       01  POSN-FILLED                  PIC S9(9) COMP VALUE ZERO.
       01  POSN-MIDPOINT                PIC S9(7)V99 COMP-3
                                            VALUE ZERO.
       01  POSN-AVERAGE                 PIC S9(7)V99 COMP-3
                                            VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY CSVPARLK.

      *    PAYFCST projects payroll cost twelve months ahead, month
      *    by month and department by department, and sets it
      *    against the phased budget DEPTBUD reconciles to. Each
      *    employee starts from today's SAL and COMM - charged by
      *    the split-funding set in effect, as DEPTBUD charges
      *    actuals - and then:
      *      - a dated change waiting on the SALPND queue takes over
      *        from the month its PEND-EFF-DATE falls in (the month
      *        after, when dated after the 15th); a dated change
      *        still awaiting approval is counted, as it will be
      *        paid once approved;
      *      - the annual review lifts salary by FCST-REVIEW-PCT
      *        from the first FCST-REVIEW-MONTH inside the window,
      *        unless a queued change starting later replaces it;
      *      - a known leaver on FCST-LEAVERS-FILE drops out after
      *        the last day (from that month, when the last day
      *        falls before the 15th).
      *    Positions authorized (POSITION, maintained in DEPTMAINT)
      *    and not filled are costed at the job's band midpoint from
      *    the month FCST-FILL-LAG months into the window, for as
      *    long as each position row is in effect. A leaver's post
      *    is not assumed back-filled.
       01  WS-BUDGET-FILENAME           PIC X(256).
       01  WS-BUDGET-STATUS             PIC XX.
           88  WS-BUDGET-FILE-OK              VALUE "00".
       01  WS-BUDGET-EOF-SWITCH         PIC X VALUE "N".
           88  WS-BUDGET-EOF                  VALUE "Y".
       01  WS-LEAVERS-FILENAME          PIC X(256).
       01  WS-LEAVERS-STATUS            PIC XX.
           88  WS-LEAVERS-FILE-OK             VALUE "00".
       01  WS-LEAVERS-EOF-SWITCH        PIC X VALUE "N".
           88  WS-LEAVERS-EOF                 VALUE "Y".
       01  WS-PENDING-FILENAME          PIC X(256).
       01  WS-PENDING-STATUS            PIC XX.
           88  WS-PENDING-FILE-OK             VALUE "00".
           88  WS-PENDING-NO-FILE             VALUE "35".
       01  WS-PEND-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PEND-EOF                    VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    The twelve months forecast, FCST-START (YYYYMM) first -
      *    by default the current month.
       01  WS-MONTH-TABLE.
           05  WS-FC-ENTRY             OCCURS 12.
               10  WS-FC-YYYYMM        PIC 9(6).
               10  WS-FC-SPLIT REDEFINES WS-FC-YYYYMM.
                   15  WS-FC-YYYY      PIC 9(4).
                   15  WS-FC-MM        PIC 9(2).
       01  WS-MONTH-IDX                 PIC 9(2) COMP.
       01  WS-START-ENV                 PIC X(6).
       01  WS-START-MONTH               PIC 9(6).
       01  WS-START-SPLIT REDEFINES WS-START-MONTH.
           05  WS-START-YYYY            PIC 9(4).
           05  WS-START-MM              PIC 9(2).

      *    FCST-REVIEW-PCT is the annual review assumed, a
      *    percentage with up to two decimals (none when unset);
      *    FCST-REVIEW-MONTH the calendar month SALADJ's review
      *    normally runs in, default 07. A review in the first
      *    month of the window is taken to be in SAL already.
       01  WS-REVIEW-PCT-ENV            PIC X(7).
       01  WS-REVIEW-MONTH-ENV          PIC X(2).
       01  WS-REVIEW-PCT                PIC 9(3)V99 VALUE ZERO.
       01  WS-REVIEW-MM                 PIC 9(2) VALUE 7.
       01  WS-REVIEW-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-REVIEW-YYYYMM             PIC 9(6) VALUE 0.

      *    FCST-FILL-LAG is how many months a vacancy takes to fill,
      *    default 1 - a vacancy costs nothing in the window's first
      *    month.
       01  WS-FILL-LAG-ENV              PIC X(2).
       01  WS-FILL-LAG                  PIC 9(2) VALUE 1.

       01  WS-PCT-INT-IN                PIC X(4).
       01  WS-PCT-INT-RJUST             PIC X(3).
       01  WS-PCT-DEC-IN                PIC X(2).
       01  WS-PCT-INT-NUM               PIC 9(3).
       01  WS-PCT-DEC-NUM               PIC 9(2).
       01  WS-PCT-TRAIL-CT              PIC 99 COMP.
       01  WS-PCT-LEN                   PIC 99 COMP.

      *    Dated changes waiting on the queue.
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY            OCCURS 2000.
               10  WS-PND-EMPNO        PIC 9(4).
               10  WS-PND-EFF-DATE     PIC 9(8).
               10  WS-PND-FROM         PIC 9(6).
               10  WS-PND-SALARY       PIC 9(7)V99.
       01  WS-PND-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-PND-IDX                   PIC 9(4) COMP.
       01  WS-PND-BEST                  PIC 9(4) COMP.
       01  WS-PND-DATE                  PIC 9(8).
       01  WS-PND-DATE-SPLIT REDEFINES WS-PND-DATE.
           05  WS-PND-YYYY              PIC 9(4).
           05  WS-PND-MM                PIC 9(2).
           05  WS-PND-DD                PIC 9(2).
       01  WS-PND-MONTH                 PIC 9(6).
       01  WS-PND-MONTH-SPLIT REDEFINES WS-PND-MONTH.
           05  WS-PND-MONTH-YYYY        PIC 9(4).
           05  WS-PND-MONTH-MM          PIC 9(2).

      *    Known leavers - FCST-LEAVERS-FILE, a CSV line per leaver:
      *    EMPNO and the last day worked as YYYYMMDD. Lines starting
      *    with * or EMPNO are comments and headings. Unset, no
      *    leavers are assumed.
       01  WS-LEAVER-TABLE.
           05  WS-LVR-ENTRY            OCCURS 500.
               10  WS-LVR-EMPNO        PIC 9(4).
               10  WS-LVR-UNTIL        PIC 9(6).
       01  WS-LVR-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-LVR-IDX                   PIC 9(3) COMP.
       01  WS-LVR-DATE                  PIC 9(8).
       01  WS-LVR-DATE-SPLIT REDEFINES WS-LVR-DATE.
           05  WS-LVR-YYYY              PIC 9(4).
           05  WS-LVR-MM                PIC 9(2).
           05  WS-LVR-DD                PIC 9(2).
       01  WS-LVR-MONTH                 PIC 9(6).
       01  WS-LVR-MONTH-SPLIT REDEFINES WS-LVR-MONTH.
           05  WS-LVR-MONTH-YYYY        PIC 9(4).
           05  WS-LVR-MONTH-MM          PIC 9(2).
       01  WS-EMP-UNTIL                 PIC 9(6).

      *    Finance's phased budget - the same DEPTBUD-FILE DEPTBUD
      *    reads, twelve monthly figures January first.
       01  WS-BUDGET-TABLE.
           05  WS-BUD-ENTRY            OCCURS 100.
               10  WS-BUD-DEPT         PIC 9(4).
               10  WS-BUD-MONTH        PIC 9(9)V99 OCCURS 12.
               10  WS-BUD-MATCHED      PIC X.
                   88  WS-BUD-WAS-MATCHED    VALUE "Y".
       01  WS-BUDGET-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-BUDGET-IDX                PIC 9(3) COMP.
       01  WS-BUD-FOUND-SWITCH          PIC X.
           88  WS-BUD-FOUND                   VALUE "Y".
       01  WS-BUD-AMT-X                 PIC X(12).
       01  WS-BUD-INT-IN                PIC X(9).
       01  WS-BUD-INT-RJUST             PIC X(9).
       01  WS-BUD-DEC-IN                PIC X(2).
       01  WS-BUD-TRAIL-CT              PIC 99 COMP.
       01  WS-BUD-LEN                   PIC 99 COMP.
       01  WS-BUD-INT-NUM               PIC 9(9).
       01  WS-BUD-DEC-NUM               PIC 9(2).
       01  WS-BUD-VALUE                 PIC 9(9)V99.
       01  WS-BUD-OK-SWITCH             PIC X.
           88  WS-BUD-OK                      VALUE "Y".
       01  WS-BUD-MTH-IDX               PIC 9(2) COMP.
       01  WS-DEPT-RJUST                PIC X(4).
       01  WS-DEPT-TRAIL-CT             PIC 99 COMP.
       01  WS-DEPT-LEN                  PIC 99 COMP.

      *    The forecast grid, kept in department order - payroll
      *    (vacancies included) and the vacancy part of it.
       01  WS-DEPT-TABLE.
           05  WS-DPT-ENTRY            OCCURS 200.
               10  WS-DPT-DEPTNO       PIC 9(4).
               10  WS-DPT-FCST         PIC 9(9)V99 OCCURS 12.
               10  WS-DPT-VAC          PIC 9(9)V99 OCCURS 12.
       01  WS-DPT-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-DPT-IDX                   PIC 9(3) COMP.
       01  WS-DPT-SHIFT                 PIC 9(3) COMP.
       01  WS-FIND-DEPTNO               PIC 9(4).
       01  WS-DPT-FULL-SWITCH           PIC X VALUE "N".
           88  WS-DPT-TABLE-FULL              VALUE "Y".

      *    One department and job's authorized count by month, from
      *    every position row in effect at some point in the window.
       01  WS-VACANCY-TABLE.
           05  WS-VAC-ENTRY            OCCURS 500.
               10  WS-VAC-DEPT         PIC 9(4).
               10  WS-VAC-JOB          PIC X(9).
               10  WS-VAC-FILLED       PIC 9(5).
               10  WS-VAC-RATE         PIC 9(7)V99.
               10  WS-VAC-AUTH         PIC 9(5) OCCURS 12.
       01  WS-VAC-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-VAC-IDX                   PIC 9(3) COMP.
       01  WS-VAC-OPEN                  PIC S9(5).

      *    One employee row being projected.
       01  WS-EMP-EMPNO                 PIC 9(4).
       01  WS-BASE-SALARY               PIC 9(7)V99.
       01  WS-BASE-COMM                 PIC 9(7)V99.
       01  WS-MONTH-SALARY              PIC 9(7)V99.
       01  WS-MONTH-COST                PIC 9(9)V99.
       01  WS-SHARE                     PIC 9(9)V99.

      *    Report totals.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-FCST          PIC 9(11)V99 OCCURS 12.
           05  WS-COMPANY-VAC           PIC 9(11)V99 OCCURS 12.
           05  WS-COMPANY-BUD           PIC 9(11)V99 OCCURS 12.
       01  WS-ROW-TABLE.
           05  WS-ROW-FCST              PIC 9(11)V99 OCCURS 12.
           05  WS-ROW-VAC               PIC 9(11)V99 OCCURS 12.
           05  WS-ROW-BUD               PIC 9(11)V99 OCCURS 12.
       01  WS-ROW-HAS-BUDGET-SWITCH     PIC X.
           88  WS-ROW-HAS-BUDGET              VALUE "Y".
       01  WS-ROW-VARIANCE              PIC S9(11)V99.
       01  WS-ROW-FCST-TOTAL            PIC 9(13)V99.
       01  WS-ROW-BUD-TOTAL             PIC 9(13)V99.
       01  WS-ROW-OVER-MONTHS           PIC 9(2).
       01  WS-ROW-FIRST-OVER            PIC 9(6).
       01  WS-ROW-VAC-SWITCH            PIC X.
           88  WS-ROW-HAS-VACANCIES           VALUE "Y".

       01  WS-EMP-ROWS                  PIC 9(7) VALUE 0.
       01  WS-POSN-ROWS                 PIC 9(7) VALUE 0.
       01  WS-DEPT-OVER-COUNT           PIC 9(3) VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNCOSTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).

      *    The grid is printed in whole dollars - a label and twelve
      *    ten-character cells, a * in front of a month over budget.
       01  WS-GRID-LINE.
           05  GL-LABEL                 PIC X(10).
           05  GL-CELL                 OCCURS 12.
               10  GL-FLAG              PIC X.
               10  GL-AMOUNT            PIC -(8)9.
       01  WS-GRID-HEADING.
           05  GH-LABEL                 PIC X(10).
           05  GH-CELL                 OCCURS 12.
               10  FILLER               PIC X(4).
               10  GH-MONTH             PIC 9(6).

       01  DISPLAY-VARIABLES.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-TOTAL                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  D-TOTAL-2                PIC Z,ZZZ,ZZZ,ZZ9.
           05  D-PCT                    PIC ZZ9.99.
           05  D-COUNT                  PIC Z9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-FORECAST-SETTINGS
           PERFORM LOAD-BUDGET-FILE
           PERFORM LOAD-LEAVERS
           PERFORM LOAD-PENDING-CHANGES
           IF WS-FETCH-FAILED
               DISPLAY "PAYFCST: NO FORECAST PREPARED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CONNECT-TO-ORACLE
           PERFORM FORECAST-EMPLOYEES
           IF NOT WS-FETCH-FAILED
               PERFORM LOAD-POSITIONS
           END-IF
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           IF WS-FETCH-FAILED
               DISPLAY "PAYFCST: NO FORECAST PREPARED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COST-VACANCIES
           PERFORM WRITE-FORECAST-REPORT

           DISPLAY "PAYFCST: " WS-START-MONTH " for twelve months - "
               WS-DEPT-OVER-COUNT " department(s) over budget, "
               WS-EXCEPTION-COUNT " exception(s), report in "
               WS-RPT-FILENAME
           PERFORM RECORD-RUN-END

           IF WS-DEPT-OVER-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PAYFCST" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PAYFCST: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-EMP-ROWS TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-EMP-ROWS TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-FORECAST-SETTINGS SECTION.
           MOVE SPACES TO WS-START-ENV
           DISPLAY "FCST-START" UPON ENVIRONMENT-NAME
           ACCEPT WS-START-ENV FROM ENVIRONMENT-VALUE
           IF WS-START-ENV = SPACES
               MOVE WS-TODAY-YYYY TO WS-START-YYYY
               MOVE WS-TODAY-MM TO WS-START-MM
           ELSE
               IF WS-START-ENV IS NOT NUMERIC
                   SET WS-FETCH-FAILED TO TRUE
                   DISPLAY "PAYFCST: FCST-START MUST BE YYYYMM - "
                       WS-START-ENV
                   GO TO RESOLVE-FORECAST-SETTINGS-EXIT
               END-IF
               MOVE WS-START-ENV TO WS-START-MONTH
               IF WS-START-MM < 1 OR WS-START-MM > 12
                   SET WS-FETCH-FAILED TO TRUE
                   DISPLAY "PAYFCST: FCST-START MUST BE YYYYMM - "
                       WS-START-ENV
                   GO TO RESOLVE-FORECAST-SETTINGS-EXIT
               END-IF
           END-IF
           MOVE WS-START-MONTH TO FCST-START-CHAR
      *    Month 1 is the start; each one after it steps a month on.
           MOVE WS-START-MONTH TO WS-FC-YYYYMM(1)
           PERFORM VARYING WS-MONTH-IDX FROM 2 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE WS-FC-YYYYMM(WS-MONTH-IDX - 1)
                   TO WS-FC-YYYYMM(WS-MONTH-IDX)
               IF WS-FC-MM(WS-MONTH-IDX) = 12
                   ADD 1 TO WS-FC-YYYY(WS-MONTH-IDX)
                   MOVE 1 TO WS-FC-MM(WS-MONTH-IDX)
               ELSE
                   ADD 1 TO WS-FC-MM(WS-MONTH-IDX)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REVIEW-MONTH-ENV
           DISPLAY "FCST-REVIEW-MONTH" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-MONTH-ENV FROM ENVIRONMENT-VALUE
           IF WS-REVIEW-MONTH-ENV NOT = SPACES
               IF WS-REVIEW-MONTH-ENV IS NUMERIC
                   AND WS-REVIEW-MONTH-ENV >= "01"
                   AND WS-REVIEW-MONTH-ENV <= "12"
                   MOVE WS-REVIEW-MONTH-ENV TO WS-REVIEW-MM
               ELSE
                   DISPLAY "PAYFCST: FCST-REVIEW-MONTH "
                       WS-REVIEW-MONTH-ENV " NOT 01-12 - 07 USED"
               END-IF
           END-IF

           MOVE SPACES TO WS-REVIEW-PCT-ENV
           DISPLAY "FCST-REVIEW-PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEW-PCT-ENV FROM ENVIRONMENT-VALUE
           IF WS-REVIEW-PCT-ENV NOT = SPACES
               PERFORM EDIT-REVIEW-PCT
           END-IF

           PERFORM VARYING WS-MONTH-IDX FROM 2 BY 1
               UNTIL WS-MONTH-IDX > 12 OR WS-REVIEW-IDX > 0
               IF WS-FC-MM(WS-MONTH-IDX) = WS-REVIEW-MM
                   MOVE WS-MONTH-IDX TO WS-REVIEW-IDX
                   MOVE WS-FC-YYYYMM(WS-MONTH-IDX) TO WS-REVIEW-YYYYMM
               END-IF
           END-PERFORM
           IF WS-REVIEW-PCT = 0
               MOVE 0 TO WS-REVIEW-IDX
               MOVE 0 TO WS-REVIEW-YYYYMM
           END-IF

           MOVE SPACES TO WS-FILL-LAG-ENV
           DISPLAY "FCST-FILL-LAG" UPON ENVIRONMENT-NAME
           ACCEPT WS-FILL-LAG-ENV FROM ENVIRONMENT-VALUE
           IF WS-FILL-LAG-ENV NOT = SPACES
               IF WS-FILL-LAG-ENV(2:1) = SPACE
                   MOVE WS-FILL-LAG-ENV(1:1) TO WS-FILL-LAG-ENV(2:1)
                   MOVE "0" TO WS-FILL-LAG-ENV(1:1)
               END-IF
               IF WS-FILL-LAG-ENV IS NUMERIC
                   AND WS-FILL-LAG-ENV <= "12"
                   MOVE WS-FILL-LAG-ENV TO WS-FILL-LAG
               ELSE
                   DISPLAY "PAYFCST: FCST-FILL-LAG "
                       WS-FILL-LAG-ENV " NOT 0-12 - 1 USED"
               END-IF
           END-IF
           .
       RESOLVE-FORECAST-SETTINGS-EXIT.
           EXIT.

       EDIT-REVIEW-PCT SECTION.
      *    Whole percent with an optional decimal point and at most
      *    two places, SALADJ's own percentage edit.
           MOVE ZERO TO WS-PCT-TRAIL-CT
           INSPECT WS-REVIEW-PCT-ENV
               TALLYING WS-PCT-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-PCT-LEN = 7 - WS-PCT-TRAIL-CT
           MOVE SPACES TO WS-PCT-INT-IN
           MOVE SPACES TO WS-PCT-DEC-IN
           UNSTRING WS-REVIEW-PCT-ENV(1:WS-PCT-LEN) DELIMITED BY "."
               INTO WS-PCT-INT-IN WS-PCT-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-REVIEW-PCT-BAD
           END-UNSTRING
           MOVE ZERO TO WS-PCT-TRAIL-CT
           INSPECT WS-PCT-INT-IN
               TALLYING WS-PCT-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-PCT-LEN = 4 - WS-PCT-TRAIL-CT
           IF WS-PCT-LEN = 0 OR WS-PCT-LEN > 3
               GO TO EDIT-REVIEW-PCT-BAD
           END-IF
           MOVE ZEROS TO WS-PCT-INT-RJUST
           MOVE WS-PCT-INT-IN(1:WS-PCT-LEN)
               TO WS-PCT-INT-RJUST(4 - WS-PCT-LEN:WS-PCT-LEN)
           IF WS-PCT-INT-RJUST NOT NUMERIC
               GO TO EDIT-REVIEW-PCT-BAD
           END-IF
           IF WS-PCT-DEC-IN = SPACES
               MOVE "00" TO WS-PCT-DEC-IN
           END-IF
           IF WS-PCT-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-PCT-DEC-IN(2:1)
           END-IF
           IF WS-PCT-DEC-IN NOT NUMERIC
               GO TO EDIT-REVIEW-PCT-BAD
           END-IF
           MOVE WS-PCT-INT-RJUST TO WS-PCT-INT-NUM
           MOVE WS-PCT-DEC-IN TO WS-PCT-DEC-NUM
           COMPUTE WS-REVIEW-PCT =
               WS-PCT-INT-NUM + (WS-PCT-DEC-NUM / 100)
           GO TO EDIT-REVIEW-PCT-EXIT
           .
       EDIT-REVIEW-PCT-BAD.
           DISPLAY "PAYFCST: FCST-REVIEW-PCT " WS-REVIEW-PCT-ENV
               " IS NOT A PERCENTAGE - NO REVIEW ASSUMED"
           MOVE ZERO TO WS-REVIEW-PCT
           .
       EDIT-REVIEW-PCT-EXIT.
           EXIT.

       LOAD-BUDGET-FILE SECTION.
      *    DEPTBUD-FILE names finance's budget file, a CSV line per
      *    department: DEPTNO followed by twelve monthly payroll
      *    figures, January first - read exactly as DEPTBUD reads
      *    it. A window running into next year is set against the
      *    same calendar month's figure.
           MOVE SPACES TO WS-BUDGET-FILENAME
           DISPLAY "DEPTBUD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BUDGET-FILENAME = SPACES
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: DEPTBUD-FILE NOT SET - NO BUDGET"
               GO TO LOAD-BUDGET-FILE-EXIT
           END-IF
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUDGET-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: UNABLE TO OPEN BUDGET FILE: "
                   WS-BUDGET-FILENAME
               GO TO LOAD-BUDGET-FILE-EXIT
           END-IF
           PERFORM UNTIL WS-BUDGET-EOF
               READ BUDGET-FILE
                   AT END
                       SET WS-BUDGET-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-BUDGET
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           IF WS-BUDGET-COUNT = 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: BUDGET FILE HELD NO USABLE ENTRIES"
           END-IF
           .
       LOAD-BUDGET-FILE-EXIT.
           EXIT.

       STORE-ONE-BUDGET SECTION.
           IF BUDGET-REC = SPACES
               OR BUDGET-REC(1:1) = "*"
               OR BUDGET-REC(1:4) = "DEPT"
               GO TO STORE-ONE-BUDGET-EXIT
           END-IF
           MOVE SPACES TO CSVP-PARM
           MOVE "," TO CSVP-DELIM
           MOVE SPACES TO CSVP-REC
           MOVE BUDGET-REC TO CSVP-REC(1:200)
           CALL "CSVPARSE" USING CSVP-PARM
           IF CSVP-FIELD-COUNT < 13
               DISPLAY "PAYFCST: BAD BUDGET LINE SKIPPED: "
                   BUDGET-REC(1:20)
               GO TO STORE-ONE-BUDGET-EXIT
           END-IF
           MOVE ZERO TO WS-DEPT-TRAIL-CT
           INSPECT CSVP-FIELD(1)(1:4)
               TALLYING WS-DEPT-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-DEPT-LEN = 4 - WS-DEPT-TRAIL-CT
           IF WS-DEPT-LEN = 0
               DISPLAY "PAYFCST: BAD BUDGET LINE SKIPPED: "
                   BUDGET-REC(1:20)
               GO TO STORE-ONE-BUDGET-EXIT
           END-IF
           MOVE ZEROS TO WS-DEPT-RJUST
           MOVE CSVP-FIELD(1)(1:WS-DEPT-LEN)
               TO WS-DEPT-RJUST(5 - WS-DEPT-LEN:WS-DEPT-LEN)
           IF WS-DEPT-RJUST NOT NUMERIC
               DISPLAY "PAYFCST: BAD BUDGET LINE SKIPPED: "
                   BUDGET-REC(1:20)
               GO TO STORE-ONE-BUDGET-EXIT
           END-IF
           IF WS-BUDGET-COUNT >= 100
               DISPLAY "PAYFCST: BUDGET TABLE FULL AT 100 - LINE "
                   "SKIPPED"
               GO TO STORE-ONE-BUDGET-EXIT
           END-IF
           ADD 1 TO WS-BUDGET-COUNT
           MOVE WS-DEPT-RJUST TO WS-BUD-DEPT(WS-BUDGET-COUNT)
           PERFORM VARYING WS-BUD-MTH-IDX FROM 1 BY 1
               UNTIL WS-BUD-MTH-IDX > 12
               MOVE CSVP-FIELD(WS-BUD-MTH-IDX + 1)(1:12)
                   TO WS-BUD-AMT-X
               PERFORM EDIT-BUDGET-AMOUNT
               IF WS-BUD-OK
                   MOVE WS-BUD-VALUE
                       TO WS-BUD-MONTH(WS-BUDGET-COUNT WS-BUD-MTH-IDX)
               ELSE
                   MOVE ZERO
                       TO WS-BUD-MONTH(WS-BUDGET-COUNT WS-BUD-MTH-IDX)
               END-IF
           END-PERFORM
           MOVE "N" TO WS-BUD-MATCHED(WS-BUDGET-COUNT)
           .
       STORE-ONE-BUDGET-EXIT.
           EXIT.

       EDIT-BUDGET-AMOUNT SECTION.
      *    Dollars with an optional decimal point and at most two
      *    decimal places, as DEPTBUD edits them.
           MOVE "N" TO WS-BUD-OK-SWITCH
           MOVE ZERO TO WS-BUD-TRAIL-CT
           INSPECT WS-BUD-AMT-X
               TALLYING WS-BUD-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-BUD-LEN = 12 - WS-BUD-TRAIL-CT
           IF WS-BUD-LEN = 0
               GO TO EDIT-BUDGET-AMOUNT-EXIT
           END-IF
           MOVE SPACES TO WS-BUD-INT-IN
           MOVE SPACES TO WS-BUD-DEC-IN
           UNSTRING WS-BUD-AMT-X(1:WS-BUD-LEN)
               DELIMITED BY "."
               INTO WS-BUD-INT-IN WS-BUD-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-BUDGET-AMOUNT-EXIT
           END-UNSTRING
           MOVE ZERO TO WS-BUD-TRAIL-CT
           INSPECT WS-BUD-INT-IN
               TALLYING WS-BUD-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-BUD-LEN = 9 - WS-BUD-TRAIL-CT
           IF WS-BUD-LEN = 0
               GO TO EDIT-BUDGET-AMOUNT-EXIT
           END-IF
           MOVE ZEROS TO WS-BUD-INT-RJUST
           MOVE WS-BUD-INT-IN(1:WS-BUD-LEN)
               TO WS-BUD-INT-RJUST(10 - WS-BUD-LEN:WS-BUD-LEN)
           IF WS-BUD-INT-RJUST NOT NUMERIC
               GO TO EDIT-BUDGET-AMOUNT-EXIT
           END-IF
           IF WS-BUD-DEC-IN = SPACES
               MOVE "00" TO WS-BUD-DEC-IN
           END-IF
           IF WS-BUD-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-BUD-DEC-IN(2:1)
           END-IF
           IF WS-BUD-DEC-IN NOT NUMERIC
               GO TO EDIT-BUDGET-AMOUNT-EXIT
           END-IF
           MOVE WS-BUD-INT-RJUST TO WS-BUD-INT-NUM
           MOVE WS-BUD-DEC-IN TO WS-BUD-DEC-NUM
           COMPUTE WS-BUD-VALUE =
               WS-BUD-INT-NUM + (WS-BUD-DEC-NUM / 100)
           SET WS-BUD-OK TO TRUE
           .
       EDIT-BUDGET-AMOUNT-EXIT.
           EXIT.

       LOAD-LEAVERS SECTION.
           MOVE SPACES TO WS-LEAVERS-FILENAME
           DISPLAY "FCST-LEAVERS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEAVERS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEAVERS-FILENAME = SPACES
               GO TO LOAD-LEAVERS-EXIT
           END-IF
           OPEN INPUT LEAVERS-FILE
           IF NOT WS-LEAVERS-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: UNABLE TO OPEN LEAVERS FILE: "
                   WS-LEAVERS-FILENAME
               GO TO LOAD-LEAVERS-EXIT
           END-IF
           PERFORM UNTIL WS-LEAVERS-EOF
               READ LEAVERS-FILE
                   AT END
                       SET WS-LEAVERS-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-LEAVER
               END-READ
           END-PERFORM
           CLOSE LEAVERS-FILE
           .
       LOAD-LEAVERS-EXIT.
           EXIT.

       STORE-ONE-LEAVER SECTION.
           IF LEAVERS-REC = SPACES
               OR LEAVERS-REC(1:1) = "*"
               OR LEAVERS-REC(1:5) = "EMPNO"
               GO TO STORE-ONE-LEAVER-EXIT
           END-IF
           MOVE SPACES TO CSVP-PARM
           MOVE "," TO CSVP-DELIM
           MOVE SPACES TO CSVP-REC
           MOVE LEAVERS-REC TO CSVP-REC(1:200)
           CALL "CSVPARSE" USING CSVP-PARM
           IF CSVP-FIELD-COUNT < 2
               OR CSVP-FIELD(2)(1:8) NOT NUMERIC
               OR CSVP-FIELD(2)(9:32) NOT = SPACES
               DISPLAY "PAYFCST: BAD LEAVER LINE SKIPPED: "
                   LEAVERS-REC(1:20)
               GO TO STORE-ONE-LEAVER-EXIT
           END-IF
           MOVE ZERO TO WS-DEPT-TRAIL-CT
           INSPECT CSVP-FIELD(1)(1:4)
               TALLYING WS-DEPT-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-DEPT-LEN = 4 - WS-DEPT-TRAIL-CT
           IF WS-DEPT-LEN = 0
               DISPLAY "PAYFCST: BAD LEAVER LINE SKIPPED: "
                   LEAVERS-REC(1:20)
               GO TO STORE-ONE-LEAVER-EXIT
           END-IF
           MOVE ZEROS TO WS-DEPT-RJUST
           MOVE CSVP-FIELD(1)(1:WS-DEPT-LEN)
               TO WS-DEPT-RJUST(5 - WS-DEPT-LEN:WS-DEPT-LEN)
           MOVE CSVP-FIELD(2)(1:8) TO WS-LVR-DATE
           IF WS-DEPT-RJUST NOT NUMERIC
               OR WS-LVR-MM < 1 OR WS-LVR-MM > 12
               OR WS-LVR-DD < 1 OR WS-LVR-DD > 31
               DISPLAY "PAYFCST: BAD LEAVER LINE SKIPPED: "
                   LEAVERS-REC(1:20)
               GO TO STORE-ONE-LEAVER-EXIT
           END-IF
           IF WS-LVR-COUNT >= 500
               DISPLAY "PAYFCST: MORE THAN 500 LEAVERS - "
                   "REMAINDER IGNORED"
               GO TO STORE-ONE-LEAVER-EXIT
           END-IF
      *    The last month paid: the month of the last day, or the
      *    month before when the last day falls before the 15th.
           MOVE WS-LVR-YYYY TO WS-LVR-MONTH-YYYY
           MOVE WS-LVR-MM TO WS-LVR-MONTH-MM
           IF WS-LVR-DD < 15
               IF WS-LVR-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-LVR-MONTH-YYYY
                   MOVE 12 TO WS-LVR-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-LVR-MONTH-MM
               END-IF
           END-IF
           ADD 1 TO WS-LVR-COUNT
           MOVE WS-DEPT-RJUST TO WS-LVR-EMPNO(WS-LVR-COUNT)
           MOVE WS-LVR-MONTH TO WS-LVR-UNTIL(WS-LVR-COUNT)
           .
       STORE-ONE-LEAVER-EXIT.
           EXIT.

       LOAD-PENDING-CHANGES SECTION.
      *    SAL-PENDING-FILE names the queue LOGON and SALAPPLY keep;
      *    it defaults to /tmp/sal_pending.dat when unset. Only the
      *    dated entries are forecast - an undated one has no month
      *    to start in until a supervisor decides it.
           MOVE SPACES TO WS-PENDING-FILENAME
           DISPLAY "SAL-PENDING-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PENDING-FILENAME = SPACES
               MOVE "/tmp/sal_pending.dat" TO WS-PENDING-FILENAME
           END-IF
           OPEN INPUT SAL-PENDING-FILE
           IF WS-PENDING-NO-FILE
               GO TO LOAD-PENDING-CHANGES-EXIT
           END-IF
           IF NOT WS-PENDING-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: UNABLE TO OPEN PENDING FILE: "
                   WS-PENDING-FILENAME " STATUS=" WS-PENDING-STATUS
               GO TO LOAD-PENDING-CHANGES-EXIT
           END-IF
           MOVE ZEROS TO PEND-KEY
           START SAL-PENDING-FILE
               KEY NOT LESS PEND-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PEND-EOF
               READ SAL-PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PEND-EFF-DATE NOT = ZERO
                           PERFORM STORE-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAL-PENDING-FILE
           .
       LOAD-PENDING-CHANGES-EXIT.
           EXIT.

       STORE-ONE-PENDING SECTION.
           IF WS-PND-COUNT >= 2000
               DISPLAY "PAYFCST: MORE THAN 2000 DATED CHANGES - "
                   "REMAINDER IGNORED"
               GO TO STORE-ONE-PENDING-EXIT
           END-IF
      *    The first month paid at the new rate: the month of the
      *    effective date, or the month after when it falls after
      *    the 15th.
           MOVE PEND-EFF-DATE TO WS-PND-DATE
           MOVE WS-PND-YYYY TO WS-PND-MONTH-YYYY
           MOVE WS-PND-MM TO WS-PND-MONTH-MM
           IF WS-PND-DD > 15
               IF WS-PND-MONTH-MM = 12
                   ADD 1 TO WS-PND-MONTH-YYYY
                   MOVE 1 TO WS-PND-MONTH-MM
               ELSE
                   ADD 1 TO WS-PND-MONTH-MM
               END-IF
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE PEND-EMPNO TO WS-PND-EMPNO(WS-PND-COUNT)
           MOVE PEND-EFF-DATE TO WS-PND-EFF-DATE(WS-PND-COUNT)
           MOVE WS-PND-MONTH TO WS-PND-FROM(WS-PND-COUNT)
           MOVE PEND-REQUESTED TO WS-PND-SALARY(WS-PND-COUNT)
           .
       STORE-ONE-PENDING-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "PAYFCST" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "PAYFCST: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       FORECAST-EMPLOYEES SECTION.
      *    One row per employee and department charged - the whole
      *    of the pay to EMP.DEPTNO, or each line of the EMPALLOC
      *    set in effect today with its percentage (ALLOCMAINT).
           EXEC SQL
               DECLARE FCSTCURS CURSOR FOR
                   SELECT E.EMPNO, E.DEPTNO, 100,
                          NVL(E.SAL, 0), NVL(E.COMM, 0)
                   FROM EMP E
                   WHERE NVL(E.STATUS, 'A') <> 'T'
                     AND NOT EXISTS
                         (SELECT 1 FROM EMPALLOC A
                           WHERE A.EMPNO = E.EMPNO
                             AND A.EFFFROM <= TRUNC(SYSDATE)
                             AND (A.EFFTO IS NULL
                                  OR A.EFFTO >= TRUNC(SYSDATE)))
                   UNION ALL
                   SELECT E.EMPNO, A.DEPTNO, A.PCT,
                          NVL(E.SAL, 0), NVL(E.COMM, 0)
                   FROM EMP E, EMPALLOC A
                   WHERE A.EMPNO = E.EMPNO
                     AND NVL(E.STATUS, 'A') <> 'T'
                     AND A.EFFFROM <= TRUNC(SYSDATE)
                     AND (A.EFFTO IS NULL
                          OR A.EFFTO >= TRUNC(SYSDATE))
                   ORDER BY 2, 1
           END-EXEC

           EXEC SQL
               OPEN FCSTCURS
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               GO TO FORECAST-EMPLOYEES-EXIT
           END-IF

           EXEC SQL
               FETCH FCSTCURS
                   INTO :EMP-NUMBER, :DEPT-NUMBER, :CHARGE-PCT,
                        :SALARY, :COMMISSION
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               ADD 1 TO WS-EMP-ROWS
               PERFORM FORECAST-ONE-ROW
               EXEC SQL
                   FETCH FCSTCURS
                       INTO :EMP-NUMBER, :DEPT-NUMBER, :CHARGE-PCT,
                            :SALARY, :COMMISSION
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: FETCH FAILED, SQLCODE: " SQLCODE
           END-IF

           EXEC SQL
               CLOSE FCSTCURS
           END-EXEC
           .
       FORECAST-EMPLOYEES-EXIT.
           EXIT.

       FORECAST-ONE-ROW SECTION.
           MOVE DEPT-NUMBER TO WS-FIND-DEPTNO
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DPT-TABLE-FULL
               GO TO FORECAST-ONE-ROW-EXIT
           END-IF
           MOVE EMP-NUMBER TO WS-EMP-EMPNO
           MOVE SALARY TO WS-BASE-SALARY
           MOVE COMMISSION TO WS-BASE-COMM

           MOVE 999999 TO WS-EMP-UNTIL
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
               UNTIL WS-LVR-IDX > WS-LVR-COUNT
               IF WS-LVR-EMPNO(WS-LVR-IDX) = WS-EMP-EMPNO
                   MOVE WS-LVR-UNTIL(WS-LVR-IDX) TO WS-EMP-UNTIL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               IF WS-FC-YYYYMM(WS-MONTH-IDX) NOT > WS-EMP-UNTIL
                   PERFORM PROJECT-ONE-MONTH
                   COMPUTE WS-SHARE ROUNDED =
                       WS-MONTH-COST * CHARGE-PCT / 100
                   ADD WS-SHARE
                       TO WS-DPT-FCST(WS-DPT-IDX WS-MONTH-IDX)
               END-IF
           END-PERFORM
           .
       FORECAST-ONE-ROW-EXIT.
           EXIT.

       PROJECT-ONE-MONTH SECTION.
      *    The salary for the month: the latest dated change started
      *    by then, else SAL; the review on top of whichever is the
      *    rate going into the review month.
           MOVE 0 TO WS-PND-BEST
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-EMPNO(WS-PND-IDX) = WS-EMP-EMPNO
                   AND WS-PND-FROM(WS-PND-IDX)
                       NOT > WS-FC-YYYYMM(WS-MONTH-IDX)
                   IF WS-PND-BEST = 0
                       MOVE WS-PND-IDX TO WS-PND-BEST
                   ELSE
                       IF WS-PND-EFF-DATE(WS-PND-IDX)
                           NOT < WS-PND-EFF-DATE(WS-PND-BEST)
                           MOVE WS-PND-IDX TO WS-PND-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PND-BEST = 0
               MOVE WS-BASE-SALARY TO WS-MONTH-SALARY
           ELSE
               MOVE WS-PND-SALARY(WS-PND-BEST) TO WS-MONTH-SALARY
           END-IF
           IF WS-REVIEW-IDX > 0
               AND WS-MONTH-IDX NOT < WS-REVIEW-IDX
               IF WS-PND-BEST = 0
                   OR WS-PND-FROM(WS-PND-BEST) < WS-REVIEW-YYYYMM
                   COMPUTE WS-MONTH-SALARY ROUNDED =
                       WS-MONTH-SALARY * (100 + WS-REVIEW-PCT) / 100
               END-IF
           END-IF
           COMPUTE WS-MONTH-COST = WS-MONTH-SALARY + WS-BASE-COMM
           .
       PROJECT-ONE-MONTH-EXIT.
           EXIT.

       FIND-OR-ADD-DEPT SECTION.
      *    The grid is kept in department order; a department not
      *    yet on it is slotted in at its place.
           MOVE "N" TO WS-DPT-FULL-SWITCH
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-COUNT
               OR WS-DPT-DEPTNO(WS-DPT-IDX) >= WS-FIND-DEPTNO
               CONTINUE
           END-PERFORM
           IF WS-DPT-IDX <= WS-DPT-COUNT
               IF WS-DPT-DEPTNO(WS-DPT-IDX) = WS-FIND-DEPTNO
                   GO TO FIND-OR-ADD-DEPT-EXIT
               END-IF
           END-IF
           IF WS-DPT-COUNT >= 200
               SET WS-DPT-TABLE-FULL TO TRUE
               DISPLAY "PAYFCST: MORE THAN 200 DEPARTMENTS - "
                   WS-FIND-DEPTNO " NOT FORECAST"
               GO TO FIND-OR-ADD-DEPT-EXIT
           END-IF
           PERFORM VARYING WS-DPT-SHIFT FROM WS-DPT-COUNT BY -1
               UNTIL WS-DPT-SHIFT < WS-DPT-IDX
               MOVE WS-DPT-ENTRY(WS-DPT-SHIFT)
                   TO WS-DPT-ENTRY(WS-DPT-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-DPT-COUNT
           INITIALIZE WS-DPT-ENTRY(WS-DPT-IDX)
           MOVE WS-FIND-DEPTNO TO WS-DPT-DEPTNO(WS-DPT-IDX)
           .
       FIND-OR-ADD-DEPT-EXIT.
           EXIT.

       LOAD-POSITIONS SECTION.
      *    Every position row in effect at some point in the window,
      *    with the count filling its department and job today and
      *    the job's band midpoint (JOBREF SALMID) - or, for a job
      *    with no band, the average salary of those in the job.
           EXEC SQL
               DECLARE POSNCURS CURSOR FOR
                   SELECT P.DEPTNO, P.JOBCODE, P.AUTHCOUNT,
                       TO_CHAR(P.EFFFROM, 'YYYYMM'),
                       NVL(TO_CHAR(P.EFFTO, 'YYYYMM'), '999999'),
                       (SELECT COUNT(*)
                          FROM EMP E
                         WHERE E.DEPTNO = P.DEPTNO
                           AND E.JOB = P.JOBCODE
                           AND NVL(E.STATUS, 'A') <> 'T'),
                       NVL((SELECT J.SALMID
                              FROM JOBREF J
                             WHERE J.JOBCODE = P.JOBCODE), 0),
                       NVL((SELECT ROUND(AVG(E.SAL), 2)
                              FROM EMP E
                             WHERE E.JOB = P.JOBCODE
                               AND NVL(E.STATUS, 'A') <> 'T'), 0)
                   FROM POSITION P
                   WHERE P.EFFFROM < ADD_MONTHS(
                             TO_DATE(:FCST-START-CHAR, 'YYYYMM'), 12)
                     AND (P.EFFTO IS NULL
                          OR P.EFFTO >=
                             TO_DATE(:FCST-START-CHAR, 'YYYYMM'))
                   ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN POSNCURS
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: UNABLE TO READ POSITION, SQLCODE: "
                   SQLCODE
               GO TO LOAD-POSITIONS-EXIT
           END-IF

           MOVE SPACES TO POSN-JOB-ARR
           EXEC SQL
               FETCH POSNCURS
                   INTO :DEPT-NUMBER, :POSN-JOB, :POSN-AUTH,
                        :POSN-FROM, :POSN-TO, :POSN-FILLED,
                        :POSN-MIDPOINT, :POSN-AVERAGE
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               ADD 1 TO WS-POSN-ROWS
               PERFORM STORE-ONE-POSITION
               MOVE SPACES TO POSN-JOB-ARR
               EXEC SQL
                   FETCH POSNCURS
                       INTO :DEPT-NUMBER, :POSN-JOB, :POSN-AUTH,
                            :POSN-FROM, :POSN-TO, :POSN-FILLED,
                            :POSN-MIDPOINT, :POSN-AVERAGE
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFCST: POSITION FETCH FAILED, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL
               CLOSE POSNCURS
           END-EXEC
           .
       LOAD-POSITIONS-EXIT.
           EXIT.

       STORE-ONE-POSITION SECTION.
           PERFORM VARYING WS-VAC-IDX FROM 1 BY 1
               UNTIL WS-VAC-IDX > WS-VAC-COUNT
               OR (WS-VAC-DEPT(WS-VAC-IDX) = DEPT-NUMBER
                   AND WS-VAC-JOB(WS-VAC-IDX) = POSN-JOB-ARR)
               CONTINUE
           END-PERFORM
           IF WS-VAC-IDX > WS-VAC-COUNT
               IF WS-VAC-COUNT >= 500
                   DISPLAY "PAYFCST: MORE THAN 500 POSITIONS - "
                       "REMAINDER NOT COSTED"
                   GO TO STORE-ONE-POSITION-EXIT
               END-IF
               ADD 1 TO WS-VAC-COUNT
               INITIALIZE WS-VAC-ENTRY(WS-VAC-COUNT)
               MOVE DEPT-NUMBER TO WS-VAC-DEPT(WS-VAC-COUNT)
               MOVE POSN-JOB-ARR TO WS-VAC-JOB(WS-VAC-COUNT)
               MOVE POSN-FILLED TO WS-VAC-FILLED(WS-VAC-COUNT)
               IF POSN-MIDPOINT > 0
                   MOVE POSN-MIDPOINT TO WS-VAC-RATE(WS-VAC-COUNT)
               ELSE
                   MOVE POSN-AVERAGE TO WS-VAC-RATE(WS-VAC-COUNT)
               END-IF
           END-IF
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               IF WS-FC-YYYYMM(WS-MONTH-IDX) NOT < POSN-FROM
                   AND WS-FC-YYYYMM(WS-MONTH-IDX) NOT > POSN-TO
                   ADD POSN-AUTH
                       TO WS-VAC-AUTH(WS-VAC-IDX WS-MONTH-IDX)
               END-IF
           END-PERFORM
           .
       STORE-ONE-POSITION-EXIT.
           EXIT.

       COST-VACANCIES SECTION.
           PERFORM VARYING WS-VAC-IDX FROM 1 BY 1
               UNTIL WS-VAC-IDX > WS-VAC-COUNT
               PERFORM COST-ONE-VACANCY
           END-PERFORM
           .
       COST-VACANCIES-EXIT.
           EXIT.

       COST-ONE-VACANCY SECTION.
           MOVE WS-VAC-DEPT(WS-VAC-IDX) TO WS-FIND-DEPTNO
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               IF WS-MONTH-IDX > WS-FILL-LAG
                   COMPUTE WS-VAC-OPEN =
                       WS-VAC-AUTH(WS-VAC-IDX WS-MONTH-IDX)
                       - WS-VAC-FILLED(WS-VAC-IDX)
                   IF WS-VAC-OPEN > 0
                       IF WS-VAC-RATE(WS-VAC-IDX) = 0
      *                    No band and no one in the job to go by.
                           ADD 1 TO WS-UNCOSTED-COUNT
                           ADD 1 TO WS-EXCEPTION-COUNT
                           DISPLAY "PAYFCST: VACANCY NOT COSTED - "
                               "DEPT " WS-VAC-DEPT(WS-VAC-IDX)
                               " JOB " WS-VAC-JOB(WS-VAC-IDX)
                               " HAS NO BAND"
                           GO TO COST-ONE-VACANCY-EXIT
                       END-IF
                       PERFORM FIND-OR-ADD-DEPT
                       IF WS-DPT-TABLE-FULL
                           GO TO COST-ONE-VACANCY-EXIT
                       END-IF
                       COMPUTE WS-SHARE =
                           WS-VAC-OPEN * WS-VAC-RATE(WS-VAC-IDX)
                       ADD WS-SHARE
                           TO WS-DPT-FCST(WS-DPT-IDX WS-MONTH-IDX)
                       ADD WS-SHARE
                           TO WS-DPT-VAC(WS-DPT-IDX WS-MONTH-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       COST-ONE-VACANCY-EXIT.
           EXIT.

       WRITE-FORECAST-REPORT SECTION.
      *    PAYFCST-RPT names the forecast; it defaults to
      *    /tmp/payfcst.rpt when unset, and is filed through the
      *    shared report router.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "PAYFCST-RPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/payfcst.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYFCST" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "PAYFCST: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "TWELVE-MONTH PAYROLL COST FORECAST AGAINST "
                   DELIMITED SIZE
               "PHASED BUDGET - FROM " DELIMITED SIZE
               WS-START-MONTH DELIMITED SIZE
               "  RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO FORECAST-REPORT-REC
           END-STRING
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           IF WS-REVIEW-IDX > 0
               MOVE WS-REVIEW-PCT TO D-PCT
               STRING "ANNUAL REVIEW " DELIMITED SIZE
                   D-PCT DELIMITED SIZE
                   "% FROM " DELIMITED SIZE
                   WS-REVIEW-YYYYMM DELIMITED SIZE
                 INTO FORECAST-REPORT-REC
               END-STRING
           ELSE
               MOVE "NO ANNUAL REVIEW IN THE WINDOW"
                   TO FORECAST-REPORT-REC
           END-IF
           MOVE WS-FILL-LAG TO D-COUNT
           STRING "   VACANCIES COSTED FROM MONTH " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " AFTER THE FIRST" DELIMITED SIZE
             INTO FORECAST-REPORT-REC(41:60)
           END-STRING
           WRITE FORECAST-REPORT-REC
           MOVE "WHOLE DOLLARS - * MARKS A MONTH OVER BUDGET"
               TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO WS-GRID-HEADING
           MOVE "MONTH" TO GH-LABEL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE WS-FC-YYYYMM(WS-MONTH-IDX)
                   TO GH-MONTH(WS-MONTH-IDX)
           END-PERFORM
           MOVE WS-GRID-HEADING TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE ALL "=" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE ZERO TO WS-COMPANY-FCST(WS-MONTH-IDX)
               MOVE ZERO TO WS-COMPANY-VAC(WS-MONTH-IDX)
               MOVE ZERO TO WS-COMPANY-BUD(WS-MONTH-IDX)
           END-PERFORM

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-COUNT
               PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM

           PERFORM WRITE-UNMATCHED-BUDGETS

           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE ALL "=" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE "COMPANY" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE WS-COMPANY-FCST(WS-MONTH-IDX)
                   TO WS-ROW-FCST(WS-MONTH-IDX)
               MOVE WS-COMPANY-VAC(WS-MONTH-IDX)
                   TO WS-ROW-VAC(WS-MONTH-IDX)
               MOVE WS-COMPANY-BUD(WS-MONTH-IDX)
                   TO WS-ROW-BUD(WS-MONTH-IDX)
           END-PERFORM
           SET WS-ROW-HAS-BUDGET TO TRUE
           PERFORM WRITE-GRID-BLOCK

           CLOSE FORECAST-REPORT-FILE
           .
       WRITE-FORECAST-REPORT-EXIT.
           EXIT.

       WRITE-ONE-DEPARTMENT SECTION.
           MOVE "N" TO WS-BUD-FOUND-SWITCH
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
                   OR WS-BUD-FOUND
               IF WS-BUD-DEPT(WS-BUDGET-IDX)
                   = WS-DPT-DEPTNO(WS-DPT-IDX)
                   SET WS-BUD-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BUDGET-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE WS-DPT-FCST(WS-DPT-IDX WS-MONTH-IDX)
                   TO WS-ROW-FCST(WS-MONTH-IDX)
               MOVE WS-DPT-VAC(WS-DPT-IDX WS-MONTH-IDX)
                   TO WS-ROW-VAC(WS-MONTH-IDX)
               ADD WS-DPT-FCST(WS-DPT-IDX WS-MONTH-IDX)
                   TO WS-COMPANY-FCST(WS-MONTH-IDX)
               ADD WS-DPT-VAC(WS-DPT-IDX WS-MONTH-IDX)
                   TO WS-COMPANY-VAC(WS-MONTH-IDX)
               MOVE ZERO TO WS-ROW-BUD(WS-MONTH-IDX)
               IF WS-BUD-FOUND
                   MOVE WS-BUD-MONTH(WS-BUDGET-IDX
                           WS-FC-MM(WS-MONTH-IDX))
                       TO WS-ROW-BUD(WS-MONTH-IDX)
                   ADD WS-ROW-BUD(WS-MONTH-IDX)
                       TO WS-COMPANY-BUD(WS-MONTH-IDX)
               END-IF
           END-PERFORM

           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-DPT-DEPTNO(WS-DPT-IDX) TO D-DEPTNO
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "DEPT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
             INTO FORECAST-REPORT-REC
           END-STRING
           WRITE FORECAST-REPORT-REC
           IF WS-BUD-FOUND
               MOVE "Y" TO WS-BUD-MATCHED(WS-BUDGET-IDX)
               SET WS-ROW-HAS-BUDGET TO TRUE
           ELSE
               MOVE "N" TO WS-ROW-HAS-BUDGET-SWITCH
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM WRITE-GRID-BLOCK
           IF WS-ROW-OVER-MONTHS > 0
               ADD 1 TO WS-DEPT-OVER-COUNT
           END-IF
           .
       WRITE-ONE-DEPARTMENT-EXIT.
           EXIT.

       WRITE-GRID-BLOCK SECTION.
      *    Forecast, the vacancy part of it when there is one, the
      *    budget and the variance for one row of the WS-ROW- tables,
      *    then the twelve-month summary.
           MOVE ZERO TO WS-ROW-FCST-TOTAL
           MOVE ZERO TO WS-ROW-BUD-TOTAL
           MOVE ZERO TO WS-ROW-OVER-MONTHS
           MOVE ZERO TO WS-ROW-FIRST-OVER
           MOVE "N" TO WS-ROW-VAC-SWITCH

           MOVE SPACES TO WS-GRID-LINE
           MOVE "  FORECAST" TO GL-LABEL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               COMPUTE GL-AMOUNT(WS-MONTH-IDX) ROUNDED =
                   WS-ROW-FCST(WS-MONTH-IDX)
               ADD WS-ROW-FCST(WS-MONTH-IDX) TO WS-ROW-FCST-TOTAL
               ADD WS-ROW-BUD(WS-MONTH-IDX) TO WS-ROW-BUD-TOTAL
               IF WS-ROW-VAC(WS-MONTH-IDX) > 0
                   SET WS-ROW-HAS-VACANCIES TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-GRID-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC

           IF WS-ROW-HAS-VACANCIES
               MOVE SPACES TO WS-GRID-LINE
               MOVE "   VACANCY" TO GL-LABEL
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
                   COMPUTE GL-AMOUNT(WS-MONTH-IDX) ROUNDED =
                       WS-ROW-VAC(WS-MONTH-IDX)
               END-PERFORM
               MOVE WS-GRID-LINE TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           END-IF

           IF NOT WS-ROW-HAS-BUDGET
               MOVE "  BUDGET      (NO BUDGET ON FILE)"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               GO TO WRITE-GRID-BLOCK-EXIT
           END-IF

           MOVE SPACES TO WS-GRID-LINE
           MOVE "  BUDGET" TO GL-LABEL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               COMPUTE GL-AMOUNT(WS-MONTH-IDX) ROUNDED =
                   WS-ROW-BUD(WS-MONTH-IDX)
           END-PERFORM
           MOVE WS-GRID-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC

           MOVE SPACES TO WS-GRID-LINE
           MOVE "  VARIANCE" TO GL-LABEL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               COMPUTE WS-ROW-VARIANCE =
                   WS-ROW-FCST(WS-MONTH-IDX) - WS-ROW-BUD(WS-MONTH-IDX)
               COMPUTE GL-AMOUNT(WS-MONTH-IDX) ROUNDED =
                   WS-ROW-VARIANCE
               IF WS-ROW-VARIANCE > 0
                   MOVE "*" TO GL-FLAG(WS-MONTH-IDX)
                   ADD 1 TO WS-ROW-OVER-MONTHS
                   IF WS-ROW-FIRST-OVER = 0
                       MOVE WS-FC-YYYYMM(WS-MONTH-IDX)
                           TO WS-ROW-FIRST-OVER
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-GRID-LINE TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC

           COMPUTE D-TOTAL ROUNDED = WS-ROW-FCST-TOTAL
           COMPUTE D-TOTAL-2 ROUNDED = WS-ROW-BUD-TOTAL
           MOVE SPACES TO FORECAST-REPORT-REC
           IF WS-ROW-OVER-MONTHS = 0
               STRING "  TWELVE MONTHS " DELIMITED SIZE
                   D-TOTAL DELIMITED SIZE
                   "  BUDGET " DELIMITED SIZE
                   D-TOTAL-2 DELIMITED SIZE
                   "  WITHIN BUDGET EVERY MONTH" DELIMITED SIZE
                 INTO FORECAST-REPORT-REC
               END-STRING
           ELSE
               MOVE WS-ROW-OVER-MONTHS TO D-COUNT
               STRING "  TWELVE MONTHS " DELIMITED SIZE
                   D-TOTAL DELIMITED SIZE
                   "  BUDGET " DELIMITED SIZE
                   D-TOTAL-2 DELIMITED SIZE
                   "  *** OVER FROM " DELIMITED SIZE
                   WS-ROW-FIRST-OVER DELIMITED SIZE
                   " - " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   " MONTH(S) OVER ***" DELIMITED SIZE
                 INTO FORECAST-REPORT-REC
               END-STRING
           END-IF
           WRITE FORECAST-REPORT-REC
           .
       WRITE-GRID-BLOCK-EXIT.
           EXIT.

       WRITE-UNMATCHED-BUDGETS SECTION.
      *    A budget line for a department with no payroll forecast
      *    is listed - a closed department or a mistyped number.
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               IF NOT WS-BUD-WAS-MATCHED(WS-BUDGET-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-BUD-DEPT(WS-BUDGET-IDX) TO D-DEPTNO
                   MOVE SPACES TO FORECAST-REPORT-REC
                   WRITE FORECAST-REPORT-REC
                   STRING "DEPT " DELIMITED SIZE
                       D-DEPTNO DELIMITED SIZE
                       "  BUDGETED BUT NO PAYROLL FORECAST"
                           DELIMITED SIZE
                     INTO FORECAST-REPORT-REC
                   END-STRING
                   WRITE FORECAST-REPORT-REC
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       ADD WS-BUD-MONTH(WS-BUDGET-IDX
                               WS-FC-MM(WS-MONTH-IDX))
                           TO WS-COMPANY-BUD(WS-MONTH-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       WRITE-UNMATCHED-BUDGETS-EXIT.
           EXIT.
