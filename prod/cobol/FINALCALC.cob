       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-PAY-FILE ASSIGN TO WS-FINAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FPY-KEY
               FILE STATUS WS-FINAL-STATUS.
           SELECT PAY-RUN-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT LEAVE-BAL-FILE ASSIGN TO WS-LEAVE-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LVB-KEY
               FILE STATUS WS-LEAVE-STATUS.
           SELECT TAX-DECL-FILE ASSIGN TO WS-DECL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY TAXD-EMPNO
               FILE STATUS WS-DECL-STATUS.
           SELECT SAL-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RTR-KEY
               FILE STATUS WS-RETRO-STATUS.
           SELECT FINAL-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-FILE.
           COPY FINALPAY.
       FD  PAY-RUN-FILE.
           COPY PAYRUNS.
       FD  LEAVE-BAL-FILE.
           COPY LEAVEBAL.
       FD  TAX-DECL-FILE.
           COPY TAXDECL.
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.
       FD  FINAL-REPORT-FILE.
       01  FINAL-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X(1).
       01  HIRE-DATE-CHAR               PIC X(8).
       01  HIRE-DATE-IND                PIC S9(4) COMP VALUE ZERO.
       01  TERM-DATE-CHAR               PIC X(8).
       01  TERM-DATE-IND                PIC S9(4) COMP VALUE ZERO.
       01  TERM-REASON                  PIC X(30) VARYING.
       01  TERM-REASON-IND              PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY RPTRTELK.
           COPY TAXCALCL.

      *    FINALCALC works out the final pay of every leaver still
      *    open on the final-pay register (copy/FINALPAY.cpy) and
      *    lists it on the final-pay register report for review.
      *    FINALREL pays what is CALCULATED here off-cycle. An entry
      *    stays open to recalculation until it is paid, so TERMREASON
      *    or a leave balance corrected after a first run is picked
      *    up by running it again.
       01  WS-FINAL-FILENAME            PIC X(256).
       01  WS-FINAL-STATUS              PIC XX.
           88  WS-FINAL-FILE-OK               VALUE "00".
           88  WS-FINAL-NO-FILE               VALUE "35".
       01  WS-FINAL-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FINAL-EOF                   VALUE "Y".
       01  WS-REGISTER-FILENAME         PIC X(256).
       01  WS-REGISTER-STATUS           PIC XX.
           88  WS-REGISTER-FILE-OK            VALUE "00".
       01  WS-REGISTER-EOF-SWITCH       PIC X VALUE "N".
           88  WS-REGISTER-EOF                VALUE "Y".
       01  WS-LEAVE-FILENAME            PIC X(256).
       01  WS-LEAVE-STATUS              PIC XX.
           88  WS-LEAVE-FILE-OK               VALUE "00".
       01  WS-LEAVE-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-LEAVE-OPEN                  VALUE "Y".
       01  WS-DECL-FILENAME             PIC X(256).
       01  WS-DECL-STATUS               PIC XX.
           88  WS-DECL-FILE-OK                VALUE "00".
       01  WS-DECL-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-DECL-OPEN                   VALUE "Y".
       01  WS-DECL-FOUND-SWITCH         PIC X.
           88  WS-DECL-FOUND                  VALUE "Y".
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
       01  WS-RETRO-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-RETRO-OPEN                  VALUE "Y".
       01  WS-RETRO-EOF-SWITCH          PIC X.
           88  WS-RETRO-EOF                   VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    The last period a regular run has paid - a leaver is owed
      *    salary from the day after it.
       01  WS-LAST-PAID-END             PIC 9(8) VALUE 0.

      *    National Employment Standards redundancy pay in weeks by
      *    completed years of service - 0 to 9 years, then 10 or
      *    more.
       01  WS-REDUND-SCALE-VALUES       PIC X(22)
               VALUE "0004060708101113141612".
       01  WS-REDUND-SCALE REDEFINES WS-REDUND-SCALE-VALUES.
           05  WS-REDUND-WEEKS-FOR      PIC 9(2) OCCURS 11 TIMES.
       01  WS-SCALE-IDX                 PIC 9(2) COMP.

      *    Per-entry working figures, as day numbers where dated.
       01  WS-WORK-DATE                 PIC 9(8).
       01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY             PIC 9(4).
           05  WS-WORK-MM               PIC 9(2).
           05  WS-WORK-DD               PIC 9(2).
       01  WS-HIRE-DATE                 PIC 9(8).
       01  WS-HIRE-SPLIT REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YYYY             PIC 9(4).
           05  WS-HIRE-MMDD             PIC 9(4).
       01  WS-TERM-DATE                 PIC 9(8).
       01  WS-TERM-SPLIT REDEFINES WS-TERM-DATE.
           05  WS-TERM-YYYY             PIC 9(4).
           05  WS-TERM-MM               PIC 9(2).
           05  WS-TERM-DD               PIC 9(2).
       01  WS-TERM-MMDD REDEFINES WS-TERM-DATE.
           05  FILLER                   PIC 9(4).
           05  WS-TERM-MMDD-PART        PIC 9(4).
       01  WS-NEXT-MONTH                PIC 9(8).
       01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-MONTH-YYYY       PIC 9(4).
           05  WS-NEXT-MONTH-MM         PIC 9(2).
           05  WS-NEXT-MONTH-DD         PIC 9(2).
       01  WS-TERM-INT                  PIC 9(7) COMP-5.
       01  WS-FROM-INT                  PIC 9(7) COMP-5.
       01  WS-WORK-INT                  PIC 9(7) COMP-5.
       01  WS-MONTH-DAYS                PIC 9(3).
       01  WS-OVER-DAYS                 PIC 9(5) COMP.
       01  WS-SERVICE-YEARS             PIC S9(3) COMP.
       01  WS-ANNUAL-SAL                PIC 9(9)V99.
       01  WS-WORK-REASON               PIC X(30).
       01  WS-REASON-HITS               PIC 9(3) COMP.
       01  WS-TODAY-INT                 PIC 9(7) COMP-5.
       01  WS-DUE-INT                   PIC 9(7) COMP-5.

       01  WS-ENTRY-COUNT               PIC 9(5) VALUE 0.
       01  WS-CALC-COUNT                PIC 9(5) VALUE 0.
       01  WS-CANCEL-COUNT              PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT             PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT             PIC 9(5) VALUE 0.
       01  WS-OVERPAID-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNRECOG-COUNT             PIC 9(5) VALUE 0.
       01  WS-GROSS-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-TAX-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-NET-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-OVERPAID-TOTAL            PIC 9(11)V99 VALUE 0.

       01  WS-TODAY                     PIC 9(8).

       01  RPT-HEADING-1.
           05  FILLER                   PIC X(45)
               VALUE "FINALCALC - FINAL-PAY REGISTER     RUN DATE ".
           05  RH1-DATE                 PIC 9(8).
           05  FILLER                   PIC X(22)
               VALUE "   LAST PERIOD PAID: ".
           05  RH1-LAST-PAID            PIC 9(8).
           05  FILLER                   PIC X(49) VALUE SPACES.
       01  RPT-HEADING-2.
           05  FILLER                   PIC X(44) VALUE
               "EMPNO  EMPLOYEE    DEPT  TERMINATED  DUE BY".
           05  FILLER                   PIC X(88) VALUE
               "     REASON".
       01  RPT-ENTRY-LINE.
           05  RE-EMPNO                 PIC Z(3)9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RE-NAME                  PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-DEPTNO                PIC Z(3)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-TERM-DATE             PIC 9(8).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RE-DUE-DATE              PIC 9(8).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RE-REASON                PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-FLAG                  PIC X(52).
       01  RPT-ITEM-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RI-LABEL                 PIC X(40).
           05  RI-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RI-NOTE                  PIC X(74).
       01  RPT-TOTAL-LINE.
           05  RT-LABEL                 PIC X(40).
           05  RT-COUNT                 PIC Z(4)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RT-AMOUNT                PIC Z(10)9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(71) VALUE SPACES.

       01  DISPLAY-VARIABLES.
           05  D-DAYS                   PIC ZZ9.
           05  D-LEAVE-DAYS             PIC ZZ9.99.
           05  D-WEEKS                  PIC Z9.
           05  D-YEARS                  PIC Z9.


       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM RECORD-RUN-START
           PERFORM OPEN-FINAL-FILE
           PERFORM LOAD-LAST-PAID-PERIOD
           PERFORM OPEN-LEAVE-BALANCES
           PERFORM LOAD-TAX-SCALES
           PERFORM OPEN-TAX-DECLARATIONS
           PERFORM OPEN-RETRO-FILE
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-FINAL-REPORT
           PERFORM CALCULATE-ALL-FINAL-PAY
           PERFORM WRITE-REPORT-TOTALS
           CLOSE FINAL-REPORT-FILE
           CLOSE FINAL-PAY-FILE
           IF WS-DECL-OPEN
               CLOSE TAX-DECL-FILE
           END-IF
           IF WS-RETRO-OPEN
               CLOSE SAL-RETRO-FILE
           END-IF
           IF WS-LEAVE-OPEN
               CLOSE LEAVE-BAL-FILE
           END-IF

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           DISPLAY "FINALCALC: " WS-ENTRY-COUNT " leaver(s) worked, "
               WS-CALC-COUNT " calculated for release, "
               WS-CANCEL-COUNT " cancelled - see " WS-RPT-FILENAME
           IF WS-OVERDUE-COUNT > 0
               DISPLAY "FINALCALC: " WS-OVERDUE-COUNT
                   " final pay(s) PAST THE DAY THEY WERE DUE"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERPAID-COUNT > 0 OR WS-UNRECOG-COUNT > 0
               OR WS-MISSING-COUNT > 0
               DISPLAY "FINALCALC: " WS-OVERPAID-COUNT " overpaid, "
                   WS-UNRECOG-COUNT " with a reason not recognised, "
                   WS-MISSING-COUNT " not on EMP - check the register"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The register feeds the final-pay release - two copies must
      *    never rework it at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "FINALCALC" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "FINALCALC: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-ENTRY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-ENTRY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       OPEN-FINAL-FILE SECTION.
      *    FINAL-PAY-FILE names the final-pay register FINALREG
      *    keeps; it defaults to /tmp/final_pay.dat. With none,
      *    nobody has been terminated since it was started.
           MOVE SPACES TO WS-FINAL-FILENAME
           DISPLAY "FINAL-PAY-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FINAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FINAL-FILENAME = SPACES
               MOVE "/tmp/final_pay.dat" TO WS-FINAL-FILENAME
           END-IF
           OPEN I-O FINAL-PAY-FILE
           IF WS-FINAL-NO-FILE
               DISPLAY "FINALCALC: NO TERMINATIONS REGISTERED AT "
                   WS-FINAL-FILENAME
               PERFORM RECORD-RUN-END
               GOBACK
           END-IF
           IF NOT WS-FINAL-FILE-OK
               DISPLAY "FINALCALC: UNABLE TO OPEN FINAL-PAY REGISTER: "
                   WS-FINAL-FILENAME
                   " STATUS=" WS-FINAL-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-FINAL-FILE-EXIT.
           EXIT.

       LOAD-LAST-PAID-PERIOD SECTION.
      *    PAY-RUN-REGISTER names the register of released runs
      *    (copy/PAYRUNS.cpy); it defaults to /tmp/pay_runs.dat.
      *    Only regular runs pay periods. With no register, salary
      *    is owed from HIREDATE, or the first of the month of
      *    TERMDATE for a leaver hired before records began.
           MOVE SPACES TO WS-REGISTER-FILENAME
           DISPLAY "PAY-RUN-REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTER-FILENAME = SPACES
               MOVE "/tmp/pay_runs.dat" TO WS-REGISTER-FILENAME
           END-IF
           OPEN INPUT PAY-RUN-FILE
           IF NOT WS-REGISTER-FILE-OK
               DISPLAY "FINALCALC: NO PAY-RUN REGISTER AT "
                   WS-REGISTER-FILENAME
               GO TO LOAD-LAST-PAID-PERIOD-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF
               READ PAY-RUN-FILE
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF NOT PRR-FINAL-PAY-RUN
                           AND PRR-PERIOD-END > WS-LAST-PAID-END
                           MOVE PRR-PERIOD-END TO WS-LAST-PAID-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-RUN-FILE
           .
       LOAD-LAST-PAID-PERIOD-EXIT.
           EXIT.

       OPEN-LEAVE-BALANCES SECTION.
      *    Unused annual leave is paid out of the leave balance
      *    master (copy/LEAVEBAL.cpy) LEAVEACR accrues and LEAVEPST
      *    books against. LEAVE-BAL-FILE names it, default
      *    /tmp/leave_bal.dat; with no master no leave is paid out.
           MOVE SPACES TO WS-LEAVE-FILENAME
           DISPLAY "LEAVE-BAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEAVE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEAVE-FILENAME = SPACES
               MOVE "/tmp/leave_bal.dat" TO WS-LEAVE-FILENAME
           END-IF
           OPEN INPUT LEAVE-BAL-FILE
           IF WS-LEAVE-FILE-OK
               SET WS-LEAVE-OPEN TO TRUE
           ELSE
               DISPLAY "FINALCALC: NO LEAVE BALANCES AT "
                   WS-LEAVE-FILENAME " - NO LEAVE PAID OUT"
           END-IF
           .
       OPEN-LEAVE-BALANCES-EXIT.
           EXIT.

       LOAD-TAX-SCALES SECTION.
      *    No withholding is worked without the scale table - every
      *    leaver would otherwise fall to the top rate.
           MOVE SPACES TO TX-PARM
           MOVE "L" TO TX-FUNCTION
           CALL "TAXCALC" USING TX-PARM
           IF NOT TX-OK
               DISPLAY "FINALCALC: NO USABLE TAX-SCALE TABLE - ENDED"
               CLOSE FINAL-PAY-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-TAX-SCALES-EXIT.
           EXIT.

       OPEN-TAX-DECLARATIONS SECTION.
      *    TAX-DECL-FILE names the declaration master TAXMAINT keeps;
      *    it defaults to /tmp/tax_decl.dat. Without it everyone is
      *    withheld at the top rate.
           MOVE SPACES TO WS-DECL-FILENAME
           DISPLAY "TAX-DECL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DECL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DECL-FILENAME = SPACES
               MOVE "/tmp/tax_decl.dat" TO WS-DECL-FILENAME
           END-IF
           OPEN INPUT TAX-DECL-FILE
           IF WS-DECL-FILE-OK
               SET WS-DECL-OPEN TO TRUE
           ELSE
               DISPLAY "FINALCALC: NO TAX DECLARATION MASTER AT "
                   WS-DECL-FILENAME " STATUS=" WS-DECL-STATUS
           END-IF
           .
       OPEN-TAX-DECLARATIONS-EXIT.
           EXIT.

       OPEN-RETRO-FILE SECTION.
      *    SAL-RETRO-FILE names the backdated salary change register;
      *    it defaults to /tmp/sal_retro.dat. Arrears worked out for
      *    a leaver are paid with their final pay, as the regular
      *    run no longer pays them.
           MOVE SPACES TO WS-RETRO-FILENAME
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           OPEN I-O SAL-RETRO-FILE
           IF WS-RETRO-FILE-OK
               SET WS-RETRO-OPEN TO TRUE
           END-IF
           .
       OPEN-RETRO-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Salary, dates and the reason for leaving come from EMP as
      *    they stand now - a TERMREASON corrected since the
      *    termination is what decides the payout.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "FINALCALC" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "FINALCALC: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE FINAL-PAY-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-FINAL-REPORT SECTION.
      *    FINALCALC-REPORT names the final-pay register report; it
      *    defaults to /tmp/finalcalc.rpt when unset and is filed
      *    through the report router.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "FINALCALC-REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/finalcalc.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "FINALCALC" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT FINAL-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "FINALCALC: UNABLE TO OPEN FINAL-PAY REPORT: "
                   WS-RPT-FILENAME
               CLOSE FINAL-PAY-FILE
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO RH1-DATE
           MOVE WS-LAST-PAID-END TO RH1-LAST-PAID
           WRITE FINAL-REPORT-REC FROM RPT-HEADING-1
           MOVE SPACES TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC FROM RPT-HEADING-2
           MOVE ALL "-" TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           .
       OPEN-FINAL-REPORT-EXIT.
           EXIT.

       CALCULATE-ALL-FINAL-PAY SECTION.
      *    Paid and cancelled entries are settled; only open and
      *    calculated-but-unpaid entries are worked again.
           MOVE LOW-VALUES TO FPY-KEY
           START FINAL-PAY-FILE KEY NOT LESS THAN FPY-KEY
               INVALID KEY
                   SET WS-FINAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FINAL-EOF
               READ FINAL-PAY-FILE NEXT
                   AT END
                       SET WS-FINAL-EOF TO TRUE
                   NOT AT END
                       IF FPY-OPEN OR FPY-CALCULATED
                           PERFORM CALCULATE-ONE-FINAL-PAY
                       END-IF
               END-READ
           END-PERFORM
           .
       CALCULATE-ALL-FINAL-PAY-EXIT.
           EXIT.

       CALCULATE-ONE-FINAL-PAY SECTION.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO RPT-ENTRY-LINE
           MOVE FPY-EMPNO TO RE-EMPNO
           MOVE FPY-TERM-DATE TO RE-TERM-DATE
           MOVE FPY-DUE-DATE TO RE-DUE-DATE

           MOVE FPY-EMPNO TO EMP-NUMBER
           MOVE SPACES TO EMP-NAME-ARR
           MOVE SPACES TO TERM-REASON-ARR
           EXEC SQL
               SELECT ENAME, SAL, DEPTNO, NVL(STATUS, 'A'),
                   TO_CHAR(HIREDATE, 'YYYYMMDD'),
                   TO_CHAR(TERMDATE, 'YYYYMMDD'),
                   TERMREASON
               INTO :EMP-NAME, :SALARY, :DEPT-NUMBER, :EMP-STATUS,
                   :HIRE-DATE-CHAR:HIRE-DATE-IND,
                   :TERM-DATE-CHAR:TERM-DATE-IND,
                   :TERM-REASON:TERM-REASON-IND
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-MISSING-COUNT
               MOVE FPY-NAME TO RE-NAME
               MOVE FPY-REASON TO RE-REASON
               MOVE "NOT ON EMP - LEFT OPEN, PAY BY HAND" TO RE-FLAG
               WRITE FINAL-REPORT-REC FROM RPT-ENTRY-LINE
               MOVE SPACES TO FINAL-REPORT-REC
               WRITE FINAL-REPORT-REC
               GO TO CALCULATE-ONE-FINAL-PAY-EXIT
           END-IF

      *    Rehired, or terminated again on another day (which has an
      *    entry of its own) - this final pay is no longer owed.
           IF EMP-STATUS NOT = "T"
               OR TERM-DATE-IND = -1
               OR TERM-DATE-CHAR NOT = FPY-TERM-DATE
               SET FPY-CANCELLED TO TRUE
               ADD 1 TO WS-CANCEL-COUNT
               MOVE EMP-NAME-ARR TO RE-NAME
               MOVE FPY-REASON TO RE-REASON
               MOVE "TERMINATION REVERSED - CANCELLED" TO RE-FLAG
               WRITE FINAL-REPORT-REC FROM RPT-ENTRY-LINE
               MOVE SPACES TO FINAL-REPORT-REC
               WRITE FINAL-REPORT-REC
               PERFORM REWRITE-FINAL-ENTRY
               GO TO CALCULATE-ONE-FINAL-PAY-EXIT
           END-IF

           MOVE EMP-NAME-ARR TO FPY-NAME
           MOVE DEPT-NUMBER TO FPY-DEPTNO
           IF TERM-REASON-IND NOT = -1
               MOVE TERM-REASON-ARR TO FPY-REASON
           END-IF
           MOVE ZERO TO WS-HIRE-DATE
           IF HIRE-DATE-IND NOT = -1
               AND HIRE-DATE-CHAR IS NUMERIC
               MOVE HIRE-DATE-CHAR TO WS-HIRE-DATE
           END-IF
           MOVE WS-HIRE-DATE TO FPY-HIRE-DATE
           MOVE FPY-TERM-DATE TO WS-TERM-DATE
           MOVE SALARY TO FPY-RATE-SAL
           COMPUTE WS-ANNUAL-SAL = SALARY * 12

           PERFORM CLASSIFY-REASON
           PERFORM WORK-FINAL-SALARY
           PERFORM WORK-SERVICE-YEARS
           PERFORM WORK-LEAVE-PAYOUT
           PERFORM WORK-NOTICE-AND-REDUNDANCY
           PERFORM COLLECT-ARREARS

           COMPUTE FPY-GROSS = FPY-SALARY + FPY-LEAVE-PAY
               + FPY-NOTICE-PAY + FPY-REDUND-PAY + FPY-ARREARS
           COMPUTE FPY-TAXABLE = FPY-GROSS - FPY-REDUND-PAY
           COMPUTE FPY-OTE = FPY-SALARY + FPY-NOTICE-PAY + FPY-ARREARS
           PERFORM CALCULATE-WITHHOLDING
           COMPUTE FPY-NET = FPY-GROSS - FPY-TAX

           SET FPY-CALCULATED TO TRUE
           MOVE WS-TODAY TO FPY-CALC-DATE
           ADD 1 TO WS-CALC-COUNT
           ADD FPY-GROSS TO WS-GROSS-TOTAL
           ADD FPY-TAX TO WS-TAX-TOTAL
           ADD FPY-NET TO WS-NET-TOTAL

           PERFORM WRITE-ENTRY-LINES
           PERFORM REWRITE-FINAL-ENTRY
           .
       CALCULATE-ONE-FINAL-PAY-EXIT.
           EXIT.

       CLASSIFY-REASON SECTION.
      *    TERMREASON is free text keyed at termination; the words in
      *    it decide how the leaver is paid out. Summary dismissal is
      *    looked for before dismissal, so "DISMISSED - MISCONDUCT"
      *    loses the notice it would otherwise get.
           MOVE FPY-REASON TO WS-WORK-REASON
           INSPECT WS-WORK-REASON
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           SET FPY-UNRECOGNISED TO TRUE

           MOVE ZERO TO WS-REASON-HITS
           INSPECT WS-WORK-REASON TALLYING WS-REASON-HITS
               FOR ALL "REDUNDAN"
           IF WS-REASON-HITS > 0
               SET FPY-REDUNDANCY TO TRUE
               GO TO CLASSIFY-REASON-EXIT
           END-IF

           MOVE ZERO TO WS-REASON-HITS
           INSPECT WS-WORK-REASON TALLYING WS-REASON-HITS
               FOR ALL "MISCONDUCT" ALL "SUMMARY"
           IF WS-REASON-HITS > 0
               SET FPY-SUMMARY-DISMISSAL TO TRUE
               GO TO CLASSIFY-REASON-EXIT
           END-IF

           MOVE ZERO TO WS-REASON-HITS
           INSPECT WS-WORK-REASON TALLYING WS-REASON-HITS
               FOR ALL "DISMISS"
           IF WS-REASON-HITS > 0
               SET FPY-DISMISSAL TO TRUE
               GO TO CLASSIFY-REASON-EXIT
           END-IF

           MOVE ZERO TO WS-REASON-HITS
           INSPECT WS-WORK-REASON TALLYING WS-REASON-HITS
               FOR ALL "RESIGN" ALL "RETIRE"
           IF WS-REASON-HITS > 0
               SET FPY-RESIGNATION TO TRUE
               GO TO CLASSIFY-REASON-EXIT
           END-IF

           ADD 1 TO WS-UNRECOG-COUNT
           .
       CLASSIFY-REASON-EXIT.
           EXIT.

       WORK-FINAL-SALARY SECTION.
      *    Salary is owed from the day after the last period a
      *    regular run paid (or HIREDATE, if later) to TERMDATE, at
      *    SAL over the days in the month of TERMDATE - the default
      *    pay period. A run already released past TERMDATE paid
      *    days the leaver did not work; that is shown as overpaid
      *    and never taken back here.
           MOVE ZERO TO FPY-SALARY
           MOVE ZERO TO FPY-SAL-DAYS
           MOVE ZERO TO FPY-OVERPAID
           COMPUTE WS-TERM-INT = FUNCTION INTEGER-OF-DATE(WS-TERM-DATE)

           MOVE WS-TERM-DATE TO WS-NEXT-MONTH
           MOVE 1 TO WS-NEXT-MONTH-DD
           IF WS-NEXT-MONTH-MM = 12
               ADD 1 TO WS-NEXT-MONTH-YYYY
               MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
           MOVE WS-TERM-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DD
           COMPUTE WS-MONTH-DAYS = WS-WORK-INT
               - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)

           IF WS-LAST-PAID-END NOT = ZERO
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-PAID-END) + 1
           ELSE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-IF
           IF WS-HIRE-DATE NOT = ZERO
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
               IF WS-WORK-INT > WS-FROM-INT
                   MOVE WS-WORK-INT TO WS-FROM-INT
               END-IF
           END-IF
           COMPUTE FPY-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)

           IF WS-FROM-INT > WS-TERM-INT
               COMPUTE WS-OVER-DAYS = WS-FROM-INT - WS-TERM-INT - 1
               IF WS-OVER-DAYS > 0
                   COMPUTE FPY-OVERPAID ROUNDED =
                       SALARY * WS-OVER-DAYS / WS-MONTH-DAYS
                   ADD 1 TO WS-OVERPAID-COUNT
                   ADD FPY-OVERPAID TO WS-OVERPAID-TOTAL
               END-IF
               GO TO WORK-FINAL-SALARY-EXIT
           END-IF

           COMPUTE FPY-SAL-DAYS = WS-TERM-INT - WS-FROM-INT + 1
           IF FPY-SAL-DAYS = WS-MONTH-DAYS
               MOVE SALARY TO FPY-SALARY
           ELSE
               COMPUTE FPY-SALARY ROUNDED =
                   SALARY * FPY-SAL-DAYS / WS-MONTH-DAYS
           END-IF
           .
       WORK-FINAL-SALARY-EXIT.
           EXIT.

       WORK-SERVICE-YEARS SECTION.
      *    Completed years from HIREDATE to TERMDATE. No HIREDATE
      *    counts as under a year - the least notice and no
      *    redundancy pay, for payroll to correct on the register.
           MOVE ZERO TO WS-SERVICE-YEARS
           IF WS-HIRE-DATE NOT = ZERO
               COMPUTE WS-SERVICE-YEARS = WS-TERM-YYYY - WS-HIRE-YYYY
               IF WS-TERM-MMDD-PART < WS-HIRE-MMDD
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
               IF WS-SERVICE-YEARS < 0
                   MOVE ZERO TO WS-SERVICE-YEARS
               END-IF
           END-IF
           IF WS-SERVICE-YEARS > 99
               MOVE 99 TO FPY-SERVICE-YEARS
           ELSE
               MOVE WS-SERVICE-YEARS TO FPY-SERVICE-YEARS
           END-IF
           .
       WORK-SERVICE-YEARS-EXIT.
           EXIT.

       WORK-LEAVE-PAYOUT SECTION.
      *    Unused annual leave is paid whatever the reason, at a
      *    day's pay of a 260-working-day year. A balance below zero
      *    (leave taken in advance) pays nothing and is not taken
      *    back out of the final pay.
           MOVE ZERO TO FPY-LEAVE-DAYS
           MOVE ZERO TO FPY-LEAVE-PAY
           IF WS-LEAVE-OPEN
               MOVE FPY-EMPNO TO LVB-EMPNO
               MOVE "A" TO LVB-TYPE
               READ LEAVE-BAL-FILE
                   INVALID KEY
                       MOVE ZERO TO LVB-BALANCE
               END-READ
               IF LVB-BALANCE > 0
                   MOVE LVB-BALANCE TO FPY-LEAVE-DAYS
               END-IF
           END-IF
           IF FPY-LEAVE-DAYS > 0
               COMPUTE FPY-LEAVE-PAY ROUNDED =
                   WS-ANNUAL-SAL * FPY-LEAVE-DAYS / 260
           END-IF
           .
       WORK-LEAVE-PAYOUT-EXIT.
           EXIT.

       WORK-NOTICE-AND-REDUNDANCY SECTION.
      *    Notice in lieu, in weeks by years of service, for the
      *    leaver the employer let go - redundancy or dismissal - but
      *    not on a resignation (the employee gave notice) or a
      *    summary dismissal. Redundancy pay on redundancy only.
      *    A week's pay is a 52nd of the annual salary.
           MOVE ZERO TO FPY-NOTICE-WEEKS
           MOVE ZERO TO FPY-NOTICE-PAY
           MOVE ZERO TO FPY-REDUND-WEEKS
           MOVE ZERO TO FPY-REDUND-PAY
           IF FPY-REDUNDANCY OR FPY-DISMISSAL
               EVALUATE TRUE
                   WHEN WS-SERVICE-YEARS < 1
                       MOVE 1 TO FPY-NOTICE-WEEKS
                   WHEN WS-SERVICE-YEARS < 3
                       MOVE 2 TO FPY-NOTICE-WEEKS
                   WHEN WS-SERVICE-YEARS < 5
                       MOVE 3 TO FPY-NOTICE-WEEKS
                   WHEN OTHER
                       MOVE 4 TO FPY-NOTICE-WEEKS
               END-EVALUATE
               COMPUTE FPY-NOTICE-PAY ROUNDED =
                   WS-ANNUAL-SAL * FPY-NOTICE-WEEKS / 52
           END-IF
           IF FPY-REDUNDANCY
               IF WS-SERVICE-YEARS > 10
                   MOVE 11 TO WS-SCALE-IDX
               ELSE
                   COMPUTE WS-SCALE-IDX = WS-SERVICE-YEARS + 1
               END-IF
               MOVE WS-REDUND-WEEKS-FOR(WS-SCALE-IDX)
                   TO FPY-REDUND-WEEKS
               COMPUTE FPY-REDUND-PAY ROUNDED =
                   WS-ANNUAL-SAL * FPY-REDUND-WEEKS / 52
           END-IF
           .
       WORK-NOTICE-AND-REDUNDANCY-EXIT.
           EXIT.

       COLLECT-ARREARS SECTION.
      *    Calculated, unpaid backdated salary arrears go out with
      *    the final pay. They are stamped as carried by final pay
      *    (RTR-PAY-PERIOD-END all nines) so FINALREL marks them
      *    paid and no regular release does.
           MOVE ZERO TO FPY-ARREARS
           IF NOT WS-RETRO-OPEN
               GO TO COLLECT-ARREARS-EXIT
           END-IF
           MOVE LOW-VALUES TO RTR-KEY
           MOVE FPY-EMPNO TO RTR-EMPNO
           MOVE "N" TO WS-RETRO-EOF-SWITCH
           START SAL-RETRO-FILE
               KEY NOT LESS RTR-KEY
               INVALID KEY
                   SET WS-RETRO-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RETRO-EOF
               READ SAL-RETRO-FILE NEXT RECORD
                   AT END
                       SET WS-RETRO-EOF TO TRUE
                   NOT AT END
                       IF RTR-EMPNO NOT = FPY-EMPNO
                           SET WS-RETRO-EOF TO TRUE
                       ELSE
                           IF RTR-CALCULATED
                               ADD RTR-ARREARS TO FPY-ARREARS
                               MOVE 99999999 TO RTR-PAY-PERIOD-END
                               REWRITE SAL-RETRO-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       COLLECT-ARREARS-EXIT.
           EXIT.

       CALCULATE-WITHHOLDING SECTION.
      *    Everything but redundancy pay is withheld on as one
      *    month's earnings on the leaver's declared scale; genuine
      *    redundancy pay is taken as within the tax-free limit.
           MOVE SPACES TO TX-PARM
           MOVE "C" TO TX-FUNCTION
           MOVE "N" TO WS-DECL-FOUND-SWITCH
           IF WS-DECL-OPEN
               MOVE FPY-EMPNO TO TAXD-EMPNO
               READ TAX-DECL-FILE
                   KEY IS TAXD-EMPNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DECL-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-DECL-FOUND
               MOVE TAXD-SCALE TO TX-SCALE
               MOVE TAXD-TFT-CLAIMED TO TX-TFT-CLAIMED
               MOVE TAXD-TFN-PROVIDED TO TX-TFN-PROVIDED
           ELSE
               MOVE "N" TO TX-TFN-PROVIDED
           END-IF
           MOVE WS-TODAY TO TX-PAY-DATE
           MOVE WS-MONTH-DAYS TO TX-PERIOD-DAYS
           MOVE FPY-TAXABLE TO TX-GROSS
           CALL "TAXCALC" USING TX-PARM
           MOVE TX-WITHHELD TO FPY-TAX
           MOVE TX-SCALE TO FPY-TAX-SCALE
           IF NOT WS-DECL-FOUND OR NOT TX-BASIS-SCALE
               MOVE "TP" TO FPY-TAX-SCALE
           END-IF
           .
       CALCULATE-WITHHOLDING-EXIT.
           EXIT.

       WRITE-ENTRY-LINES SECTION.
           MOVE FPY-NAME TO RE-NAME
           MOVE FPY-DEPTNO TO RE-DEPTNO
           MOVE FPY-REASON TO RE-REASON
           MOVE SPACES TO RE-FLAG
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(FPY-DUE-DATE)
           EVALUATE TRUE
               WHEN WS-TODAY-INT > WS-DUE-INT
                   MOVE "** OVERDUE **" TO RE-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-TODAY-INT = WS-DUE-INT
                   MOVE "** DUE TODAY **" TO RE-FLAG
           END-EVALUATE
           WRITE FINAL-REPORT-REC FROM RPT-ENTRY-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE FPY-SERVICE-YEARS TO D-YEARS
           EVALUATE TRUE
               WHEN FPY-RESIGNATION
                   MOVE "PAID AS: RESIGNATION OR RETIREMENT"
                       TO RI-LABEL
               WHEN FPY-REDUNDANCY
                   MOVE "PAID AS: REDUNDANCY" TO RI-LABEL
               WHEN FPY-DISMISSAL
                   MOVE "PAID AS: DISMISSAL WITH NOTICE" TO RI-LABEL
               WHEN FPY-SUMMARY-DISMISSAL
                   MOVE "PAID AS: SUMMARY DISMISSAL" TO RI-LABEL
               WHEN OTHER
                   MOVE "PAID AS: RESIGNATION" TO RI-LABEL
                   MOVE "REASON NOT RECOGNISED - CORRECT AND RERUN"
                       TO RI-NOTE
           END-EVALUATE
           MOVE ZERO TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE FPY-SAL-DAYS TO D-DAYS
           STRING "SALARY FROM " DELIMITED SIZE
               FPY-FROM-DATE DELIMITED SIZE
               " (" DELIMITED SIZE
               D-DAYS DELIMITED SIZE
               " DAYS)" DELIMITED SIZE
               INTO RI-LABEL
           END-STRING
           MOVE FPY-SALARY TO RI-AMOUNT
           IF FPY-OVERPAID > 0
               MOVE SPACES TO RI-NOTE
               STRING "OVERPAID PAST TERMDATE " DELIMITED SIZE
                   "- RECOVER BY ARRANGEMENT" DELIMITED SIZE
                   INTO RI-NOTE
               END-STRING
           END-IF
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE
           IF FPY-OVERPAID > 0
               MOVE SPACES TO RPT-ITEM-LINE
               MOVE "  OVERPAID, NOT DEDUCTED" TO RI-LABEL
               MOVE FPY-OVERPAID TO RI-AMOUNT
               WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE
           END-IF

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE FPY-LEAVE-DAYS TO D-LEAVE-DAYS
           STRING "UNUSED ANNUAL LEAVE (" DELIMITED SIZE
               D-LEAVE-DAYS DELIMITED SIZE
               " DAYS)" DELIMITED SIZE
               INTO RI-LABEL
           END-STRING
           MOVE FPY-LEAVE-PAY TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE FPY-NOTICE-WEEKS TO D-WEEKS
           STRING "NOTICE IN LIEU (" DELIMITED SIZE
               D-WEEKS DELIMITED SIZE
               " WEEKS)" DELIMITED SIZE
               INTO RI-LABEL
           END-STRING
           MOVE FPY-NOTICE-PAY TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE FPY-REDUND-WEEKS TO D-WEEKS
           STRING "REDUNDANCY PAY (" DELIMITED SIZE
               D-WEEKS DELIMITED SIZE
               " WEEKS, " DELIMITED SIZE
               D-YEARS DELIMITED SIZE
               " YEARS)" DELIMITED SIZE
               INTO RI-LABEL
           END-STRING
           MOVE FPY-REDUND-PAY TO RI-AMOUNT
           IF FPY-REDUND-PAY > 0
               MOVE "NOT WITHHELD ON - WITHIN THE TAX-FREE LIMIT"
                   TO RI-NOTE
           END-IF
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           IF FPY-ARREARS > 0
               MOVE SPACES TO RPT-ITEM-LINE
               MOVE "BACKDATED SALARY ARREARS" TO RI-LABEL
               MOVE FPY-ARREARS TO RI-AMOUNT
               WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE
           END-IF

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE "GROSS FINAL PAY" TO RI-LABEL
           MOVE FPY-GROSS TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           STRING "LESS TAX WITHHELD (SCALE " DELIMITED SIZE
               FPY-TAX-SCALE DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO RI-LABEL
           END-STRING
           MOVE FPY-TAX TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE "NET FINAL PAY" TO RI-LABEL
           MOVE FPY-NET TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO RPT-ITEM-LINE
           MOVE "SUPER OTE (REMIT WITH THE QUARTER)" TO RI-LABEL
           MOVE FPY-OTE TO RI-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-ITEM-LINE

           MOVE SPACES TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           .
       WRITE-ENTRY-LINES-EXIT.
           EXIT.

       REWRITE-FINAL-ENTRY SECTION.
           REWRITE FINAL-PAY-REC
               INVALID KEY
                   DISPLAY "FINALCALC: UNABLE TO UPDATE EMPNO "
                       FPY-EMPNO " TERMINATED " FPY-TERM-DATE
                       " STATUS=" WS-FINAL-STATUS
           END-REWRITE
           .
       REWRITE-FINAL-ENTRY-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           MOVE ALL "-" TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           MOVE SPACES TO RPT-TOTAL-LINE
           MOVE "LEAVERS WORKED" TO RT-LABEL
           MOVE WS-ENTRY-COUNT TO RT-COUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "CALCULATED - GROSS" TO RT-LABEL
           MOVE WS-CALC-COUNT TO RT-COUNT
           MOVE WS-GROSS-TOTAL TO RT-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "CALCULATED - TAX WITHHELD" TO RT-LABEL
           MOVE ZERO TO RT-COUNT
           MOVE WS-TAX-TOTAL TO RT-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "CALCULATED - NET FOR OFF-CYCLE RELEASE" TO RT-LABEL
           MOVE WS-NET-TOTAL TO RT-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "PAST THE DAY DUE" TO RT-LABEL
           MOVE WS-OVERDUE-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "OVERPAID PAST TERMDATE - TO RECOVER" TO RT-LABEL
           MOVE WS-OVERPAID-COUNT TO RT-COUNT
           MOVE WS-OVERPAID-TOTAL TO RT-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "CANCELLED - TERMINATION REVERSED" TO RT-LABEL
           MOVE WS-CANCEL-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "NOT ON EMP - LEFT OPEN" TO RT-LABEL
           MOVE WS-MISSING-COUNT TO RT-COUNT
           WRITE FINAL-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE SPACES TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           MOVE "  REVIEW EACH LEAVER ABOVE, THEN RELEASE THE REGISTER"
               TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           MOVE "  THROUGH FINALREL, WHICH WRITES THE OFF-CYCLE"
               TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           MOVE "  PAYMENT FILE. NO DEDUCTIONS ARE TAKEN."
               TO FINAL-REPORT-REC
           WRITE FINAL-REPORT-REC
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
