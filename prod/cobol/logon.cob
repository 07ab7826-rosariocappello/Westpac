               ACCESS DYNAMIC
               RECORD KEY PEND-KEY
               FILE STATUS WS-PENDING-STATUS.
           SELECT POSN-HOLD-FILE ASSIGN TO WS-POSN-HOLD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PH-EMPNO
               FILE STATUS WS-POSN-HOLD-STATUS.
           SELECT BATCH-EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCEPTION-STATUS.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  SAL-PENDING-FILE.
           COPY SALPND.
       FD  POSN-HOLD-FILE.
           COPY POSHOLD.
       FD  BATCH-EXCEPTION-FILE.
       01  BATCH-EXCEPTION-REC         PIC X(80).
       FD  INQUIRY-LOG-FILE.
       01 NEW-MGR PIC S9(4) COMP VALUE ZERO.
       01 MGR-IND PIC S9(4) COMP VALUE ZERO.
       01 NEW-HIREDATE PIC X(10).
       01 BAND-MIN PIC S9(7)V99 COMP-3.
       01 BAND-MID PIC S9(7)V99 COMP-3.
       01 BAND-MAX PIC S9(7)V99 COMP-3.
       01 PROB-MONTHS PIC S9(4) COMP VALUE ZERO.
       01 PROB-MONTHS-IND PIC S9(4) COMP VALUE ZERO.
       01 PROB-END-CHAR PIC X(8).
       01 PROB-END-IND PIC S9(4) COMP VALUE ZERO.
       01 PROB-STATUS PIC X(1).
       01 EMP-GENDER PIC X(1).
       01 GENDER-IND PIC S9(4) COMP VALUE ZERO.
       01 EMP-TYPE PIC X(1).
       01 EMPTYPE-IND PIC S9(4) COMP VALUE ZERO.
       01 POSN-ROWS PIC S9(9) COMP VALUE ZERO.
       01 POSN-AUTH PIC S9(9) COMP VALUE ZERO.
       01 POSN-FILLED PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY CSVFMTLK.
           COPY COMMCHKL.
           COPY DATEEDLK.
           COPY RETROLK.
           COPY FINALLK.
           COPY LEAVELK.
           COPY BANDCHKL.
           COPY PROBDTLK.
           COPY POSNCHKL.
           COPY PERMCHKL.
           COPY EMPNOALK.
       
       01 DISPLAY-VARIABLES.
         05 D-EMP-NAME PIC X(10).
       01 ws-nullcomm-count        pic 9(4) value zero.

       01 ws-maint-choice          pic x.
       01 ws-maint-func            pic x(12).
       01 ws-maint-old-salary      pic s9(7)v99 comp-3.
       01 ws-maint-old-comm        pic s9(7)v99 comp-3.
       01 ws-maint-old-comm-ind    pic s9(4) comp.
       01 ws-eff-date              pic 9(8) value zero.
       01 ws-eff-date-ok-switch    pic x.
         88 ws-eff-date-ok               value "Y".
       01 ws-eff-backdated-switch  pic x value "N".
         88 ws-eff-backdated             value "Y".

       01 ws-db-connected-switch   pic x value "N".
         88 ws-db-connected              value "Y".
       01 ws-policy-max-disp       pic zz9.
       01 ws-range-disp            pic z(6)9.99.
       01 ws-range-disp-2          pic z(6)9.99.
       01 ws-band-compa-disp       pic zz9.9.
       01 ws-prob-input            pic x(10).
       01 ws-workforce-input       pic x(10).
       01 ws-prob-hire-date        pic 9(8).
       01 ws-prob-end-date         pic 9(8).
       01 ws-prob-end-split redefines ws-prob-end-date.
         05 ws-prob-end-yyyy       pic x(4).
         05 ws-prob-end-mm         pic xx.
         05 ws-prob-end-dd         pic xx.
       01 ws-prob-months-disp      pic z9.
      *    Position control on the new hire - POSN-HOLD-FILE names
      *    the held headcount queue POSAPPR works, defaulting to
      *    /tmp/posn_hold.dat.
       01 ws-posn-hold-filename    pic x(256).
       01 ws-posn-hold-status      pic xx.
         88 ws-posn-hold-file-ok         value "00".
         88 ws-posn-hold-dup-key         value "22".
         88 ws-posn-hold-no-file         value "35".
       01 ws-posn-held-switch      pic x value "N".
         88 ws-posn-held                 value "Y".
       01 ws-posn-auth-disp        pic zzz9.
       01 ws-posn-filled-disp      pic zzz9.
       01 ws-deptno-input          pic x(4).
       01 ws-deptno-rjust          pic x(4).
       01 ws-mgr-input             pic x(4).
       01 ws-term-reason-input     pic x(30).
       01 ws-term-trail-ct         pic 99 comp.
       01 ws-old-status            pic x.
       01 ws-leave-type-input      pic x.
       01 ws-leave-old-bal         pic s9(3)v99.
       01 ws-leave-bal-disp        pic -zz9.99.
       01 ws-leave-bal-disp-2      pic -zz9.99.
       01 ws-leave-limit-disp      pic zz9.

       01 ws-empno-input           pic x(4).
       01 ws-empno-rjust           pic x(4).
           EXIT.
           .

       CHECK-SALARY-BAND SECTION.
      *    Holds ws-amount-value against the job's band (BAND-MIN/
      *    MID/MAX, fetched by the caller) through the shared BANDCHK.
      *    Outside the band the operator is told where it sits; a
      *    refusal cancels the entry and a warning needs a Y to go
      *    on. BC-CHANGE-SWITCH is set by the caller - "Y" with
      *    ws-maint-old-salary for a change, "N" for a hire.
           MOVE "C" TO BC-FUNCTION
           .
           MOVE BAND-MIN TO BC-MIN
           .
           MOVE BAND-MID TO BC-MID
           .
           MOVE BAND-MAX TO BC-MAX
           .
           MOVE ws-amount-value TO BC-SALARY
           .
           MOVE ws-maint-old-salary TO BC-OLD-SALARY
           .
           CALL "BANDCHK" USING BC-PARM
           .
           IF BC-ALLOW
               GO TO CHECK-SALARY-BAND-EXIT
           END-IF
           .
           MOVE BAND-MIN TO ws-range-disp
           .
           MOVE BAND-MAX TO ws-range-disp-2
           .
           MOVE BC-COMPA TO ws-band-compa-disp
           .
           IF BC-BELOW
               DISPLAY "SALARY IS BELOW THE BAND MINIMUM FOR THE JOB "
                   "(" ws-range-disp " TO " ws-range-disp-2
                   ", COMPA-RATIO " ws-band-compa-disp ")."
           ELSE
               DISPLAY "SALARY IS ABOVE THE BAND MAXIMUM FOR THE JOB "
                   "(" ws-range-disp " TO " ws-range-disp-2
                   ", COMPA-RATIO " ws-band-compa-disp ")."
           END-IF
           .
           IF BC-REFUSE
               DISPLAY "SALARIES OUTSIDE THE BAND ARE NOT ACCEPTED."
               SET ws-entry-cancelled TO TRUE
               GO TO CHECK-SALARY-BAND-EXIT
           END-IF
           .
           DISPLAY "CONFIRM THIS SALARY? (Y/N): " WITH NO ADVANCING
           .
           ACCEPT ws-pct-confirm
           .
           IF ws-pct-confirm NOT = "Y"
           AND ws-pct-confirm NOT = "y"
               SET ws-entry-cancelled TO TRUE
           END-IF
           .
       CHECK-SALARY-BAND-EXIT.
           EXIT.
           .

       FETCH-EMPLOYEE-BAND SECTION.
      *    The band of EMP-NUMBER's job, all zeros when the job has
      *    none. A failed lookup cancels the entry rather than let an
      *    unchecked salary through.
           EXEC SQL
               SELECT NVL(J.SALMIN, 0), NVL(J.SALMID, 0),
                      NVL(J.SALMAX, 0)
               INTO :BAND-MIN, :BAND-MID, :BAND-MAX
               FROM EMP E, JOBREF J
               WHERE E.EMPNO = :EMP-NUMBER
                 AND J.JOBCODE (+) = E.JOB
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO READ THE SALARY BAND, SQLCODE = "
                   SQLCODE
               SET ws-entry-cancelled TO TRUE
           END-IF
           .
       FETCH-EMPLOYEE-BAND-EXIT.
           EXIT.
           .

       ACCEPT-VALID-COMMISSION SECTION.
      *    Commission entry gets the same non-numeric rejection as
      *    salary; the range and percent guards are salary policy
      *    A blank entry means the change applies now, the behavior
      *    every operator already knows. A future YYYYMMDD queues the
      *    change for SALEFFAP to apply the night the date arrives;
      *    today is immediate. An earlier date - a raise agreed to
      *    run from the start of last month - also applies now, but
      *    is kept as the effective date so RETROCALC can work out
      *    the arrears of the pay runs already made at the old rate.
      *    How far back is RETROREG's SAL-RETRO-LIMIT-DAYS.
           MOVE ZERO TO ws-eff-date
           .
           MOVE "N" TO ws-eff-date-ok-switch
           .
           MOVE "N" TO ws-eff-backdated-switch
           .
           ACCEPT ws-today-date FROM DATE YYYYMMDD
           .
           MOVE SPACES TO RT-PARM
           .
           MOVE "M" TO RT-FUNCTION
           .
           CALL "RETROREG" USING RT-PARM
           .
           PERFORM UNTIL ws-eff-date-ok OR ws-entry-cancelled
               DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK FOR NOW, "
                   "X TO CANCEL): " WITH NO ADVANCING
                           DISPLAY "NOT A REAL CALENDAR DATE - "
                               "TRY AGAIN."
                       ELSE
                           EVALUATE TRUE
                               WHEN ws-eff-date-input > ws-today-date
                                   MOVE ws-eff-date-input
                                       TO ws-eff-date
                                   SET ws-eff-date-ok TO TRUE
                               WHEN ws-eff-date-input = ws-today-date
                                   MOVE ZERO TO ws-eff-date
                                   SET ws-eff-date-ok TO TRUE
                               WHEN ws-eff-date-input < RT-MIN-DATE
                                   DISPLAY "CANNOT BACKDATE BEFORE "
                                       RT-MIN-DATE " (" RT-LIMIT-DAYS
                                       " DAYS) - TRY AGAIN."
                               WHEN OTHER
                                   MOVE ws-eff-date-input
                                       TO ws-eff-date
                                   SET ws-eff-backdated TO TRUE
                                   DISPLAY "BACKDATED - CHANGE WILL "
                                       "APPLY NOW WITH ARREARS FROM "
                                       ws-eff-date "."
                                   SET ws-eff-date-ok TO TRUE
                           END-EVALUATE
                       END-IF
                   WHEN OTHER
                       DISPLAY "INVALID DATE - YYYYMMDD ONLY."
           EXIT.
           .

       RECORD-BACKDATED-CHANGE SECTION.
      *    The change is on EMP from today; the journal gets a second
      *    line carrying the date it really runs from (BEFORE the day
      *    applied, AFTER the effective date), and the backdated
      *    change register gets the entry RETROCALC works the
      *    arrears from.
           MOVE "SAL-EFFDT" TO WS-JRNL-FIELD
           .
           MOVE ws-today-date TO WS-JRNL-BEFORE
           .
           MOVE ws-eff-date TO WS-JRNL-AFTER
           .
           MOVE EMP-NUMBER TO WS-JRNL-EMPNO
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE SPACES TO RT-PARM
           .
           MOVE "A" TO RT-FUNCTION
           .
           MOVE EMP-NUMBER TO RT-EMPNO
           .
           MOVE ws-eff-date TO RT-EFF-DATE
           .
           MOVE ws-maint-old-salary TO RT-OLD-SAL
           .
           MOVE SALARY TO RT-NEW-SAL
           .
           MOVE "LOGON" TO RT-SOURCE
           .
           MOVE WS-JRNL-OPER TO RT-OPERATOR
           .
           CALL "RETROREG" USING RT-PARM
           .
           IF RT-OK
               DISPLAY "ARREARS FROM " ws-eff-date " WILL BE WORKED "
                   "OUT BY RETROCALC FOR THE NEXT PAY RUN."
           ELSE
               DISPLAY "SALARY CHANGED BUT ARREARS NOT REGISTERED - "
                   "TELL PAYROLL: ARREARS FROM " ws-eff-date "."
           END-IF
           .
       RECORD-BACKDATED-CHANGE-EXIT.
           EXIT.
           .

       WRITE-PENDING-CHANGE SECTION.
      *    Capture the requested salary change to the shared pending
      *    queue (copy/SALPND.cpy) instead of applying it; SALAPPLY
               IF ws-pending-dup-key
                   REWRITE PENDING-REC
               END-IF
      *        Journal who keyed the change so the approval trail
      *        (keyed by, approved by) stands on the sealed journal
      *        and not only on the queue, which SALEFFAP clears.
               IF ws-pending-file-ok
                   MOVE "SAL-QUEUED" TO WS-JRNL-FIELD
                   MOVE ws-maint-old-salary TO WS-JRNL-AMT
                   MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
                   MOVE SALARY TO WS-JRNL-AMT
                   MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
                   MOVE EMP-NUMBER TO WS-JRNL-EMPNO
                   PERFORM WRITE-MAINT-JOURNAL
               END-IF
               CLOSE SAL-PENDING-FILE
               IF ws-eff-backdated
                   DISPLAY "SALARY CHANGE BACKDATED TO " ws-eff-date
                       " QUEUED FOR SUPERVISOR APPROVAL - NOT YET "
                       "APPLIED."
               ELSE
               IF ws-eff-date NOT = ZERO
                   DISPLAY "SALARY CHANGE QUEUED WITH EFFECTIVE "
                       "DATE " ws-eff-date " - NOT YET APPLIED."
                   DISPLAY "SALARY CHANGE QUEUED FOR SUPERVISOR "
                       "APPROVAL - NOT YET APPLIED."
               END-IF
               END-IF
           ELSE
               IF ws-pending-wrong-org
                   DISPLAY WS-PENDING-FILENAME " IS THE OLD "
           DISPLAY " "
           .
           DISPLAY "MAINTAIN? (S=SALARY, C=COMMISSION, H=NEW HIRE, "
               "T=TERMINATE, R=REHIRE, L=LEAVE/RETURN, "
               "V=LEAVE TAKEN, N=NONE): "
               WITH NO ADVANCING
           .
           ACCEPT ws-maint-choice
           .
      *    Each maintenance action is its own function on the
      *    operator's roles (PERMCHK) - holding one does not open
      *    the others.
           EVALUATE ws-maint-choice
               WHEN "S"
               WHEN "s"
               WHEN "C"
               WHEN "c"
                   MOVE "SAL-CHANGE" TO ws-maint-func
               WHEN "H"
               WHEN "h"
               WHEN "R"
               WHEN "r"
                   MOVE "HIRE" TO ws-maint-func
               WHEN "T"
               WHEN "t"
                   MOVE "TERMINATE" TO ws-maint-func
               WHEN "L"
               WHEN "l"
               WHEN "V"
               WHEN "v"
                   MOVE "LEAVE-ADMIN" TO ws-maint-func
               WHEN OTHER
                   GO TO MAINTAIN-EMPLOYEE-EXIT
           END-EVALUATE
           .
           MOVE SPACES TO PX-PARM
           .
           MOVE "C" TO PX-FUNCTION
           .
           MOVE ws-maint-func TO PX-FUNC-NAME
           .
           CALL "PERMCHK" USING PX-PARM
           .
           IF NOT PX-GRANTED
               DISPLAY "NOT AUTHORIZED - " PX-REASON
               GO TO MAINTAIN-EMPLOYEE-EXIT
           END-IF
           .
           EVALUATE ws-maint-choice
               WHEN "S"
               WHEN "s"
      *            host variable - it is the journal's before image.
                   MOVE SALARY TO ws-maint-old-salary
                   PERFORM ACCEPT-VALID-SALARY
                   IF NOT ws-entry-cancelled
                       PERFORM FETCH-EMPLOYEE-BAND
                   END-IF
                   IF NOT ws-entry-cancelled
                       MOVE "Y" TO BC-CHANGE-SWITCH
                       PERFORM CHECK-SALARY-BAND
                   END-IF
                   IF NOT ws-entry-cancelled
                       PERFORM ACCEPT-EFFECTIVE-DATE
                   END-IF
                       DISPLAY "SALARY NOT CHANGED."
                   ELSE
                       MOVE ws-amount-value TO SALARY
                       IF ws-eff-date > ws-today-date
      *                A raise agreed now to start later goes on the
      *                queue with its date; SALEFFAP applies it the
      *                first night the date arrives, so nobody has to
      *                remember to key it on the right morning.
                           PERFORM WRITE-PENDING-CHANGE
                       ELSE
      *                A backdated change above the threshold queues
      *                with its past date; SALAPPLY applies it on
      *                approval and enters the arrears then.
                       IF ws-approval-enabled
                       AND SALARY > ws-sal-threshold
                           PERFORM WRITE-PENDING-CHANGE
                           MOVE SALARY TO WS-JRNL-AMT
                           MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
                           PERFORM DISPLAY-UPDATE-RESULT
                           IF SQLCODE = 0
                           AND ws-eff-backdated
                               PERFORM RECORD-BACKDATED-CHANGE
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM TOGGLE-LEAVE-STATUS
               WHEN "V"
               WHEN "v"
                   PERFORM RECORD-LEAVE-TAKEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    Prompts for every EMP column with the same edits the rest
      *    of the maintenance path applies, then INSERTs the row.
      *    Optional columns (MGR, COMMISSION) left blank go in as
      *    NULL; a blank HIREDATE defaults to today. The EMP
      *    number is not keyed - the shared allocator EMPNOALC
      *    issues it once every edit has passed, so a number an
      *    anonymised or deleted employee once carried never comes
      *    back.
           MOVE "N" TO ws-hire-cancel-switch
           .
           DISPLAY "NEW HIRE - ENTER NAME: " WITH NO ADVANCING
           .
           MOVE SPACES TO ws-name-input
           .
      *    jobs. The guard fails closed when the lookup itself fails.
           MOVE SPACES TO JOB-DESC-ARR
           .
      *    The job's salary band comes back with it for the check on
      *    the salary keyed below.
      *    So does its probation period, NULL when the job takes the
      *    PROBATION-MONTHS default.
           MOVE ZERO TO PROB-MONTHS-IND
           .
           EXEC SQL
               SELECT JOBDESC, NVL(SALMIN, 0), NVL(SALMID, 0),
                      NVL(SALMAX, 0), PROBMONTHS
               INTO :JOB-DESC, :BAND-MIN, :BAND-MID, :BAND-MAX,
                    :PROB-MONTHS:PROB-MONTHS-IND
               FROM JOBREF
               WHERE JOBCODE = :NEW-JOB
           END-EXEC
               END-EVALUATE
           END-IF
           .
           PERFORM SET-HIRE-PROBATION
           .
           IF ws-hire-cancelled
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           DISPLAY "ENTER SALARY: " WITH NO ADVANCING
           .
           MOVE SPACES TO ws-amount-input
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           MOVE "N" TO ws-entry-cancel-switch
           .
           MOVE ZERO TO ws-maint-old-salary
           .
           MOVE "N" TO BC-CHANGE-SWITCH
           .
           PERFORM CHECK-SALARY-BAND
           .
           IF ws-entry-cancelled
               DISPLAY "SALARY OUTSIDE THE BAND - NEW HIRE CANCELLED."
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           MOVE ws-amount-value TO SALARY
           .
           DISPLAY "ENTER COMMISSION (BLANK FOR NONE): "
               MOVE ws-amount-value TO COMMISSION
           END-IF
           .
           PERFORM SET-HIRE-WORKFORCE
           .
           IF ws-hire-cancelled
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           DISPLAY "ENTER DEPT NUMBER: " WITH NO ADVANCING
           .
           MOVE SPACES TO ws-deptno-input
           .
           MOVE ws-deptno-rjust TO DEPT-NUMBER
           .
      *    The number is drawn before the position check, which
      *    holds the hire under it; a hire refused from here on
      *    leaves the number unused, a gap and nothing more.
           MOVE SPACES TO NA-PARM
           .
           MOVE "A" TO NA-FUNCTION
           .
           MOVE "LOGON" TO NA-CALLER
           .
           CALL "EMPNOALC" USING NA-PARM
           .
           IF NA-EXHAUSTED
               DISPLAY "NO EMP NUMBERS LEFT TO ISSUE - NEW HIRE "
                   "CANCELLED."
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           IF NOT NA-OK
               DISPLAY "UNABLE TO ISSUE AN EMP NUMBER - NEW HIRE "
                   "CANCELLED."
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           MOVE NA-EMPNO TO EMP-NUMBER
           .
           DISPLAY "EMP NUMBER ISSUED: " NA-EMPNO
           .
      *    The department must have a vacant position for the job -
      *    over its authorized count the hire is refused or held for
      *    approval, as POSITION-ACTION says.
           PERFORM CHECK-HIRE-POSITION
           .
           IF ws-hire-cancelled OR ws-posn-held
               GO TO ADD-NEW-HIRE-EXIT
           END-IF
           .
           EXEC SQL
               INSERT INTO EMP
                   (EMPNO, ENAME, JOB, MGR, HIREDATE, SAL, COMM,
                    DEPTNO, STATUS, PROBEND, PROBSTATUS,
                    GENDER, EMPTYPE)
               VALUES
                   (:EMP-NUMBER, :EMP-NAME, :NEW-JOB,
                    :NEW-MGR:MGR-IND,
                    TO_DATE(:NEW-HIREDATE, 'YYYY-MM-DD'),
                    :SALARY, :COMMISSION:COMM-IND, :DEPT-NUMBER,
                    'A',
                    TO_DATE(:PROB-END-CHAR:PROB-END-IND, 'YYYYMMDD'),
                    :PROB-STATUS:PROB-END-IND,
                    :EMP-GENDER:GENDER-IND, :EMP-TYPE:EMPTYPE-IND)
           END-EXEC
           .
           MOVE "HIRED" TO WS-JRNL-FIELD
           .
           PERFORM DISPLAY-UPDATE-RESULT
           .
      *    The probation end set at hire goes on the journal too, the
      *    starting point for the confirm or extend PROBMAINT records.
           IF SQLCODE = 0 AND PROB-END-IND = 0
               MOVE "PROBEND" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE PROB-END-CHAR TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           .
      *    So are gender and employment type, when they were given.
           IF SQLCODE = 0 AND GENDER-IND = 0
               MOVE "GENDER" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE EMP-GENDER TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           .
           IF SQLCODE = 0 AND EMPTYPE-IND = 0
               MOVE "EMPTYPE" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE EMP-TYPE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           .
       ADD-NEW-HIRE-EXIT.
           EXIT.
           .

       SET-HIRE-WORKFORCE SECTION.
      *    Gender (F, M or X) and employment type (F full-time, P
      *    part-time, C casual) for the WGEA workforce profile. The
      *    employee need not give a gender, so a blank entry records
      *    none; employment type is required.
           DISPLAY "ENTER GENDER F, M OR X (BLANK IF NOT GIVEN): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO ws-workforce-input
           .
           ACCEPT ws-workforce-input
           .
           INSPECT ws-workforce-input
               CONVERTING "fmx" TO "FMX"
           .
           EVALUATE ws-workforce-input
               WHEN SPACES
                   MOVE -1 TO GENDER-IND
                   MOVE SPACE TO EMP-GENDER
               WHEN "F"
               WHEN "M"
               WHEN "X"
                   MOVE ZERO TO GENDER-IND
                   MOVE ws-workforce-input(1:1) TO EMP-GENDER
               WHEN OTHER
                   DISPLAY "GENDER MUST BE F, M, X OR BLANK - NEW "
                       "HIRE CANCELLED."
                   SET ws-hire-cancelled TO TRUE
                   GO TO SET-HIRE-WORKFORCE-EXIT
           END-EVALUATE
           .
           DISPLAY "ENTER EMPLOYMENT TYPE F FULL-TIME, P PART-TIME "
               "OR C CASUAL: " WITH NO ADVANCING
           .
           MOVE SPACES TO ws-workforce-input
           .
           ACCEPT ws-workforce-input
           .
           INSPECT ws-workforce-input
               CONVERTING "fpc" TO "FPC"
           .
           EVALUATE ws-workforce-input
               WHEN "F"
               WHEN "P"
               WHEN "C"
                   MOVE ZERO TO EMPTYPE-IND
                   MOVE ws-workforce-input(1:1) TO EMP-TYPE
               WHEN OTHER
                   DISPLAY "EMPLOYMENT TYPE MUST BE F, P OR C - NEW "
                       "HIRE CANCELLED."
                   SET ws-hire-cancelled TO TRUE
           END-EVALUATE
           .
       SET-HIRE-WORKFORCE-EXIT.
           EXIT.
           .

       SET-HIRE-PROBATION SECTION.
      *    The probation end date runs from HIREDATE by the job's
      *    probation months (PROBDATE works it out). The operator
      *    may key a different end date, or NONE to hire with no
      *    probation; a blank entry takes the date offered.
           MOVE NEW-HIREDATE(1:4) TO ws-prob-end-yyyy
           .
           MOVE NEW-HIREDATE(6:2) TO ws-prob-end-mm
           .
           MOVE NEW-HIREDATE(9:2) TO ws-prob-end-dd
           .
           MOVE ws-prob-end-date TO ws-prob-hire-date
           .
           MOVE SPACES TO PD-PARM
           .
           MOVE "E" TO PD-FUNCTION
           .
           MOVE ws-prob-hire-date TO PD-HIRE-DATE
           .
           IF PROB-MONTHS-IND = -1
               MOVE "N" TO PD-MONTHS-SWITCH
               MOVE ZERO TO PD-MONTHS
           ELSE
               MOVE "Y" TO PD-MONTHS-SWITCH
               MOVE PROB-MONTHS TO PD-MONTHS
           END-IF
           .
           CALL "PROBDATE" USING PD-PARM
           .
           IF PD-FAILED
               DISPLAY "UNABLE TO WORK OUT THE PROBATION END DATE - "
                   "NEW HIRE CANCELLED."
               SET ws-hire-cancelled TO TRUE
               GO TO SET-HIRE-PROBATION-EXIT
           END-IF
           .
           MOVE PD-END-DATE TO ws-prob-end-date
           .
           IF PD-NO-PROBATION
               DISPLAY "NO PROBATION PERIOD FOR THE JOB."
               DISPLAY "ENTER A PROBATION END YYYY-MM-DD (BLANK FOR "
                   "NONE): " WITH NO ADVANCING
           ELSE
               MOVE PD-MONTHS TO ws-prob-months-disp
               DISPLAY "PROBATION ENDS " ws-prob-end-yyyy "-"
                   ws-prob-end-mm "-" ws-prob-end-dd " ("
                   ws-prob-months-disp " MONTHS FOR THE JOB)."
               DISPLAY "ENTER A DIFFERENT END YYYY-MM-DD, NONE, OR "
                   "BLANK TO ACCEPT: " WITH NO ADVANCING
           END-IF
           .
           MOVE SPACES TO ws-prob-input
           .
           ACCEPT ws-prob-input
           .
           INSPECT ws-prob-input
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF ws-prob-input = "NONE"
               MOVE ZERO TO ws-prob-end-date
           END-IF
           .
           IF ws-prob-input NOT = SPACES AND ws-prob-input NOT = "NONE"
      *        An end date of the operator's own must be a real date
      *        after the hire date; it may lie in the future.
               MOVE SPACES TO DE-PARM
               MOVE ws-prob-input TO DE-DATE-IN
               MOVE "D" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE ws-prob-hire-date TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK OR DE-DATE-OUT = ws-prob-hire-date
                   DISPLAY "PROBATION END MUST BE A REAL DATE AFTER "
                       "THE HIREDATE - NEW HIRE CANCELLED."
                   SET ws-hire-cancelled TO TRUE
                   GO TO SET-HIRE-PROBATION-EXIT
               END-IF
               MOVE DE-DATE-OUT TO ws-prob-end-date
           END-IF
           .
           IF ws-prob-end-date = ZERO
               MOVE -1 TO PROB-END-IND
               MOVE SPACES TO PROB-END-CHAR
               MOVE SPACE TO PROB-STATUS
           ELSE
               MOVE ZERO TO PROB-END-IND
               MOVE ws-prob-end-date TO PROB-END-CHAR
               MOVE "P" TO PROB-STATUS
           END-IF
           .
       SET-HIRE-PROBATION-EXIT.
           EXIT.
           .

       CHECK-HIRE-POSITION SECTION.
      *    Counts the positions in effect today for the department
      *    and job on POSITION (DEPTMAINT maintains them) and the
      *    employees already filling them, then lets the shared
      *    POSNCHK decide. The guard fails closed when either count
      *    cannot be had.
           MOVE "N" TO ws-posn-held-switch
           .
           MOVE ZERO TO POSN-ROWS
           .
           MOVE ZERO TO POSN-AUTH
           .
           EXEC SQL
               SELECT COUNT(*), NVL(SUM(AUTHCOUNT), 0)
               INTO :POSN-ROWS, :POSN-AUTH
               FROM POSITION
               WHERE DEPTNO = :DEPT-NUMBER
                 AND JOBCODE = :NEW-JOB
                 AND EFFFROM <= TRUNC(SYSDATE)
                 AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
           END-EXEC
           .
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
           .
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO CHECK AUTHORIZED POSITIONS, "
                   "SQLCODE = " SQLCODE " - NEW HIRE CANCELLED."
               SET ws-hire-cancelled TO TRUE
               GO TO CHECK-HIRE-POSITION-EXIT
           END-IF
           .
           MOVE SPACES TO PC-PARM
           .
           MOVE "C" TO PC-FUNCTION
           .
           IF POSN-ROWS > 0
               MOVE "Y" TO PC-POSITION-SWITCH
           ELSE
               MOVE "N" TO PC-POSITION-SWITCH
           END-IF
           .
           MOVE POSN-AUTH TO PC-AUTH-COUNT
           .
           MOVE POSN-FILLED TO PC-FILLED-COUNT
           .
           CALL "POSNCHK" USING PC-PARM
           .
           IF PC-ALLOW
               GO TO CHECK-HIRE-POSITION-EXIT
           END-IF
           .
           MOVE PC-AUTH-COUNT TO ws-posn-auth-disp
           .
           MOVE PC-FILLED-COUNT TO ws-posn-filled-disp
           .
           MOVE DEPT-NUMBER TO D-DEPTNO
           .
           DISPLAY "NO VACANT " NEW-JOB-ARR " POSITION IN DEPT "
               D-DEPTNO " - AUTHORIZED " ws-posn-auth-disp
               ", FILLED " ws-posn-filled-disp "."
           .
           IF PC-HOLD
               PERFORM WRITE-HELD-HIRE
           ELSE
               DISPLAY "NEW HIRE CANCELLED."
               SET ws-hire-cancelled TO TRUE
           END-IF
           .
       CHECK-HIRE-POSITION-EXIT.
           EXIT.
           .

       WRITE-HELD-HIRE SECTION.
      *    The hire as keyed goes on the held headcount queue
      *    (copy/POSHOLD.cpy) instead of EMP; POSAPPR makes it once
      *    another operator approves the extra head.
           SET ws-posn-held TO TRUE
           .
           MOVE SPACES TO WS-POSN-HOLD-FILENAME
           .
           DISPLAY "POSN-HOLD-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-POSN-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-POSN-HOLD-FILENAME = SPACES
               MOVE "/tmp/posn_hold.dat" TO WS-POSN-HOLD-FILENAME
           END-IF
           .
           OPEN I-O POSN-HOLD-FILE
           .
           IF ws-posn-hold-no-file
               OPEN OUTPUT POSN-HOLD-FILE
               CLOSE POSN-HOLD-FILE
               OPEN I-O POSN-HOLD-FILE
           END-IF
           .
           IF NOT ws-posn-hold-file-ok
               DISPLAY "UNABLE TO OPEN HELD HEADCOUNT QUEUE: "
                   WS-POSN-HOLD-FILENAME
               DISPLAY "NEW HIRE NOT RECORDED."
               GO TO WRITE-HELD-HIRE-EXIT
           END-IF
           .
           MOVE SPACES TO POSN-HOLD-REC
           .
           MOVE EMP-NUMBER TO PH-EMPNO
           .
           SET PH-HIRE TO TRUE
           .
           ACCEPT PH-REQ-DATE FROM DATE YYYYMMDD
           .
           ACCEPT PH-REQ-TIME FROM TIME
           .
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           .
           ACCEPT PH-REQ-BY FROM ENVIRONMENT-VALUE
           .
           IF PH-REQ-BY = SPACES
               MOVE "LOGON" TO PH-REQ-BY
           END-IF
           .
           MOVE "LOGON" TO PH-SOURCE
           .
           MOVE DEPT-NUMBER TO PH-DEPTNO
           .
           MOVE NEW-JOB-ARR TO PH-JOB
           .
           MOVE ZERO TO PH-FROM-DEPTNO
           .
           MOVE PC-AUTH-COUNT TO PH-AUTH-COUNT
           .
           MOVE PC-FILLED-COUNT TO PH-FILLED-COUNT
           .
           MOVE EMP-NAME-ARR TO PH-ENAME
           .
           IF MGR-IND = -1
               MOVE "N" TO PH-MGR-SWITCH
               MOVE ZERO TO PH-MGR
           ELSE
               MOVE "Y" TO PH-MGR-SWITCH
               MOVE NEW-MGR TO PH-MGR
           END-IF
           .
           MOVE NEW-HIREDATE TO PH-HIREDATE
           .
           MOVE SALARY TO PH-SAL
           .
           IF COMM-IND = -1
               MOVE "N" TO PH-COMM-SWITCH
               MOVE ZERO TO PH-COMM
           ELSE
               MOVE "Y" TO PH-COMM-SWITCH
               MOVE COMMISSION TO PH-COMM
           END-IF
           .
           IF PROB-END-IND = -1
               MOVE ZERO TO PH-PROBEND
           ELSE
               MOVE PROB-END-CHAR TO PH-PROBEND
           END-IF
           .
           IF GENDER-IND = 0
               MOVE EMP-GENDER TO PH-GENDER
           END-IF
           .
           IF EMPTYPE-IND = 0
               MOVE EMP-TYPE TO PH-EMPTYPE
           END-IF
           .
           WRITE POSN-HOLD-REC
           .
           IF ws-posn-hold-file-ok
               DISPLAY "NEW HIRE HELD FOR HEADCOUNT APPROVAL IN "
                   "POSAPPR - NOT YET ON EMP."
           ELSE
               IF ws-posn-hold-dup-key
                   DISPLAY "EMPNO " EMP-NUMBER " IS ALREADY HELD FOR "
                       "HEADCOUNT APPROVAL - NEW HIRE NOT RECORDED."
               ELSE
                   DISPLAY "UNABLE TO WRITE HELD HEADCOUNT QUEUE, "
                       "STATUS=" WS-POSN-HOLD-STATUS
                       " - NEW HIRE NOT RECORDED."
               END-IF
           END-IF
           .
           CLOSE POSN-HOLD-FILE
           .
       WRITE-HELD-HIRE-EXIT.
           EXIT.
           .

       ACCEPT-OPTIONAL-MGR SECTION.
      *    Blank manager entry inserts a NULL MGR (the president has
      *    no manager); anything else gets the usual numeric edit.
           .
           PERFORM DISPLAY-UPDATE-RESULT
           .
           IF SQLCODE = 0
               PERFORM REGISTER-FINAL-PAY
           END-IF
           .
       TERMINATE-EMPLOYEE-EXIT.
           EXIT.
           .
           .
           PERFORM DISPLAY-UPDATE-RESULT
           .
      *    A final pay not yet sent is no longer owed.
           IF SQLCODE = 0
               MOVE SPACES TO FP-PARM
               MOVE "X" TO FP-FUNCTION
               MOVE EMP-NUMBER TO FP-EMPNO
               CALL "FINALREG" USING FP-PARM
           END-IF
           .
       REHIRE-EMPLOYEE-EXIT.
           EXIT.
           .

       REGISTER-FINAL-PAY SECTION.
      *    Every termination goes on the final-pay register, where
      *    FINALCALC works out what the leaver is owed and FINALREL
      *    pays it off-cycle - the regular pay run no longer pays
      *    them. TERMDATE was set to today.
           ACCEPT ws-today-date FROM DATE YYYYMMDD
           .
           MOVE SPACES TO FP-PARM
           .
           MOVE "A" TO FP-FUNCTION
           .
           MOVE EMP-NUMBER TO FP-EMPNO
           .
           MOVE ws-today-date TO FP-TERM-DATE
           .
           MOVE ws-term-reason-input TO FP-REASON
           .
           MOVE "LOGON" TO FP-SOURCE
           .
           MOVE WS-JRNL-OPER TO FP-OPERATOR
           .
           CALL "FINALREG" USING FP-PARM
           .
           IF FP-OK
               DISPLAY "FINAL PAY WILL BE WORKED OUT BY FINALCALC AND "
                   "PAID OFF-CYCLE."
           ELSE
               DISPLAY "TERMINATED BUT FINAL PAY NOT REGISTERED - "
                   "TELL PAYROLL."
           END-IF
           .
       REGISTER-FINAL-PAY-EXIT.
           EXIT.
           .

       TOGGLE-LEAVE-STATUS SECTION.
      *    Flips an active employee onto leave and a leave employee
      *    back to active; terminated rows go through REHIRE instead.
           EXIT.
           .

       RECORD-LEAVE-TAKEN SECTION.
      *    Books annual or personal leave against the employee's
      *    balance through LEAVEPST, the same posting LEAVELOAD makes
      *    for the batch bookings. The balances are shown first; a
      *    booking that would take the balance below minus the
      *    LEAVE-NEGATIVE-LIMIT days is refused and nothing posts.
      *    STATUS L (L=LEAVE/RETURN) is separate - it is the unpaid
      *    absence the pay run stops paying.
           IF EMP-STATUS = "T"
               DISPLAY "EMPNO " EMP-NUMBER " IS TERMINATED - NO "
                   "LEAVE CAN BE BOOKED."
               GO TO RECORD-LEAVE-TAKEN-EXIT
           END-IF
           .
           MOVE SPACES TO LV-PARM
           .
           MOVE "Q" TO LV-FUNCTION
           .
           MOVE EMP-NUMBER TO LV-EMPNO
           .
           CALL "LEAVEPST" USING LV-PARM
           .
           IF NOT LV-OK
               DISPLAY "LEAVE BALANCES NOT AVAILABLE - TELL PAYROLL."
               GO TO RECORD-LEAVE-TAKEN-EXIT
           END-IF
           .
           MOVE LV-ANNUAL-BAL TO ws-leave-bal-disp
           .
           MOVE LV-PERSONAL-BAL TO ws-leave-bal-disp-2
           .
           DISPLAY "LEAVE BALANCE DAYS - ANNUAL: " ws-leave-bal-disp
               "  PERSONAL: " ws-leave-bal-disp-2
           .
           MOVE "N" TO ws-entry-cancel-switch
           .
           MOVE SPACE TO ws-leave-type-input
           .
           PERFORM UNTIL ws-leave-type-input = "A"
                   OR ws-leave-type-input = "P"
                   OR ws-entry-cancelled
               DISPLAY "LEAVE TYPE (A=ANNUAL, P=PERSONAL, BLANK TO "
                   "CANCEL): " WITH NO ADVANCING
               MOVE SPACE TO ws-leave-type-input
               ACCEPT ws-leave-type-input
               EVALUATE ws-leave-type-input
                   WHEN SPACE
                       SET ws-entry-cancelled TO TRUE
                   WHEN "a"
                       MOVE "A" TO ws-leave-type-input
                   WHEN "p"
                       MOVE "P" TO ws-leave-type-input
                   WHEN "A"
                   WHEN "P"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "A OR P ONLY."
               END-EVALUATE
           END-PERFORM
           .
           IF ws-entry-cancelled
               DISPLAY "LEAVE NOT BOOKED."
               GO TO RECORD-LEAVE-TAKEN-EXIT
           END-IF
           .
           MOVE "N" TO ws-eff-date-ok-switch
           .
           PERFORM UNTIL ws-eff-date-ok OR ws-entry-cancelled
               DISPLAY "FIRST DAY OF LEAVE YYYYMMDD (BLANK TO "
                   "CANCEL): " WITH NO ADVANCING
               MOVE SPACES TO ws-eff-date-input
               ACCEPT ws-eff-date-input
               IF ws-eff-date-input = SPACES
                   SET ws-entry-cancelled TO TRUE
               ELSE
                   MOVE SPACES TO DE-PARM
                   MOVE ws-eff-date-input TO DE-DATE-IN(1:8)
                   MOVE "P" TO DE-FORMAT
                   MOVE "N" TO DE-NO-FUTURE
                   MOVE ZERO TO DE-MIN-DATE
                   MOVE ZERO TO DE-MAX-DATE
                   CALL "DATEEDIT" USING DE-PARM
                   IF DE-OK
                       SET ws-eff-date-ok TO TRUE
                   ELSE
                       DISPLAY "NOT A REAL CALENDAR DATE - TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM
           .
           IF ws-entry-cancelled
               DISPLAY "LEAVE NOT BOOKED."
               GO TO RECORD-LEAVE-TAKEN-EXIT
           END-IF
           .
           MOVE "N" TO ws-amount-ok-switch
           .
           PERFORM UNTIL ws-amount-ok OR ws-entry-cancelled
               DISPLAY "DAYS TAKEN, E.G. 1.5 (BLANK TO CANCEL): "
                   WITH NO ADVANCING
               MOVE SPACES TO ws-amount-input
               ACCEPT ws-amount-input
               IF ws-amount-input = SPACES
                   SET ws-entry-cancelled TO TRUE
               ELSE
                   PERFORM EDIT-AMOUNT-ENTRY
                   IF ws-amount-ok
                   AND (ws-amount-value = 0 OR ws-amount-value > 999)
                       MOVE "N" TO ws-amount-ok-switch
                   END-IF
                   IF NOT ws-amount-ok
                       DISPLAY "INVALID DAYS - ABOVE ZERO, NUMERIC "
                           "WITH OPTIONAL DECIMAL POINT ONLY."
                   END-IF
               END-IF
           END-PERFORM
           .
           IF ws-entry-cancelled
               DISPLAY "LEAVE NOT BOOKED."
               GO TO RECORD-LEAVE-TAKEN-EXIT
           END-IF
           .
           IF ws-leave-type-input = "A"
               MOVE LV-ANNUAL-BAL TO ws-leave-old-bal
           ELSE
               MOVE LV-PERSONAL-BAL TO ws-leave-old-bal
           END-IF
           .
           MOVE SPACES TO LV-PARM
           .
           MOVE "T" TO LV-FUNCTION
           .
           MOVE EMP-NUMBER TO LV-EMPNO
           .
           MOVE ws-leave-type-input TO LV-TYPE
           .
           MOVE DE-DATE-OUT TO LV-LEAVE-DATE
           .
           MOVE ws-amount-value TO LV-DAYS
           .
           MOVE "LOGON" TO LV-SOURCE
           .
           MOVE WS-JRNL-OPER TO LV-OPERATOR
           .
           CALL "LEAVEPST" USING LV-PARM
           .
           EVALUATE TRUE
               WHEN LV-OK
                   MOVE LV-BALANCE TO ws-leave-bal-disp
                   DISPLAY "LEAVE BOOKED - BALANCE NOW "
                       ws-leave-bal-disp " DAYS."
                   IF ws-leave-type-input = "A"
                       MOVE "LEAVE-A" TO WS-JRNL-FIELD
                   ELSE
                       MOVE "LEAVE-P" TO WS-JRNL-FIELD
                   END-IF
                   MOVE ws-leave-old-bal TO ws-leave-bal-disp-2
                   MOVE ws-leave-bal-disp-2 TO WS-JRNL-BEFORE
                   MOVE ws-leave-bal-disp TO WS-JRNL-AFTER
                   MOVE EMP-NUMBER TO WS-JRNL-EMPNO
                   PERFORM WRITE-MAINT-JOURNAL
               WHEN LV-OVER-LIMIT
                   MOVE LV-BALANCE TO ws-leave-bal-disp
                   MOVE LV-LIMIT TO ws-leave-limit-disp
                   DISPLAY "NOT BOOKED - BALANCE " ws-leave-bal-disp
                       " DAYS CANNOT GO BELOW -" ws-leave-limit-disp
                       " DAYS."
               WHEN OTHER
                   DISPLAY "LEAVE NOT BOOKED - TELL PAYROLL."
           END-EVALUATE
           .
       RECORD-LEAVE-TAKEN-EXIT.
           EXIT.
           .

       WRITE-INQUIRY-LOG SECTION.
      *    One line per successful fetch, appended the way the other
      *    shared trails append - a failed open is not worth ending
