       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAL-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RTR-KEY
               FILE STATUS WS-RETRO-STATUS.
           SELECT PAY-RUN-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT ARREARS-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.
       FD  PAY-RUN-FILE.
           COPY PAYRUNS.
       FD  ARREARS-REPORT-FILE.
       01  ARREARS-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  EMP-STATUS                   PIC X(1).
       01  HIRE-DATE-CHAR               PIC X(8).
       01  HIRE-DATE-IND                PIC S9(4) COMP VALUE ZERO.
       01  TERM-DATE-CHAR               PIC X(8).
       01  TERM-DATE-IND                PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY RPTRTELK.

      *    RETROCALC works out the arrears owed on every backdated
      *    salary change still open on the register
      *    (copy/SALRETRO.cpy), from the pay runs already released
      *    at the old rate (copy/PAYRUNS.cpy), and prints each
      *    period's share. Run it before PAYCALC: PAYCALC pays what
      *    it finds CALCULATED here in the next pay run. An entry
      *    stays open to recalculation until a pay run carrying it
      *    is released, so running it twice changes nothing.
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
           88  WS-RETRO-NO-FILE               VALUE "35".
       01  WS-RETRO-EOF-SWITCH          PIC X VALUE "N".
           88  WS-RETRO-EOF                   VALUE "Y".
       01  WS-REGISTER-FILENAME         PIC X(256).
       01  WS-REGISTER-STATUS           PIC XX.
           88  WS-REGISTER-FILE-OK            VALUE "00".
       01  WS-REGISTER-EOF-SWITCH       PIC X VALUE "N".
           88  WS-REGISTER-EOF                VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    Every regular run released, in the order released - a
      *    final-pay run pays no period. A register
      *    entry written before the period start was carried has
      *    none; the period is then taken as the calendar month of
      *    its end, the default pay period.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RUN-PERIOD-START  PIC 9(8).
               10  WS-RUN-PERIOD-END    PIC 9(8).
               10  WS-RUN-PAY-DATE      PIC 9(8).
       01  WS-RUN-MAX                   PIC 9(4) COMP VALUE 0.
       01  WS-RX                        PIC 9(4) COMP.
       01  WS-RY                        PIC 9(4) COMP.
       01  WS-MONTH-START               PIC 9(8).
       01  WS-MONTH-START-SPLIT REDEFINES WS-MONTH-START.
           05  WS-MONTH-START-YYYYMM    PIC 9(6).
           05  WS-MONTH-START-DD        PIC 9(2).
       01  WS-REPLACED-SWITCH           PIC X.
           88  WS-RUN-REPLACED                VALUE "Y".

      *    Per-entry working figures, as day numbers.
       01  WS-WORK-DATE                 PIC 9(8).
       01  WS-HIRE-INT                  PIC 9(7) COMP-5.
       01  WS-TERM-INT                  PIC 9(7) COMP-5.
       01  WS-EFF-INT                   PIC 9(7) COMP-5.
       01  WS-START-INT                 PIC 9(7) COMP-5.
       01  WS-END-INT                   PIC 9(7) COMP-5.
       01  WS-FROM-INT                  PIC 9(7) COMP-5.
       01  WS-TO-INT                    PIC 9(7) COMP-5.
       01  WS-PERIOD-DAYS               PIC 9(5) COMP.
       01  WS-OWED-DAYS                 PIC 9(5) COMP.
       01  WS-RATE-DIFF                 PIC S9(7)V99.
       01  WS-PERIOD-ARREARS            PIC S9(7)V99.
       01  WS-ENTRY-ARREARS             PIC S9(7)V99.
       01  WS-ENTRY-PERIODS             PIC 9(3).

       01  WS-ENTRY-COUNT               PIC 9(5) VALUE 0.
       01  WS-OWED-COUNT                PIC 9(5) VALUE 0.
       01  WS-NOTHING-COUNT             PIC 9(5) VALUE 0.
       01  WS-RECOVER-COUNT             PIC 9(5) VALUE 0.
       01  WS-OWED-TOTAL                PIC 9(11)V99 VALUE 0.
       01  WS-RECOVER-TOTAL             PIC 9(11)V99 VALUE 0.

       01  WS-TODAY                     PIC 9(8).

       01  RPT-HEADING-1.
           05  FILLER                   PIC X(48)
               VALUE "RETROCALC - BACKDATED SALARY ARREARS  RUN DATE ".
           05  RH1-DATE                 PIC 9(8).
           05  FILLER                   PIC X(76) VALUE SPACES.
       01  RPT-HEADING-2.
           05  FILLER                   PIC X(50) VALUE
               "EMPNO  EFFECTIVE  APPLIED   SOURCE    OPERATOR    ".
           05  FILLER                   PIC X(82) VALUE
               "  OLD SALARY    NEW SALARY".
       01  RPT-ENTRY-LINE.
           05  RE-EMPNO                 PIC Z(3)9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RE-EFF-DATE              PIC 9(8).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RE-APPLIED-DATE          PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-SOURCE                PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-OPERATOR              PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-OLD-SAL               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RE-NEW-SAL               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(56) VALUE SPACES.
       01  RPT-PERIOD-LINE.
           05  FILLER                   PIC X(11) VALUE
               "    PERIOD ".
           05  RP-PERIOD-START          PIC 9(8).
           05  FILLER                   PIC X VALUE "-".
           05  RP-PERIOD-END            PIC 9(8).
           05  FILLER                   PIC X(8) VALUE "  PAID ".
           05  RP-PAY-DATE              PIC 9(8).
           05  FILLER                   PIC X(7) VALUE "  DAYS ".
           05  RP-OWED-DAYS             PIC ZZZ9.
           05  FILLER                   PIC X VALUE "/".
           05  RP-PERIOD-DAYS           PIC ZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RP-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(55) VALUE SPACES.
       01  RPT-RESULT-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RL-TEXT                  PIC X(40).
           05  RL-AMOUNT                PIC Z,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RL-NOTE                  PIC X(74).
       01  RPT-TOTAL-LINE.
           05  RT-LABEL                 PIC X(40).
           05  RT-COUNT                 PIC Z(4)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RT-AMOUNT                PIC Z(10)9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(71) VALUE SPACES.


       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM OPEN-RETRO-FILE
           PERFORM LOAD-RUN-REGISTER
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-ARREARS-REPORT
           PERFORM CALCULATE-ALL-ARREARS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ARREARS-REPORT-FILE
           CLOSE SAL-RETRO-FILE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           DISPLAY "RETROCALC: " WS-ENTRY-COUNT " backdated change(s)"
               " worked, " WS-OWED-COUNT " with arrears to pay, "
               WS-NOTHING-COUNT " with nothing owed - see "
               WS-RPT-FILENAME
           IF WS-RECOVER-COUNT > 0
               DISPLAY "RETROCALC: " WS-RECOVER-COUNT " reduction(s) "
                   "left an overpayment to recover by arrangement"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The arrears feed the pay calculation - two copies must
      *    never rework the register at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "RETROCALC" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "RETROCALC: ANOTHER COPY IS RUNNING - ENDED"
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

       OPEN-RETRO-FILE SECTION.
      *    SAL-RETRO-FILE names the backdated change register
      *    RETROREG keeps; it defaults to /tmp/sal_retro.dat. With
      *    none, no salary change has ever been backdated.
           MOVE SPACES TO WS-RETRO-FILENAME
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           OPEN I-O SAL-RETRO-FILE
           IF WS-RETRO-NO-FILE
               DISPLAY "RETROCALC: NO BACKDATED CHANGES REGISTERED AT "
                   WS-RETRO-FILENAME
               PERFORM RECORD-RUN-END
               GOBACK
           END-IF
           IF NOT WS-RETRO-FILE-OK
               DISPLAY "RETROCALC: UNABLE TO OPEN BACKDATED CHANGE "
                   "REGISTER: " WS-RETRO-FILENAME
                   " STATUS=" WS-RETRO-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-RETRO-FILE-EXIT.
           EXIT.

       LOAD-RUN-REGISTER SECTION.
      *    PAY-RUN-REGISTER names the register of released runs
      *    PAYREL keeps (copy/PAYRUNS.cpy); it defaults to
      *    /tmp/pay_runs.dat. With none, nothing has been paid at
      *    any rate and no arrears can be owed.
           MOVE SPACES TO WS-REGISTER-FILENAME
           DISPLAY "PAY-RUN-REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTER-FILENAME = SPACES
               MOVE "/tmp/pay_runs.dat" TO WS-REGISTER-FILENAME
           END-IF
           INITIALIZE WS-RUN-TABLE
           OPEN INPUT PAY-RUN-FILE
           IF NOT WS-REGISTER-FILE-OK
               DISPLAY "RETROCALC: NO PAY-RUN REGISTER AT "
                   WS-REGISTER-FILENAME
               GO TO LOAD-RUN-REGISTER-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF
               READ PAY-RUN-FILE
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF NOT PRR-FINAL-PAY-RUN
                           PERFORM STORE-RELEASED-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-RUN-FILE
           .
       LOAD-RUN-REGISTER-EXIT.
           EXIT.

       STORE-RELEASED-RUN SECTION.
           IF WS-RUN-MAX = 2000
               DISPLAY "RETROCALC: MORE THAN 2000 RELEASED RUNS ON "
                   "THE REGISTER - NOTHING CALCULATED"
               CLOSE PAY-RUN-FILE
               CLOSE SAL-RETRO-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-RUN-MAX
           MOVE PRR-PERIOD-END TO WS-RUN-PERIOD-END(WS-RUN-MAX)
           MOVE PRR-PAY-DATE TO WS-RUN-PAY-DATE(WS-RUN-MAX)
           IF PRR-PERIOD-START IS NUMERIC
               AND PRR-PERIOD-START NOT = ZERO
               MOVE PRR-PERIOD-START TO WS-RUN-PERIOD-START(WS-RUN-MAX)
           ELSE
               MOVE PRR-PERIOD-END TO WS-MONTH-START
               MOVE 1 TO WS-MONTH-START-DD
               MOVE WS-MONTH-START TO WS-RUN-PERIOD-START(WS-RUN-MAX)
           END-IF
           .
       STORE-RELEASED-RUN-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Hire and termination dates come from EMP - arrears are
      *    only owed for days employed.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "RETROCALC" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "RETROCALC: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE SAL-RETRO-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-ARREARS-REPORT SECTION.
      *    RETROCALC-REPORT names the arrears report; it defaults to
      *    /tmp/retrocalc.rpt when unset and is filed through the
      *    report router.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "RETROCALC-REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/retrocalc.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "RETROCALC" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT ARREARS-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "RETROCALC: UNABLE TO OPEN ARREARS REPORT: "
                   WS-RPT-FILENAME
               CLOSE SAL-RETRO-FILE
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO RH1-DATE
           WRITE ARREARS-REPORT-REC FROM RPT-HEADING-1
           MOVE SPACES TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC FROM RPT-HEADING-2
           MOVE ALL "-" TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           .
       OPEN-ARREARS-REPORT-EXIT.
           EXIT.

       CALCULATE-ALL-ARREARS SECTION.
      *    Entries already paid, with nothing owed, or left for
      *    recovery are settled; only open and calculated-but-unpaid
      *    entries are worked again.
           MOVE LOW-VALUES TO RTR-KEY
           START SAL-RETRO-FILE KEY NOT LESS THAN RTR-KEY
               INVALID KEY
                   SET WS-RETRO-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RETRO-EOF
               READ SAL-RETRO-FILE NEXT
                   AT END
                       SET WS-RETRO-EOF TO TRUE
                   NOT AT END
                       IF RTR-OPEN OR RTR-CALCULATED
                           PERFORM CALCULATE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .
       CALCULATE-ALL-ARREARS-EXIT.
           EXIT.

       CALCULATE-ONE-ENTRY SECTION.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE RTR-EMPNO TO RE-EMPNO
           MOVE RTR-EFF-DATE TO RE-EFF-DATE
           MOVE RTR-APPLIED-DATE TO RE-APPLIED-DATE
           MOVE RTR-SOURCE TO RE-SOURCE
           MOVE RTR-OPERATOR TO RE-OPERATOR
           MOVE RTR-OLD-SAL TO RE-OLD-SAL
           MOVE RTR-NEW-SAL TO RE-NEW-SAL
           WRITE ARREARS-REPORT-REC FROM RPT-ENTRY-LINE

      *    Days before HIREDATE or after TERMDATE were never paid at
      *    either rate. An employee no longer on EMP is worked
      *    without either bound.
           MOVE ZERO TO WS-HIRE-INT
           MOVE 9999999 TO WS-TERM-INT
           MOVE RTR-EMPNO TO EMP-NUMBER
           EXEC SQL
               SELECT NVL(STATUS, 'A'),
                   TO_CHAR(HIREDATE, 'YYYYMMDD'),
                   TO_CHAR(TERMDATE, 'YYYYMMDD')
               INTO :EMP-STATUS,
                   :HIRE-DATE-CHAR:HIRE-DATE-IND,
                   :TERM-DATE-CHAR:TERM-DATE-IND
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE = 0
               IF HIRE-DATE-IND NOT = -1
                   AND HIRE-DATE-CHAR IS NUMERIC
                   MOVE HIRE-DATE-CHAR TO WS-WORK-DATE
                   COMPUTE WS-HIRE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               END-IF
               IF EMP-STATUS = "T"
                   AND TERM-DATE-IND NOT = -1
                   AND TERM-DATE-CHAR IS NUMERIC
                   MOVE TERM-DATE-CHAR TO WS-WORK-DATE
                   COMPUTE WS-TERM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               END-IF
           END-IF

           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(RTR-EFF-DATE)
           COMPUTE WS-RATE-DIFF = RTR-NEW-SAL - RTR-OLD-SAL
           MOVE ZERO TO WS-ENTRY-ARREARS
           MOVE ZERO TO WS-ENTRY-PERIODS

           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RUN-MAX
               IF WS-RUN-PAY-DATE(WS-RX) < RTR-APPLIED-DATE
                   AND WS-RUN-PERIOD-END(WS-RX) >= RTR-EFF-DATE
                   PERFORM WORK-ONE-PERIOD
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-RESULT-LINE
           MOVE WS-ENTRY-PERIODS TO RTR-PERIODS
           MOVE WS-TODAY TO RTR-CALC-DATE
           EVALUATE TRUE
               WHEN WS-ENTRY-ARREARS > 0
                   SET RTR-CALCULATED TO TRUE
                   MOVE WS-ENTRY-ARREARS TO RTR-ARREARS
                   ADD 1 TO WS-OWED-COUNT
                   ADD RTR-ARREARS TO WS-OWED-TOTAL
                   MOVE "ARREARS OWED" TO RL-TEXT
                   MOVE RTR-ARREARS TO RL-AMOUNT
                   MOVE "PAID AS A SEPARATE LINE IN THE NEXT PAY RUN"
                       TO RL-NOTE
               WHEN WS-ENTRY-ARREARS < 0
                   SET RTR-RECOVER TO TRUE
                   COMPUTE RTR-ARREARS = 0 - WS-ENTRY-ARREARS
                   ADD 1 TO WS-RECOVER-COUNT
                   ADD RTR-ARREARS TO WS-RECOVER-TOTAL
                   MOVE "OVERPAID AT THE OLD RATE" TO RL-TEXT
                   MOVE RTR-ARREARS TO RL-AMOUNT
                   MOVE "NOT DEDUCTED - RECOVER BY ARRANGEMENT"
                       TO RL-NOTE
               WHEN OTHER
                   SET RTR-NOTHING-OWED TO TRUE
                   MOVE ZERO TO RTR-ARREARS
                   ADD 1 TO WS-NOTHING-COUNT
                   MOVE "NOTHING OWED" TO RL-TEXT
                   MOVE "NO RELEASED PERIOD PAID THE OLD RATE"
                       TO RL-NOTE
           END-EVALUATE
           WRITE ARREARS-REPORT-REC FROM RPT-RESULT-LINE
           MOVE SPACES TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC

           REWRITE SAL-RETRO-REC
               INVALID KEY
                   DISPLAY "RETROCALC: UNABLE TO UPDATE EMPNO "
                       RTR-EMPNO " EFFECTIVE " RTR-EFF-DATE
                       " STATUS=" WS-RETRO-STATUS
           END-REWRITE
           .
       CALCULATE-ONE-ENTRY-EXIT.
           EXIT.

       WORK-ONE-PERIOD SECTION.
      *    A period released again later, still before the change,
      *    replaced this release - only the last one paid.
           MOVE "N" TO WS-REPLACED-SWITCH
           COMPUTE WS-RY = WS-RX + 1
           PERFORM UNTIL WS-RY > WS-RUN-MAX OR WS-RUN-REPLACED
               IF WS-RUN-PERIOD-END(WS-RY) = WS-RUN-PERIOD-END(WS-RX)
                   AND WS-RUN-PAY-DATE(WS-RY) < RTR-APPLIED-DATE
                   SET WS-RUN-REPLACED TO TRUE
               END-IF
               ADD 1 TO WS-RY
           END-PERFORM
           IF WS-RUN-REPLACED
               GO TO WORK-ONE-PERIOD-EXIT
           END-IF

      *    The days owed run from the latest of the period start,
      *    the effective date and HIREDATE to the earlier of the
      *    period end and TERMDATE, paid at the difference in rate
      *    over the days in the period - the same pro-rating
      *    PAYCALC pays a part period by.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-PERIOD-START(WS-RX))
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-PERIOD-END(WS-RX))
           MOVE WS-START-INT TO WS-FROM-INT
           IF WS-EFF-INT > WS-FROM-INT
               MOVE WS-EFF-INT TO WS-FROM-INT
           END-IF
           IF WS-HIRE-INT > WS-FROM-INT
               MOVE WS-HIRE-INT TO WS-FROM-INT
           END-IF
           MOVE WS-END-INT TO WS-TO-INT
           IF WS-TERM-INT < WS-TO-INT
               MOVE WS-TERM-INT TO WS-TO-INT
           END-IF
           IF WS-FROM-INT > WS-TO-INT
               GO TO WORK-ONE-PERIOD-EXIT
           END-IF

           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1
           COMPUTE WS-OWED-DAYS = WS-TO-INT - WS-FROM-INT + 1
           IF WS-OWED-DAYS = WS-PERIOD-DAYS
               MOVE WS-RATE-DIFF TO WS-PERIOD-ARREARS
           ELSE
               COMPUTE WS-PERIOD-ARREARS ROUNDED =
                   WS-RATE-DIFF * WS-OWED-DAYS / WS-PERIOD-DAYS
           END-IF
           ADD WS-PERIOD-ARREARS TO WS-ENTRY-ARREARS
           ADD 1 TO WS-ENTRY-PERIODS

           MOVE WS-RUN-PERIOD-START(WS-RX) TO RP-PERIOD-START
           MOVE WS-RUN-PERIOD-END(WS-RX) TO RP-PERIOD-END
           MOVE WS-RUN-PAY-DATE(WS-RX) TO RP-PAY-DATE
           MOVE WS-OWED-DAYS TO RP-OWED-DAYS
           MOVE WS-PERIOD-DAYS TO RP-PERIOD-DAYS
           MOVE WS-PERIOD-ARREARS TO RP-AMOUNT
           WRITE ARREARS-REPORT-REC FROM RPT-PERIOD-LINE
           .
       WORK-ONE-PERIOD-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           MOVE ALL "-" TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           MOVE SPACES TO RPT-TOTAL-LINE
           MOVE "BACKDATED CHANGES WORKED" TO RT-LABEL
           MOVE WS-ENTRY-COUNT TO RT-COUNT
           WRITE ARREARS-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "ARREARS TO PAY IN THE NEXT PAY RUN" TO RT-LABEL
           MOVE WS-OWED-COUNT TO RT-COUNT
           MOVE WS-OWED-TOTAL TO RT-AMOUNT
           WRITE ARREARS-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "NOTHING OWED" TO RT-LABEL
           MOVE WS-NOTHING-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE ARREARS-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "OVERPAID - TO RECOVER BY ARRANGEMENT" TO RT-LABEL
           MOVE WS-RECOVER-COUNT TO RT-COUNT
           MOVE WS-RECOVER-TOTAL TO RT-AMOUNT
           WRITE ARREARS-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE SPACES TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           MOVE "  PERIODS COUNT WHEN PAID FROM A PAYMENT FILE WRITTEN"
               TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           MOVE "  BEFORE THE DAY THE CHANGE WAS APPLIED. ARREARS ARE"
               TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           MOVE "  WORKED ON DAYS EMPLOYED; UNPAID LEAVE IN A PAST"
               TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           MOVE "  PERIOD IS NOT TAKEN OUT - ADJUST BY HAND IF SO."
               TO ARREARS-REPORT-REC
           WRITE ARREARS-REPORT-REC
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
