       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-INPUT-FILE ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INPUT-STATUS.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PLAN-STATUS.
           SELECT COMM-HIST-FILE ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CMH-KEY
               FILE STATUS WS-HIST-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STMT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-STMT-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO WS-ERROR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ERROR-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-INPUT-FILE.
       01  SALES-INPUT-REC             PIC X(200).
       FD  PLAN-FILE.
       01  PLAN-REC.
           05  CPL-SCOPE               PIC X.
           05  FILLER                  PIC X.
           05  CPL-KEY                 PIC X(9).
           05  FILLER                  PIC X.
           05  CPL-LINE-TYPE           PIC X.
           05  FILLER                  PIC X.
           05  CPL-AMOUNT              PIC 9(8).99.
           05  CPL-AMOUNT-X REDEFINES CPL-AMOUNT
                                       PIC X(11).
           05  FILLER                  PIC X.
           05  CPL-RATE                PIC 99.999.
           05  CPL-RATE-X REDEFINES CPL-RATE
                                       PIC X(6).
           05  FILLER                  PIC X.
           05  CPL-DESC                PIC X(30).
           05  FILLER                  PIC X(17).
       FD  COMM-HIST-FILE.
           COPY COMMHIST.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC               PIC X(132).
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-IND                     PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X(1).
       01  EMP-JOB                      PIC X(9).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY EMPJRNWS.
           COPY COMMCHKL.
           COPY CSVPARLK.
           COPY RPTRTELK.

      *    COMMCALC works each salesperson's commission for a sales
      *    period from the sales results feed instead of the figure
      *    being keyed: the period's net sales go through the tiered
      *    plan for the salesperson's job (or, failing that, their
      *    department), a sale reversed from an earlier period is
      *    clawed back at what it earned then, and the result is set
      *    as COMM through the journal once it has passed the
      *    COMMCHK policy check. Every salesperson on the feed gets
      *    a statement showing how the figure was made up, and the
      *    commission history (copy/COMMHIST.cpy) keeps it for the
      *    next dispute. Only salespeople on the feed are touched -
      *    the sales team sends a zero line for anyone with no sales
      *    in the period.
       01  WS-INPUT-FILENAME            PIC X(256).
       01  WS-INPUT-STATUS              PIC XX.
           88  WS-INPUT-FILE-OK               VALUE "00".
       01  WS-PLAN-FILENAME             PIC X(256).
       01  WS-PLAN-STATUS               PIC XX.
           88  WS-PLAN-FILE-OK                VALUE "00".
       01  WS-HIST-FILENAME             PIC X(256).
       01  WS-HIST-STATUS               PIC XX.
           88  WS-HIST-FILE-OK                VALUE "00".
           88  WS-HIST-NO-FILE                VALUE "35".
       01  WS-STMT-FILENAME             PIC X(256).
       01  WS-STMT-STATUS               PIC XX.
           88  WS-STMT-FILE-OK                VALUE "00".
       01  WS-ERROR-FILENAME            PIC X(256).
       01  WS-ERROR-STATUS              PIC XX.
           88  WS-ERROR-FILE-OK               VALUE "00".

       01  WS-INPUT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-INPUT-EOF                   VALUE "Y".
       01  WS-PLAN-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PLAN-EOF                    VALUE "Y".
       01  WS-HIST-EOF-SWITCH           PIC X.
           88  WS-HIST-EOF                    VALUE "Y".

      *    The commission plans, loaded once per run: a tier's rate
      *    applies to the sales between its threshold and the next
      *    tier's, and the cap is the most one period may earn.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY           OCCURS 50.
               10  WS-PL-SCOPE         PIC X.
               10  WS-PL-KEY           PIC X(9).
               10  WS-PL-CAP           PIC 9(8)V99.
               10  WS-PL-TIER-COUNT    PIC 9(2) COMP.
               10  WS-PL-TIER          OCCURS 10.
                   15  WS-PL-FLOOR     PIC 9(8)V99.
                   15  WS-PL-RATE      PIC 9(2)V999.
       01  WS-PLAN-COUNT                PIC 9(2) COMP VALUE 0.
       01  WS-PLAN-IDX                  PIC 9(2) COMP.
       01  WS-PLAN-HIT                  PIC 9(2) COMP.
       01  WS-TIER-IDX                  PIC 9(2) COMP.
       01  WS-PLAN-SCOPE-WANT           PIC X.
       01  WS-PLAN-KEY-WANT             PIC X(9).
       01  WS-PLAN-LABEL                PIC X(11).

      *    The feed, held whole: it arrives in no particular order,
      *    and a salesperson's lines are gathered from it in turn.
       01  WS-SALE-TABLE.
           05  WS-SALE-ENTRY           OCCURS 5000.
               10  WS-SL-EMPNO         PIC 9(4).
               10  WS-SL-PERIOD        PIC 9(6).
               10  WS-SL-AMOUNT        PIC S9(9)V99.
               10  WS-SL-REF           PIC X(20).
       01  WS-SALE-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SALE-IDX                  PIC 9(4) COMP.

      *    The salespeople on the feed, in EMPNO order.
       01  WS-REP-TABLE.
           05  WS-REP-EMPNO            PIC 9(4) OCCURS 1000.
       01  WS-REP-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-REP-IDX                   PIC 9(4) COMP.
       01  WS-REP-SHIFT                 PIC 9(4) COMP.
       01  WS-REP-FOUND-SWITCH          PIC X.
           88  WS-REP-ON-TABLE                VALUE "Y".

      *    The salesperson being calculated.
       01  WS-REP-NO                    PIC 9(4).
       01  WS-REP-NAME                  PIC X(10).
       01  WS-REP-JOB                   PIC X(9).
       01  WS-REP-DEPT                  PIC 9(4).
       01  WS-REP-STATUS                PIC X.
       01  WS-REP-SAL                   PIC 9(7)V99.
       01  WS-REP-OLD-COMM              PIC 9(7)V99.
       01  WS-REP-COMM-NULL-SWITCH      PIC X.
           88  WS-REP-COMM-NULL               VALUE "Y".
       01  WS-PERIOD-SALES              PIC S9(9)V99.
       01  WS-CUR-SALES                 PIC 9(9)V99.
       01  WS-CUR-COMM                  PIC 9(9)V99.
       01  WS-CUR-GROSS                 PIC 9(9)V99.
       01  WS-CUR-CAPPED                PIC X.
       01  WS-LATE-CREDIT               PIC 9(9)V99.
       01  WS-CLAWBACK                  PIC 9(9)V99.
       01  WS-CARRIED-IN                PIC 9(7)V99.
       01  WS-NET                       PIC S9(9)V99.
       01  WS-NEW-COMM                  PIC 9(9)V99.
       01  WS-CARRIED                   PIC 9(9)V99.
       01  WS-REJECT-REASON             PIC X(40).
       01  WS-POLICY-NOTE               PIC X(40).

      *    Earlier periods the feed changes for this salesperson -
      *    each is recalculated on its revised sales, and the
      *    difference is the clawback (or late credit).
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY            OCCURS 24.
               10  WS-ADJ-PERIOD       PIC 9(6).
               10  WS-ADJ-SALES        PIC S9(9)V99.
               10  WS-ADJ-FOUND        PIC X.
               10  WS-ADJ-OLD-SALES    PIC 9(9)V99.
               10  WS-ADJ-NEW-SALES    PIC 9(9)V99.
               10  WS-ADJ-OLD-COMM     PIC 9(7)V99.
               10  WS-ADJ-NEW-COMM     PIC 9(7)V99.
               10  WS-ADJ-DIFF         PIC S9(9)V99.
       01  WS-ADJ-COUNT                 PIC 9(2) COMP.
       01  WS-ADJ-IDX                   PIC 9(2) COMP.
       01  WS-ADJ-WORK                  PIC S9(9)V99.

      *    One pass of the plan over a sales figure: what each tier
      *    earned, the total before the cap, and after it.
       01  WS-CALC-SALES                PIC 9(9)V99.
       01  WS-CALC-UPPER                PIC 9(9)V99.
       01  WS-CALC-GROSS                PIC 9(9)V99.
       01  WS-CALC-COMM                 PIC 9(9)V99.
       01  WS-CALC-CAPPED               PIC X.
       01  WS-CALC-TIER-TABLE.
           05  WS-CALC-TIER            OCCURS 10.
               10  WS-CT-SALES         PIC 9(9)V99.
               10  WS-CT-COMM          PIC 9(9)V99.
       01  WS-CALC-OLD                  PIC 9(9)V99.

       01  WS-RUN-PERIOD                PIC 9(6).
       01  WS-RUN-PERIOD-SPLIT REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
       01  WS-ENV-PERIOD                PIC X(6).
       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).
       01  WS-OPERATOR                  PIC X(10).

       01  WS-KEY-IN                    PIC X(40).
       01  WS-KEY-RJUST                 PIC X(4).
       01  WS-KEY-TRAIL-CT              PIC 99 COMP.
       01  WS-KEY-LEN                   PIC 99 COMP.
       01  WS-KEY-OK-SWITCH             PIC X.
           88  WS-KEY-OK                      VALUE "Y".
       01  WS-LINE-PERIOD               PIC X(6).
       01  WS-LINE-PERIOD-SPLIT REDEFINES WS-LINE-PERIOD.
           05  WS-LINE-YYYY             PIC X(4).
           05  WS-LINE-MM               PIC X(2).

       01  WS-VAL-X                     PIC X(14).
       01  WS-VAL-NEG-SWITCH            PIC X.
           88  WS-VAL-NEGATIVE                VALUE "Y".
       01  WS-VAL-INT-IN                PIC X(9).
       01  WS-VAL-INT-RJUST             PIC X(9).
       01  WS-VAL-DEC-IN                PIC X(2).
       01  WS-VAL-TRAIL-CT              PIC 99 COMP.
       01  WS-VAL-LEN                   PIC 99 COMP.
       01  WS-VAL-INT-NUM               PIC 9(9).
       01  WS-VAL-DEC-NUM               PIC 9(2).
       01  WS-VALUE                     PIC S9(9)V99.
       01  WS-VAL-OK-SWITCH             PIC X.
           88  WS-VAL-OK                      VALUE "Y".

       01  WS-READ-COUNT                PIC 9(5) VALUE 0.
       01  WS-NOT-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-CLAWBACK-COUNT            PIC 9(5) VALUE 0.

       01  WS-STMT-LINE.
           05  SL-LABEL                 PIC X(76).
           05  SL-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(38).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-TIER                   PIC Z9.
           05  D-FLOOR                  PIC ZZ,ZZZ,ZZ9.99.
           05  D-UPPER                  PIC ZZ,ZZZ,ZZ9.99.
           05  D-SALES                  PIC ZZZ,ZZZ,ZZ9.99.
           05  D-RATE                   PIC Z9.999.
           05  D-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  D-OLD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  D-NEW-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  D-PCT                    PIC ZZ,ZZ9.99.
           05  D-MAX-PCT                PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-OPERATOR
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-RUN-PERIOD
           PERFORM LOAD-POLICY-CHECK
           PERFORM LOAD-PLAN-TABLE
           PERFORM OPEN-INPUT-FILE
           PERFORM OPEN-ERROR-REPORT
           PERFORM LOAD-SALES-FEED
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-STATEMENT-FILE
           PERFORM CONNECT-TO-ORACLE

      *    One salesperson at a time, each committed on its own - a
      *    rejected result leaves the others applied.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-COUNT
               PERFORM PROCESS-ONE-SALESPERSON
           END-PERFORM

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           CLOSE COMM-HIST-FILE
           CLOSE STATEMENT-FILE
           MOVE SPACES TO ERROR-REC
           WRITE ERROR-REC
           MOVE SPACES TO ERROR-REC
           STRING "COMM SET FOR " DELIMITED SIZE
               WS-APPLIED-COUNT DELIMITED SIZE
               " SALESPERSON(S), " DELIMITED SIZE
               WS-REJECT-COUNT DELIMITED SIZE
               " REJECTED, " DELIMITED SIZE
               WS-NOT-LOADED-COUNT DELIMITED SIZE
               " FEED LINE(S) NOT LOADED" DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           CLOSE ERROR-REPORT-FILE

           DISPLAY "COMMCALC: PERIOD " WS-RUN-PERIOD " - "
               WS-READ-COUNT " feed line(s) read, "
               WS-APPLIED-COUNT " COMM set, "
               WS-REJECT-COUNT " rejected, "
               WS-NOT-LOADED-COUNT " line(s) not loaded"
           IF WS-CLAWBACK-COUNT > 0
               DISPLAY "COMMCALC: " WS-CLAWBACK-COUNT
                   " earlier period(s) clawed back"
           END-IF
           DISPLAY "COMMCALC: STATEMENTS IN " WS-STMT-FILENAME
           IF WS-REJECT-COUNT > 0 OR WS-NOT-LOADED-COUNT > 0
               DISPLAY "COMMCALC: SEE " WS-ERROR-FILENAME
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    COMMCALC writes COMM on EMP and the maintenance journal,
      *    so it holds the EMP-WRITE resource like every EMP writer.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "COMMCALC" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "COMMCALC: EMP IS HELD BY ANOTHER WRITER - "
                   "ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-JRNL-WRITER-LOCKED TO TRUE
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-REJECT-COUNT > 0 OR WS-NOT-LOADED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           END-IF
           MOVE WS-APPLIED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-APPLIED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-RUN-PERIOD SECTION.
      *    COMMCALC-PERIOD (YYYYMM) is the sales period being paid;
      *    unset, it is the calendar month before today - the month
      *    the sales team has just closed.
           MOVE SPACES TO WS-ENV-PERIOD
           DISPLAY "COMMCALC-PERIOD" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT-VALUE
           IF WS-ENV-PERIOD = SPACES
               MOVE WS-TODAY-YYYY TO WS-RUN-YYYY
               MOVE WS-TODAY-MM TO WS-RUN-MM
               IF WS-RUN-MM = 1
                   SUBTRACT 1 FROM WS-RUN-YYYY
                   MOVE 12 TO WS-RUN-MM
               ELSE
                   SUBTRACT 1 FROM WS-RUN-MM
               END-IF
               GO TO RESOLVE-RUN-PERIOD-EXIT
           END-IF
           IF WS-ENV-PERIOD NOT NUMERIC
               DISPLAY "COMMCALC: COMMCALC-PERIOD " WS-ENV-PERIOD
                   " IS NOT YYYYMM - ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ENV-PERIOD TO WS-RUN-PERIOD
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               OR WS-RUN-PERIOD > WS-TODAY(1:6)
               DISPLAY "COMMCALC: COMMCALC-PERIOD " WS-ENV-PERIOD
                   " IS NOT A PAST OR CURRENT MONTH - ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RESOLVE-RUN-PERIOD-EXIT.
           EXIT.

       LOAD-POLICY-CHECK SECTION.
      *    Every result goes through the shared COMMCHK before it is
      *    set, so without a usable policy file nothing can be.
           MOVE SPACES TO CC-PARM
           MOVE "L" TO CC-FUNCTION
           CALL "COMMCHK" USING CC-PARM
           IF CC-FAILED
               DISPLAY "COMMCALC: COMMPOL-POLICY MISSING OR HELD NO "
                   "USABLE ENTRIES - NO COMMISSION CALCULATED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-POLICY-CHECK-EXIT.
           EXIT.

       LOAD-PLAN-TABLE SECTION.
      *    COMMPLAN-FILE names the commission plan table; it defaults
      *    to /tmp/commplan.dat when unset. A plan belongs to a job
      *    (J in column 1, the JOB title in 3-11) or a department (D
      *    in column 1, the DEPTNO as four digits or ALL in 3-6);
      *    a salesperson is paid on their job's plan, else their
      *    department's, else the D ALL plan. Each plan has T lines,
      *    one a tier - in column 13, the sales threshold the tier
      *    starts at as 99999999.99 in 15-25 and the rate as a
      *    percentage 99.999 in 27-32, thresholds ascending - and at
      *    most one C line with the cap on a period's commission in
      *    15-25 (no C line, or zeros, for no cap). A description
      *    may follow from column 34. Lines starting * are comments.
           MOVE SPACES TO WS-PLAN-FILENAME
           DISPLAY "COMMPLAN-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PLAN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PLAN-FILENAME = SPACES
               MOVE "/tmp/commplan.dat" TO WS-PLAN-FILENAME
           END-IF
           OPEN INPUT PLAN-FILE
           IF NOT WS-PLAN-FILE-OK
               DISPLAY "COMMCALC: UNABLE TO OPEN COMMISSION PLAN "
                   "TABLE: " WS-PLAN-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-PLAN-EOF
               READ PLAN-FILE
                   AT END
                       SET WS-PLAN-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-PLAN-LINE
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           MOVE ZERO TO WS-PLAN-HIT
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PL-TIER-COUNT(WS-PLAN-IDX) > 0
                   ADD 1 TO WS-PLAN-HIT
               END-IF
           END-PERFORM
           IF WS-PLAN-HIT = 0
               DISPLAY "COMMCALC: COMMISSION PLAN TABLE HELD NO "
                   "USABLE PLANS - NO COMMISSION CALCULATED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-PLAN-TABLE-EXIT.
           EXIT.

       STORE-ONE-PLAN-LINE SECTION.
      *    A malformed line is skipped, not guessed at; a plan left
      *    with no tiers pays nobody, and its salespeople are
      *    rejected as having no plan.
           IF PLAN-REC = SPACES OR PLAN-REC(1:1) = "*"
               GO TO STORE-ONE-PLAN-LINE-EXIT
           END-IF
           IF (CPL-SCOPE NOT = "J" AND CPL-SCOPE NOT = "D")
               OR CPL-KEY = SPACES
               OR (CPL-LINE-TYPE NOT = "T" AND CPL-LINE-TYPE NOT = "C")
               OR CPL-AMOUNT-X(1:8) NOT NUMERIC
               OR CPL-AMOUNT-X(9:1) NOT = "."
               OR CPL-AMOUNT-X(10:2) NOT NUMERIC
               DISPLAY "COMMCALC: PLAN LINE IGNORED: " PLAN-REC(1:32)
               GO TO STORE-ONE-PLAN-LINE-EXIT
           END-IF
           IF CPL-SCOPE = "D"
               AND CPL-KEY NOT = "ALL"
               AND (CPL-KEY(1:4) NOT NUMERIC OR CPL-KEY(5:5) NOT =
                   SPACES)
               DISPLAY "COMMCALC: PLAN LINE IGNORED: " PLAN-REC(1:32)
               GO TO STORE-ONE-PLAN-LINE-EXIT
           END-IF
           IF CPL-LINE-TYPE = "T"
               AND (CPL-RATE-X(1:2) NOT NUMERIC
                   OR CPL-RATE-X(3:1) NOT = "."
                   OR CPL-RATE-X(4:3) NOT NUMERIC)
               DISPLAY "COMMCALC: PLAN LINE IGNORED: " PLAN-REC(1:32)
               GO TO STORE-ONE-PLAN-LINE-EXIT
           END-IF

           MOVE CPL-SCOPE TO WS-PLAN-SCOPE-WANT
           MOVE CPL-KEY TO WS-PLAN-KEY-WANT
           PERFORM FIND-PLAN
           IF WS-PLAN-HIT = 0
               IF WS-PLAN-COUNT >= 50
                   DISPLAY "COMMCALC: MORE THAN 50 PLANS - LINE "
                       "IGNORED: " PLAN-REC(1:32)
                   GO TO STORE-ONE-PLAN-LINE-EXIT
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-HIT
               MOVE CPL-SCOPE TO WS-PL-SCOPE(WS-PLAN-HIT)
               MOVE CPL-KEY TO WS-PL-KEY(WS-PLAN-HIT)
               MOVE ZERO TO WS-PL-CAP(WS-PLAN-HIT)
               MOVE ZERO TO WS-PL-TIER-COUNT(WS-PLAN-HIT)
           END-IF

           IF CPL-LINE-TYPE = "C"
               MOVE CPL-AMOUNT TO WS-PL-CAP(WS-PLAN-HIT)
               GO TO STORE-ONE-PLAN-LINE-EXIT
           END-IF

           MOVE WS-PL-TIER-COUNT(WS-PLAN-HIT) TO WS-TIER-IDX
           IF WS-TIER-IDX >= 10
               DISPLAY "COMMCALC: MORE THAN 10 TIERS - LINE IGNORED: "
                   PLAN-REC(1:32)
               GO TO STORE-ONE-PLAN-LINE-EXIT
           END-IF
           IF WS-TIER-IDX > 0
               IF CPL-AMOUNT NOT > WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX)
                   DISPLAY "COMMCALC: TIER OUT OF ORDER - LINE "
                       "IGNORED: " PLAN-REC(1:32)
                   GO TO STORE-ONE-PLAN-LINE-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-TIER-IDX
           MOVE WS-TIER-IDX TO WS-PL-TIER-COUNT(WS-PLAN-HIT)
           MOVE CPL-AMOUNT TO WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX)
           MOVE CPL-RATE TO WS-PL-RATE(WS-PLAN-HIT, WS-TIER-IDX)
           .
       STORE-ONE-PLAN-LINE-EXIT.
           EXIT.

       FIND-PLAN SECTION.
      *    Finds the plan for a scope and key, tiers or not - the
      *    caller decides whether a plan with no tiers will do.
           MOVE ZERO TO WS-PLAN-HIT
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT OR WS-PLAN-HIT > 0
               IF WS-PL-SCOPE(WS-PLAN-IDX) = WS-PLAN-SCOPE-WANT
                   AND WS-PL-KEY(WS-PLAN-IDX) = WS-PLAN-KEY-WANT
                   MOVE WS-PLAN-IDX TO WS-PLAN-HIT
               END-IF
           END-PERFORM
           .
       FIND-PLAN-EXIT.
           EXIT.

       OPEN-INPUT-FILE SECTION.
      *    COMMCALC-FILE names the sales results feed, one sale (or
      *    reversal) a CSV line through the shared CSVPARSE: EMPNO,
      *    the sales period it belongs to (YYYYMM), the amount with
      *    an optional decimal point - led by a minus sign when a
      *    sale is reversed - and an optional reference the sales
      *    team can trace it by. Lines starting with * or EMPNO are
      *    comments and headings.
           MOVE SPACES TO WS-INPUT-FILENAME
           DISPLAY "COMMCALC-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-INPUT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-INPUT-FILENAME = SPACES
               DISPLAY "COMMCALC: COMMCALC-FILE NOT SET - NO INPUT"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SALES-INPUT-FILE
           IF NOT WS-INPUT-FILE-OK
               DISPLAY "COMMCALC: UNABLE TO OPEN SALES FEED: "
                   WS-INPUT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-INPUT-FILE-EXIT.
           EXIT.

       OPEN-ERROR-REPORT SECTION.
      *    COMMCALC-ERRORS names the run listing; it defaults to
      *    /tmp/commcalc_errors.rpt when unset.
           MOVE SPACES TO WS-ERROR-FILENAME
           DISPLAY "COMMCALC-ERRORS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERROR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ERROR-FILENAME = SPACES
               MOVE "/tmp/commcalc_errors.rpt" TO WS-ERROR-FILENAME
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           IF NOT WS-ERROR-FILE-OK
               DISPLAY "COMMCALC: UNABLE TO OPEN RUN LISTING: "
                   WS-ERROR-FILENAME
               CLOSE SALES-INPUT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ERROR-REC
           STRING "COMMCALC REJECTIONS  PERIOD: " DELIMITED SIZE
               WS-RUN-PERIOD DELIMITED SIZE
               "  DATE: " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           MOVE ALL "-" TO ERROR-REC
           WRITE ERROR-REC
           .
       OPEN-ERROR-REPORT-EXIT.
           EXIT.

       LOAD-SALES-FEED SECTION.
           PERFORM UNTIL WS-INPUT-EOF
               READ SALES-INPUT-FILE
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-SALE
               END-READ
           END-PERFORM
           CLOSE SALES-INPUT-FILE
           .
       LOAD-SALES-FEED-EXIT.
           EXIT.

       STORE-ONE-SALE SECTION.
           IF SALES-INPUT-REC = SPACES
               OR SALES-INPUT-REC(1:1) = "*"
               OR SALES-INPUT-REC(1:5) = "EMPNO"
               GO TO STORE-ONE-SALE-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES TO CSVP-PARM
           MOVE "," TO CSVP-DELIM
           MOVE SPACES TO CSVP-REC
           MOVE SALES-INPUT-REC TO CSVP-REC(1:200)
           CALL "CSVPARSE" USING CSVP-PARM
           IF CSVP-FIELD-COUNT < 3
               MOVE "FEWER THAN THREE FIELDS" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF

           MOVE CSVP-FIELD(1) TO WS-KEY-IN
           PERFORM EDIT-KEY-NUMBER
           IF NOT WS-KEY-OK
               MOVE "EMPNO NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF

           MOVE CSVP-FIELD(2)(1:6) TO WS-LINE-PERIOD
           IF WS-LINE-PERIOD NOT NUMERIC
               OR CSVP-FIELD(2)(7:34) NOT = SPACES
               OR WS-LINE-MM < "01" OR WS-LINE-MM > "12"
               MOVE "PERIOD NOT YYYYMM" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF
           IF WS-LINE-PERIOD > WS-RUN-PERIOD
               MOVE "PERIOD AFTER THE PERIOD BEING PAID"
                   TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF

           MOVE CSVP-FIELD(3)(1:14) TO WS-VAL-X
           PERFORM EDIT-SALES-AMOUNT
           IF NOT WS-VAL-OK
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF

           IF WS-SALE-COUNT >= 5000
               MOVE "MORE THAN 5000 FEED LINES" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF
           PERFORM ADD-SALESPERSON
           IF NOT WS-REP-ON-TABLE
               MOVE "MORE THAN 1000 SALESPEOPLE" TO WS-REJECT-REASON
               PERFORM WRITE-NOT-LOADED-LINE
               GO TO STORE-ONE-SALE-EXIT
           END-IF

           ADD 1 TO WS-SALE-COUNT
           MOVE WS-KEY-RJUST TO WS-SL-EMPNO(WS-SALE-COUNT)
           MOVE WS-LINE-PERIOD TO WS-SL-PERIOD(WS-SALE-COUNT)
           MOVE WS-VALUE TO WS-SL-AMOUNT(WS-SALE-COUNT)
           MOVE SPACES TO WS-SL-REF(WS-SALE-COUNT)
           IF CSVP-FIELD-COUNT > 3
               MOVE CSVP-FIELD(4)(1:20) TO WS-SL-REF(WS-SALE-COUNT)
           END-IF
           .
       STORE-ONE-SALE-EXIT.
           EXIT.

       ADD-SALESPERSON SECTION.
      *    The salespeople are kept in ascending EMPNO order as the
      *    feed is read, so the statements come out in that order.
           MOVE "N" TO WS-REP-FOUND-SWITCH
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-COUNT
                   OR WS-REP-EMPNO(WS-REP-IDX) >= WS-KEY-RJUST
               CONTINUE
           END-PERFORM
           IF WS-REP-IDX <= WS-REP-COUNT
               AND WS-REP-EMPNO(WS-REP-IDX) = WS-KEY-RJUST
               SET WS-REP-ON-TABLE TO TRUE
               GO TO ADD-SALESPERSON-EXIT
           END-IF
           IF WS-REP-COUNT >= 1000
               GO TO ADD-SALESPERSON-EXIT
           END-IF
           PERFORM VARYING WS-REP-SHIFT FROM WS-REP-COUNT BY -1
               UNTIL WS-REP-SHIFT < WS-REP-IDX
               MOVE WS-REP-EMPNO(WS-REP-SHIFT)
                   TO WS-REP-EMPNO(WS-REP-SHIFT + 1)
           END-PERFORM
           MOVE WS-KEY-RJUST TO WS-REP-EMPNO(WS-REP-IDX)
           ADD 1 TO WS-REP-COUNT
           SET WS-REP-ON-TABLE TO TRUE
           .
       ADD-SALESPERSON-EXIT.
           EXIT.

       OPEN-HISTORY-FILE SECTION.
      *    COMM-HIST-FILE names the commission history; it defaults
      *    to /tmp/comm_hist.dat when unset and is created on first
      *    use.
           MOVE SPACES TO WS-HIST-FILENAME
           DISPLAY "COMM-HIST-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HIST-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HIST-FILENAME = SPACES
               MOVE "/tmp/comm_hist.dat" TO WS-HIST-FILENAME
           END-IF
           OPEN I-O COMM-HIST-FILE
           IF WS-HIST-NO-FILE
               OPEN OUTPUT COMM-HIST-FILE
               CLOSE COMM-HIST-FILE
               OPEN I-O COMM-HIST-FILE
           END-IF
           IF NOT WS-HIST-FILE-OK
               DISPLAY "COMMCALC: UNABLE TO OPEN COMMISSION HISTORY: "
                   WS-HIST-FILENAME " STATUS=" WS-HIST-STATUS
               CLOSE ERROR-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-HISTORY-FILE-EXIT.
           EXIT.

       OPEN-STATEMENT-FILE SECTION.
      *    COMMCALC-STMT names the commission statements; it defaults
      *    to /tmp/commstmt.rpt when unset. The shared report router
      *    files it into the dated repository (and its catalog) when
      *    one is configured.
           MOVE SPACES TO WS-STMT-FILENAME
           DISPLAY "COMMCALC-STMT" UPON ENVIRONMENT-NAME
           ACCEPT WS-STMT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-STMT-FILENAME = SPACES
               MOVE "/tmp/commstmt.rpt" TO WS-STMT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "COMMSTMT" TO RR-REPORT
           MOVE WS-STMT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-STMT-FILENAME
           OPEN OUTPUT STATEMENT-FILE
           IF NOT WS-STMT-FILE-OK
               DISPLAY "COMMCALC: UNABLE TO OPEN STATEMENT FILE: "
                   WS-STMT-FILENAME
               CLOSE COMM-HIST-FILE
               CLOSE ERROR-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-STATEMENT-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "COMMCALC" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "COMMCALC: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE COMM-HIST-FILE
               CLOSE STATEMENT-FILE
               CLOSE ERROR-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       PROCESS-ONE-SALESPERSON SECTION.
           MOVE WS-REP-EMPNO(WS-REP-IDX) TO WS-REP-NO
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-POLICY-NOTE

           PERFORM LOOK-UP-SALESPERSON
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-SALESPERSON-EXIT
           END-IF

      *    A period is paid once; a rerun passes over the
      *    salespeople it already set COMM for.
           MOVE WS-REP-NO TO CMH-EMPNO
           MOVE WS-RUN-PERIOD TO CMH-PERIOD
           READ COMM-HIST-FILE
               KEY IS CMH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "PERIOD ALREADY CALCULATED"
                       TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-SALESPERSON-EXIT
           END-IF

           PERFORM RESOLVE-SALESPERSON-PLAN
           IF WS-PLAN-HIT = 0
               MOVE "NO COMMISSION PLAN FOR JOB OR DEPARTMENT"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-SALESPERSON-EXIT
           END-IF
           MOVE SPACES TO WS-PLAN-LABEL
           STRING WS-PL-SCOPE(WS-PLAN-HIT) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-PL-KEY(WS-PLAN-HIT) DELIMITED SIZE
               INTO WS-PLAN-LABEL
           END-STRING

           PERFORM GATHER-SALESPERSON-LINES
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-SALESPERSON-EXIT
           END-IF
           PERFORM RECALCULATE-EARLIER-PERIODS
           PERFORM FIND-CARRIED-CLAWBACK

      *    This period last, so the tier breakdown the statement
      *    prints is this period's.
           IF WS-PERIOD-SALES > ZERO
               MOVE WS-PERIOD-SALES TO WS-CUR-SALES
           ELSE
               MOVE ZERO TO WS-CUR-SALES
           END-IF
           MOVE WS-CUR-SALES TO WS-CALC-SALES
           PERFORM CALCULATE-COMMISSION
           MOVE WS-CALC-GROSS TO WS-CUR-GROSS
           MOVE WS-CALC-COMM TO WS-CUR-COMM
           MOVE WS-CALC-CAPPED TO WS-CUR-CAPPED

      *    Clawbacks come off this period's commission; what it will
      *    not cover is carried to the next period rather than
      *    taking COMM below zero.
           COMPUTE WS-NET = WS-CUR-COMM + WS-LATE-CREDIT
               - WS-CLAWBACK - WS-CARRIED-IN
           IF WS-NET < ZERO
               COMPUTE WS-CARRIED = 0 - WS-NET
               MOVE ZERO TO WS-NEW-COMM
           ELSE
               MOVE ZERO TO WS-CARRIED
               MOVE WS-NET TO WS-NEW-COMM
           END-IF

           PERFORM CHECK-COMMISSION-POLICY
           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-COMMISSION
           END-IF
           PERFORM WRITE-STATEMENT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           .
       PROCESS-ONE-SALESPERSON-EXIT.
           EXIT.

       LOOK-UP-SALESPERSON SECTION.
           MOVE WS-REP-NO TO EMP-NUMBER
           MOVE SPACES TO EMP-NAME-ARR
           MOVE SPACES TO EMP-JOB
           MOVE SPACE TO EMP-STATUS
           EXEC SQL
               SELECT ENAME, NVL(JOB, ' '), SAL, COMM,
                      DEPTNO, NVL(STATUS, 'A')
               INTO :EMP-NAME, :EMP-JOB, :SALARY,
                    :COMMISSION:COMM-IND,
                    :DEPT-NUMBER:DEPT-IND, :EMP-STATUS
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "EMPNO NOT ON EMP" TO WS-REJECT-REASON
               GO TO LOOK-UP-SALESPERSON-EXIT
           END-IF
           IF EMP-STATUS = "T"
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
               GO TO LOOK-UP-SALESPERSON-EXIT
           END-IF
           MOVE EMP-NAME-ARR TO WS-REP-NAME
           MOVE EMP-JOB TO WS-REP-JOB
           MOVE EMP-STATUS TO WS-REP-STATUS
           MOVE SALARY TO WS-REP-SAL
           IF DEPT-IND = -1
               MOVE ZERO TO WS-REP-DEPT
           ELSE
               MOVE DEPT-NUMBER TO WS-REP-DEPT
           END-IF
           IF COMM-IND = -1
               MOVE "Y" TO WS-REP-COMM-NULL-SWITCH
               MOVE ZERO TO WS-REP-OLD-COMM
           ELSE
               MOVE "N" TO WS-REP-COMM-NULL-SWITCH
               MOVE COMMISSION TO WS-REP-OLD-COMM
           END-IF
           .
       LOOK-UP-SALESPERSON-EXIT.
           EXIT.

       RESOLVE-SALESPERSON-PLAN SECTION.
      *    Job plan first, then the department's, then D ALL.
           MOVE "J" TO WS-PLAN-SCOPE-WANT
           MOVE WS-REP-JOB TO WS-PLAN-KEY-WANT
           PERFORM FIND-PLAN
           IF WS-PLAN-HIT > 0
               IF WS-PL-TIER-COUNT(WS-PLAN-HIT) > 0
                   GO TO RESOLVE-SALESPERSON-PLAN-EXIT
               END-IF
           END-IF
           MOVE "D" TO WS-PLAN-SCOPE-WANT
           MOVE SPACES TO WS-PLAN-KEY-WANT
           MOVE WS-REP-DEPT TO WS-PLAN-KEY-WANT(1:4)
           PERFORM FIND-PLAN
           IF WS-PLAN-HIT > 0
               IF WS-PL-TIER-COUNT(WS-PLAN-HIT) > 0
                   GO TO RESOLVE-SALESPERSON-PLAN-EXIT
               END-IF
           END-IF
           MOVE "ALL" TO WS-PLAN-KEY-WANT
           PERFORM FIND-PLAN
           IF WS-PLAN-HIT > 0
               IF WS-PL-TIER-COUNT(WS-PLAN-HIT) = 0
                   MOVE ZERO TO WS-PLAN-HIT
               END-IF
           END-IF
           .
       RESOLVE-SALESPERSON-PLAN-EXIT.
           EXIT.

       GATHER-SALESPERSON-LINES SECTION.
      *    This period's lines are netted; each earlier period the
      *    feed touches gets one entry with its net change.
           MOVE ZERO TO WS-PERIOD-SALES
           MOVE ZERO TO WS-ADJ-COUNT
           PERFORM VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT
               IF WS-SL-EMPNO(WS-SALE-IDX) = WS-REP-NO
                   IF WS-SL-PERIOD(WS-SALE-IDX) = WS-RUN-PERIOD
                       ADD WS-SL-AMOUNT(WS-SALE-IDX) TO WS-PERIOD-SALES
                   ELSE
                       PERFORM ADD-EARLIER-PERIOD-LINE
                   END-IF
               END-IF
           END-PERFORM
           .
       GATHER-SALESPERSON-LINES-EXIT.
           EXIT.

       ADD-EARLIER-PERIOD-LINE SECTION.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                   OR WS-ADJ-PERIOD(WS-ADJ-IDX)
                       = WS-SL-PERIOD(WS-SALE-IDX)
               CONTINUE
           END-PERFORM
           IF WS-ADJ-IDX > WS-ADJ-COUNT
               IF WS-ADJ-COUNT >= 24
                   MOVE "FEED CHANGES OVER 24 EARLIER PERIODS"
                       TO WS-REJECT-REASON
                   GO TO ADD-EARLIER-PERIOD-LINE-EXIT
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-SL-PERIOD(WS-SALE-IDX)
                   TO WS-ADJ-PERIOD(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-SALES(WS-ADJ-IDX)
           END-IF
           ADD WS-SL-AMOUNT(WS-SALE-IDX) TO WS-ADJ-SALES(WS-ADJ-IDX)
           .
       ADD-EARLIER-PERIOD-LINE-EXIT.
           EXIT.

       RECALCULATE-EARLIER-PERIODS SECTION.
      *    Each earlier period is worked twice on today's plan - on
      *    the sales it was paid on and on the revised sales - and
      *    the difference is what the reversal (or late sale) was
      *    worth. A period COMMCALC never calculated cannot be
      *    traced, so it is shown but not adjusted.
           MOVE ZERO TO WS-LATE-CREDIT
           MOVE ZERO TO WS-CLAWBACK
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               MOVE "N" TO WS-ADJ-FOUND(WS-ADJ-IDX)
               MOVE ZERO TO WS-ADJ-DIFF(WS-ADJ-IDX)
               MOVE WS-REP-NO TO CMH-EMPNO
               MOVE WS-ADJ-PERIOD(WS-ADJ-IDX) TO CMH-PERIOD
               READ COMM-HIST-FILE
                   KEY IS CMH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RECALCULATE-ONE-PERIOD
               END-READ
           END-PERFORM
           .
       RECALCULATE-EARLIER-PERIODS-EXIT.
           EXIT.

       RECALCULATE-ONE-PERIOD SECTION.
           MOVE "Y" TO WS-ADJ-FOUND(WS-ADJ-IDX)
           MOVE CMH-SALES TO WS-ADJ-OLD-SALES(WS-ADJ-IDX)
           MOVE CMH-COMMISSION TO WS-ADJ-OLD-COMM(WS-ADJ-IDX)
           COMPUTE WS-ADJ-WORK = CMH-SALES + WS-ADJ-SALES(WS-ADJ-IDX)
           IF WS-ADJ-WORK < ZERO
               MOVE ZERO TO WS-ADJ-NEW-SALES(WS-ADJ-IDX)
           ELSE
               MOVE WS-ADJ-WORK TO WS-ADJ-NEW-SALES(WS-ADJ-IDX)
           END-IF

           MOVE CMH-SALES TO WS-CALC-SALES
           PERFORM CALCULATE-COMMISSION
           MOVE WS-CALC-COMM TO WS-CALC-OLD
           MOVE WS-ADJ-NEW-SALES(WS-ADJ-IDX) TO WS-CALC-SALES
           PERFORM CALCULATE-COMMISSION
           COMPUTE WS-ADJ-DIFF(WS-ADJ-IDX) = WS-CALC-COMM - WS-CALC-OLD

      *    Never more back than the period was paid.
           IF WS-ADJ-DIFF(WS-ADJ-IDX) < ZERO
               AND 0 - WS-ADJ-DIFF(WS-ADJ-IDX) > CMH-COMMISSION
               COMPUTE WS-ADJ-DIFF(WS-ADJ-IDX) = 0 - CMH-COMMISSION
           END-IF
           COMPUTE WS-ADJ-NEW-COMM(WS-ADJ-IDX) =
               CMH-COMMISSION + WS-ADJ-DIFF(WS-ADJ-IDX)
           IF WS-ADJ-DIFF(WS-ADJ-IDX) < ZERO
               SUBTRACT WS-ADJ-DIFF(WS-ADJ-IDX) FROM WS-CLAWBACK
           ELSE
               ADD WS-ADJ-DIFF(WS-ADJ-IDX) TO WS-LATE-CREDIT
           END-IF
           .
       RECALCULATE-ONE-PERIOD-EXIT.
           EXIT.

       FIND-CARRIED-CLAWBACK SECTION.
      *    The clawback still owed is the carry on the latest period
      *    calculated before this one.
           MOVE ZERO TO WS-CARRIED-IN
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-REP-NO TO CMH-EMPNO
           MOVE ZERO TO CMH-PERIOD
           START COMM-HIST-FILE
               KEY NOT LESS CMH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIST-EOF
               READ COMM-HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF CMH-EMPNO NOT = WS-REP-NO
                           OR CMH-PERIOD NOT < WS-RUN-PERIOD
                           SET WS-HIST-EOF TO TRUE
                       ELSE
                           MOVE CMH-CARRIED TO WS-CARRIED-IN
                       END-IF
               END-READ
           END-PERFORM
           .
       FIND-CARRIED-CLAWBACK-EXIT.
           EXIT.

       CALCULATE-COMMISSION SECTION.
      *    Marginal tiers: each tier's rate is paid only on the sales
      *    between its threshold and the next tier's. The cap, when
      *    the plan has one, limits the total.
           MOVE ZERO TO WS-CALC-GROSS
           MOVE "N" TO WS-CALC-CAPPED
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 10
               MOVE ZERO TO WS-CT-SALES(WS-TIER-IDX)
               MOVE ZERO TO WS-CT-COMM(WS-TIER-IDX)
           END-PERFORM
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-PL-TIER-COUNT(WS-PLAN-HIT)
               IF WS-TIER-IDX < WS-PL-TIER-COUNT(WS-PLAN-HIT)
                   AND WS-CALC-SALES >
                       WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX + 1)
                   MOVE WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX + 1)
                       TO WS-CALC-UPPER
               ELSE
                   MOVE WS-CALC-SALES TO WS-CALC-UPPER
               END-IF
               IF WS-CALC-UPPER > WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX)
                   COMPUTE WS-CT-SALES(WS-TIER-IDX) = WS-CALC-UPPER
                       - WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX)
                   COMPUTE WS-CT-COMM(WS-TIER-IDX) ROUNDED =
                       WS-CT-SALES(WS-TIER-IDX)
                       * WS-PL-RATE(WS-PLAN-HIT, WS-TIER-IDX) / 100
                   ADD WS-CT-COMM(WS-TIER-IDX) TO WS-CALC-GROSS
               END-IF
           END-PERFORM
           MOVE WS-CALC-GROSS TO WS-CALC-COMM
           IF WS-PL-CAP(WS-PLAN-HIT) > ZERO
               AND WS-CALC-GROSS > WS-PL-CAP(WS-PLAN-HIT)
               MOVE WS-PL-CAP(WS-PLAN-HIT) TO WS-CALC-COMM
               MOVE "Y" TO WS-CALC-CAPPED
           END-IF
           .
       CALCULATE-COMMISSION-EXIT.
           EXIT.

       CHECK-COMMISSION-POLICY SECTION.
      *    The same shared check EMPUPDT and MAINTAIN-EMPLOYEE make -
      *    a breach is not set, and the salesperson's COMM stays
      *    as it was until the policy or the feed is put right.
           IF WS-NEW-COMM > 9999999.99
               MOVE "COMMISSION TOO LARGE FOR EMP" TO WS-REJECT-REASON
               GO TO CHECK-COMMISSION-POLICY-EXIT
           END-IF
           MOVE SPACES TO CC-PARM
           MOVE "C" TO CC-FUNCTION
           MOVE WS-REP-DEPT TO CC-DEPTNO
           MOVE WS-REP-SAL TO CC-SALARY
           MOVE WS-NEW-COMM TO CC-COMMISSION
           CALL "COMMCHK" USING CC-PARM
           IF CC-BREACH
               MOVE CC-PCT TO D-PCT
               MOVE CC-MAX-PCT TO D-MAX-PCT
               STRING "OVER POLICY LIMIT - " DELIMITED SIZE
                   D-PCT DELIMITED SIZE
                   "% OF " DELIMITED SIZE
                   D-MAX-PCT DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           IF CC-NO-POLICY
               MOVE "NOT CHECKED - NO POLICY FOR DEPARTMENT"
                   TO WS-POLICY-NOTE
           END-IF
           .
       CHECK-COMMISSION-POLICY-EXIT.
           EXIT.

       APPLY-COMMISSION SECTION.
      *    COMM is set and journalled, and the unit of work committed,
      *    before the history is written - the history never shows a
      *    COMM that did not reach EMP.
           MOVE WS-NEW-COMM TO COMMISSION
           MOVE ZERO TO COMM-IND
           MOVE WS-REP-NO TO EMP-NUMBER
           EXEC SQL
               UPDATE EMP SET COMM = :COMMISSION
                   WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "COMMISSION UPDATE FAILED" TO WS-REJECT-REASON
               GO TO APPLY-COMMISSION-EXIT
           END-IF

           MOVE "COMMISSION" TO WS-JRNL-FIELD
           IF WS-REP-COMM-NULL
               MOVE "NULL" TO WS-JRNL-BEFORE
           ELSE
               MOVE WS-REP-OLD-COMM TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
           END-IF
           MOVE WS-NEW-COMM TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
           MOVE WS-REP-NO TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL

           EXEC SQL
               COMMIT WORK
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "COMMCALC: COMMIT FAILED FOR EMPNO " WS-REP-NO
                   ", SQLCODE: " SQLCODE
               MOVE "COMMIT FAILED" TO WS-REJECT-REASON
               GO TO APPLY-COMMISSION-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT

           MOVE SPACES TO COMM-HIST-REC
           MOVE WS-REP-NO TO CMH-EMPNO
           MOVE WS-RUN-PERIOD TO CMH-PERIOD
           MOVE WS-PLAN-LABEL TO CMH-PLAN
           MOVE WS-CUR-SALES TO CMH-SALES
           MOVE WS-CUR-COMM TO CMH-COMMISSION
           MOVE WS-CUR-CAPPED TO CMH-CAPPED
           MOVE WS-LATE-CREDIT TO CMH-LATE-CREDIT
           MOVE WS-CLAWBACK TO CMH-CLAWBACK
           MOVE WS-CARRIED-IN TO CMH-CARRIED-IN
           MOVE WS-CARRIED TO CMH-CARRIED
           MOVE WS-REP-OLD-COMM TO CMH-OLD-COMM
           MOVE WS-NEW-COMM TO CMH-COMM-SET
           MOVE WS-TODAY TO CMH-CALC-DATE
           MOVE ZERO TO CMH-ADJ-SALES
           MOVE ZERO TO CMH-ADJ-DATE
           MOVE WS-OPERATOR TO CMH-OPERATOR
           WRITE COMM-HIST-REC
               INVALID KEY
                   DISPLAY "COMMCALC: HISTORY NOT WRITTEN FOR EMPNO "
                       WS-REP-NO " PERIOD " WS-RUN-PERIOD
           END-WRITE

           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               IF WS-ADJ-FOUND(WS-ADJ-IDX) = "Y"
                   PERFORM REWRITE-EARLIER-PERIOD
               END-IF
           END-PERFORM
           .
       APPLY-COMMISSION-EXIT.
           EXIT.

       REWRITE-EARLIER-PERIOD SECTION.
           MOVE WS-REP-NO TO CMH-EMPNO
           MOVE WS-ADJ-PERIOD(WS-ADJ-IDX) TO CMH-PERIOD
           READ COMM-HIST-FILE
               KEY IS CMH-KEY
               INVALID KEY
                   DISPLAY "COMMCALC: HISTORY FOR EMPNO " WS-REP-NO
                       " PERIOD " WS-ADJ-PERIOD(WS-ADJ-IDX)
                       " GONE - NOT ADJUSTED"
                   GO TO REWRITE-EARLIER-PERIOD-EXIT
           END-READ
           MOVE WS-ADJ-NEW-SALES(WS-ADJ-IDX) TO CMH-SALES
           MOVE WS-ADJ-NEW-COMM(WS-ADJ-IDX) TO CMH-COMMISSION
           ADD WS-ADJ-SALES(WS-ADJ-IDX) TO CMH-ADJ-SALES
           MOVE WS-TODAY TO CMH-ADJ-DATE
           REWRITE COMM-HIST-REC
               INVALID KEY
                   DISPLAY "COMMCALC: HISTORY FOR EMPNO " WS-REP-NO
                       " PERIOD " WS-ADJ-PERIOD(WS-ADJ-IDX)
                       " NOT ADJUSTED"
           END-REWRITE
           IF WS-ADJ-DIFF(WS-ADJ-IDX) < ZERO
               ADD 1 TO WS-CLAWBACK-COUNT
           END-IF
           .
       REWRITE-EARLIER-PERIOD-EXIT.
           EXIT.

       WRITE-STATEMENT SECTION.
      *    One page a salesperson, in the printer-ready style of
      *    COMPSTMT: the period's sales line by line, what each tier
      *    of the plan paid on them, every earlier period changed,
      *    and the COMM it came to.
           MOVE SPACES TO STATEMENT-REC
           MOVE X"0C" TO STATEMENT-REC(1:1)
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "SALES COMMISSION STATEMENT" DELIMITED SIZE
               "     PERIOD: " DELIMITED SIZE
               WS-RUN-PERIOD DELIMITED SIZE
               "     DATE: " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE ALL "-" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC

           MOVE WS-REP-NO TO D-EMPNO
           MOVE WS-REP-DEPT TO D-DEPTNO
           MOVE SPACES TO STATEMENT-REC
           STRING "SALESPERSON: " DELIMITED SIZE
               WS-REP-NAME DELIMITED SIZE
               "  (EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               ")   JOB: " DELIMITED SIZE
               WS-REP-JOB DELIMITED SIZE
               "  DEPT: " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "PLAN:        " DELIMITED SIZE
               WS-PLAN-LABEL DELIMITED SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC

           PERFORM WRITE-STATEMENT-SALES
           PERFORM WRITE-STATEMENT-TIERS
           PERFORM WRITE-STATEMENT-ADJUSTMENTS
           PERFORM WRITE-STATEMENT-OUTCOME
           .
       WRITE-STATEMENT-EXIT.
           EXIT.

       WRITE-STATEMENT-SALES SECTION.
           MOVE SPACES TO STATEMENT-REC
           MOVE "SALES THIS PERIOD" TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT
               IF WS-SL-EMPNO(WS-SALE-IDX) = WS-REP-NO
                   AND WS-SL-PERIOD(WS-SALE-IDX) = WS-RUN-PERIOD
                   MOVE SPACES TO WS-STMT-LINE
                   IF WS-SL-AMOUNT(WS-SALE-IDX) < ZERO
                       STRING "  REVERSED  " DELIMITED SIZE
                           WS-SL-REF(WS-SALE-IDX) DELIMITED SIZE
                           INTO SL-LABEL
                       END-STRING
                   ELSE
                       STRING "  SALE      " DELIMITED SIZE
                           WS-SL-REF(WS-SALE-IDX) DELIMITED SIZE
                           INTO SL-LABEL
                       END-STRING
                   END-IF
                   MOVE WS-SL-AMOUNT(WS-SALE-IDX) TO SL-AMOUNT
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-STMT-LINE
           IF WS-PERIOD-SALES < ZERO
               MOVE "  NET SALES (BELOW ZERO - NO COMMISSION)"
                   TO SL-LABEL
           ELSE
               MOVE "  NET SALES" TO SL-LABEL
           END-IF
           MOVE WS-PERIOD-SALES TO SL-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           .
       WRITE-STATEMENT-SALES-EXIT.
           EXIT.

       WRITE-STATEMENT-TIERS SECTION.
           MOVE SPACES TO STATEMENT-REC
           MOVE "COMMISSION EARNED" TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-PL-TIER-COUNT(WS-PLAN-HIT)
               MOVE WS-TIER-IDX TO D-TIER
               MOVE WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX) TO D-FLOOR
               MOVE WS-CT-SALES(WS-TIER-IDX) TO D-SALES
               MOVE WS-PL-RATE(WS-PLAN-HIT, WS-TIER-IDX) TO D-RATE
               MOVE SPACES TO WS-STMT-LINE
               IF WS-TIER-IDX < WS-PL-TIER-COUNT(WS-PLAN-HIT)
                   MOVE WS-PL-FLOOR(WS-PLAN-HIT, WS-TIER-IDX + 1)
                       TO D-UPPER
                   STRING "  TIER " DELIMITED SIZE
                       D-TIER DELIMITED SIZE
                       " " DELIMITED SIZE
                       D-FLOOR DELIMITED SIZE
                       " TO " DELIMITED SIZE
                       D-UPPER DELIMITED SIZE
                       " ON " DELIMITED SIZE
                       D-SALES DELIMITED SIZE
                       " AT " DELIMITED SIZE
                       D-RATE DELIMITED SIZE
                       "%" DELIMITED SIZE
                       INTO SL-LABEL
                   END-STRING
               ELSE
                   STRING "  TIER " DELIMITED SIZE
                       D-TIER DELIMITED SIZE
                       " " DELIMITED SIZE
                       D-FLOOR DELIMITED SIZE
                       " AND OVER     " DELIMITED SIZE
                       " ON " DELIMITED SIZE
                       D-SALES DELIMITED SIZE
                       " AT " DELIMITED SIZE
                       D-RATE DELIMITED SIZE
                       "%" DELIMITED SIZE
                       INTO SL-LABEL
                   END-STRING
               END-IF
               MOVE WS-CT-COMM(WS-TIER-IDX) TO SL-AMOUNT
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM
           IF WS-CUR-CAPPED = "Y"
               MOVE WS-CUR-GROSS TO D-AMOUNT
               MOVE SPACES TO WS-STMT-LINE
               STRING "  PLAN CAP - EARNED " DELIMITED SIZE
                   D-AMOUNT DELIMITED SIZE
                   ", PAID TO THE CAP" DELIMITED SIZE
                   INTO SL-LABEL
               END-STRING
               COMPUTE SL-AMOUNT = WS-CUR-COMM - WS-CUR-GROSS
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           MOVE "  COMMISSION FOR THE PERIOD" TO SL-LABEL
           MOVE WS-CUR-COMM TO SL-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           .
       WRITE-STATEMENT-TIERS-EXIT.
           EXIT.

       WRITE-STATEMENT-ADJUSTMENTS SECTION.
      *    A reversed sale from an earlier period is a clawback line:
      *    the period, the sales taken off, and what the period's
      *    commission was and is now.
           IF WS-ADJ-COUNT = 0 AND WS-CARRIED-IN = ZERO
               GO TO WRITE-STATEMENT-ADJUSTMENTS-EXIT
           END-IF
           MOVE SPACES TO STATEMENT-REC
           MOVE "EARLIER PERIODS" TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               MOVE SPACES TO WS-STMT-LINE
               IF WS-ADJ-SALES(WS-ADJ-IDX) < ZERO
                   COMPUTE D-SALES = 0 - WS-ADJ-SALES(WS-ADJ-IDX)
               ELSE
                   MOVE WS-ADJ-SALES(WS-ADJ-IDX) TO D-SALES
               END-IF
               IF WS-ADJ-FOUND(WS-ADJ-IDX) NOT = "Y"
                   STRING "  " DELIMITED SIZE
                       WS-ADJ-PERIOD(WS-ADJ-IDX) DELIMITED SIZE
                       " SALES " DELIMITED SIZE
                       D-SALES DELIMITED SIZE
                       " NOT ADJUSTED - NO HISTORY" DELIMITED SIZE
                       INTO SL-LABEL
                   END-STRING
                   MOVE ZERO TO SL-AMOUNT
               ELSE
                   MOVE WS-ADJ-OLD-COMM(WS-ADJ-IDX) TO D-OLD-AMOUNT
                   MOVE WS-ADJ-NEW-COMM(WS-ADJ-IDX) TO D-NEW-AMOUNT
                   IF WS-ADJ-SALES(WS-ADJ-IDX) < ZERO
                       STRING "  CLAWBACK " DELIMITED SIZE
                           WS-ADJ-PERIOD(WS-ADJ-IDX) DELIMITED SIZE
                           " SALES " DELIMITED SIZE
                           D-SALES DELIMITED SIZE
                           " WAS " DELIMITED SIZE
                           D-OLD-AMOUNT DELIMITED SIZE
                           " NOW " DELIMITED SIZE
                           D-NEW-AMOUNT DELIMITED SIZE
                           INTO SL-LABEL
                       END-STRING
                   ELSE
                       STRING "  LATE SALE " DELIMITED SIZE
                           WS-ADJ-PERIOD(WS-ADJ-IDX) DELIMITED SIZE
                           " SALES " DELIMITED SIZE
                           D-SALES DELIMITED SIZE
                           " WAS " DELIMITED SIZE
                           D-OLD-AMOUNT DELIMITED SIZE
                           " NOW " DELIMITED SIZE
                           D-NEW-AMOUNT DELIMITED SIZE
                           INTO SL-LABEL
                       END-STRING
                   END-IF
                   MOVE WS-ADJ-DIFF(WS-ADJ-IDX) TO SL-AMOUNT
               END-IF
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM
           IF WS-CARRIED-IN > ZERO
               MOVE SPACES TO WS-STMT-LINE
               MOVE "  CLAWBACK CARRIED FROM THE LAST PERIOD"
                   TO SL-LABEL
               COMPUTE SL-AMOUNT = 0 - WS-CARRIED-IN
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           .
       WRITE-STATEMENT-ADJUSTMENTS-EXIT.
           EXIT.

       WRITE-STATEMENT-OUTCOME SECTION.
           MOVE SPACES TO WS-STMT-LINE
           MOVE "NET COMMISSION" TO SL-LABEL
           MOVE WS-NET TO SL-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           IF WS-CARRIED > ZERO
               MOVE SPACES TO WS-STMT-LINE
               MOVE "  CLAWBACK NOT RECOVERED - CARRIED TO NEXT PERIOD"
                   TO SL-LABEL
               MOVE WS-CARRIED TO SL-AMOUNT
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           IF WS-REJECT-REASON = SPACES
               MOVE WS-REP-OLD-COMM TO D-OLD-AMOUNT
               MOVE WS-NEW-COMM TO D-NEW-AMOUNT
               STRING "COMM SET TO " DELIMITED SIZE
                   D-NEW-AMOUNT DELIMITED SIZE
                   " (WAS " DELIMITED SIZE
                   D-OLD-AMOUNT DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO STATEMENT-REC
               END-STRING
           ELSE
               STRING "NOT APPLIED - " DELIMITED SIZE
                   WS-REJECT-REASON DELIMITED SIZE
                   " - COMM UNCHANGED" DELIMITED SIZE
                   INTO STATEMENT-REC
               END-STRING
           END-IF
           WRITE STATEMENT-REC
           IF WS-POLICY-NOTE NOT = SPACES
               MOVE SPACES TO STATEMENT-REC
               STRING "POLICY CHECK: " DELIMITED SIZE
                   WS-POLICY-NOTE DELIMITED SIZE
                   INTO STATEMENT-REC
               END-STRING
               WRITE STATEMENT-REC
           END-IF
           .
       WRITE-STATEMENT-OUTCOME-EXIT.
           EXIT.

       WRITE-STATEMENT-LINE SECTION.
           MOVE WS-STMT-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .
       WRITE-STATEMENT-LINE-EXIT.
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

       EDIT-SALES-AMOUNT SECTION.
      *    Dollars with an optional decimal point and at most two
      *    decimal places - DEPTBUD's amount edit - and a leading
      *    minus sign for a reversal.
           MOVE "N" TO WS-VAL-OK-SWITCH
           MOVE "N" TO WS-VAL-NEG-SWITCH
           IF WS-VAL-X(1:1) = "-"
               SET WS-VAL-NEGATIVE TO TRUE
               MOVE WS-VAL-X(2:13) TO WS-VAL-X
           END-IF
           MOVE ZERO TO WS-VAL-TRAIL-CT
           INSPECT WS-VAL-X
               TALLYING WS-VAL-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-VAL-LEN = 14 - WS-VAL-TRAIL-CT
           IF WS-VAL-LEN = 0
               GO TO EDIT-SALES-AMOUNT-EXIT
           END-IF
           MOVE SPACES TO WS-VAL-INT-IN
           MOVE SPACES TO WS-VAL-DEC-IN
           UNSTRING WS-VAL-X(1:WS-VAL-LEN)
               DELIMITED BY "."
               INTO WS-VAL-INT-IN WS-VAL-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-SALES-AMOUNT-EXIT
           END-UNSTRING
           MOVE ZERO TO WS-VAL-TRAIL-CT
           INSPECT WS-VAL-INT-IN
               TALLYING WS-VAL-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-VAL-LEN = 9 - WS-VAL-TRAIL-CT
           IF WS-VAL-LEN = 0
               GO TO EDIT-SALES-AMOUNT-EXIT
           END-IF
           MOVE ZEROS TO WS-VAL-INT-RJUST
           MOVE WS-VAL-INT-IN(1:WS-VAL-LEN)
               TO WS-VAL-INT-RJUST(10 - WS-VAL-LEN:WS-VAL-LEN)
           IF WS-VAL-INT-RJUST NOT NUMERIC
               GO TO EDIT-SALES-AMOUNT-EXIT
           END-IF
           IF WS-VAL-DEC-IN = SPACES
               MOVE "00" TO WS-VAL-DEC-IN
           END-IF
           IF WS-VAL-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-VAL-DEC-IN(2:1)
           END-IF
           IF WS-VAL-DEC-IN NOT NUMERIC
               GO TO EDIT-SALES-AMOUNT-EXIT
           END-IF
           MOVE WS-VAL-INT-RJUST TO WS-VAL-INT-NUM
           MOVE WS-VAL-DEC-IN TO WS-VAL-DEC-NUM
           COMPUTE WS-VALUE =
               WS-VAL-INT-NUM + (WS-VAL-DEC-NUM / 100)
           IF WS-VAL-NEGATIVE
               COMPUTE WS-VALUE = 0 - WS-VALUE
           END-IF
           SET WS-VAL-OK TO TRUE
           .
       EDIT-SALES-AMOUNT-EXIT.
           EXIT.

       WRITE-NOT-LOADED-LINE SECTION.
           ADD 1 TO WS-NOT-LOADED-COUNT
           MOVE SPACES TO ERROR-REC
           STRING SALES-INPUT-REC(1:50) DELIMITED SIZE
               "  NOT LOADED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-NOT-LOADED-LINE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REP-NO TO D-EMPNO
           MOVE SPACES TO ERROR-REC
           STRING "EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               "  REJECTED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-REJECT-LINE-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="COMMCALC"==.
