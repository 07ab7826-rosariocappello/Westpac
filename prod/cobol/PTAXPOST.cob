       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTAXPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT PTAX-LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PTL-KEY
               FILE STATUS WS-LEDGER-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY PAYCREC.
       FD  PTAX-LEDGER-FILE.
           COPY PTXLEDG.
       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-LOC                     PIC X(13) VARYING.
       01  DEPT-LOC-IND                 PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.

       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-PAYCALC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYCALC-EOF                 VALUE "Y".
       01  WS-LEDGER-FILENAME           PIC X(256).
       01  WS-LEDGER-STATUS             PIC XX.
           88  WS-LEDGER-FILE-OK              VALUE "00".
           88  WS-LEDGER-NO-FILE              VALUE "35".
       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".

       01  WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01  WS-POSTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REPOSTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-LATER-COUNT               PIC 9(5) VALUE 0.
       01  WS-NO-LOC-COUNT              PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

      *    Control totals of the pay-calculation file as read, proved
      *    against its own trailer before anything is posted.
       01  WS-CALC-COUNT                PIC 9(9) VALUE 0.
       01  WS-CALC-GROSS-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-CALC-NET-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-CALC-SUPER-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-CALC-TRAILER-SWITCH       PIC X VALUE "N".
           88  WS-CALC-TRAILER-SEEN           VALUE "Y".
       01  WS-PERIOD-START              PIC 9(8) VALUE 0.
       01  WS-PERIOD-END                PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END.
           05  WS-PERIOD-END-YYYY       PIC 9(4).
           05  WS-PERIOD-END-MM         PIC 9(2).
           05  WS-PERIOD-END-DD         PIC 9(2).
       01  WS-MONTH                     PIC 9(6) VALUE 0.
       01  WS-FIN-YEAR                  PIC 9(4) VALUE 0.

      *    Where each department sits, read from DEPT.LOC once per
      *    run. Payroll tax follows the department the employee is
      *    on (PCD-DEPTNO), not any split funding of their cost -
      *    the charge is an accounting view, the work location is
      *    where they are employed.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY            OCCURS 1000.
               10  WS-LOC-DEPTNO       PIC 9(4).
               10  WS-LOC-NAME         PIC X(13).
       01  WS-LOC-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-LOC-IDX                   PIC 9(4) COMP.

       01  WS-TODAY                     PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM OPEN-PAYCALC-FILE
           PERFORM PROVE-PAYCALC-FILE
           CLOSE PAYCALC-FILE

           IF WS-FETCH-FAILED
      *        Nothing is posted from a pay-calculation file that
      *        cannot be proved complete.
               DISPLAY "PTAXPOST: NOTHING POSTED TO THE WAGES LEDGER"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-RUN-RELEASED
           IF WS-FETCH-FAILED
      *        Only wages actually paid - a run signed off and
      *        released to the bank - are liable to payroll tax.
               DISPLAY "PTAXPOST: NOTHING POSTED TO THE WAGES LEDGER"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CONNECT-TO-ORACLE
           PERFORM LOAD-DEPT-LOCATIONS
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           IF WS-FETCH-FAILED
               DISPLAY "PTAXPOST: NOTHING POSTED TO THE WAGES LEDGER"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-LEDGER-FILE
           PERFORM OPEN-PAYCALC-FILE
           PERFORM POST-ALL-EMPLOYEES
           CLOSE PAYCALC-FILE
           CLOSE PTAX-LEDGER-FILE

           DISPLAY "PTAXPOST: " WS-ROW-COUNT " employee(s) for "
               WS-PERIOD-START "-" WS-PERIOD-END " to month "
               WS-MONTH ": " WS-POSTED-COUNT " posted, "
               WS-REPOSTED-COUNT " reposted for the same period"
           IF WS-NO-LOC-COUNT > 0
               DISPLAY "PTAXPOST: " WS-NO-LOC-COUNT
                   " posted with no location - department not on "
                   "DEPT or DEPT.LOC empty"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LATER-COUNT > 0
               DISPLAY "PTAXPOST: " WS-LATER-COUNT
                   " not posted - a later period is already in the "
                   "month"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The ledger is posted by this run - two copies must never
      *    post the same period at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PTAXPOST" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PTAXPOST: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-ROW-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-ROW-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "PTAXPOST" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "PTAXPOST: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-PAYCALC-FILE SECTION.
      *    PAYCALC-OUT names the pay-calculation file PAYCALC wrote
      *    for the period (copy/PAYCREC.cpy); it defaults to
      *    /tmp/paycalc.dat when unset. Its header must be the first
      *    record - anything else is not a pay-calculation file.
           MOVE SPACES TO WS-PAYCALC-FILENAME
           DISPLAY "PAYCALC-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYCALC-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PAYCALC-FILENAME = SPACES
               MOVE "/tmp/paycalc.dat" TO WS-PAYCALC-FILENAME
           END-IF
           MOVE "N" TO WS-PAYCALC-EOF-SWITCH
           OPEN INPUT PAYCALC-FILE
           IF NOT WS-PAYCALC-FILE-OK
               DISPLAY "PTAXPOST: UNABLE TO OPEN PAY-CALCULATION "
                   "FILE: " WS-PAYCALC-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ PAYCALC-FILE
               AT END
                   MOVE SPACES TO PAYCALC-REC
           END-READ
           IF PCH-TAG NOT = "HDR"
               OR PCH-PERIOD-END IS NOT NUMERIC
               OR PCH-PERIOD-END = ZERO
               DISPLAY "PTAXPOST: NO HEADER ON PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PCH-PERIOD-START TO WS-PERIOD-START
           MOVE PCH-PERIOD-END TO WS-PERIOD-END
      *    A period's wages belong to the month its period end falls
      *    in, as a period belongs to the financial year its period
      *    end falls in - 1 July to 30 June, named for the year it
      *    ends in.
           MOVE WS-PERIOD-END(1:6) TO WS-MONTH
           IF WS-PERIOD-END-MM > 6
               COMPUTE WS-FIN-YEAR = WS-PERIOD-END-YYYY + 1
           ELSE
               MOVE WS-PERIOD-END-YYYY TO WS-FIN-YEAR
           END-IF
           .
       OPEN-PAYCALC-FILE-EXIT.
           EXIT.

       PROVE-PAYCALC-FILE SECTION.
      *    A first pass over the file: it is only complete once its
      *    trailer has been read and its count and gross, net and
      *    super hashes agree.
           PERFORM UNTIL WS-PAYCALC-EOF OR WS-CALC-TRAILER-SEEN
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               ADD 1 TO WS-CALC-COUNT
                               ADD PCD-GROSS TO WS-CALC-GROSS-HASH
                               ADD PCD-NET TO WS-CALC-NET-HASH
                               ADD PCD-SUPER TO WS-CALC-SUPER-HASH
                           WHEN "TRL"
                               SET WS-CALC-TRAILER-SEEN TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF NOT WS-CALC-TRAILER-SEEN
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: PAY-CALCULATION FILE HAS NO TRAILER"
               GO TO PROVE-PAYCALC-FILE-EXIT
           END-IF
           IF PCT-COUNT NOT = WS-CALC-COUNT
               OR PCT-GROSS-HASH NOT = WS-CALC-GROSS-HASH
               OR PCT-NET-HASH NOT = WS-CALC-NET-HASH
               OR PCT-SUPER-HASH NOT = WS-CALC-SUPER-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: PAY-CALCULATION TRAILER MISMATCH - "
                   "TRAILER " PCT-COUNT " / " PCT-GROSS-HASH
                   ", READ " WS-CALC-COUNT " / " WS-CALC-GROSS-HASH
           END-IF
           .
       PROVE-PAYCALC-FILE-EXIT.
           EXIT.

       CHECK-RUN-RELEASED SECTION.
      *    PAY-HOLD-FILE names the release-control record
      *    (copy/PAYHOLD.cpy); it defaults to /tmp/pay_hold.dat. The
      *    run is posted once PAYREL has released it, and only when
      *    the payment file released paid this period, to the same
      *    number of employees and the same net as this file.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "PAY-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/tmp/pay_hold.dat" TO WS-HOLD-FILENAME
           END-IF
           OPEN INPUT PAY-HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: NO PAYMENT RUN HAS BEEN RELEASED - "
                   "RUN PAYVAR AND PAYREL FIRST"
               GO TO CHECK-RUN-RELEASED-EXIT
           END-IF
           READ PAY-HOLD-FILE
               AT END
                   MOVE SPACES TO PAY-HOLD-REC
           END-READ
           CLOSE PAY-HOLD-FILE
           IF NOT PRH-RELEASED
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: THE PAYMENT RUN IS NOT RELEASED - "
                   "SIGN IT OFF WITH PAYREL FIRST"
               GO TO CHECK-RUN-RELEASED-EXIT
           END-IF
           IF PRH-PERIOD-END NOT = WS-PERIOD-END
               OR PRH-PAY-COUNT NOT = WS-CALC-COUNT
               OR PRH-PAY-HASH NOT = WS-CALC-NET-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: RUN RELEASED FOR PERIOD ENDING "
                   PRH-PERIOD-END " (" PRH-PAY-COUNT " / "
                   PRH-PAY-HASH ") IS NOT THIS PAY-CALCULATION FILE"
           END-IF
           .
       CHECK-RUN-RELEASED-EXIT.
           EXIT.

       LOAD-DEPT-LOCATIONS SECTION.
           EXEC SQL
               DECLARE LOCCURS CURSOR FOR
                   SELECT DEPTNO, LOC
                   FROM DEPT
                   ORDER BY DEPTNO
           END-EXEC

           EXEC SQL
               OPEN LOCCURS
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: UNABLE TO READ DEPT, SQLCODE: "
                   SQLCODE
               GO TO LOAD-DEPT-LOCATIONS-EXIT
           END-IF

           MOVE SPACES TO DEPT-LOC-ARR
           EXEC SQL
               FETCH LOCCURS
                   INTO :DEPT-NUMBER, :DEPT-LOC:DEPT-LOC-IND
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF WS-LOC-COUNT < 1000
                   ADD 1 TO WS-LOC-COUNT
                   MOVE DEPT-NUMBER TO WS-LOC-DEPTNO(WS-LOC-COUNT)
                   IF DEPT-LOC-IND = -1
                       MOVE SPACES TO WS-LOC-NAME(WS-LOC-COUNT)
                   ELSE
                       MOVE DEPT-LOC-ARR TO WS-LOC-NAME(WS-LOC-COUNT)
                   END-IF
               END-IF
               MOVE SPACES TO DEPT-LOC-ARR
               EXEC SQL
                   FETCH LOCCURS
                       INTO :DEPT-NUMBER, :DEPT-LOC:DEPT-LOC-IND
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXPOST: DEPT FETCH FAILED, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL
               CLOSE LOCCURS
           END-EXEC
           .
       LOAD-DEPT-LOCATIONS-EXIT.
           EXIT.

       OPEN-LEDGER-FILE SECTION.
      *    PTAX-LEDGER-FILE names the indexed wages ledger
      *    (copy/PTXLEDG.cpy); it defaults to /tmp/ptax_ledger.dat
      *    when unset, and is created empty on first use.
           MOVE SPACES TO WS-LEDGER-FILENAME
           DISPLAY "PTAX-LEDGER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-FILENAME = SPACES
               MOVE "/tmp/ptax_ledger.dat" TO WS-LEDGER-FILENAME
           END-IF
           OPEN I-O PTAX-LEDGER-FILE
           IF WS-LEDGER-NO-FILE
               OPEN OUTPUT PTAX-LEDGER-FILE
               CLOSE PTAX-LEDGER-FILE
               OPEN I-O PTAX-LEDGER-FILE
           END-IF
           IF NOT WS-LEDGER-FILE-OK
               DISPLAY "PTAXPOST: UNABLE TO OPEN WAGES LEDGER: "
                   WS-LEDGER-FILENAME " STATUS=" WS-LEDGER-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-LEDGER-FILE-EXIT.
           EXIT.

       POST-ALL-EMPLOYEES SECTION.
           PERFORM UNTIL WS-PAYCALC-EOF
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               PERFORM POST-ONE-EMPLOYEE
                           WHEN "TRL"
                               SET WS-PAYCALC-EOF TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .
       POST-ALL-EMPLOYEES-EXIT.
           EXIT.

       POST-ONE-EMPLOYEE SECTION.
      *    A period already posted (PTAXPOST rerun, perhaps after a
      *    PAYCALC rerun) has its earlier figures taken out before
      *    the new ones go in, so the month never counts a period
      *    twice. A period older than the one last posted is left
      *    alone and reported.
           ADD 1 TO WS-ROW-COUNT
           MOVE PCD-EMPNO TO PTL-EMPNO
           MOVE WS-MONTH TO PTL-MONTH
           READ PTAX-LEDGER-FILE
               KEY IS PTL-KEY
               INVALID KEY
                   MOVE SPACES TO PTAX-LEDGER-REC
                   MOVE PCD-EMPNO TO PTL-EMPNO
                   MOVE WS-MONTH TO PTL-MONTH
                   MOVE WS-FIN-YEAR TO PTL-FIN-YEAR
                   MOVE ZERO TO PTL-GROSS
                   MOVE ZERO TO PTL-SUPER
                   MOVE ZERO TO PTL-PERIOD-COUNT
                   PERFORM FILL-LEDGER-PERIOD
                   WRITE PTAX-LEDGER-REC
                   ADD 1 TO WS-POSTED-COUNT
                   GO TO POST-ONE-EMPLOYEE-EXIT
           END-READ

           IF PTL-LAST-PERIOD-END > WS-PERIOD-END
               ADD 1 TO WS-LATER-COUNT
               DISPLAY "PTAXPOST: EMPNO " PTL-EMPNO
                   " MONTH ALREADY HOLDS PERIOD ENDING "
                   PTL-LAST-PERIOD-END
               GO TO POST-ONE-EMPLOYEE-EXIT
           END-IF
           IF PTL-LAST-PERIOD-END = WS-PERIOD-END
               SUBTRACT PTL-LAST-GROSS FROM PTL-GROSS
               SUBTRACT PTL-LAST-SUPER FROM PTL-SUPER
               SUBTRACT 1 FROM PTL-PERIOD-COUNT
               ADD 1 TO WS-REPOSTED-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           PERFORM FILL-LEDGER-PERIOD
           REWRITE PTAX-LEDGER-REC
           .
       POST-ONE-EMPLOYEE-EXIT.
           EXIT.

       FILL-LEDGER-PERIOD SECTION.
           ADD PCD-GROSS TO PTL-GROSS
           ADD PCD-SUPER TO PTL-SUPER
           ADD 1 TO PTL-PERIOD-COUNT
           MOVE WS-PERIOD-END TO PTL-LAST-PERIOD-END
           MOVE PCD-GROSS TO PTL-LAST-GROSS
           MOVE PCD-SUPER TO PTL-LAST-SUPER
           MOVE PCD-NAME TO PTL-NAME
           MOVE PCD-DEPTNO TO PTL-DEPTNO
           MOVE SPACES TO PTL-LOC
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-DEPTNO(WS-LOC-IDX) = PCD-DEPTNO
                   MOVE WS-LOC-NAME(WS-LOC-IDX) TO PTL-LOC
                   MOVE WS-LOC-COUNT TO WS-LOC-IDX
               END-IF
           END-PERFORM
           IF PTL-LOC = SPACES
               ADD 1 TO WS-NO-LOC-COUNT
               DISPLAY "PTAXPOST: EMPNO " PCD-EMPNO " DEPT "
                   PCD-DEPTNO " HAS NO LOCATION ON DEPT"
           END-IF
           .
       FILL-LEDGER-PERIOD-EXIT.
           EXIT.
