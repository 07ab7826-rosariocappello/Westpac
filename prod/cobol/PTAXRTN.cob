       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTAXRTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTAX-LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PTL-KEY
               FILE STATUS WS-LEDGER-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO WS-FINAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FPY-KEY
               FILE STATUS WS-FINAL-STATUS.
           SELECT LOCATION-FILE ASSIGN TO WS-LOCATION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOCATION-STATUS.
           SELECT RATE-FILE ASSIGN TO WS-RATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RATE-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT POSTING-FILE ASSIGN TO WS-POSTING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTAX-LEDGER-FILE.
           COPY PTXLEDG.
       FD  FINAL-PAY-FILE.
           COPY FINALPAY.
      *    PTAX-LOC-FILE maps each DEPT.LOC to the state it is in:
      *    the location exactly as DEPT holds it in columns 1-13 and
      *    the state code (NSW, VIC, QLD, ...) in 15-17. Lines
      *    starting * are comments.
       FD  LOCATION-FILE.
       01  LOCATION-REC.
           05  LCN-LOC                 PIC X(13).
           05  FILLER                  PIC X.
           05  LCN-STATE               PIC X(3).
           05  FILLER                  PIC X(63).
      *    PTAX-RATE-FILE holds each state's payroll tax rate and
      *    annual threshold, effective-dated: state code in columns
      *    1-3, effective-from YYYYMMDD in 5-12, the annual
      *    threshold in whole dollars in 14-22 and the rate as a
      *    percentage 99.999 in 24-29. A later line for the same
      *    state replaces it from its own date onward. Lines
      *    starting * are comments.
       FD  RATE-FILE.
       01  RATE-REC.
           05  RTE-STATE               PIC X(3).
           05  FILLER                  PIC X.
           05  RTE-EFFECTIVE           PIC X(8).
           05  FILLER                  PIC X.
           05  RTE-THRESHOLD           PIC X(9).
           05  FILLER                  PIC X.
           05  RTE-RATE                PIC 99.999.
           05  RTE-RATE-X REDEFINES RTE-RATE
                                       PIC X(6).
           05  FILLER                  PIC X(51).
       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-REC           PIC X(132).
       FD  POSTING-FILE.
       01  POSTING-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-LOC                     PIC X(13) VARYING.
       01  DEPT-LOC-IND                 PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY CSVFMTLK.
           COPY PERIODLK.

       01  WS-LEDGER-FILENAME           PIC X(256).
       01  WS-LEDGER-STATUS             PIC XX.
           88  WS-LEDGER-FILE-OK              VALUE "00".
           88  WS-LEDGER-NO-FILE              VALUE "35".
       01  WS-LEDGER-EOF-SWITCH         PIC X VALUE "N".
           88  WS-LEDGER-EOF                  VALUE "Y".
       01  WS-FINAL-FILENAME            PIC X(256).
       01  WS-FINAL-STATUS              PIC XX.
           88  WS-FINAL-FILE-OK               VALUE "00".
           88  WS-FINAL-NO-FILE               VALUE "35".
       01  WS-FINAL-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FINAL-EOF                   VALUE "Y".
       01  WS-LOCATION-FILENAME         PIC X(256).
       01  WS-LOCATION-STATUS           PIC XX.
           88  WS-LOCATION-FILE-OK            VALUE "00".
       01  WS-RATE-FILENAME             PIC X(256).
       01  WS-RATE-STATUS               PIC XX.
           88  WS-RATE-FILE-OK                VALUE "00".
       01  WS-TABLE-EOF-SWITCH          PIC X.
           88  WS-TABLE-EOF                   VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-POSTING-FILENAME          PIC X(256).
       01  WS-POSTING-STATUS            PIC XX.
           88  WS-POSTING-FILE-OK             VALUE "00".

      *    The month returned - PTAX-MONTH as YYYYMM, by default the
      *    month before the run (a return is lodged in the month
      *    after the wages were paid). Its financial year runs
      *    1 July to 30 June and is named for the year it ends in;
      *    the June return is the annual reconciliation.
       01  WS-MONTH-ENV                 PIC X(6).
       01  WS-RETURN-MONTH              PIC 9(6) VALUE 0.
       01  WS-RETURN-MONTH-SPLIT REDEFINES WS-RETURN-MONTH.
           05  WS-RETURN-YYYY           PIC 9(4).
           05  WS-RETURN-MM             PIC 9(2).
       01  WS-FIN-YEAR                  PIC 9(4) VALUE 0.
       01  WS-RETURN-IDX                PIC 9(2) COMP.
       01  WS-ANNUAL-SWITCH             PIC X VALUE "N".
           88  WS-ANNUAL-RECONCILIATION       VALUE "Y".

      *    Wages by state and by month of the financial year - index
      *    1 is July, 12 is June - kept apart for the pay runs (the
      *    wages ledger PTAXPOST posts, gross plus super) and the
      *    off-cycle final pays (FPY-TAXABLE - genuine redundancy is
      *    not wages). A state is on the table once the location
      *    table names it, in the order it first appears there.
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY             OCCURS 20.
               10  WS-ST-CODE          PIC X(3).
               10  WS-ST-RUN-WAGES     PIC 9(11)V99 OCCURS 12.
               10  WS-ST-FPY-WAGES     PIC 9(11)V99 OCCURS 12.
       01  WS-ST-COUNT                  PIC 9(2) COMP VALUE 0.
       01  WS-ST-IDX                    PIC 9(2) COMP.

      *    Australian wages - every state's, and wages at locations
      *    the table does not map - by month. A state's threshold
      *    is apportioned by its share of these.
       01  WS-NATIONAL-TABLE.
           05  WS-NAT-WAGES            PIC 9(11)V99 OCCURS 12.

      *    Wages at a DEPT.LOC the location table does not map, or
      *    with no location at all, cannot be returned to any state
      *    - they are listed and the GL file is held back.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNM-ENTRY            OCCURS 50.
               10  WS-UNM-LOC          PIC X(13).
               10  WS-UNM-MONTH        PIC 9(11)V99.
               10  WS-UNM-YEAR         PIC 9(11)V99.
       01  WS-UNM-COUNT                 PIC 9(2) COMP VALUE 0.
       01  WS-UNM-IDX                   PIC 9(2) COMP.

       01  WS-LCN-TABLE.
           05  WS-LCN-ENTRY            OCCURS 200.
               10  WS-LCN-LOC          PIC X(13).
               10  WS-LCN-STATE        PIC X(3).
       01  WS-LCN-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-LCN-IDX                   PIC 9(3) COMP.

       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY             OCCURS 200.
               10  WS-RT-STATE         PIC X(3).
               10  WS-RT-EFFECTIVE     PIC 9(8).
               10  WS-RT-THRESHOLD     PIC 9(9).
               10  WS-RT-RATE          PIC 9(2)V999.
       01  WS-RT-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-RT-IDX                    PIC 9(3) COMP.

      *    Where each department sits, for the final pays - read
      *    from DEPT.LOC once per run.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY            OCCURS 1000.
               10  WS-LOC-DEPTNO       PIC 9(4).
               10  WS-LOC-NAME         PIC X(13).
       01  WS-LOC-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-LOC-IDX                   PIC 9(4) COMP.

      *    One amount of wages being added to the tables.
       01  WS-ADD-LOC                   PIC X(13).
       01  WS-ADD-MONTH                 PIC 9(6).
       01  WS-ADD-MONTH-SPLIT REDEFINES WS-ADD-MONTH.
           05  WS-ADD-YYYY              PIC 9(4).
           05  WS-ADD-MM                PIC 9(2).
       01  WS-ADD-AMOUNT                PIC 9(9)V99.
       01  WS-ADD-KIND                  PIC X.
           88  WS-ADD-FINAL-PAY               VALUE "F".
       01  WS-ADD-IDX                   PIC 9(2) COMP.
       01  WS-ADD-STATE                 PIC X(3).

      *    The rate in force for one state on one date.
       01  WS-FIND-STATE                PIC X(3).
       01  WS-IN-FORCE-DATE             PIC 9(8).
       01  WS-RATE-FOUND-SWITCH         PIC X.
           88  WS-RATE-FOUND                  VALUE "Y".
       01  WS-RATE-EFFECTIVE            PIC 9(8).
       01  WS-RATE-THRESHOLD            PIC 9(9).
       01  WS-RATE-PCT                  PIC 9(2)V999.

      *    One month's (or the year's) liability for one state.
       01  WS-CALC-IDX                  PIC 9(2) COMP.
       01  WS-CALC-WAGES                PIC 9(11)V99.
       01  WS-CALC-NATIONAL             PIC 9(11)V99.
       01  WS-CALC-THRESHOLD            PIC 9(11)V99.
       01  WS-CALC-SHARE                PIC 9(11)V99.
       01  WS-CALC-OVER                 PIC S9(11)V99.
       01  WS-CALC-LIABILITY            PIC 9(11)V99.
       01  WS-CALC-YYYY                 PIC 9(4).
       01  WS-CALC-MM                   PIC 9(2).

       01  WS-MONTH-RUN-WAGES           PIC 9(11)V99.
       01  WS-MONTH-FPY-WAGES           PIC 9(11)V99.
       01  WS-YEAR-WAGES                PIC 9(11)V99.
       01  WS-YEAR-NATIONAL             PIC 9(11)V99.
       01  WS-PAID-TO-MAY               PIC 9(11)V99.
       01  WS-STATE-PAYABLE             PIC S9(11)V99.
       01  WS-RETURN-TOTAL              PIC S9(13)V99 VALUE ZERO.
       01  WS-STATES-RETURNED           PIC 9(2) VALUE 0.
       01  WS-NO-RATE-COUNT             PIC 9(2) VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-LEDGER-ROWS               PIC 9(9) VALUE 0.
       01  WS-FINAL-ROWS                PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

      *    The liability per state, kept for the GL file.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY             OCCURS 20.
               10  WS-GL-STATE         PIC X(3).
               10  WS-GL-AMOUNT        PIC S9(11)V99.
       01  WS-GL-COUNT                  PIC 9(2) COMP VALUE 0.
       01  WS-GL-IDX                    PIC 9(2) COMP.
       01  WS-LINE-COUNT                PIC 9(5) VALUE 0.
       01  WS-HASH-TOTAL                PIC 9(13)V99 VALUE ZERO.
       01  WS-ACCOUNT                   PIC X(10).
       01  WS-DR-ACCOUNT                PIC X(10).
       01  WS-CR-ACCOUNT                PIC X(10).
       01  WS-PERIOD                    PIC X(6).
       01  WS-PAIR-AMOUNT               PIC 9(11)V99.

       01  WS-LINE-LABEL                PIC X(44).
       01  WS-LINE-AMOUNT               PIC S9(13)V99.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).

       01  DISPLAY-VARIABLES.
           05  D-MONEY                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  D-RATE                   PIC Z9.999.
           05  D-THRESHOLD              PIC ZZZ,ZZZ,ZZ9.
           05  D-AMOUNT                 PIC 9(11).99.
           05  D-TOTAL                  PIC 9(13).99.
           05  D-LINE-COUNT             PIC 9(5).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-RETURN-MONTH
           PERFORM LOAD-LOCATION-TABLE
           PERFORM LOAD-RATE-TABLE
           IF WS-FETCH-FAILED
               DISPLAY "PTAXRTN: NO RETURN PREPARED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CONNECT-TO-ORACLE
           PERFORM LOAD-DEPT-LOCATIONS
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM ADD-LEDGER-WAGES
           PERFORM ADD-FINAL-PAY-WAGES
           IF WS-FETCH-FAILED
               DISPLAY "PTAXRTN: NO RETURN PREPARED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-RETURN-WORKSHEET

      *    The GL load consumes the posting file unattended - a
      *    return with wages it could not place, or a state with no
      *    rate in force, is understated and goes no further than
      *    the worksheet until the tables are put right.
           IF WS-EXCEPTION-COUNT = 0
               PERFORM WRITE-POSTING-FILE
           ELSE
               DISPLAY "PTAXRTN: " WS-EXCEPTION-COUNT
                   " exception(s) on the worksheet - no GL file "
                   "written"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "PTAXRTN: month " WS-RETURN-MONTH " - "
               WS-STATES-RETURNED " state(s) returned, worksheet "
               WS-RPT-FILENAME
           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PTAXRTN" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PTAXRTN: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-LEDGER-ROWS TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-LEDGER-ROWS TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-RETURN-MONTH SECTION.
           MOVE SPACES TO WS-MONTH-ENV
           DISPLAY "PTAX-MONTH" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT-VALUE
           IF WS-MONTH-ENV = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-RETURN-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-RETURN-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-RETURN-YYYY
                   COMPUTE WS-RETURN-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               IF WS-MONTH-ENV IS NOT NUMERIC
                   DISPLAY "PTAXRTN: PTAX-MONTH MUST BE YYYYMM - "
                       WS-MONTH-ENV
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MONTH-ENV TO WS-RETURN-MONTH
               IF WS-RETURN-MM < 1 OR WS-RETURN-MM > 12
                   DISPLAY "PTAXRTN: PTAX-MONTH MUST BE YYYYMM - "
                       WS-MONTH-ENV
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-RETURN-MM > 6
               COMPUTE WS-FIN-YEAR = WS-RETURN-YYYY + 1
               COMPUTE WS-RETURN-IDX = WS-RETURN-MM - 6
           ELSE
               MOVE WS-RETURN-YYYY TO WS-FIN-YEAR
               COMPUTE WS-RETURN-IDX = WS-RETURN-MM + 6
           END-IF
           IF WS-RETURN-MM = 6
               SET WS-ANNUAL-RECONCILIATION TO TRUE
           END-IF
           MOVE WS-RETURN-MONTH TO WS-PERIOD
           .
       RESOLVE-RETURN-MONTH-EXIT.
           EXIT.

       LOAD-LOCATION-TABLE SECTION.
      *    PTAX-LOC-FILE defaults to /tmp/ptax_locations.dat.
           MOVE SPACES TO WS-LOCATION-FILENAME
           DISPLAY "PTAX-LOC-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOCATION-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LOCATION-FILENAME = SPACES
               MOVE "/tmp/ptax_locations.dat" TO WS-LOCATION-FILENAME
           END-IF
           OPEN INPUT LOCATION-FILE
           IF NOT WS-LOCATION-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXRTN: UNABLE TO OPEN LOCATION TABLE: "
                   WS-LOCATION-FILENAME
               GO TO LOAD-LOCATION-TABLE-EXIT
           END-IF
           MOVE "N" TO WS-TABLE-EOF-SWITCH
           PERFORM UNTIL WS-TABLE-EOF
               READ LOCATION-FILE
                   AT END
                       SET WS-TABLE-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-LOCATION
               END-READ
           END-PERFORM
           CLOSE LOCATION-FILE
           IF WS-LCN-COUNT = 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXRTN: LOCATION TABLE IS EMPTY: "
                   WS-LOCATION-FILENAME
           END-IF
           .
       LOAD-LOCATION-TABLE-EXIT.
           EXIT.

       STORE-ONE-LOCATION SECTION.
           IF LOCATION-REC = SPACES OR LOCATION-REC(1:1) = "*"
               GO TO STORE-ONE-LOCATION-EXIT
           END-IF
           IF LCN-LOC = SPACES OR LCN-STATE = SPACES
               DISPLAY "PTAXRTN: LOCATION LINE IGNORED: "
                   LOCATION-REC(1:17)
               GO TO STORE-ONE-LOCATION-EXIT
           END-IF
           IF WS-LCN-COUNT >= 200
               DISPLAY "PTAXRTN: MORE THAN 200 LOCATIONS - "
                   "REMAINDER IGNORED"
               GO TO STORE-ONE-LOCATION-EXIT
           END-IF
           ADD 1 TO WS-LCN-COUNT
           MOVE LCN-LOC TO WS-LCN-LOC(WS-LCN-COUNT)
           MOVE LCN-STATE TO WS-LCN-STATE(WS-LCN-COUNT)

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               OR WS-ST-CODE(WS-ST-IDX) = LCN-STATE
               CONTINUE
           END-PERFORM
           IF WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-COUNT >= 20
                   DISPLAY "PTAXRTN: MORE THAN 20 STATES - "
                       LCN-STATE " IGNORED"
                   SUBTRACT 1 FROM WS-LCN-COUNT
                   GO TO STORE-ONE-LOCATION-EXIT
               END-IF
               ADD 1 TO WS-ST-COUNT
               INITIALIZE WS-ST-ENTRY(WS-ST-COUNT)
               MOVE LCN-STATE TO WS-ST-CODE(WS-ST-COUNT)
           END-IF
           .
       STORE-ONE-LOCATION-EXIT.
           EXIT.

       LOAD-RATE-TABLE SECTION.
      *    PTAX-RATE-FILE defaults to /tmp/ptax_rates.dat.
           MOVE SPACES TO WS-RATE-FILENAME
           DISPLAY "PTAX-RATE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RATE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RATE-FILENAME = SPACES
               MOVE "/tmp/ptax_rates.dat" TO WS-RATE-FILENAME
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXRTN: UNABLE TO OPEN RATE TABLE: "
                   WS-RATE-FILENAME
               GO TO LOAD-RATE-TABLE-EXIT
           END-IF
           MOVE "N" TO WS-TABLE-EOF-SWITCH
           PERFORM UNTIL WS-TABLE-EOF
               READ RATE-FILE
                   AT END
                       SET WS-TABLE-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           IF WS-RT-COUNT = 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXRTN: RATE TABLE IS EMPTY: "
                   WS-RATE-FILENAME
           END-IF
           .
       LOAD-RATE-TABLE-EXIT.
           EXIT.

       STORE-ONE-RATE SECTION.
      *    A malformed line is skipped rather than guessed at - the
      *    state is then reported with no rate in force and held
      *    out of the GL file.
           IF RATE-REC = SPACES OR RATE-REC(1:1) = "*"
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           IF RTE-STATE = SPACES
               OR RTE-EFFECTIVE NOT NUMERIC
               OR RTE-THRESHOLD NOT NUMERIC
               OR RTE-RATE-X(1:2) NOT NUMERIC
               OR RTE-RATE-X(3:1) NOT = "."
               OR RTE-RATE-X(4:3) NOT NUMERIC
               DISPLAY "PTAXRTN: RATE LINE IGNORED: " RATE-REC(1:29)
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           IF WS-RT-COUNT >= 200
               DISPLAY "PTAXRTN: MORE THAN 200 RATE LINES - "
                   "REMAINDER IGNORED"
               GO TO STORE-ONE-RATE-EXIT
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE RTE-STATE TO WS-RT-STATE(WS-RT-COUNT)
           MOVE RTE-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
           MOVE RTE-THRESHOLD TO WS-RT-THRESHOLD(WS-RT-COUNT)
           MOVE RTE-RATE TO WS-RT-RATE(WS-RT-COUNT)
           .
       STORE-ONE-RATE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "PTAXRTN" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "PTAXRTN: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
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
               DISPLAY "PTAXRTN: UNABLE TO READ DEPT, SQLCODE: "
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
               DISPLAY "PTAXRTN: DEPT FETCH FAILED, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL
               CLOSE LOCCURS
           END-EXEC
           .
       LOAD-DEPT-LOCATIONS-EXIT.
           EXIT.

       ADD-LEDGER-WAGES SECTION.
      *    PTAX-LEDGER-FILE names the wages ledger PTAXPOST keeps
      *    (copy/PTXLEDG.cpy); it defaults to /tmp/ptax_ledger.dat.
      *    Every month of the financial year up to the return month
      *    is added - the June reconciliation needs them all, and
      *    any other month shows its place in the year.
           MOVE SPACES TO WS-LEDGER-FILENAME
           DISPLAY "PTAX-LEDGER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-FILENAME = SPACES
               MOVE "/tmp/ptax_ledger.dat" TO WS-LEDGER-FILENAME
           END-IF
           OPEN INPUT PTAX-LEDGER-FILE
           IF WS-LEDGER-NO-FILE
               DISPLAY "PTAXRTN: NO WAGES LEDGER YET - "
                   WS-LEDGER-FILENAME
               GO TO ADD-LEDGER-WAGES-EXIT
           END-IF
           IF NOT WS-LEDGER-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXRTN: UNABLE TO OPEN WAGES LEDGER: "
                   WS-LEDGER-FILENAME " STATUS=" WS-LEDGER-STATUS
               GO TO ADD-LEDGER-WAGES-EXIT
           END-IF
           MOVE LOW-VALUES TO PTL-KEY
           START PTAX-LEDGER-FILE KEY NOT LESS THAN PTL-KEY
               INVALID KEY
                   SET WS-LEDGER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LEDGER-EOF
               READ PTAX-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF PTL-FIN-YEAR = WS-FIN-YEAR
                           AND PTL-MONTH NOT > WS-RETURN-MONTH
                           ADD 1 TO WS-LEDGER-ROWS
                           MOVE PTL-LOC TO WS-ADD-LOC
                           MOVE PTL-MONTH TO WS-ADD-MONTH
                           COMPUTE WS-ADD-AMOUNT =
                               PTL-GROSS + PTL-SUPER
                           MOVE "R" TO WS-ADD-KIND
                           PERFORM ADD-ONE-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PTAX-LEDGER-FILE
           .
       ADD-LEDGER-WAGES-EXIT.
           EXIT.

       ADD-FINAL-PAY-WAGES SECTION.
      *    FINAL-PAY-FILE names the final-pay register (copy/
      *    FINALPAY.cpy); it defaults to /tmp/final_pay.dat. Final
      *    pay is liable in the month it was paid, at the location
      *    of the department the leaver was on.
           MOVE SPACES TO WS-FINAL-FILENAME
           DISPLAY "FINAL-PAY-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FINAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FINAL-FILENAME = SPACES
               MOVE "/tmp/final_pay.dat" TO WS-FINAL-FILENAME
           END-IF
           OPEN INPUT FINAL-PAY-FILE
           IF WS-FINAL-NO-FILE
               GO TO ADD-FINAL-PAY-WAGES-EXIT
           END-IF
           IF NOT WS-FINAL-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PTAXRTN: UNABLE TO OPEN FINAL-PAY REGISTER: "
                   WS-FINAL-FILENAME " STATUS=" WS-FINAL-STATUS
               GO TO ADD-FINAL-PAY-WAGES-EXIT
           END-IF
           MOVE LOW-VALUES TO FPY-KEY
           START FINAL-PAY-FILE KEY NOT LESS THAN FPY-KEY
               INVALID KEY
                   SET WS-FINAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FINAL-EOF
               READ FINAL-PAY-FILE NEXT RECORD
                   AT END
                       SET WS-FINAL-EOF TO TRUE
                   NOT AT END
                       IF FPY-PAID
                           PERFORM ADD-ONE-FINAL-PAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-PAY-FILE
           .
       ADD-FINAL-PAY-WAGES-EXIT.
           EXIT.

       ADD-ONE-FINAL-PAY SECTION.
           MOVE FPY-PAID-DATE(1:6) TO WS-ADD-MONTH
           IF WS-ADD-MONTH > WS-RETURN-MONTH
               GO TO ADD-ONE-FINAL-PAY-EXIT
           END-IF
           IF WS-ADD-MM > 6
               IF WS-ADD-YYYY + 1 NOT = WS-FIN-YEAR
                   GO TO ADD-ONE-FINAL-PAY-EXIT
               END-IF
           ELSE
               IF WS-ADD-YYYY NOT = WS-FIN-YEAR
                   GO TO ADD-ONE-FINAL-PAY-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-FINAL-ROWS
           MOVE SPACES TO WS-ADD-LOC
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-DEPTNO(WS-LOC-IDX) = FPY-DEPTNO
                   MOVE WS-LOC-NAME(WS-LOC-IDX) TO WS-ADD-LOC
                   MOVE WS-LOC-COUNT TO WS-LOC-IDX
               END-IF
           END-PERFORM
           MOVE FPY-TAXABLE TO WS-ADD-AMOUNT
           MOVE "F" TO WS-ADD-KIND
           PERFORM ADD-ONE-AMOUNT
           .
       ADD-ONE-FINAL-PAY-EXIT.
           EXIT.

       ADD-ONE-AMOUNT SECTION.
           IF WS-ADD-MM > 6
               COMPUTE WS-ADD-IDX = WS-ADD-MM - 6
           ELSE
               COMPUTE WS-ADD-IDX = WS-ADD-MM + 6
           END-IF
           ADD WS-ADD-AMOUNT TO WS-NAT-WAGES(WS-ADD-IDX)

           MOVE SPACES TO WS-ADD-STATE
           PERFORM VARYING WS-LCN-IDX FROM 1 BY 1
               UNTIL WS-LCN-IDX > WS-LCN-COUNT
               IF WS-ADD-LOC NOT = SPACES
                   AND WS-LCN-LOC(WS-LCN-IDX) = WS-ADD-LOC
                   MOVE WS-LCN-STATE(WS-LCN-IDX) TO WS-ADD-STATE
                   MOVE WS-LCN-COUNT TO WS-LCN-IDX
               END-IF
           END-PERFORM

           IF WS-ADD-STATE = SPACES
               PERFORM ADD-UNMAPPED-AMOUNT
               GO TO ADD-ONE-AMOUNT-EXIT
           END-IF

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               OR WS-ST-CODE(WS-ST-IDX) = WS-ADD-STATE
               CONTINUE
           END-PERFORM
           IF WS-ADD-FINAL-PAY
               ADD WS-ADD-AMOUNT
                   TO WS-ST-FPY-WAGES(WS-ST-IDX, WS-ADD-IDX)
           ELSE
               ADD WS-ADD-AMOUNT
                   TO WS-ST-RUN-WAGES(WS-ST-IDX, WS-ADD-IDX)
           END-IF
           .
       ADD-ONE-AMOUNT-EXIT.
           EXIT.

       ADD-UNMAPPED-AMOUNT SECTION.
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
               UNTIL WS-UNM-IDX > WS-UNM-COUNT
               OR WS-UNM-LOC(WS-UNM-IDX) = WS-ADD-LOC
               CONTINUE
           END-PERFORM
           IF WS-UNM-IDX > WS-UNM-COUNT
               IF WS-UNM-COUNT >= 50
      *            Still an exception - the last entry carries the
      *            overflow so nothing drops out of the count.
                   MOVE 50 TO WS-UNM-IDX
               ELSE
                   ADD 1 TO WS-UNM-COUNT
                   MOVE WS-ADD-LOC TO WS-UNM-LOC(WS-UNM-COUNT)
                   MOVE ZERO TO WS-UNM-MONTH(WS-UNM-COUNT)
                   MOVE ZERO TO WS-UNM-YEAR(WS-UNM-COUNT)
               END-IF
           END-IF
           ADD WS-ADD-AMOUNT TO WS-UNM-YEAR(WS-UNM-IDX)
           IF WS-ADD-MONTH = WS-RETURN-MONTH
               ADD WS-ADD-AMOUNT TO WS-UNM-MONTH(WS-UNM-IDX)
           END-IF
           .
       ADD-UNMAPPED-AMOUNT-EXIT.
           EXIT.

       FIND-RATE-IN-FORCE SECTION.
      *    The latest line for the state effective on or before
      *    WS-IN-FORCE-DATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-RATE-EFFECTIVE
           MOVE ZERO TO WS-RATE-THRESHOLD
           MOVE ZERO TO WS-RATE-PCT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-STATE(WS-RT-IDX) = WS-FIND-STATE
                   AND WS-RT-EFFECTIVE(WS-RT-IDX)
                       NOT > WS-IN-FORCE-DATE
                   AND WS-RT-EFFECTIVE(WS-RT-IDX)
                       NOT < WS-RATE-EFFECTIVE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RT-EFFECTIVE(WS-RT-IDX)
                       TO WS-RATE-EFFECTIVE
                   MOVE WS-RT-THRESHOLD(WS-RT-IDX)
                       TO WS-RATE-THRESHOLD
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE-PCT
               END-IF
           END-PERFORM
           .
       FIND-RATE-IN-FORCE-EXIT.
           EXIT.

       WORK-MONTH-LIABILITY SECTION.
      *    One month for state WS-ST-IDX, month WS-CALC-IDX of the
      *    year: the rate and threshold in force at the month's
      *    end, a twelfth of the annual threshold apportioned by
      *    the state's share of the month's Australian wages, and
      *    the rate on what is over it.
           IF WS-CALC-IDX > 6
               MOVE WS-FIN-YEAR TO WS-CALC-YYYY
               COMPUTE WS-CALC-MM = WS-CALC-IDX - 6
           ELSE
               COMPUTE WS-CALC-YYYY = WS-FIN-YEAR - 1
               COMPUTE WS-CALC-MM = WS-CALC-IDX + 6
           END-IF
           COMPUTE WS-IN-FORCE-DATE =
               WS-CALC-YYYY * 10000 + WS-CALC-MM * 100 + 31
           MOVE WS-ST-CODE(WS-ST-IDX) TO WS-FIND-STATE
           PERFORM FIND-RATE-IN-FORCE

           COMPUTE WS-CALC-WAGES =
               WS-ST-RUN-WAGES(WS-ST-IDX, WS-CALC-IDX)
               + WS-ST-FPY-WAGES(WS-ST-IDX, WS-CALC-IDX)
           MOVE WS-NAT-WAGES(WS-CALC-IDX) TO WS-CALC-NATIONAL
           COMPUTE WS-CALC-THRESHOLD ROUNDED = WS-RATE-THRESHOLD / 12
           PERFORM APPLY-THRESHOLD-AND-RATE
           .
       WORK-MONTH-LIABILITY-EXIT.
           EXIT.

       WORK-ANNUAL-LIABILITY SECTION.
      *    The year for state WS-ST-IDX: the annual threshold and
      *    rate in force at 30 June, the threshold apportioned by
      *    the state's share of the year's Australian wages.
           COMPUTE WS-IN-FORCE-DATE = WS-FIN-YEAR * 10000 + 630
           MOVE WS-ST-CODE(WS-ST-IDX) TO WS-FIND-STATE
           PERFORM FIND-RATE-IN-FORCE
           MOVE WS-YEAR-WAGES TO WS-CALC-WAGES
           MOVE WS-YEAR-NATIONAL TO WS-CALC-NATIONAL
           MOVE WS-RATE-THRESHOLD TO WS-CALC-THRESHOLD
           PERFORM APPLY-THRESHOLD-AND-RATE
           .
       WORK-ANNUAL-LIABILITY-EXIT.
           EXIT.

       APPLY-THRESHOLD-AND-RATE SECTION.
           MOVE ZERO TO WS-CALC-SHARE
           MOVE ZERO TO WS-CALC-LIABILITY
           IF WS-CALC-NATIONAL > 0
               COMPUTE WS-CALC-SHARE ROUNDED =
                   WS-CALC-THRESHOLD * WS-CALC-WAGES
                   / WS-CALC-NATIONAL
           END-IF
           COMPUTE WS-CALC-OVER = WS-CALC-WAGES - WS-CALC-SHARE
           IF WS-CALC-OVER < 0
               MOVE ZERO TO WS-CALC-OVER
           END-IF
           IF WS-RATE-FOUND
               COMPUTE WS-CALC-LIABILITY ROUNDED =
                   WS-CALC-OVER * WS-RATE-PCT / 100
           END-IF
           .
       APPLY-THRESHOLD-AND-RATE-EXIT.
           EXIT.

       WRITE-RETURN-WORKSHEET SECTION.
      *    PTAX-RPT names the return worksheet; it defaults to
      *    /tmp/ptax_return.rpt when unset, and is filed through the
      *    shared report router like the other period reports.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "PTAX-RPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/ptax_return.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "PTAXRTN" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT RETURN-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "PTAXRTN: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO RETURN-REPORT-REC
           STRING "PAYROLL TAX RETURN WORKSHEET  MONTH "
                   DELIMITED SIZE
               WS-RETURN-MONTH DELIMITED SIZE
               "  FINANCIAL YEAR " DELIMITED SIZE
               WS-FIN-YEAR DELIMITED SIZE
               "  RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO RETURN-REPORT-REC
           END-STRING
           WRITE RETURN-REPORT-REC
      *    A return month finance has closed (PERCLOSE) is stamped
      *    final - the ledger under it can no longer move.
           MOVE SPACES TO PQ-PARM
           MOVE "Q" TO PQ-FUNCTION
           MOVE WS-RETURN-MONTH TO PQ-PERIOD
           CALL "PERIODCHK" USING PQ-PARM
           IF PQ-PERIOD-CLOSED
               MOVE SPACES TO RETURN-REPORT-REC
               STRING "*** FINAL - PERIOD CLOSED " DELIMITED SIZE
                   PQ-CLOSED-DATE DELIMITED SIZE
                   " BY " DELIMITED SIZE
                   PQ-CLOSED-BY DELIMITED BY SPACE
                   " ***" DELIMITED SIZE
                 INTO RETURN-REPORT-REC
               END-STRING
               WRITE RETURN-REPORT-REC
           END-IF
           IF WS-ANNUAL-RECONCILIATION
               MOVE "ANNUAL RECONCILIATION - THE JUNE RETURN SETTLES "
                   TO RETURN-REPORT-REC
               MOVE "THE YEAR" TO RETURN-REPORT-REC(49:8)
               WRITE RETURN-REPORT-REC
           END-IF
           MOVE ALL "=" TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM WRITE-ONE-STATE
           END-PERFORM

           PERFORM WRITE-EXCEPTIONS

           MOVE SPACES TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           MOVE "TOTAL PAYROLL TAX FOR THE MONTH, ALL STATES"
               TO WS-LINE-LABEL
           MOVE WS-RETURN-TOTAL TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE

           CLOSE RETURN-REPORT-FILE
           .
       WRITE-RETURN-WORKSHEET-EXIT.
           EXIT.

       WRITE-ONE-STATE SECTION.
      *    A state with no wages in the month - or, in June, in the
      *    year - has nothing to return.
           MOVE WS-ST-RUN-WAGES(WS-ST-IDX, WS-RETURN-IDX)
               TO WS-MONTH-RUN-WAGES
           MOVE WS-ST-FPY-WAGES(WS-ST-IDX, WS-RETURN-IDX)
               TO WS-MONTH-FPY-WAGES
           MOVE ZERO TO WS-YEAR-WAGES
           MOVE ZERO TO WS-YEAR-NATIONAL
           PERFORM VARYING WS-CALC-IDX FROM 1 BY 1
               UNTIL WS-CALC-IDX > WS-RETURN-IDX
               ADD WS-ST-RUN-WAGES(WS-ST-IDX, WS-CALC-IDX)
                   WS-ST-FPY-WAGES(WS-ST-IDX, WS-CALC-IDX)
                   TO WS-YEAR-WAGES
               ADD WS-NAT-WAGES(WS-CALC-IDX) TO WS-YEAR-NATIONAL
           END-PERFORM
           IF WS-ANNUAL-RECONCILIATION
               IF WS-YEAR-WAGES = 0
                   GO TO WRITE-ONE-STATE-EXIT
               END-IF
           ELSE
               IF WS-MONTH-RUN-WAGES + WS-MONTH-FPY-WAGES = 0
                   GO TO WRITE-ONE-STATE-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-STATES-RETURNED

           MOVE WS-RETURN-IDX TO WS-CALC-IDX
           PERFORM WORK-MONTH-LIABILITY

           MOVE SPACES TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           MOVE SPACES TO RETURN-REPORT-REC
           IF WS-RATE-FOUND
               MOVE WS-RATE-PCT TO D-RATE
               MOVE WS-RATE-THRESHOLD TO D-THRESHOLD
               STRING "STATE " DELIMITED SIZE
                   WS-ST-CODE(WS-ST-IDX) DELIMITED SIZE
                   "   RATE " DELIMITED SIZE
                   D-RATE DELIMITED SIZE
                   "%   ANNUAL THRESHOLD " DELIMITED SIZE
                   D-THRESHOLD DELIMITED SIZE
                   "   IN FORCE FROM " DELIMITED SIZE
                   WS-RATE-EFFECTIVE DELIMITED SIZE
                 INTO RETURN-REPORT-REC
               END-STRING
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING "STATE " DELIMITED SIZE
                   WS-ST-CODE(WS-ST-IDX) DELIMITED SIZE
                   "   *** NO RATE IN FORCE ON THE RATE TABLE - "
                       DELIMITED SIZE
                   "NO LIABILITY WORKED ***" DELIMITED SIZE
                 INTO RETURN-REPORT-REC
               END-STRING
           END-IF
           WRITE RETURN-REPORT-REC
           MOVE ALL "-" TO RETURN-REPORT-REC(1:72)
           WRITE RETURN-REPORT-REC

           MOVE "PAY-RUN WAGES (GROSS + SUPER)" TO WS-LINE-LABEL
           MOVE WS-MONTH-RUN-WAGES TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "FINAL PAY (EXCLUDING REDUNDANCY)" TO WS-LINE-LABEL
           MOVE WS-MONTH-FPY-WAGES TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "TAXABLE WAGES IN THE STATE" TO WS-LINE-LABEL
           MOVE WS-CALC-WAGES TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "AUSTRALIAN WAGES (ALL STATES)" TO WS-LINE-LABEL
           MOVE WS-CALC-NATIONAL TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "MONTHLY THRESHOLD (ANNUAL / 12)" TO WS-LINE-LABEL
           MOVE WS-CALC-THRESHOLD TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "THRESHOLD APPORTIONED TO THE STATE" TO WS-LINE-LABEL
           MOVE WS-CALC-SHARE TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "WAGES OVER THE THRESHOLD" TO WS-LINE-LABEL
           MOVE WS-CALC-OVER TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "PAYROLL TAX FOR THE MONTH" TO WS-LINE-LABEL
           MOVE WS-CALC-LIABILITY TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE WS-CALC-LIABILITY TO WS-STATE-PAYABLE

           IF WS-ANNUAL-RECONCILIATION
               PERFORM WRITE-STATE-RECONCILIATION
           END-IF

           IF WS-RATE-FOUND
               ADD WS-STATE-PAYABLE TO WS-RETURN-TOTAL
               ADD 1 TO WS-GL-COUNT
               MOVE WS-ST-CODE(WS-ST-IDX) TO WS-GL-STATE(WS-GL-COUNT)
               MOVE WS-STATE-PAYABLE TO WS-GL-AMOUNT(WS-GL-COUNT)
           END-IF
           .
       WRITE-ONE-STATE-EXIT.
           EXIT.

       WRITE-STATE-RECONCILIATION SECTION.
      *    The year's liability worked on the annual threshold, less
      *    what the July to May returns worked - the June return
      *    pays the difference, or claims it back when negative.
      *    Each earlier month is worked again from the ledger as it
      *    stands, so a correction posted since is picked up here.
           MOVE ZERO TO WS-PAID-TO-MAY
           PERFORM VARYING WS-CALC-IDX FROM 1 BY 1
               UNTIL WS-CALC-IDX > 11
               PERFORM WORK-MONTH-LIABILITY
               ADD WS-CALC-LIABILITY TO WS-PAID-TO-MAY
           END-PERFORM
           PERFORM WORK-ANNUAL-LIABILITY

           MOVE SPACES TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           MOVE "  ANNUAL RECONCILIATION - YEAR ENDED 30 JUNE "
               TO RETURN-REPORT-REC
           MOVE WS-FIN-YEAR TO RETURN-REPORT-REC(46:4)
           WRITE RETURN-REPORT-REC
           MOVE "TAXABLE WAGES IN THE STATE FOR THE YEAR"
               TO WS-LINE-LABEL
           MOVE WS-CALC-WAGES TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "AUSTRALIAN WAGES FOR THE YEAR" TO WS-LINE-LABEL
           MOVE WS-CALC-NATIONAL TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "ANNUAL THRESHOLD APPORTIONED TO THE STATE"
               TO WS-LINE-LABEL
           MOVE WS-CALC-SHARE TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "PAYROLL TAX FOR THE YEAR" TO WS-LINE-LABEL
           MOVE WS-CALC-LIABILITY TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "LESS RETURNED JULY TO MAY" TO WS-LINE-LABEL
           MOVE WS-PAID-TO-MAY TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           COMPUTE WS-STATE-PAYABLE =
               WS-CALC-LIABILITY - WS-PAID-TO-MAY
           MOVE "JUNE RETURN - PAYABLE (REFUND IF NEGATIVE)"
               TO WS-LINE-LABEL
           MOVE WS-STATE-PAYABLE TO WS-LINE-AMOUNT
           PERFORM WRITE-WORKSHEET-LINE
           .
       WRITE-STATE-RECONCILIATION-EXIT.
           EXIT.

       WRITE-EXCEPTIONS SECTION.
      *    Wages at a location the table does not map are listed
      *    with what they carry this month and in the year so far.
      *    Any this month - and in June any at all - hold the GL
      *    file back.
           IF WS-UNM-COUNT = 0
               GO TO WRITE-EXCEPTIONS-EXIT
           END-IF
           MOVE SPACES TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           MOVE "WAGES AT LOCATIONS NOT ON THE LOCATION TABLE"
               TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           MOVE ALL "-" TO RETURN-REPORT-REC(1:72)
           WRITE RETURN-REPORT-REC
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
               UNTIL WS-UNM-IDX > WS-UNM-COUNT
               IF WS-UNM-MONTH(WS-UNM-IDX) > 0
                   OR WS-ANNUAL-RECONCILIATION
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE SPACES TO RETURN-REPORT-REC
               MOVE WS-UNM-MONTH(WS-UNM-IDX) TO D-MONEY
               IF WS-UNM-LOC(WS-UNM-IDX) = SPACES
                   STRING "  (NO LOCATION)  MONTH " DELIMITED SIZE
                       D-MONEY DELIMITED SIZE
                     INTO RETURN-REPORT-REC
                   END-STRING
               ELSE
                   STRING "  " DELIMITED SIZE
                       WS-UNM-LOC(WS-UNM-IDX) DELIMITED SIZE
                       "  MONTH " DELIMITED SIZE
                       D-MONEY DELIMITED SIZE
                     INTO RETURN-REPORT-REC
                   END-STRING
               END-IF
               MOVE WS-UNM-YEAR(WS-UNM-IDX) TO D-MONEY
               STRING "  YEAR TO DATE " DELIMITED SIZE
                   D-MONEY DELIMITED SIZE
                 INTO RETURN-REPORT-REC(45:40)
               END-STRING
               WRITE RETURN-REPORT-REC
           END-PERFORM
           .
       WRITE-EXCEPTIONS-EXIT.
           EXIT.

       WRITE-WORKSHEET-LINE SECTION.
           MOVE WS-LINE-AMOUNT TO D-MONEY
           MOVE SPACES TO RETURN-REPORT-REC
           STRING "  " DELIMITED SIZE
               WS-LINE-LABEL DELIMITED SIZE
               D-MONEY DELIMITED SIZE
             INTO RETURN-REPORT-REC
           END-STRING
           WRITE RETURN-REPORT-REC
           .
       WRITE-WORKSHEET-LINE-EXIT.
           EXIT.

       WRITE-POSTING-FILE SECTION.
      *    PTAX-GL-FILE names the liability posting; it defaults to
      *    /tmp/ptax_gl.csv when unset. Same layout as GLPOST's
      *    file, through the shared CSVFMT formatter: PERIOD (the
      *    return month), TYPE, DEPT (blank - the tax is the
      *    company's), AMOUNT, ACCOUNT - for each state a debit to
      *    PTAX-EXP and a credit to the state's liability account
      *    PTAX- and the state code; a June refund reverses the
      *    pair. Then the control-total trailer.
           MOVE SPACES TO WS-POSTING-FILENAME
           DISPLAY "PTAX-GL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-POSTING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-POSTING-FILENAME = SPACES
               MOVE "/tmp/ptax_gl.csv" TO WS-POSTING-FILENAME
           END-IF
           OPEN OUTPUT POSTING-FILE
           IF NOT WS-POSTING-FILE-OK
               DISPLAY "PTAXRTN: UNABLE TO OPEN POSTING FILE: "
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

           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
               PERFORM WRITE-ONE-STATE-PAIR
           END-PERFORM

           MOVE WS-LINE-COUNT TO D-LINE-COUNT
           MOVE WS-HASH-TOTAL TO D-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 3 TO CSVF-FIELD-COUNT
           MOVE "TRAILER" TO CSVF-FIELD(1)
           MOVE D-LINE-COUNT TO CSVF-FIELD(2)
           MOVE D-TOTAL TO CSVF-FIELD(3)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC

           CLOSE POSTING-FILE
           .
       WRITE-POSTING-FILE-EXIT.
           EXIT.

       WRITE-ONE-STATE-PAIR SECTION.
           IF WS-GL-AMOUNT(WS-GL-IDX) = 0
               GO TO WRITE-ONE-STATE-PAIR-EXIT
           END-IF
           MOVE SPACES TO WS-ACCOUNT
           STRING "PTAX-" DELIMITED SIZE
               WS-GL-STATE(WS-GL-IDX) DELIMITED SPACE
               INTO WS-ACCOUNT
           END-STRING
           IF WS-GL-AMOUNT(WS-GL-IDX) > 0
               MOVE "PTAX-EXP" TO WS-DR-ACCOUNT
               MOVE WS-ACCOUNT TO WS-CR-ACCOUNT
               MOVE WS-GL-AMOUNT(WS-GL-IDX) TO WS-PAIR-AMOUNT
           ELSE
               MOVE WS-ACCOUNT TO WS-DR-ACCOUNT
               MOVE "PTAX-EXP" TO WS-CR-ACCOUNT
               COMPUTE WS-PAIR-AMOUNT =
                   0 - WS-GL-AMOUNT(WS-GL-IDX)
           END-IF
           MOVE WS-PAIR-AMOUNT TO D-AMOUNT

           ADD 1 TO WS-LINE-COUNT
           ADD WS-PAIR-AMOUNT TO WS-HASH-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "DR" TO CSVF-FIELD(2)
           MOVE SPACES TO CSVF-FIELD(3)
           MOVE D-AMOUNT TO CSVF-FIELD(4)
           MOVE WS-DR-ACCOUNT TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC

           ADD 1 TO WS-LINE-COUNT
           ADD WS-PAIR-AMOUNT TO WS-HASH-TOTAL
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 5 TO CSVF-FIELD-COUNT
           MOVE WS-PERIOD TO CSVF-FIELD(1)
           MOVE "CR" TO CSVF-FIELD(2)
           MOVE SPACES TO CSVF-FIELD(3)
           MOVE D-AMOUNT TO CSVF-FIELD(4)
           MOVE WS-CR-ACCOUNT TO CSVF-FIELD(5)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC(1:100) TO POSTING-REC
           WRITE POSTING-REC
           .
       WRITE-ONE-STATE-PAIR-EXIT.
           EXIT.
