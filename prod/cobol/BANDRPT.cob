       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAND-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAND-REPORT-FILE.
       01  BAND-REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  EMP-JOB                      PIC X(9).
       01  BAND-MIN                     PIC S9(7)V99 COMP-3.
       01  BAND-MID                     PIC S9(7)V99 COMP-3.
       01  BAND-MAX                     PIC S9(7)V99 COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY BANDCHKL.

      *    BANDRPT lists every employee still on the books against
      *    the salary band of their job (JOBREF SALMIN/SALMID/SALMAX,
      *    maintained in JOBMAINT), job by job and department by
      *    department within the job: salary, compa-ratio - salary
      *    as a percentage of the band midpoint - and a flag on
      *    anyone under the minimum or over the maximum. Each job
      *    closes with its average compa-ratio and out-of-band
      *    counts; the company totals close with what it would cost
      *    a month to lift everyone under the minimum up to it.
      *    The compa-ratio and the flag come from the shared BANDCHK,
      *    so the report and the maintenance paths never disagree
      *    about who is out of band.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

       01  WS-TODAY                     PIC 9(8).
       01  WS-FLAG                      PIC X(14).
       01  WS-SHORTFALL                 PIC 9(7)V99.
       01  WS-EXCESS                    PIC 9(7)V99.
       01  WS-AVG-COMPA                 PIC 9(3)V9.

       01  WS-FIRST-SWITCH              PIC X VALUE "Y".
           88  WS-FIRST-EMPLOYEE              VALUE "Y".
       01  WS-CURRENT-JOB               PIC X(9).
       01  WS-JOB-COUNT                 PIC 9(5) VALUE 0.
       01  WS-JOB-BANDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-JOB-BELOW-COUNT           PIC 9(5) VALUE 0.
       01  WS-JOB-ABOVE-COUNT           PIC 9(5) VALUE 0.
       01  WS-JOB-COMPA-TOTAL           PIC 9(7)V9 VALUE 0.
       01  WS-TOTAL-COUNT               PIC 9(5) VALUE 0.
       01  WS-TOTAL-IN-COUNT            PIC 9(5) VALUE 0.
       01  WS-TOTAL-BELOW-COUNT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-ABOVE-COUNT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-NO-BAND-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-SHORTFALL           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EXCESS              PIC 9(11)V99 VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-EMP-NAME               PIC X(10).
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  D-BAND-MIN               PIC Z,ZZZ,ZZ9.99.
           05  D-BAND-MID               PIC Z,ZZZ,ZZ9.99.
           05  D-BAND-MAX               PIC Z,ZZZ,ZZ9.99.
           05  D-COMPA                  PIC ZZ9.9.
           05  D-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
           05  D-COUNT                  PIC ZZ,ZZ9.
           05  D-COUNT-2                PIC ZZ,ZZ9.
           05  D-COUNT-3                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           PERFORM SCAN-EMP-BANDS

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF NOT WS-FIRST-EMPLOYEE
               PERFORM WRITE-JOB-TOTALS
           END-IF
           PERFORM WRITE-COMPANY-TOTALS
           CLOSE BAND-REPORT-FILE

           DISPLAY "BANDRPT: " WS-TOTAL-COUNT " employee(s), "
               WS-TOTAL-BELOW-COUNT " below band, "
               WS-TOTAL-ABOVE-COUNT " above band, report in "
               WS-RPT-FILENAME

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "BANDRPT" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "BANDRPT: ANOTHER COPY IS RUNNING - ENDED"
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

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "BANDRPT" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "BANDRPT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    BANDRPT-FILE names the report; it defaults to
      *    /tmp/bandrpt.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "BANDRPT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/bandrpt.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "BANDRPT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT BAND-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "BANDRPT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO BAND-REPORT-REC
           STRING "SALARY BAND COMPA-RATIO REPORT AS AT "
                   DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           MOVE SPACES TO BAND-REPORT-REC
           STRING "COMPA-RATIO IS SALARY AS A PERCENTAGE OF THE "
                   DELIMITED SIZE
               "BAND MIDPOINT" DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           MOVE SPACES TO BAND-REPORT-REC
           WRITE BAND-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       SCAN-EMP-BANDS SECTION.
      *    An employee whose job has no band on JOBREF - or no JOB at
      *    all - still appears, under "NO SALARY BAND", so the list
      *    doubles as a check that every job in use has a band.
           EXEC SQL
               DECLARE BANDCURS CURSOR FOR
                   SELECT NVL(E.JOB, ' '), NVL(E.DEPTNO, 0),
                       E.EMPNO, E.ENAME, E.SAL,
                       NVL(J.SALMIN, 0), NVL(J.SALMID, 0),
                       NVL(J.SALMAX, 0)
                   FROM EMP E, JOBREF J
                   WHERE NVL(E.STATUS, 'A') <> 'T'
                     AND J.JOBCODE (+) = E.JOB
                   ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL
               OPEN BANDCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BANDRPT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO EMP-NAME-ARR

           EXEC SQL
               FETCH BANDCURS
                   INTO :EMP-JOB, :DEPT-NUMBER, :EMP-NUMBER,
                       :EMP-NAME, :SALARY, :BAND-MIN, :BAND-MID,
                       :BAND-MAX
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM WORK-ONE-EMPLOYEE
               MOVE SPACES TO EMP-NAME-ARR
               EXEC SQL
                   FETCH BANDCURS
                       INTO :EMP-JOB, :DEPT-NUMBER, :EMP-NUMBER,
                           :EMP-NAME, :SALARY, :BAND-MIN, :BAND-MID,
                           :BAND-MAX
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "BANDRPT: FETCH FAILED, SQLCODE: " SQLCODE
               EXEC SQL
                   CLOSE BANDCURS
               END-EXEC
               CLOSE BAND-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               CLOSE BANDCURS
           END-EXEC
           .
       SCAN-EMP-BANDS-EXIT.
           EXIT.

       WORK-ONE-EMPLOYEE SECTION.
           IF WS-FIRST-EMPLOYEE
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE EMP-JOB TO WS-CURRENT-JOB
               PERFORM WRITE-JOB-HEADING
           ELSE
               IF EMP-JOB NOT = WS-CURRENT-JOB
                   PERFORM WRITE-JOB-TOTALS
                   MOVE EMP-JOB TO WS-CURRENT-JOB
                   PERFORM WRITE-JOB-HEADING
               END-IF
           END-IF

           MOVE SPACES TO BC-PARM
           MOVE "C" TO BC-FUNCTION
           MOVE BAND-MIN TO BC-MIN
           MOVE BAND-MID TO BC-MID
           MOVE BAND-MAX TO BC-MAX
           MOVE SALARY TO BC-SALARY
           MOVE "N" TO BC-CHANGE-SWITCH
           CALL "BANDCHK" USING BC-PARM

           ADD 1 TO WS-JOB-COUNT
           MOVE SPACES TO WS-FLAG
           EVALUATE TRUE
               WHEN BC-NO-BAND
                   ADD 1 TO WS-TOTAL-NO-BAND-COUNT
               WHEN BC-BELOW
                   MOVE "** BELOW MIN" TO WS-FLAG
                   ADD 1 TO WS-JOB-BELOW-COUNT
                   COMPUTE WS-SHORTFALL = BAND-MIN - SALARY
                   ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL
               WHEN BC-ABOVE
                   MOVE "** ABOVE MAX" TO WS-FLAG
                   ADD 1 TO WS-JOB-ABOVE-COUNT
                   COMPUTE WS-EXCESS = SALARY - BAND-MAX
                   ADD WS-EXCESS TO WS-TOTAL-EXCESS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-IN-COUNT
           END-EVALUATE
           IF NOT BC-NO-BAND
               ADD 1 TO WS-JOB-BANDED-COUNT
               ADD BC-COMPA TO WS-JOB-COMPA-TOTAL
           END-IF

           MOVE DEPT-NUMBER TO D-DEPTNO
           MOVE EMP-NUMBER TO D-EMPNO
           MOVE EMP-NAME-ARR TO D-EMP-NAME
           MOVE SALARY TO D-AMOUNT
           MOVE SPACES TO BAND-REPORT-REC
           IF BC-NO-BAND
               STRING "  " DELIMITED SIZE
                   D-DEPTNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-EMP-NAME DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-AMOUNT DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
           ELSE
               MOVE BC-COMPA TO D-COMPA
               STRING "  " DELIMITED SIZE
                   D-DEPTNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-EMP-NAME DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-AMOUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-COMPA DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-FLAG DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
           END-IF
           WRITE BAND-REPORT-REC
           .
       WORK-ONE-EMPLOYEE-EXIT.
           EXIT.

       WRITE-JOB-HEADING SECTION.
           MOVE SPACES TO BAND-REPORT-REC
           IF BAND-MIN = ZERO AND BAND-MID = ZERO AND BAND-MAX = ZERO
               STRING "JOB " DELIMITED SIZE
                   EMP-JOB DELIMITED SIZE
                   "  (NO SALARY BAND)" DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
           ELSE
               MOVE BAND-MIN TO D-BAND-MIN
               MOVE BAND-MID TO D-BAND-MID
               MOVE BAND-MAX TO D-BAND-MAX
               STRING "JOB " DELIMITED SIZE
                   EMP-JOB DELIMITED SIZE
                   "  BAND MIN " DELIMITED SIZE
                   D-BAND-MIN DELIMITED SIZE
                   "  MID " DELIMITED SIZE
                   D-BAND-MID DELIMITED SIZE
                   "  MAX " DELIMITED SIZE
                   D-BAND-MAX DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
           END-IF
           WRITE BAND-REPORT-REC
           MOVE SPACES TO BAND-REPORT-REC
           STRING "  DEPT  EMPNO  EMPLOYEE          SALARY  COMPA"
                   DELIMITED SIZE
               "  FLAG" DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           MOVE SPACES TO BAND-REPORT-REC
           STRING "  ----  -----  --------          ------  -----"
                   DELIMITED SIZE
               "  ----" DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           MOVE ZERO TO WS-JOB-COUNT
           MOVE ZERO TO WS-JOB-BANDED-COUNT
           MOVE ZERO TO WS-JOB-BELOW-COUNT
           MOVE ZERO TO WS-JOB-ABOVE-COUNT
           MOVE ZERO TO WS-JOB-COMPA-TOTAL
           .
       WRITE-JOB-HEADING-EXIT.
           EXIT.

       WRITE-JOB-TOTALS SECTION.
           MOVE WS-JOB-COUNT TO D-COUNT
           MOVE SPACES TO BAND-REPORT-REC
           IF WS-JOB-BANDED-COUNT = ZERO
               STRING "  JOB " DELIMITED SIZE
                   WS-CURRENT-JOB DELIMITED SIZE
                   " (" DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   ")" DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
           ELSE
               COMPUTE WS-AVG-COMPA ROUNDED =
                   WS-JOB-COMPA-TOTAL / WS-JOB-BANDED-COUNT
               MOVE WS-AVG-COMPA TO D-COMPA
               MOVE WS-JOB-BELOW-COUNT TO D-COUNT-2
               MOVE WS-JOB-ABOVE-COUNT TO D-COUNT-3
               STRING "  JOB " DELIMITED SIZE
                   WS-CURRENT-JOB DELIMITED SIZE
                   " (" DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   ")  AVERAGE COMPA " DELIMITED SIZE
                   D-COMPA DELIMITED SIZE
                   "  BELOW MIN " DELIMITED SIZE
                   D-COUNT-2 DELIMITED SIZE
                   "  ABOVE MAX " DELIMITED SIZE
                   D-COUNT-3 DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
           END-IF
           WRITE BAND-REPORT-REC
           MOVE SPACES TO BAND-REPORT-REC
           WRITE BAND-REPORT-REC

           ADD WS-JOB-COUNT TO WS-TOTAL-COUNT
           ADD WS-JOB-BELOW-COUNT TO WS-TOTAL-BELOW-COUNT
           ADD WS-JOB-ABOVE-COUNT TO WS-TOTAL-ABOVE-COUNT
           .
       WRITE-JOB-TOTALS-EXIT.
           EXIT.

       WRITE-COMPANY-TOTALS SECTION.
           MOVE WS-TOTAL-COUNT TO D-COUNT
           MOVE WS-TOTAL-IN-COUNT TO D-COUNT-2
           MOVE SPACES TO BAND-REPORT-REC
           STRING "COMPANY (" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               ")  IN BAND " DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           MOVE WS-TOTAL-BELOW-COUNT TO D-COUNT
           MOVE WS-TOTAL-SHORTFALL TO D-TOTAL
           MOVE SPACES TO BAND-REPORT-REC
           STRING "  BELOW MINIMUM " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               "  - MONTHLY COST TO BRING TO MINIMUM "
                   DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           MOVE WS-TOTAL-ABOVE-COUNT TO D-COUNT
           MOVE WS-TOTAL-EXCESS TO D-TOTAL
           MOVE SPACES TO BAND-REPORT-REC
           STRING "  ABOVE MAXIMUM " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               "  - MONTHLY AMOUNT OVER THE MAXIMUM   "
                   DELIMITED SIZE
               D-TOTAL DELIMITED SIZE
             INTO BAND-REPORT-REC
           END-STRING
           WRITE BAND-REPORT-REC
           IF WS-TOTAL-NO-BAND-COUNT > 0
               MOVE WS-TOTAL-NO-BAND-COUNT TO D-COUNT
               MOVE SPACES TO BAND-REPORT-REC
               STRING "  ON A JOB WITH NO SALARY BAND " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                 INTO BAND-REPORT-REC
               END-STRING
               WRITE BAND-REPORT-REC
           END-IF
           .
       WRITE-COMPANY-TOTALS-EXIT.
           EXIT.
