       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVELOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRANS-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO WS-ERROR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRANS-EMPNO             PIC X(4).
           05  TRANS-ACTION            PIC X.
           05  TRANS-TYPE              PIC X.
           05  TRANS-LEAVE-DATE        PIC X(8).
           05  TRANS-DAYS-X            PIC X(5).
           05  TRANS-DAYS-N REDEFINES TRANS-DAYS-X
                                       PIC 9(3)V99.
           05  FILLER                  PIC X(61).
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  EMP-STATUS                   PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DATEEDLK.
           COPY LEAVELK.

       01  WS-TRANS-FILENAME            PIC X(256).
       01  WS-TRANS-STATUS              PIC XX.
           88  WS-TRANS-FILE-OK               VALUE "00".
       01  WS-ERROR-FILENAME            PIC X(256).
       01  WS-ERROR-STATUS              PIC XX.
           88  WS-ERROR-FILE-OK               VALUE "00".

       01  WS-TRANS-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TRANS-EOF                   VALUE "Y".

       01  WS-READ-COUNT                PIC 9(5) VALUE 0.
       01  WS-TAKEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-CANCEL-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40).

       01  WS-OPERATOR                  PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8).

       01  DISPLAY-VARIABLES.
           05  D-BALANCE                PIC -ZZ9.99.
           05  D-LIMIT                  PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-OPERATOR
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE

           PERFORM RECORD-RUN-START
           PERFORM OPEN-TRANS-FILE
           PERFORM OPEN-ERROR-REPORT
           PERFORM CONNECT-TO-ORACLE

      *    Each transaction is edited and posted on its own - a
      *    rejected line leaves the rest of the batch posted, with
      *    the reject on the report for the manager to resubmit.
           PERFORM READ-NEXT-TRANS
           PERFORM UNTIL WS-TRANS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM PROCESS-ONE-TRANS
               PERFORM READ-NEXT-TRANS
           END-PERFORM
           CLOSE TRANS-FILE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           CLOSE ERROR-REPORT-FILE

           DISPLAY "LEAVELOAD: " WS-READ-COUNT " read, "
               WS-TAKEN-COUNT " taken, "
               WS-CANCEL-COUNT " cancelled, "
               WS-REJECT-COUNT " rejected"

           PERFORM RECORD-RUN-END

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "LEAVELOAD" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "LEAVELOAD: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-REJECT-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           END-IF
           COMPUTE RS-COUNT = WS-TAKEN-COUNT + WS-CANCEL-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           COMPUTE RS-COUNT = WS-TAKEN-COUNT + WS-CANCEL-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       OPEN-TRANS-FILE SECTION.
      *    LEAVELOAD-TRANS names the leave-taken transaction file.
      *    Each line carries EMPNO (4), action code T (taken) or X
      *    (taken leave cancelled, credited back), leave type (1, A
      *    annual or P personal), the first day of the leave (8,
      *    YYYYMMDD) and the days (5, 9(3)V99 - 00150 is a day and
      *    a half).
           MOVE SPACES TO WS-TRANS-FILENAME
           DISPLAY "LEAVELOAD-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-TRANS-FILENAME = SPACES
               DISPLAY "LEAVELOAD: LEAVELOAD-TRANS NOT SET - NO INPUT"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY "LEAVELOAD: UNABLE TO OPEN TRANSACTION FILE: "
                   WS-TRANS-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-TRANS-FILE-EXIT.
           EXIT.

       OPEN-ERROR-REPORT SECTION.
      *    LEAVELOAD-ERRORS names the rejected-record report; it
      *    defaults to /tmp/leaveload_errors.rpt when unset.
           MOVE SPACES TO WS-ERROR-FILENAME
           DISPLAY "LEAVELOAD-ERRORS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ERROR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ERROR-FILENAME = SPACES
               MOVE "/tmp/leaveload_errors.rpt" TO WS-ERROR-FILENAME
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           IF NOT WS-ERROR-FILE-OK
               DISPLAY "LEAVELOAD: UNABLE TO OPEN ERROR REPORT: "
                   WS-ERROR-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ERROR-REC
           STRING "LEAVELOAD REJECTED TRANSACTIONS  DATE: "
                   DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           MOVE ALL "-" TO ERROR-REC
           WRITE ERROR-REC
           .
       OPEN-ERROR-REPORT-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    EMP is only read, to see the employee is on it and not a
      *    leaver.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "LEAVELOAD" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "LEAVELOAD: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       READ-NEXT-TRANS SECTION.
           READ TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ
           .
       READ-NEXT-TRANS-EXIT.
           EXIT.

       PROCESS-ONE-TRANS SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           IF TRANS-REC = SPACES OR TRANS-EMPNO(1:1) = "*"
               SUBTRACT 1 FROM WS-READ-COUNT
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           IF TRANS-EMPNO NOT NUMERIC
               MOVE "EMPNO NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF TRANS-ACTION NOT = "T" AND TRANS-ACTION NOT = "X"
               MOVE "ACTION CODE NOT T OR X" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF TRANS-TYPE NOT = "A" AND TRANS-TYPE NOT = "P"
               MOVE "LEAVE TYPE NOT A OR P" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF TRANS-DAYS-X NOT NUMERIC OR TRANS-DAYS-N = ZERO
               MOVE "DAYS NOT NUMERIC OR NIL" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           MOVE SPACES TO DE-PARM
           MOVE TRANS-LEAVE-DATE TO DE-DATE-IN
           MOVE "P" TO DE-FORMAT
           MOVE "N" TO DE-NO-FUTURE
           MOVE ZERO TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF NOT DE-OK
               MOVE "LEAVE DATE NOT A VALID YYYYMMDD DATE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           MOVE TRANS-EMPNO TO EMP-NUMBER
           MOVE SPACE TO EMP-STATUS
           EXEC SQL
               SELECT NVL(STATUS, 'A')
               INTO :EMP-STATUS
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "EMPNO NOT ON EMP" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF
           IF EMP-STATUS = "T"
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

           MOVE SPACES TO LV-PARM
           MOVE TRANS-ACTION TO LV-FUNCTION
           MOVE TRANS-EMPNO TO LV-EMPNO
           MOVE TRANS-TYPE TO LV-TYPE
           MOVE DE-DATE-OUT TO LV-LEAVE-DATE
           MOVE TRANS-DAYS-N TO LV-DAYS
           MOVE "LEAVELD" TO LV-SOURCE
           MOVE WS-OPERATOR TO LV-OPERATOR
           CALL "LEAVEPST" USING LV-PARM
           EVALUATE TRUE
               WHEN LV-OK
                   IF TRANS-ACTION = "T"
                       ADD 1 TO WS-TAKEN-COUNT
                   ELSE
                       ADD 1 TO WS-CANCEL-COUNT
                   END-IF
               WHEN LV-OVER-LIMIT
                   MOVE LV-BALANCE TO D-BALANCE
                   MOVE LV-LIMIT TO D-LIMIT
                   STRING "OVER LIMIT - BALANCE " DELIMITED SIZE
                       D-BALANCE DELIMITED SIZE
                       ", LIMIT -" DELIMITED SIZE
                       D-LIMIT DELIMITED SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN LV-INVALID
                   MOVE "LEAVE TYPE OR DAYS NOT ACCEPTED"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE "LEAVE BALANCE NOT UPDATED" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
           .
       PROCESS-ONE-TRANS-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO ERROR-REC
           STRING TRANS-REC(1:40) DELIMITED SIZE
               "  REJECTED: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-REJECT-LINE-EXIT.
           EXIT.
