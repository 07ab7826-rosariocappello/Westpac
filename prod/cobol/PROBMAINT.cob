       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  ONE-EMPNO                    PIC S9(4) COMP VALUE ZERO.
       01  WINDOW-DAYS                  PIC S9(4) COMP VALUE 30.
       01  EMP-JOB                      PIC X(9) VARYING.
       01  MGR-NUMBER                   PIC S9(4) COMP VALUE ZERO.
       01  HIRE-DATE-CHAR               PIC X(8).
       01  PROB-END-CHAR                PIC X(8).
       01  NEW-END-CHAR                 PIC X(8).
       01  PROB-STATUS                  PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.
           COPY DATEEDLK.

      *    PROBMAINT closes out probations (copy/PROBDTLK.cpy): each
      *    employee whose probation ends within PROBMAINT-WINDOW-DAYS
      *    (default 30), or has already ended unactioned, is shown in
      *    end-date order for the operator to confirm (PROBSTATUS
      *    "C" - the employee is permanent) or extend (a later
      *    PROBEND, PROBSTATUS "E"). An employee number keyed at the
      *    start actions that one probation whatever its end date.
      *    The operator must be signed on through MENU with the
      *    UPDATE class. Every decision is journalled against the
      *    employee - FIELD PROBATION with the status before and
      *    CONFIRMED after, or FIELD PROBEND with the old and new
      *    end dates - and the journal carries the operator.
       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-DECISION                  PIC X.
       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-WINDOW-ENV                PIC X(3).
       01  WS-WINDOW-RJUST              PIC X(3).
       01  WS-END-INPUT                 PIC X(10).
       01  WS-ENTRY-TRAIL-CT            PIC 9 COMP.
       01  WS-ENTRY-LEN                 PIC 9 COMP.

      *    The probations to work through are read into storage
      *    first, so each decision commits on its own without a
      *    cursor held open across the operator's think time.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY            OCCURS 200.
               10  WS-DUE-EMPNO        PIC 9(4).
               10  WS-DUE-NAME         PIC X(10).
               10  WS-DUE-JOB          PIC X(9).
               10  WS-DUE-MGR          PIC 9(4).
               10  WS-DUE-HIRE         PIC 9(8).
               10  WS-DUE-END          PIC 9(8).
               10  WS-DUE-STATUS       PIC X.
       01  WS-DUE-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-DUE-IDX                   PIC 9(3) COMP.
       01  WS-DUE-MORE                  PIC 9(5) VALUE 0.
       01  WS-QUIT-SWITCH               PIC X VALUE "N".
           88  WS-QUIT                        VALUE "Y".

       01  WS-CONFIRMED-COUNT           PIC 9(4) VALUE 0.
       01  WS-EXTENDED-COUNT            PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(4) VALUE 0.

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-DAYS-LEFT                 PIC S9(5).
       01  WS-NEW-END                   PIC 9(8).

       01  DISPLAY-VARIABLES.
           05  D-DAYS                   PIC ZZZZ9.
           05  D-WINDOW                 PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "PROBMAINT - PROBATION CONFIRMATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-SIGNER

           PERFORM RECORD-RUN-START
           PERFORM CONNECT-TO-ORACLE
           PERFORM CHOOSE-PROBATIONS
           PERFORM LOAD-DUE-PROBATIONS

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT OR WS-QUIT
               PERFORM REVIEW-ONE-PROBATION
           END-PERFORM

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF WS-DUE-COUNT = 0
               DISPLAY "PROBMAINT: NO PROBATIONS DUE FOR ACTION."
           END-IF
           IF WS-DUE-MORE > 0
               DISPLAY "PROBMAINT: " WS-DUE-MORE " MORE DUE - RUN "
                   "AGAIN FOR THE REST."
           END-IF

           DISPLAY " "
           DISPLAY "PROBMAINT: " WS-CONFIRMED-COUNT " confirmed, "
               WS-EXTENDED-COUNT " extended, "
               WS-SKIPPED-COUNT " left open"

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-SIGNER SECTION.
      *    Confirming or extending needs PROB-CONFIRM on the
      *    operator's roles (PERMCHK), and the journal needs the
      *    operator's name - no sign-on at all is refused.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-SIGNER-ID = SPACES
               DISPLAY "PROBMAINT: PROBATION ACTIONS NEED AN "
                   "OPERATOR SIGNED ON THROUGH MENU."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-SIGNER-ID TO PX-OPERATOR
           MOVE "PROB-CONFIRM" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "PROBMAINT: " WS-SIGNER-ID
                   " MAY NOT CONFIRM PROBATION - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    Decisions update EMP and go on the shared hash-chained
      *    journal, so the session holds EMP-WRITE.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PROBMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PROBMAINT: EMP IS HELD BY ANOTHER WRITER - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-JRNL-WRITER-LOCKED TO TRUE
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           COMPUTE RS-COUNT = WS-CONFIRMED-COUNT + WS-EXTENDED-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "PROBMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "PROBMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       CHOOSE-PROBATIONS SECTION.
           MOVE SPACES TO WS-WINDOW-ENV
           DISPLAY "PROBMAINT-WINDOW-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT-VALUE
           IF WS-WINDOW-ENV NOT = SPACES
               MOVE ZERO TO WS-ENTRY-TRAIL-CT
               INSPECT WS-WINDOW-ENV
                   TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-ENTRY-LEN = 3 - WS-ENTRY-TRAIL-CT
               MOVE ZEROS TO WS-WINDOW-RJUST
               MOVE WS-WINDOW-ENV(1:WS-ENTRY-LEN)
                   TO WS-WINDOW-RJUST(4 - WS-ENTRY-LEN:WS-ENTRY-LEN)
               IF WS-WINDOW-RJUST IS NUMERIC
                   MOVE WS-WINDOW-RJUST TO WINDOW-DAYS
               END-IF
           END-IF
           MOVE WINDOW-DAYS TO D-WINDOW

           DISPLAY "ENTER EMPNO TO ACTION ONE PROBATION, OR BLANK "
               "FOR ALL ENDING WITHIN " D-WINDOW " DAYS: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EMPNO-INPUT
           ACCEPT WS-EMPNO-INPUT
           MOVE ZERO TO ONE-EMPNO
           IF WS-EMPNO-INPUT NOT = SPACES
               MOVE ZERO TO WS-ENTRY-TRAIL-CT
               INSPECT WS-EMPNO-INPUT
                   TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-ENTRY-LEN = 4 - WS-ENTRY-TRAIL-CT
               MOVE ZEROS TO WS-EMPNO-RJUST
               MOVE WS-EMPNO-INPUT(1:WS-ENTRY-LEN)
                   TO WS-EMPNO-RJUST(5 - WS-ENTRY-LEN:WS-ENTRY-LEN)
               IF WS-EMPNO-RJUST NOT NUMERIC
                   DISPLAY "EMPNO NOT NUMERIC - SESSION ENDED."
                   MOVE "D" TO CM-FUNCTION
                   CALL "CONNMGR" USING CM-PARM
                   PERFORM RECORD-RUN-END
                   STOP RUN
               END-IF
               MOVE WS-EMPNO-RJUST TO ONE-EMPNO
           END-IF
           .
       CHOOSE-PROBATIONS-EXIT.
           EXIT.

       LOAD-DUE-PROBATIONS SECTION.
      *    Open probations (P or E) of current employees - one
      *    employee when a number was keyed, otherwise every one
      *    ending within the window or already past its end.
           EXEC SQL
               DECLARE PROBCURS CURSOR FOR
                   SELECT EMPNO, ENAME, JOB, NVL(MGR, 0),
                          TO_CHAR(HIREDATE, 'YYYYMMDD'),
                          TO_CHAR(PROBEND, 'YYYYMMDD'), PROBSTATUS
                   FROM EMP
                   WHERE PROBSTATUS IN ('P', 'E')
                     AND PROBEND IS NOT NULL
                     AND NVL(STATUS, 'A') <> 'T'
                     AND ((:ONE-EMPNO = 0
                           AND PROBEND <= TRUNC(SYSDATE)
                                          + :WINDOW-DAYS)
                       OR EMPNO = :ONE-EMPNO)
                   ORDER BY PROBEND, EMPNO
           END-EXEC

           EXEC SQL
               OPEN PROBCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PROBMAINT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

           MOVE SPACES TO EMP-NAME-ARR
           MOVE SPACES TO EMP-JOB-ARR
           EXEC SQL
               FETCH PROBCURS
                   INTO :EMP-NUMBER, :EMP-NAME, :EMP-JOB, :MGR-NUMBER,
                        :HIRE-DATE-CHAR, :PROB-END-CHAR, :PROB-STATUS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF WS-DUE-COUNT < 200
                   ADD 1 TO WS-DUE-COUNT
                   MOVE EMP-NUMBER TO WS-DUE-EMPNO(WS-DUE-COUNT)
                   MOVE EMP-NAME-ARR TO WS-DUE-NAME(WS-DUE-COUNT)
                   MOVE EMP-JOB-ARR TO WS-DUE-JOB(WS-DUE-COUNT)
                   MOVE MGR-NUMBER TO WS-DUE-MGR(WS-DUE-COUNT)
                   MOVE HIRE-DATE-CHAR TO WS-DUE-HIRE(WS-DUE-COUNT)
                   MOVE PROB-END-CHAR TO WS-DUE-END(WS-DUE-COUNT)
                   MOVE PROB-STATUS TO WS-DUE-STATUS(WS-DUE-COUNT)
               ELSE
                   ADD 1 TO WS-DUE-MORE
               END-IF
               MOVE SPACES TO EMP-NAME-ARR
               MOVE SPACES TO EMP-JOB-ARR
               EXEC SQL
                   FETCH PROBCURS
                       INTO :EMP-NUMBER, :EMP-NAME, :EMP-JOB,
                            :MGR-NUMBER, :HIRE-DATE-CHAR,
                            :PROB-END-CHAR, :PROB-STATUS
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "PROBMAINT: FETCH FAILED, SQLCODE: " SQLCODE
           END-IF

           EXEC SQL
               CLOSE PROBCURS
           END-EXEC

           IF ONE-EMPNO NOT = 0 AND WS-DUE-COUNT = 0
               DISPLAY "EMPNO " WS-EMPNO-RJUST " IS NOT ON AN OPEN "
                   "PROBATION."
           END-IF
           .
       LOAD-DUE-PROBATIONS-EXIT.
           EXIT.

       REVIEW-ONE-PROBATION SECTION.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-END(WS-DUE-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           DISPLAY " "
           DISPLAY "EMPNO " WS-DUE-EMPNO(WS-DUE-IDX) "  "
               WS-DUE-NAME(WS-DUE-IDX) "  " WS-DUE-JOB(WS-DUE-IDX)
               "  MANAGER " WS-DUE-MGR(WS-DUE-IDX)
           IF WS-DAYS-LEFT < 0
               COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-LEFT
               MOVE WS-DAYS-LEFT TO D-DAYS
               DISPLAY "  HIRED " WS-DUE-HIRE(WS-DUE-IDX)
                   "  PROBATION ENDED " WS-DUE-END(WS-DUE-IDX)
                   " - OVERDUE " D-DAYS " DAY(S)"
           ELSE
               MOVE WS-DAYS-LEFT TO D-DAYS
               DISPLAY "  HIRED " WS-DUE-HIRE(WS-DUE-IDX)
                   "  PROBATION ENDS " WS-DUE-END(WS-DUE-IDX)
                   " - " D-DAYS " DAY(S) LEFT"
           END-IF
           IF WS-DUE-STATUS(WS-DUE-IDX) = "E"
               DISPLAY "  (PROBATION ALREADY EXTENDED)"
           END-IF
           DISPLAY "CONFIRM, EXTEND, SKIP OR QUIT? (C/E/S/Q): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION

           EVALUATE WS-DECISION
               WHEN "C"
               WHEN "c"
                   PERFORM CONFIRM-PROBATION
               WHEN "E"
               WHEN "e"
                   PERFORM EXTEND-PROBATION
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT TO TRUE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "PROBATION LEFT OPEN - SESSION ENDING."
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "PROBATION LEFT OPEN."
           END-EVALUATE
           .
       REVIEW-ONE-PROBATION-EXIT.
           EXIT.

       CONFIRM-PROBATION SECTION.
      *    The status guard in the UPDATE keeps a probation another
      *    path has already closed from being closed twice.
           MOVE WS-DUE-EMPNO(WS-DUE-IDX) TO EMP-NUMBER
           EXEC SQL
               UPDATE EMP
                   SET PROBSTATUS = 'C'
                   WHERE EMPNO = :EMP-NUMBER
                     AND PROBSTATUS IN ('P', 'E')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
                   " - PROBATION LEFT OPEN."
               ADD 1 TO WS-SKIPPED-COUNT
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO CONFIRM-PROBATION-EXIT
           END-IF
           EXEC SQL
               COMMIT WORK
           END-EXEC
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE WS-DUE-EMPNO(WS-DUE-IDX) TO WS-JRNL-EMPNO
           MOVE "PROBATION" TO WS-JRNL-FIELD
           MOVE WS-DUE-STATUS(WS-DUE-IDX) TO WS-JRNL-BEFORE
           MOVE "CONFIRMED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           DISPLAY "CONFIRMED - EMPLOYMENT IS PERMANENT."
           .
       CONFIRM-PROBATION-EXIT.
           EXIT.

       EXTEND-PROBATION SECTION.
      *    The new end must be a real date later than both today and
      *    the end being extended.
           DISPLAY "NEW PROBATION END YYYY-MM-DD: " WITH NO ADVANCING
           MOVE SPACES TO WS-END-INPUT
           ACCEPT WS-END-INPUT
           IF WS-END-INPUT = SPACES
               DISPLAY "NO DATE KEYED - PROBATION LEFT OPEN."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO EXTEND-PROBATION-EXIT
           END-IF
           MOVE SPACES TO DE-PARM
           MOVE WS-END-INPUT TO DE-DATE-IN
           MOVE "D" TO DE-FORMAT
           MOVE "N" TO DE-NO-FUTURE
           MOVE ZERO TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF NOT DE-OK
               DISPLAY "NOT A REAL YYYY-MM-DD DATE - PROBATION LEFT "
                   "OPEN."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO EXTEND-PROBATION-EXIT
           END-IF
           MOVE DE-DATE-OUT TO WS-NEW-END
           IF WS-NEW-END NOT > WS-RUN-DATE
           OR WS-NEW-END NOT > WS-DUE-END(WS-DUE-IDX)
               DISPLAY "THE NEW END MUST BE AFTER TODAY AND AFTER "
                   WS-DUE-END(WS-DUE-IDX) " - PROBATION LEFT OPEN."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO EXTEND-PROBATION-EXIT
           END-IF

           MOVE WS-DUE-EMPNO(WS-DUE-IDX) TO EMP-NUMBER
           MOVE WS-NEW-END TO NEW-END-CHAR
           EXEC SQL
               UPDATE EMP
                   SET PROBEND = TO_DATE(:NEW-END-CHAR, 'YYYYMMDD'),
                       PROBSTATUS = 'E'
                   WHERE EMPNO = :EMP-NUMBER
                     AND PROBSTATUS IN ('P', 'E')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
                   " - PROBATION LEFT OPEN."
               ADD 1 TO WS-SKIPPED-COUNT
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO EXTEND-PROBATION-EXIT
           END-IF
           EXEC SQL
               COMMIT WORK
           END-EXEC
           ADD 1 TO WS-EXTENDED-COUNT
           MOVE WS-DUE-EMPNO(WS-DUE-IDX) TO WS-JRNL-EMPNO
           MOVE "PROBEND" TO WS-JRNL-FIELD
           MOVE WS-DUE-END(WS-DUE-IDX) TO WS-JRNL-BEFORE
           MOVE WS-NEW-END TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           DISPLAY "EXTENDED TO " WS-NEW-END "."
           .
       EXTEND-PROBATION-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="PROBMAINT"==.
