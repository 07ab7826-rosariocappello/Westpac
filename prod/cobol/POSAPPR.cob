       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSN-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PH-EMPNO
               FILE STATUS WS-HOLD-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO WS-REJECT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSN-HOLD-FILE.
           COPY POSHOLD.
       FD  REJECT-REPORT-FILE.
       01  REJECT-REC                  PIC X(132).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  FROM-DEPT                    PIC S9(4) COMP VALUE ZERO.
       01  NEW-JOB                      PIC X(9) VARYING.
       01  NEW-MGR                      PIC S9(4) COMP VALUE ZERO.
       01  MGR-IND                      PIC S9(4) COMP VALUE ZERO.
       01  NEW-HIREDATE                 PIC X(10).
       01  PROB-END-CHAR                PIC X(8).
       01  PROB-END-IND                 PIC S9(4) COMP VALUE ZERO.
       01  PROB-STATUS                  PIC X(1).
       01  EMP-GENDER                   PIC X(1).
       01  GENDER-IND                   PIC S9(4) COMP VALUE ZERO.
       01  EMP-TYPE                     PIC X(1).
       01  EMPTYPE-IND                  PIC S9(4) COMP VALUE ZERO.
       01  CUR-DEPT                     PIC S9(4) COMP VALUE ZERO.
       01  CUR-JOB                      PIC X(9).
       01  CUR-STATUS                   PIC X(1).
       01  POSN-ROWS                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-AUTH                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-FILLED                  PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.

      *    POSAPPR decides the hires and department transfers held
      *    because they would take a department past its authorized
      *    positions (POSITION-ACTION HOLD). The approving operator
      *    is the UPDATE-class one signed on through MENU
      *    (OPERATOR-ID), and nobody decides a move they keyed
      *    themselves. An approved move is made on EMP there and
      *    then; each decision goes on the maintenance journal as
      *    HEADCOUNT, HELD to APPROVED or REJECTED.
       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".
           88  WS-HOLD-NO-FILE                VALUE "35".
       01  WS-REJECT-FILENAME           PIC X(256).
       01  WS-REJECT-STATUS             PIC XX.
           88  WS-REJECT-FILE-OK              VALUE "00".

       01  WS-HOLD-EOF-SWITCH           PIC X VALUE "N".
           88  WS-HOLD-EOF                    VALUE "Y".

       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-DECISION                  PIC X.
       01  WS-REJECT-REASON             PIC X(40).

       01  WS-REVIEWED-COUNT            PIC 9(4) VALUE 0.
       01  WS-APPROVED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(4) VALUE 0.
       01  WS-DROPPED-COUNT             PIC 9(4) VALUE 0.
       01  WS-OWN-COUNT                 PIC 9(4) VALUE 0.

       01  WS-VALUE-TRAIL-CT            PIC 99 COMP.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-FROM-DEPTNO            PIC Z(3)9.
           05  D-AUTH                   PIC Z(3)9.
           05  D-FILLED                 PIC Z(3)9.
           05  D-SALARY                 PIC Z,ZZZ,ZZ9.99.
      *    Journal values ride DELIMITED BY SPACE, so numbers are
      *    zero-filled.
           05  D-NUM                    PIC 9(4).

       01  WS-RUN-DATE                  PIC 9(8).

       PROCEDURE DIVISION.
           DISPLAY "POSAPPR - HELD HEADCOUNT APPROVAL"
           PERFORM CHECK-SIGNER

           PERFORM RECORD-RUN-START
           PERFORM OPEN-HOLD-QUEUE
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REJECT-REPORT

      *    Walked in EMPNO order straight off the indexed queue, each
      *    decided entry DELETEd the moment it is decided - the same
      *    crash-safe pattern BANKAPPR uses.
           PERFORM READ-NEXT-HELD
           PERFORM UNTIL WS-HOLD-EOF
               PERFORM REVIEW-ONE-MOVE
               PERFORM READ-NEXT-HELD
           END-PERFORM

           CLOSE POSN-HOLD-FILE

           IF WS-REJECT-FILE-OK
               CLOSE REJECT-REPORT-FILE
           END-IF

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF WS-REVIEWED-COUNT = 0 AND WS-OWN-COUNT = 0
               DISPLAY "POSAPPR: NO HELD HIRES OR TRANSFERS TO "
                   "DECIDE."
           END-IF

           DISPLAY " "
           DISPLAY "POSAPPR: " WS-APPROVED-COUNT " approved, "
               WS-REJECTED-COUNT " rejected, "
               WS-SKIPPED-COUNT " left held, "
               WS-DROPPED-COUNT " dropped, "
               WS-OWN-COUNT " keyed by " WS-SIGNER-ID
               " (left for another operator)"

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-SIGNER SECTION.
      *    Approving needs POSN-APPROVE on the operator's roles
      *    (PERMCHK) - never held with HIRE - and no sign-on at all
      *    is refused.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-SIGNER-ID = SPACES
               DISPLAY "POSAPPR: HEADCOUNT APPROVAL NEEDS AN "
                   "OPERATOR SIGNED ON THROUGH MENU."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-SIGNER-ID TO PX-OPERATOR
           MOVE "POSN-APPROVE" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "POSAPPR: " WS-SIGNER-ID
                   " MAY NOT APPROVE HEADCOUNT - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    An approved move writes EMP and the journal - holding
      *    EMP-WRITE serializes this session with every other
      *    journal writer, so the hash chain stays unbroken.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "POSAPPR" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "POSAPPR: EMP IS HELD BY ANOTHER WRITER - "
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
           MOVE WS-APPROVED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       OPEN-HOLD-QUEUE SECTION.
      *    POSN-HOLD-FILE names the indexed held headcount queue
      *    LOGON, EMPLOAD and EMPMAINT write to; it defaults to
      *    /tmp/posn_hold.dat when unset.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "POSN-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/tmp/posn_hold.dat" TO WS-HOLD-FILENAME
           END-IF
           OPEN I-O POSN-HOLD-FILE
           IF WS-HOLD-NO-FILE
               DISPLAY "POSAPPR: NO HELD HIRES OR TRANSFERS TO "
                   "DECIDE."
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "POSAPPR: UNABLE TO OPEN HELD HEADCOUNT QUEUE: "
                   WS-HOLD-FILENAME " STATUS=" WS-HOLD-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE ZEROS TO PH-EMPNO
           START POSN-HOLD-FILE
               KEY NOT LESS PH-EMPNO
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           .
       OPEN-HOLD-QUEUE-EXIT.
           EXIT.

       READ-NEXT-HELD SECTION.
           IF WS-HOLD-EOF
               GO TO READ-NEXT-HELD-EXIT
           END-IF
           READ POSN-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ
           .
       READ-NEXT-HELD-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "POSAPPR" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "POSAPPR: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE POSN-HOLD-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REJECT-REPORT SECTION.
      *    POSAPPR-REJECTS names the rejection report; it defaults
      *    to /tmp/posappr_rejects.rpt when unset. Appended, so one
      *    file accumulates a trail across approval sessions.
           MOVE SPACES TO WS-REJECT-FILENAME
           DISPLAY "POSAPPR-REJECTS" UPON ENVIRONMENT-NAME
           ACCEPT WS-REJECT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REJECT-FILENAME = SPACES
               MOVE "/tmp/posappr_rejects.rpt" TO WS-REJECT-FILENAME
           END-IF
           OPEN EXTEND REJECT-REPORT-FILE
           IF NOT WS-REJECT-FILE-OK
               OPEN OUTPUT REJECT-REPORT-FILE
           END-IF
           IF NOT WS-REJECT-FILE-OK
               DISPLAY "POSAPPR: UNABLE TO OPEN REJECT REPORT: "
                   WS-REJECT-FILENAME
           END-IF
           .
       OPEN-REJECT-REPORT-EXIT.
           EXIT.

       REVIEW-ONE-MOVE SECTION.
      *    The operator who keyed a move never sees it here - it
      *    stays held for someone else.
           IF PH-REQ-BY = WS-SIGNER-ID
               ADD 1 TO WS-OWN-COUNT
               GO TO REVIEW-ONE-MOVE-EXIT
           END-IF

           ADD 1 TO WS-REVIEWED-COUNT
           MOVE PH-EMPNO TO EMP-NUMBER
           MOVE PH-DEPTNO TO DEPT-NUMBER
           MOVE PH-FROM-DEPTNO TO FROM-DEPT
           MOVE SPACES TO NEW-JOB-ARR
           MOVE PH-JOB TO NEW-JOB-ARR
           MOVE ZERO TO WS-VALUE-TRAIL-CT
           INSPECT PH-JOB
               TALLYING WS-VALUE-TRAIL-CT FOR TRAILING SPACE
           COMPUTE NEW-JOB-LEN = 9 - WS-VALUE-TRAIL-CT

      *    What was true when the move was held may not be now - a
      *    hire whose EMPNO has since been used, or a transfer for
      *    someone no longer in the department and job it was keyed
      *    from, is dropped rather than applied on stale facts.
           MOVE SPACES TO EMP-NAME-ARR
           MOVE SPACE TO CUR-STATUS
           MOVE SPACES TO CUR-JOB
           EXEC SQL
               SELECT ENAME, DEPTNO, JOB, NVL(STATUS, 'A')
               INTO :EMP-NAME, :CUR-DEPT, :CUR-JOB, :CUR-STATUS
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC

           IF PH-HIRE AND SQLCODE = 0
               DISPLAY " "
               DISPLAY "EMPNO " PH-EMPNO " IS NOW ON EMP ("
                   EMP-NAME-ARR ") - HELD HIRE DROPPED FROM QUEUE"
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM DELETE-HELD-ENTRY
               GO TO REVIEW-ONE-MOVE-EXIT
           END-IF
           IF PH-TRANSFER
               IF SQLCODE NOT = 0
                   OR CUR-DEPT NOT = FROM-DEPT
                   OR CUR-JOB NOT = PH-JOB
                   OR CUR-STATUS = "T"
                   DISPLAY " "
                   DISPLAY "EMPNO " PH-EMPNO " IS NO LONGER A "
                       PH-JOB " IN DEPT " PH-FROM-DEPTNO
                       " - HELD TRANSFER DROPPED FROM QUEUE"
                   ADD 1 TO WS-DROPPED-COUNT
                   PERFORM DELETE-HELD-ENTRY
                   GO TO REVIEW-ONE-MOVE-EXIT
               END-IF
           END-IF

           PERFORM COUNT-POSITIONS-NOW

           MOVE PH-DEPTNO TO D-DEPTNO
           DISPLAY " "
           DISPLAY "KEYED " PH-REQ-DATE " " PH-REQ-TIME " BY "
               PH-REQ-BY " IN " PH-SOURCE
           IF PH-HIRE
               MOVE PH-SAL TO D-SALARY
               DISPLAY "  HIRE      EMPNO " PH-EMPNO "  " PH-ENAME
                   "  " PH-JOB " INTO DEPT " D-DEPTNO
                   "  SALARY " D-SALARY
           ELSE
               MOVE PH-FROM-DEPTNO TO D-FROM-DEPTNO
               DISPLAY "  TRANSFER  EMPNO " PH-EMPNO "  "
                   EMP-NAME-ARR "  " PH-JOB " FROM DEPT "
                   D-FROM-DEPTNO " INTO DEPT " D-DEPTNO
           END-IF
           MOVE PH-AUTH-COUNT TO D-AUTH
           MOVE PH-FILLED-COUNT TO D-FILLED
           DISPLAY "  WHEN HELD: AUTHORIZED " D-AUTH "  FILLED "
               D-FILLED
           IF SQLCODE = 0
               MOVE POSN-AUTH TO D-AUTH
               MOVE POSN-FILLED TO D-FILLED
               IF POSN-ROWS = 0
                   DISPLAY "  NOW:       NO POSITIONS IN EFFECT  "
                       "FILLED " D-FILLED
               ELSE
                   DISPLAY "  NOW:       AUTHORIZED " D-AUTH
                       "  FILLED " D-FILLED
                   IF POSN-FILLED < POSN-AUTH
                       DISPLAY "  A VACANCY HAS OPENED SINCE IT WAS "
                           "HELD."
                   END-IF
               END-IF
           ELSE
               DISPLAY "  NOW:       UNABLE TO COUNT POSITIONS, "
                   "SQLCODE = " SQLCODE
           END-IF
           DISPLAY "APPROVE, REJECT OR SKIP? (A/R/S): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   IF PH-HIRE
                       PERFORM APPLY-HELD-HIRE
                   ELSE
                       PERFORM APPLY-HELD-TRANSFER
                   END-IF
               WHEN "R"
               WHEN "r"
                   PERFORM RECORD-REJECTION
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "LEFT HELD."
           END-EVALUATE
           .
       REVIEW-ONE-MOVE-EXIT.
           EXIT.

       COUNT-POSITIONS-NOW SECTION.
      *    The counts LOGON, EMPLOAD and EMPMAINT check against,
      *    taken again for the approver to see.
           MOVE ZERO TO POSN-ROWS
           MOVE ZERO TO POSN-AUTH
           MOVE ZERO TO POSN-FILLED
           EXEC SQL
               SELECT COUNT(*), NVL(SUM(AUTHCOUNT), 0)
               INTO :POSN-ROWS, :POSN-AUTH
               FROM POSITION
               WHERE DEPTNO = :DEPT-NUMBER
                 AND JOBCODE = :NEW-JOB
                 AND EFFFROM <= TRUNC(SYSDATE)
                 AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
           END-EXEC
           IF SQLCODE = 0
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
       COUNT-POSITIONS-NOW-EXIT.
           EXIT.

       DELETE-HELD-ENTRY SECTION.
           DELETE POSN-HOLD-FILE RECORD
               INVALID KEY
                   DISPLAY "POSAPPR: UNABLE TO REMOVE QUEUE ENTRY "
                       "FOR EMPNO " PH-EMPNO
                       " STATUS=" WS-HOLD-STATUS
           END-DELETE
           .
       DELETE-HELD-ENTRY-EXIT.
           EXIT.

       APPLY-HELD-HIRE SECTION.
      *    The EMP row exactly as it was keyed at hire, probation end
      *    and all.
           MOVE SPACES TO EMP-NAME-ARR
           MOVE PH-ENAME TO EMP-NAME-ARR
           MOVE ZERO TO WS-VALUE-TRAIL-CT
           INSPECT PH-ENAME
               TALLYING WS-VALUE-TRAIL-CT FOR TRAILING SPACE
           COMPUTE EMP-NAME-LEN = 10 - WS-VALUE-TRAIL-CT
           IF PH-HAS-MGR
               MOVE ZERO TO MGR-IND
               MOVE PH-MGR TO NEW-MGR
           ELSE
               MOVE -1 TO MGR-IND
               MOVE ZERO TO NEW-MGR
           END-IF
           MOVE PH-HIREDATE TO NEW-HIREDATE
           MOVE PH-SAL TO SALARY
           IF PH-HAS-COMM
               MOVE ZERO TO COMM-IND
               MOVE PH-COMM TO COMMISSION
           ELSE
               MOVE -1 TO COMM-IND
               MOVE ZERO TO COMMISSION
           END-IF
           IF PH-PROBEND = ZERO
               MOVE -1 TO PROB-END-IND
               MOVE SPACES TO PROB-END-CHAR
               MOVE SPACE TO PROB-STATUS
           ELSE
               MOVE ZERO TO PROB-END-IND
               MOVE PH-PROBEND TO PROB-END-CHAR
               MOVE "P" TO PROB-STATUS
           END-IF
           IF PH-GENDER = SPACE
               MOVE -1 TO GENDER-IND
           ELSE
               MOVE ZERO TO GENDER-IND
           END-IF
           MOVE PH-GENDER TO EMP-GENDER
           IF PH-EMPTYPE = SPACE
               MOVE -1 TO EMPTYPE-IND
           ELSE
               MOVE ZERO TO EMPTYPE-IND
           END-IF
           MOVE PH-EMPTYPE TO EMP-TYPE

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

           IF SQLCODE NOT = 0
               DISPLAY "POSAPPR: HIRE FAILED, SQLCODE = " SQLCODE
               DISPLAY "LEFT HELD."
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO APPLY-HELD-HIRE-EXIT
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC
           ADD 1 TO WS-APPROVED-COUNT
           MOVE PH-EMPNO TO WS-JRNL-EMPNO
           MOVE "HEADCOUNT" TO WS-JRNL-FIELD
           MOVE "HELD" TO WS-JRNL-BEFORE
           MOVE "APPROVED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           MOVE "HIRED" TO WS-JRNL-FIELD
           MOVE "NULL" TO WS-JRNL-BEFORE
           MOVE SALARY TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           IF PROB-END-IND = 0
               MOVE "PROBEND" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE PROB-END-CHAR TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           IF GENDER-IND = 0
               MOVE "GENDER" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE EMP-GENDER TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           IF EMPTYPE-IND = 0
               MOVE "EMPTYPE" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE EMP-TYPE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           PERFORM DELETE-HELD-ENTRY
           DISPLAY "APPROVED AND HIRED."
           .
       APPLY-HELD-HIRE-EXIT.
           EXIT.

       APPLY-HELD-TRANSFER SECTION.
      *    The move only lands while the employee is still where the
      *    transfer was keyed from.
           EXEC SQL
               UPDATE EMP SET DEPTNO = :DEPT-NUMBER
                   WHERE EMPNO = :EMP-NUMBER
                     AND DEPTNO = :FROM-DEPT
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "POSAPPR: TRANSFER FAILED, SQLCODE = " SQLCODE
               DISPLAY "LEFT HELD."
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO APPLY-HELD-TRANSFER-EXIT
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC
           ADD 1 TO WS-APPROVED-COUNT
           MOVE PH-EMPNO TO WS-JRNL-EMPNO
           MOVE "HEADCOUNT" TO WS-JRNL-FIELD
           MOVE "HELD" TO WS-JRNL-BEFORE
           MOVE "APPROVED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           MOVE "DEPTNO" TO WS-JRNL-FIELD
           MOVE PH-FROM-DEPTNO TO D-NUM
           MOVE D-NUM TO WS-JRNL-BEFORE
           MOVE PH-DEPTNO TO D-NUM
           MOVE D-NUM TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           PERFORM DELETE-HELD-ENTRY
           DISPLAY "APPROVED AND TRANSFERRED."
           .
       APPLY-HELD-TRANSFER-EXIT.
           EXIT.

       RECORD-REJECTION SECTION.
           DISPLAY "REJECTION REASON: " WITH NO ADVANCING
           ACCEPT WS-REJECT-REASON
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-REJECT-FILE-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE PH-DEPTNO TO D-NUM
               MOVE SPACES TO REJECT-REC
               STRING WS-RUN-DATE DELIMITED SIZE
                   " EMPNO=" DELIMITED SIZE
                   PH-EMPNO DELIMITED SIZE
                   " TYPE=" DELIMITED SIZE
                   PH-TYPE DELIMITED SIZE
                   " DEPT=" DELIMITED SIZE
                   D-NUM DELIMITED SIZE
                   " JOB=" DELIMITED SIZE
                   PH-JOB DELIMITED BY SPACE
                   " KEYED BY " DELIMITED SIZE
                   PH-REQ-BY DELIMITED BY SPACE
                   " REJECTED BY " DELIMITED SIZE
                   WS-SIGNER-ID DELIMITED BY SPACE
                   ": " DELIMITED SIZE
                   WS-REJECT-REASON DELIMITED SIZE
                   INTO REJECT-REC
               END-STRING
               WRITE REJECT-REC
           END-IF
           MOVE PH-EMPNO TO WS-JRNL-EMPNO
           MOVE "HEADCOUNT" TO WS-JRNL-FIELD
           MOVE "HELD" TO WS-JRNL-BEFORE
           MOVE "REJECTED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           PERFORM DELETE-HELD-ENTRY
           DISPLAY "REJECTED."
           .
       RECORD-REJECTION-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="POSAPPR"==.
