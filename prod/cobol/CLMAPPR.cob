       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
           COPY CLAIMS.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  EMP-STATUS                   PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.

      *    CLMAPPR is the approval step for overtime and allowance
      *    claims CLMLOAD registered as SUBMITTED. The approving
      *    operator is the one signed on through MENU (OPERATOR-ID)
      *    and must hold the UPDATE class. An approved claim is paid
      *    by the next PAYCALC; a rejected one goes back to the
      *    submitting manager's department on CLMEXC. Each decision
      *    is journalled against the claimant as FIELD CLAIM, the
      *    claim type before and the amount (or REJECTED) after.
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".

       01  WS-CLAIMS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CLAIMS-EOF                  VALUE "Y".

       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-DECISION                  PIC X.
       01  WS-REJECT-REASON             PIC X(40).

       01  WS-REVIEWED-COUNT            PIC 9(4) VALUE 0.
       01  WS-APPROVED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(4) VALUE 0.
       01  WS-APPROVED-TOTAL            PIC 9(9)V99 VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  D-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
           05  D-HOURS                  PIC ZZ9.99.
           05  D-RATE                   PIC ZZZ9.9999.

       01  WS-RUN-DATE                  PIC 9(8).

       PROCEDURE DIVISION.
           DISPLAY "CLMAPPR - OVERTIME AND ALLOWANCE CLAIM APPROVAL"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-SIGNER

           PERFORM RECORD-RUN-START
           PERFORM OPEN-CLAIMS-FILE
           PERFORM CONNECT-TO-ORACLE

      *    Walked in key order straight off the indexed register -
      *    each claim is rewritten the moment it is decided, so a
      *    session that ends early loses nothing already decided.
           PERFORM READ-NEXT-CLAIM
           PERFORM UNTIL WS-CLAIMS-EOF
               IF CLM-SUBMITTED
                   PERFORM REVIEW-ONE-CLAIM
               END-IF
               PERFORM READ-NEXT-CLAIM
           END-PERFORM

           CLOSE CLAIMS-FILE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF WS-REVIEWED-COUNT = 0
               DISPLAY "CLMAPPR: NO SUBMITTED CLAIMS TO REVIEW."
           END-IF

           MOVE WS-APPROVED-TOTAL TO D-TOTAL
           DISPLAY " "
           DISPLAY "CLMAPPR: " WS-APPROVED-COUNT " approved ("
               D-TOTAL "), "
               WS-REJECTED-COUNT " rejected, "
               WS-SKIPPED-COUNT " left submitted"

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-SIGNER SECTION.
      *    Approving needs CLAIM-APPR on the operator's roles
      *    (PERMCHK) - no sign-on at all is refused.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-SIGNER-ID = SPACES
               DISPLAY "CLMAPPR: CLAIM APPROVAL NEEDS AN "
                   "OPERATOR SIGNED ON THROUGH MENU."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-SIGNER-ID TO PX-OPERATOR
           MOVE "CLAIM-APPR" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "CLMAPPR: " WS-SIGNER-ID
                   " MAY NOT APPROVE CLAIMS - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    Every decision is journalled - holding EMP-WRITE
      *    serializes this session with every other journal writer,
      *    so the hash chain stays unbroken.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "CLMAPPR" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "CLMAPPR: EMP IS HELD BY ANOTHER WRITER - "
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
           COMPUTE RS-COUNT = WS-APPROVED-COUNT + WS-REJECTED-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       OPEN-CLAIMS-FILE SECTION.
      *    CLAIMS-FILE names the claims register CLMLOAD writes; it
      *    defaults to /tmp/claims.dat when unset.
           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN I-O CLAIMS-FILE
           IF WS-CLAIMS-NO-FILE
               DISPLAY "CLMAPPR: NO SUBMITTED CLAIMS TO REVIEW."
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "CLMAPPR: UNABLE TO OPEN CLAIMS REGISTER: "
                   WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CLM-KEY
           START CLAIMS-FILE
               KEY NOT LESS CLM-KEY
               INVALID KEY
                   SET WS-CLAIMS-EOF TO TRUE
           END-START
           .
       OPEN-CLAIMS-FILE-EXIT.
           EXIT.

       READ-NEXT-CLAIM SECTION.
           IF WS-CLAIMS-EOF
               GO TO READ-NEXT-CLAIM-EXIT
           END-IF
           READ CLAIMS-FILE NEXT
               AT END
                   SET WS-CLAIMS-EOF TO TRUE
           END-READ
           .
       READ-NEXT-CLAIM-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read, to see
      *    the claimant has not left since the claim was loaded.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "CLMAPPR" TO CM-CALLER
           MOVE "R" TO CM-INTENT
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "CLMAPPR: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE CLAIMS-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       REVIEW-ONE-CLAIM SECTION.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE CLM-EMPNO TO EMP-NUMBER
           MOVE SPACE TO EMP-STATUS

           EXEC SQL
               SELECT NVL(STATUS, 'A')
               INTO :EMP-STATUS
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC

      *    A claimant who has gone from EMP, or left, since the load
      *    cannot be paid by the pay run - the claim goes back to
      *    the manager rather than sitting on the register.
           IF SQLCODE NOT = 0
               DISPLAY " "
               DISPLAY "EMPNO " CLM-EMPNO " NO LONGER ON EMP - "
                   "CLAIM REJECTED"
               MOVE "EMPNO NO LONGER ON EMP" TO WS-REJECT-REASON
               PERFORM REJECT-CLAIM
               GO TO REVIEW-ONE-CLAIM-EXIT
           END-IF
           IF EMP-STATUS = "T"
               DISPLAY " "
               DISPLAY "EMPNO " CLM-EMPNO " " CLM-NAME " HAS LEFT - "
                   "CLAIM REJECTED (PAY IT WITH THE FINAL PAY)"
               MOVE "EMPLOYEE TERMINATED BEFORE APPROVAL"
                   TO WS-REJECT-REASON
               PERFORM REJECT-CLAIM
               GO TO REVIEW-ONE-CLAIM-EXIT
           END-IF

           MOVE CLM-AMOUNT TO D-AMOUNT
           DISPLAY " "
           DISPLAY "LOADED " CLM-LOAD-DATE " LINE " CLM-LINE-NO
               "  EMPNO " CLM-EMPNO "  " CLM-NAME
               "  DEPT " CLM-DEPTNO
           EVALUATE TRUE
               WHEN CLM-BASIS-MULTIPLE
                   MOVE CLM-HOURS TO D-HOURS
                   MOVE CLM-RATE TO D-RATE
                   DISPLAY "  " CLM-TYPE " ON " CLM-CLAIM-DATE ": "
                       D-HOURS " HOURS AT " D-RATE
                       " TIMES ORDINARY RATE"
               WHEN CLM-BASIS-HOURLY
                   MOVE CLM-HOURS TO D-HOURS
                   MOVE CLM-RATE TO D-RATE
                   DISPLAY "  " CLM-TYPE " ON " CLM-CLAIM-DATE ": "
                       D-HOURS " HOURS AT " D-RATE " AN HOUR"
               WHEN OTHER
                   DISPLAY "  " CLM-TYPE " ON " CLM-CLAIM-DATE ": "
                       "AMOUNT CLAIMED"
           END-EVALUATE
           DISPLAY "  VALUE: " D-AMOUNT "   SUBMITTED BY MANAGER "
               CLM-APPROVER " (DEPT " CLM-APPR-DEPT ")"
           DISPLAY "APPROVE, REJECT OR SKIP? (A/R/S): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-CLAIM
               WHEN "R"
               WHEN "r"
                   DISPLAY "REJECTION REASON: " WITH NO ADVANCING
                   ACCEPT WS-REJECT-REASON
                   IF WS-REJECT-REASON = SPACES
                       MOVE "REJECTED AT APPROVAL" TO WS-REJECT-REASON
                   END-IF
                   PERFORM REJECT-CLAIM
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "CLAIM LEFT SUBMITTED."
           END-EVALUATE
           .
       REVIEW-ONE-CLAIM-EXIT.
           EXIT.

       APPROVE-CLAIM SECTION.
           SET CLM-APPROVED TO TRUE
           MOVE WS-SIGNER-ID TO CLM-REVIEWED-BY
           MOVE WS-RUN-DATE TO CLM-REVIEWED-DATE
           REWRITE CLAIM-REC
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "CLMAPPR: UNABLE TO MARK CLAIM APPROVED, "
                   "STATUS=" WS-CLAIMS-STATUS
               DISPLAY "CLAIM LEFT SUBMITTED."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO APPROVE-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-APPROVED-COUNT
           ADD CLM-AMOUNT TO WS-APPROVED-TOTAL
           MOVE CLM-EMPNO TO WS-JRNL-EMPNO
           MOVE "CLAIM" TO WS-JRNL-FIELD
           MOVE CLM-TYPE TO WS-JRNL-BEFORE
           MOVE CLM-AMOUNT TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           DISPLAY "APPROVED - PAID IN THE NEXT PAY RUN."
           .
       APPROVE-CLAIM-EXIT.
           EXIT.

       REJECT-CLAIM SECTION.
           SET CLM-REJECTED TO TRUE
           MOVE WS-SIGNER-ID TO CLM-REVIEWED-BY
           MOVE WS-RUN-DATE TO CLM-REVIEWED-DATE
           MOVE WS-REJECT-REASON TO CLM-REJECT-REASON
           MOVE ZERO TO CLM-NOTIFIED-DATE
           REWRITE CLAIM-REC
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "CLMAPPR: UNABLE TO MARK CLAIM REJECTED, "
                   "STATUS=" WS-CLAIMS-STATUS
               DISPLAY "CLAIM LEFT SUBMITTED."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO REJECT-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CLM-EMPNO TO WS-JRNL-EMPNO
           MOVE "CLAIM" TO WS-JRNL-FIELD
           MOVE CLM-TYPE TO WS-JRNL-BEFORE
           MOVE "REJECTED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           DISPLAY "REJECTED - GOES BACK TO DEPT " CLM-APPR-DEPT
               " ON THE CLAIMS EXCEPTION REPORT."
           .
       REJECT-CLAIM-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="CLMAPPR"==.
