       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BKP-EMPNO
               FILE STATUS WS-PENDING-STATUS.
           SELECT BANK-MASTER-FILE ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BNK-EMPNO
               FILE STATUS WS-BANK-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO WS-REJECT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PENDING-FILE.
           COPY BANKPND.
       FD  BANK-MASTER-FILE.
           COPY BANKMAST.
       FD  REJECT-REPORT-FILE.
       01  REJECT-REC                  PIC X(132).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.

      *    BANKAPPR is the second pair of eyes on a change of bank
      *    account BANKMAINT held because pay day was close. The
      *    confirming operator is the one signed on through MENU
      *    (OPERATOR-ID); a READ-class or unsigned session cannot
      *    confirm anything, and nobody can confirm or reject a
      *    change they keyed themselves.
       01  WS-PENDING-FILENAME          PIC X(256).
       01  WS-PENDING-STATUS            PIC XX.
           88  WS-PENDING-FILE-OK             VALUE "00".
           88  WS-PENDING-NO-FILE             VALUE "35".
       01  WS-BANK-FILENAME             PIC X(256).
       01  WS-BANK-STATUS               PIC XX.
           88  WS-BANK-FILE-OK                VALUE "00".
           88  WS-BANK-NO-FILE                VALUE "35".
       01  WS-REJECT-FILENAME           PIC X(256).
       01  WS-REJECT-STATUS             PIC XX.
           88  WS-REJECT-FILE-OK              VALUE "00".

       01  WS-PEND-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PEND-EOF                    VALUE "Y".
       01  WS-BANK-FOUND-SWITCH         PIC X.
           88  WS-BANK-FOUND                  VALUE "Y".

       01  WS-CONFIRMER-ID              PIC X(10).
       01  WS-DECISION                  PIC X.
       01  WS-REJECT-REASON             PIC X(40).

       01  WS-REVIEWED-COUNT            PIC 9(4) VALUE 0.
       01  WS-CONFIRMED-COUNT           PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(4) VALUE 0.
       01  WS-OWN-COUNT                 PIC 9(4) VALUE 0.

      *    The account set as requested, and as it stood before - laid
      *    out as BNK-ACCOUNT-DETAILS so either moves as one item.
       01  WS-NEW-DETAILS.
           05  WS-NEW-BSB               PIC 9(6).
           05  WS-NEW-ACCT              PIC X(9).
           05  WS-NEW-NAME              PIC X(32).
           05  WS-NEW-SPLIT-TYPE        PIC X.
           05  WS-NEW-SPLIT-VALUE       PIC 9(7)V99.
           05  WS-NEW-BSB-2             PIC 9(6).
           05  WS-NEW-ACCT-2            PIC X(9).
           05  WS-NEW-NAME-2            PIC X(32).
       01  WS-OLD-DETAILS.
           05  WS-OLD-BSB               PIC 9(6).
           05  WS-OLD-ACCT              PIC X(9).
           05  WS-OLD-NAME              PIC X(32).
           05  WS-OLD-SPLIT-TYPE        PIC X.
           05  WS-OLD-SPLIT-VALUE       PIC 9(7)V99.
           05  WS-OLD-BSB-2             PIC 9(6).
           05  WS-OLD-ACCT-2            PIC X(9).
           05  WS-OLD-NAME-2            PIC X(32).
       01  WS-SPLIT-IMAGE               PIC X(12).

       01  DISPLAY-VARIABLES.
           05  D-EMP-NAME               PIC X(10).
           05  D-VALUE                  PIC Z,ZZZ,ZZ9.99.

       01  WS-RUN-DATE                  PIC 9(8).

       PROCEDURE DIVISION.
           DISPLAY "BANKAPPR - HELD BANK ACCOUNT CHANGE CONFIRMATION"
           PERFORM CHECK-CONFIRMER

           PERFORM RECORD-RUN-START
           PERFORM OPEN-PENDING-QUEUE
           PERFORM OPEN-BANK-MASTER
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REJECT-REPORT

      *    Walked in EMPNO order straight off the indexed queue, each
      *    decided entry DELETEd the moment it is decided - the same
      *    crash-safe pattern SALAPPLY uses.
           PERFORM READ-NEXT-PENDING
           PERFORM UNTIL WS-PEND-EOF
               PERFORM REVIEW-ONE-CHANGE
               PERFORM READ-NEXT-PENDING
           END-PERFORM

           CLOSE BANK-PENDING-FILE
           CLOSE BANK-MASTER-FILE

           IF WS-REJECT-FILE-OK
               CLOSE REJECT-REPORT-FILE
           END-IF

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           IF WS-REVIEWED-COUNT = 0 AND WS-OWN-COUNT = 0
               DISPLAY "BANKAPPR: NO HELD CHANGES TO CONFIRM."
           END-IF

           DISPLAY " "
           DISPLAY "BANKAPPR: " WS-CONFIRMED-COUNT " confirmed, "
               WS-REJECTED-COUNT " rejected, "
               WS-SKIPPED-COUNT " left held, "
               WS-OWN-COUNT " keyed by " WS-CONFIRMER-ID
               " (left for another operator)"

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-CONFIRMER SECTION.
      *    Confirmation is only as good as knowing who gave it - a
      *    session with no sign-on behind it is turned away rather
      *    than recorded as UNKNOWN.
           MOVE SPACES TO WS-CONFIRMER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONFIRMER-ID FROM ENVIRONMENT-VALUE
           IF WS-CONFIRMER-ID = SPACES
               DISPLAY "BANKAPPR: SIGN ON THROUGH MENU FIRST - A "
                   "CONFIRMATION MUST NAME ITS OPERATOR."
               STOP RUN
           END-IF
      *    Confirming needs BANK-APPROVE on the operator's roles
      *    (PERMCHK) - never held with BANK-CHANGE.
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-CONFIRMER-ID TO PX-OPERATOR
           MOVE "BANK-APPROVE" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "BANKAPPR: " WS-CONFIRMER-ID
                   " MAY NOT CONFIRM ACCOUNT CHANGES - " PX-REASON
               STOP RUN
           END-IF
           .
       CHECK-CONFIRMER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    A confirmed change is journalled - holding EMP-WRITE
      *    serializes this session with every other journal writer,
      *    so the hash chain stays unbroken.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "BANKAPPR" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "BANKAPPR: EMP IS HELD BY ANOTHER WRITER - "
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
           MOVE WS-CONFIRMED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       OPEN-PENDING-QUEUE SECTION.
      *    BANK-PENDING-FILE names the indexed held-change queue
      *    BANKMAINT writes to; it defaults to /tmp/bank_pending.dat
      *    when unset.
           MOVE SPACES TO WS-PENDING-FILENAME
           DISPLAY "BANK-PENDING-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PENDING-FILENAME = SPACES
               MOVE "/tmp/bank_pending.dat" TO WS-PENDING-FILENAME
           END-IF
           OPEN I-O BANK-PENDING-FILE
           IF WS-PENDING-NO-FILE
               DISPLAY "BANKAPPR: NO HELD CHANGES TO CONFIRM."
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "BANKAPPR: UNABLE TO OPEN HELD-CHANGE QUEUE: "
                   WS-PENDING-FILENAME " STATUS=" WS-PENDING-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE ZEROS TO BKP-EMPNO
           START BANK-PENDING-FILE
               KEY NOT LESS BKP-EMPNO
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           .
       OPEN-PENDING-QUEUE-EXIT.
           EXIT.

       OPEN-BANK-MASTER SECTION.
      *    BANK-MASTER-FILE names the indexed bank account master;
      *    it defaults to /tmp/bank_master.dat when unset.
           MOVE SPACES TO WS-BANK-FILENAME
           DISPLAY "BANK-MASTER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BANK-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BANK-FILENAME = SPACES
               MOVE "/tmp/bank_master.dat" TO WS-BANK-FILENAME
           END-IF
           OPEN I-O BANK-MASTER-FILE
           IF WS-BANK-NO-FILE
               OPEN OUTPUT BANK-MASTER-FILE
               CLOSE BANK-MASTER-FILE
               OPEN I-O BANK-MASTER-FILE
           END-IF
           IF NOT WS-BANK-FILE-OK
               DISPLAY "BANKAPPR: UNABLE TO OPEN BANK MASTER: "
                   WS-BANK-FILENAME " STATUS=" WS-BANK-STATUS
               CLOSE BANK-PENDING-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       OPEN-BANK-MASTER-EXIT.
           EXIT.

       READ-NEXT-PENDING SECTION.
           IF WS-PEND-EOF
               GO TO READ-NEXT-PENDING-EXIT
           END-IF
           READ BANK-PENDING-FILE NEXT
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ
           .
       READ-NEXT-PENDING-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read, for the
      *    employee's name.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "BANKAPPR" TO CM-CALLER
           MOVE "R" TO CM-INTENT
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "BANKAPPR: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE BANK-PENDING-FILE
               CLOSE BANK-MASTER-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REJECT-REPORT SECTION.
      *    BANKAPPR-REJECTS names the rejection report; it defaults
      *    to /tmp/bankappr_rejects.rpt when unset. Appended, so one
      *    file accumulates a trail across confirmation sessions.
           MOVE SPACES TO WS-REJECT-FILENAME
           DISPLAY "BANKAPPR-REJECTS" UPON ENVIRONMENT-NAME
           ACCEPT WS-REJECT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REJECT-FILENAME = SPACES
               MOVE "/tmp/bankappr_rejects.rpt" TO WS-REJECT-FILENAME
           END-IF
           OPEN EXTEND REJECT-REPORT-FILE
           IF NOT WS-REJECT-FILE-OK
               OPEN OUTPUT REJECT-REPORT-FILE
           END-IF
           IF NOT WS-REJECT-FILE-OK
               DISPLAY "BANKAPPR: UNABLE TO OPEN REJECT REPORT: "
                   WS-REJECT-FILENAME
           END-IF
           .
       OPEN-REJECT-REPORT-EXIT.
           EXIT.

       REVIEW-ONE-CHANGE SECTION.
      *    The operator who keyed a change never sees it here - it
      *    stays held for someone else.
           IF BKP-REQ-BY = WS-CONFIRMER-ID
               ADD 1 TO WS-OWN-COUNT
               GO TO REVIEW-ONE-CHANGE-EXIT
           END-IF

           ADD 1 TO WS-REVIEWED-COUNT
           MOVE BKP-EMPNO TO EMP-NUMBER
           MOVE SPACES TO EMP-NAME-ARR

           EXEC SQL
               SELECT ENAME
               INTO :EMP-NAME
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY " "
               DISPLAY "EMPNO " BKP-EMPNO " NO LONGER ON EMP - "
                   "CHANGE DROPPED FROM QUEUE"
               PERFORM DELETE-PENDING-ENTRY
               GO TO REVIEW-ONE-CHANGE-EXIT
           END-IF

           MOVE EMP-NAME-ARR TO D-EMP-NAME

           MOVE "N" TO WS-BANK-FOUND-SWITCH
           MOVE BKP-EMPNO TO BNK-EMPNO
           READ BANK-MASTER-FILE
               KEY IS BNK-EMPNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BANK-FOUND TO TRUE
           END-READ

           DISPLAY " "
           DISPLAY "KEYED " BKP-REQ-DATE " " BKP-REQ-TIME " BY "
               BKP-REQ-BY " FOR PAY DAY " BKP-PAY-DAY
           DISPLAY "  EMPNO " BKP-EMPNO "  " D-EMP-NAME
           IF WS-BANK-FOUND
               DISPLAY "  NOW:       BSB " BNK-BSB " ACCOUNT "
                   BNK-ACCOUNT-NO " " BNK-ACCOUNT-NAME
               IF NOT BNK-NO-SPLIT
                   MOVE BNK-SPLIT-VALUE TO D-VALUE
                   DISPLAY "             SPLIT " BNK-SPLIT-TYPE " "
                       D-VALUE " TO BSB " BNK-BSB-2 " ACCOUNT "
                       BNK-ACCOUNT-NO-2
               END-IF
           ELSE
               DISPLAY "  NOW:       NO ACCOUNT ON FILE"
           END-IF
           DISPLAY "  REQUESTED: BSB " BKP-BSB " ACCOUNT "
               BKP-ACCOUNT-NO " " BKP-ACCOUNT-NAME
           IF BKP-SPLIT-TYPE NOT = SPACE
               MOVE BKP-SPLIT-VALUE TO D-VALUE
               DISPLAY "             SPLIT " BKP-SPLIT-TYPE " "
                   D-VALUE " TO BSB " BKP-BSB-2 " ACCOUNT "
                   BKP-ACCOUNT-NO-2
           END-IF
           DISPLAY "CONFIRM, REJECT OR SKIP? (C/R/S): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE WS-DECISION
               WHEN "C"
               WHEN "c"
                   PERFORM APPLY-CONFIRMED-CHANGE
               WHEN "R"
               WHEN "r"
                   PERFORM RECORD-REJECTION
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "CHANGE LEFT HELD."
           END-EVALUATE
           .
       REVIEW-ONE-CHANGE-EXIT.
           EXIT.

       DELETE-PENDING-ENTRY SECTION.
           DELETE BANK-PENDING-FILE RECORD
               INVALID KEY
                   DISPLAY "BANKAPPR: UNABLE TO REMOVE QUEUE ENTRY "
                       "FOR EMPNO " BKP-EMPNO
                       " STATUS=" WS-PENDING-STATUS
           END-DELETE
           .
       DELETE-PENDING-ENTRY-EXIT.
           EXIT.

       APPLY-CONFIRMED-CHANGE SECTION.
      *    A held change may be to an account on file or, for an
      *    account added inside the hold window, to none - and one
      *    on file may have been removed since. Either way the
      *    requested set becomes the account of record.
           MOVE BKP-ACCOUNT-DETAILS TO WS-NEW-DETAILS
           IF WS-BANK-FOUND
               MOVE BNK-ACCOUNT-DETAILS TO WS-OLD-DETAILS
           ELSE
               MOVE SPACES TO WS-OLD-DETAILS
               MOVE ZERO TO WS-OLD-BSB WS-OLD-SPLIT-VALUE WS-OLD-BSB-2
               MOVE SPACES TO BANK-ACCOUNT-REC
               MOVE BKP-EMPNO TO BNK-EMPNO
           END-IF
           MOVE WS-NEW-DETAILS TO BNK-ACCOUNT-DETAILS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BNK-CHANGED-DATE
           MOVE WS-CONFIRMER-ID TO BNK-CHANGED-BY

           IF WS-BANK-FOUND
               REWRITE BANK-ACCOUNT-REC
           ELSE
               WRITE BANK-ACCOUNT-REC
           END-IF

           IF WS-BANK-FILE-OK
               ADD 1 TO WS-CONFIRMED-COUNT
               PERFORM JOURNAL-ACCOUNT-CHANGES
               PERFORM DELETE-PENDING-ENTRY
               DISPLAY "CONFIRMED AND APPLIED."
           ELSE
               DISPLAY "BANKAPPR: UNABLE TO UPDATE BANK MASTER, "
                   "STATUS=" WS-BANK-STATUS
               DISPLAY "CHANGE LEFT HELD."
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           .
       APPLY-CONFIRMED-CHANGE-EXIT.
           EXIT.

       RECORD-REJECTION SECTION.
           DISPLAY "REJECTION REASON: " WITH NO ADVANCING
           ACCEPT WS-REJECT-REASON
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-REJECT-FILE-OK
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO REJECT-REC
               STRING WS-RUN-DATE DELIMITED SIZE
                   " EMPNO=" DELIMITED SIZE
                   BKP-EMPNO DELIMITED SIZE
                   " BSB=" DELIMITED SIZE
                   BKP-BSB DELIMITED SIZE
                   " ACCOUNT=" DELIMITED SIZE
                   BKP-ACCOUNT-NO DELIMITED SIZE
                   " KEYED BY " DELIMITED SIZE
                   BKP-REQ-BY DELIMITED BY SPACE
                   " REJECTED BY " DELIMITED SIZE
                   WS-CONFIRMER-ID DELIMITED BY SPACE
                   ": " DELIMITED SIZE
                   WS-REJECT-REASON DELIMITED SIZE
                   INTO REJECT-REC
               END-STRING
               WRITE REJECT-REC
           END-IF
           MOVE BKP-EMPNO TO WS-JRNL-EMPNO
           MOVE "BANK-REJ" TO WS-JRNL-FIELD
           MOVE BKP-ACCOUNT-NO TO WS-JRNL-BEFORE
           MOVE "REJECTED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           PERFORM DELETE-PENDING-ENTRY
           DISPLAY "REJECTED."
           .
       RECORD-REJECTION-EXIT.
           EXIT.

       JOURNAL-ACCOUNT-CHANGES SECTION.
      *    One journal line per item that differs between
      *    WS-OLD-DETAILS and WS-NEW-DETAILS, in BANKMAINT's own
      *    field names and NULL convention.
           MOVE BKP-EMPNO TO WS-JRNL-EMPNO
           IF WS-OLD-BSB NOT = WS-NEW-BSB
               MOVE "BANK-BSB" TO WS-JRNL-FIELD
               MOVE WS-OLD-BSB TO WS-JRNL-BEFORE
               MOVE WS-NEW-BSB TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           IF WS-OLD-ACCT NOT = WS-NEW-ACCT
               MOVE "BANK-ACCT" TO WS-JRNL-FIELD
               MOVE WS-OLD-ACCT TO WS-JRNL-BEFORE
               MOVE WS-NEW-ACCT TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           IF WS-OLD-SPLIT-TYPE NOT = WS-NEW-SPLIT-TYPE
               OR WS-OLD-SPLIT-VALUE NOT = WS-NEW-SPLIT-VALUE
               MOVE "BANK-SPLIT" TO WS-JRNL-FIELD
               MOVE WS-OLD-SPLIT-TYPE TO WS-SPLIT-IMAGE
               MOVE WS-OLD-SPLIT-VALUE TO WS-JRNL-AMT
               PERFORM BUILD-SPLIT-IMAGE
               MOVE WS-SPLIT-IMAGE TO WS-JRNL-BEFORE
               MOVE WS-NEW-SPLIT-TYPE TO WS-SPLIT-IMAGE
               MOVE WS-NEW-SPLIT-VALUE TO WS-JRNL-AMT
               PERFORM BUILD-SPLIT-IMAGE
               MOVE WS-SPLIT-IMAGE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           IF WS-OLD-BSB-2 NOT = WS-NEW-BSB-2
               MOVE "BANK-BSB2" TO WS-JRNL-FIELD
               MOVE WS-OLD-BSB-2 TO WS-JRNL-BEFORE
               MOVE WS-NEW-BSB-2 TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           IF WS-OLD-ACCT-2 NOT = WS-NEW-ACCT-2
               MOVE "BANK-ACCT2" TO WS-JRNL-FIELD
               MOVE WS-OLD-ACCT-2 TO WS-JRNL-BEFORE
               MOVE WS-NEW-ACCT-2 TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           .
       JOURNAL-ACCOUNT-CHANGES-EXIT.
           EXIT.

       BUILD-SPLIT-IMAGE SECTION.
           IF WS-SPLIT-IMAGE = SPACES
               MOVE "NONE" TO WS-SPLIT-IMAGE
           ELSE
               MOVE WS-JRNL-AMT TO WS-SPLIT-IMAGE(2:11)
           END-IF
           .
       BUILD-SPLIT-IMAGE-EXIT.
           EXIT.

       WRITE-BANK-JOURNAL-LINE SECTION.
           IF WS-JRNL-BEFORE = SPACES OR WS-JRNL-BEFORE = "000000"
               MOVE "NULL" TO WS-JRNL-BEFORE
           END-IF
           IF WS-JRNL-AFTER = SPACES OR WS-JRNL-AFTER = "000000"
               MOVE "NULL" TO WS-JRNL-AFTER
           END-IF
           PERFORM WRITE-MAINT-JOURNAL
           .
       WRITE-BANK-JOURNAL-LINE-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="BANKAPPR"==.
