       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MASTER-FILE ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BNK-EMPNO
               FILE STATUS WS-BANK-STATUS.
           SELECT BANK-PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BKP-EMPNO
               FILE STATUS WS-PENDING-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-MASTER-FILE.
           COPY BANKMAST.
       FD  BANK-PENDING-FILE.
           COPY BANKPND.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY DATEEDLK.
           COPY EMPJRNWS.
           COPY RUNSTATL.
           COPY PERMCHKL.

      *    Every account change leaves before/after lines on the
      *    shared maintenance journal, one per item that changed:
      *    BANK-BSB and BANK-ACCT for the first account, BANK-BSB2
      *    and BANK-ACCT2 for the second, and BANK-SPLIT for the
      *    split (type and value run together, A0000200.00, or
      *    NONE). NULL stands for no account. A change held for
      *    confirmation journals BANK-HELD with the current and the
      *    requested account number; its BANK- lines are written by
      *    BANKAPPR when it is confirmed and applied.
       01  WS-BANK-FILENAME             PIC X(256).
       01  WS-BANK-STATUS               PIC XX.
           88  WS-BANK-FILE-OK                VALUE "00".
           88  WS-BANK-NO-FILE                VALUE "35".
       01  WS-BANK-EOF-SWITCH           PIC X.
           88  WS-BANK-EOF                    VALUE "Y".
       01  WS-BANK-FOUND-SWITCH         PIC X.
           88  WS-BANK-FOUND                  VALUE "Y".
       01  WS-PENDING-FILENAME          PIC X(256).
       01  WS-PENDING-STATUS            PIC XX.
           88  WS-PENDING-FILE-OK             VALUE "00".
           88  WS-PENDING-NO-FILE             VALUE "35".
       01  WS-PENDING-EOF-SWITCH        PIC X.
           88  WS-PENDING-EOF                 VALUE "Y".
       01  WS-PENDING-FOUND-SWITCH      PIC X.
           88  WS-PENDING-FOUND               VALUE "Y".

      *    BANK-HOLD-DAYS is how many days before pay day a new or
      *    changed account stops being applied as keyed and is held
      *    for a second operator's confirmation; it defaults to 5.
      *    BANK-PAY-DAY (YYYYMMDD) is the next pay day; it defaults
      *    to the last day of the current month, the end of the
      *    monthly period PAYCALC pays by default. A pay day already
      *    past holds every change until the setting is corrected.
       01  WS-HOLD-DAYS-ENV             PIC X(3).
       01  WS-HOLD-DAYS                 PIC 9(3) VALUE 5.
       01  WS-PAY-DAY-ENV               PIC X(8).
       01  WS-PAY-DAY                   PIC 9(8).
       01  WS-PAY-DAY-SPLIT REDEFINES WS-PAY-DAY.
           05  WS-PAY-DAY-YYYY          PIC 9(4).
           05  WS-PAY-DAY-MM            PIC 9(2).
           05  WS-PAY-DAY-DD            PIC 9(2).
       01  WS-WORK-INT                  PIC 9(7).
       01  WS-DAYS-TO-PAY               PIC S9(7).
       01  WS-HOLD-SWITCH               PIC X VALUE "N".
           88  WS-IN-HOLD-WINDOW              VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
           88  WS-CONTINUE                    VALUE "Y".

       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-EMPNO-TRAIL-CT            PIC 9 COMP.
       01  WS-EMPNO-DIGIT-CT            PIC 9 COMP.
       01  WS-EMPNO-VALID-SWITCH        PIC X.
           88  WS-EMPNO-VALID                 VALUE "Y".

      *    Account entry work fields. A BSB is keyed as NNNNNN or
      *    NNN-NNN; an account number is 5 to 9 digits.
       01  WS-BSB-INPUT                 PIC X(7).
       01  WS-BSB-DIGITS                PIC X(6).
       01  WS-BSB-OK-SWITCH             PIC X.
           88  WS-BSB-OK                      VALUE "Y".
       01  WS-BSB-VALUE                 PIC 9(6).
       01  WS-ACCT-INPUT                PIC X(9).
       01  WS-ACCT-TRAIL-CT             PIC 99 COMP.
       01  WS-ACCT-LEN                  PIC 99 COMP.
       01  WS-ACCT-OK-SWITCH            PIC X.
           88  WS-ACCT-OK                     VALUE "Y".
       01  WS-NAME-INPUT                PIC X(32).
       01  WS-SPLIT-INPUT               PIC X.
       01  WS-ENTRY-OK-SWITCH           PIC X.
           88  WS-ENTRY-OK                    VALUE "Y".

      *    The account set as keyed, and as it stood before - laid
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

      *    Money entry work fields - the same edit the maintenance
      *    path in LOGON applies to salary and commission.
       01  WS-AMOUNT-INPUT              PIC X(10).
       01  WS-AMOUNT-VALUE              PIC 9(7)V99.
       01  WS-AMOUNT-OK-SWITCH          PIC X.
           88  WS-AMOUNT-OK                   VALUE "Y".
       01  WS-AMT-INT-IN                PIC X(7).
       01  WS-AMT-INT-RJUST             PIC X(7).
       01  WS-AMT-DEC-IN                PIC X(2).
       01  WS-AMT-INT-NUM               PIC 9(7).
       01  WS-AMT-DEC-NUM               PIC 9(2).
       01  WS-AMT-TRAIL-CT              PIC 99 COMP.
       01  WS-AMT-LEN                   PIC 99 COMP.

       01  WS-CONFIRM                   PIC X.
       01  WS-LIST-COUNT                PIC 9(4) VALUE 0.
       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW-TIME                  PIC 9(8).
       01  WS-OPER                      PIC X(10).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-VALUE                  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN-PGM SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           PERFORM CHECK-PERMISSION
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM RESOLVE-HOLD-SETTINGS
           .
           PERFORM OPEN-BANK-FILES
           .
           PERFORM CONNECT-TO-ORACLE
           .
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM DISPLAY-BANK-MENU
               PERFORM RUN-BANK-CHOICE
           END-PERFORM
           .
           CLOSE BANK-MASTER-FILE
           .
           CLOSE BANK-PENDING-FILE
           .
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           .
           PERFORM RECORD-RUN-END
           .
           DISPLAY "HAVE A GOOD DAY."
           .
           GOBACK
           .

       CHECK-PERMISSION SECTION.
      *    Keying bank details needs BANK-CHANGE - never held with
      *    BANK-APPROVE, so the approver is always someone else.
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE "BANK-CHANGE" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "BANKMAINT: NOT AUTHORIZED - " PX-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-PERMISSION-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    This session appends to the shared hash-chained journal -
      *    holding EMP-WRITE serializes it with every other journal
      *    writer, so no batch writer's cached previous hash can go
      *    stale under it and break the chain.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "BANKMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "BANKMAINT: EMP IS HELD BY ANOTHER WRITER - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-JRNL-WRITER-LOCKED TO TRUE
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE ZERO TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RESOLVE-HOLD-SETTINGS SECTION.
           MOVE SPACES TO WS-HOLD-DAYS-ENV
           DISPLAY "BANK-HOLD-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-DAYS-ENV FROM ENVIRONMENT-VALUE
           IF WS-HOLD-DAYS-ENV NOT = SPACES
               DISPLAY "BANK-HOLD-DAYS" UPON ENVIRONMENT-NAME
               ACCEPT WS-HOLD-DAYS FROM ENVIRONMENT-VALUE
               IF WS-HOLD-DAYS IS NOT NUMERIC
                   DISPLAY "BANKMAINT: BANK-HOLD-DAYS NOT NUMERIC - "
                       "USING 5"
                   MOVE 5 TO WS-HOLD-DAYS
               END-IF
           END-IF

      *    Last day of this month: the day before the first of next.
           MOVE WS-TODAY TO WS-PAY-DAY
           MOVE 1 TO WS-PAY-DAY-DD
           IF WS-PAY-DAY-MM = 12
               ADD 1 TO WS-PAY-DAY-YYYY
               MOVE 1 TO WS-PAY-DAY-MM
           ELSE
               ADD 1 TO WS-PAY-DAY-MM
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAY-DAY) - 1
           COMPUTE WS-PAY-DAY = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)

           MOVE SPACES TO WS-PAY-DAY-ENV
           DISPLAY "BANK-PAY-DAY" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAY-DAY-ENV FROM ENVIRONMENT-VALUE
           IF WS-PAY-DAY-ENV NOT = SPACES
               MOVE SPACES TO DE-PARM
               MOVE WS-PAY-DAY-ENV TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE ZERO TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF DE-OK
                   MOVE DE-DATE-OUT TO WS-PAY-DAY
               ELSE
                   DISPLAY "BANKMAINT: BANK-PAY-DAY IS NOT A REAL "
                       "YYYYMMDD DATE - USING " WS-PAY-DAY
               END-IF
           END-IF

           COMPUTE WS-DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE(WS-PAY-DAY)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-DAYS-TO-PAY < 0
               DISPLAY "BANKMAINT: PAY DAY " WS-PAY-DAY
                   " HAS PASSED - EVERY CHANGE WILL BE HELD"
               SET WS-IN-HOLD-WINDOW TO TRUE
           ELSE
               IF WS-DAYS-TO-PAY NOT > WS-HOLD-DAYS
                   SET WS-IN-HOLD-WINDOW TO TRUE
                   DISPLAY "PAY DAY " WS-PAY-DAY " IS WITHIN "
                       WS-HOLD-DAYS " DAY(S) - NEW AND CHANGED "
                       "ACCOUNTS WILL BE HELD FOR A SECOND OPERATOR "
                       "TO CONFIRM"
               END-IF
           END-IF
           .
       RESOLVE-HOLD-SETTINGS-EXIT.
           EXIT.

       OPEN-BANK-FILES SECTION.
      *    BANK-MASTER-FILE names the indexed bank account master
      *    (copy/BANKMAST.cpy), defaulting to /tmp/bank_master.dat;
      *    BANK-PENDING-FILE the held-change queue
      *    (copy/BANKPND.cpy), defaulting to /tmp/bank_pending.dat.
      *    Both are created empty on first use.
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
               DISPLAY "BANKMAINT: UNABLE TO OPEN BANK MASTER: "
                   WS-BANK-FILENAME " STATUS=" WS-BANK-STATUS
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-PENDING-FILENAME
           DISPLAY "BANK-PENDING-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PENDING-FILENAME = SPACES
               MOVE "/tmp/bank_pending.dat" TO WS-PENDING-FILENAME
           END-IF
           OPEN I-O BANK-PENDING-FILE
           IF WS-PENDING-NO-FILE
               OPEN OUTPUT BANK-PENDING-FILE
               CLOSE BANK-PENDING-FILE
               OPEN I-O BANK-PENDING-FILE
           END-IF
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "BANKMAINT: UNABLE TO OPEN HELD-CHANGE QUEUE: "
                   WS-PENDING-FILENAME " STATUS=" WS-PENDING-STATUS
               CLOSE BANK-MASTER-FILE
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-BANK-FILES-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read here, to
      *    confirm the employee an account is keyed for.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "BANKMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "BANKMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE BANK-MASTER-FILE
               CLOSE BANK-PENDING-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       DISPLAY-BANK-MENU SECTION.
           DISPLAY " "
           .
           DISPLAY "EMPLOYEE BANK ACCOUNT MAINTENANCE"
           .
           DISPLAY "  L) LIST ACCOUNTS"
           .
           DISPLAY "  H) LIST CHANGES HELD FOR CONFIRMATION"
           .
           DISPLAY "  A) ADD AN ACCOUNT"
           .
           DISPLAY "  C) CHANGE AN ACCOUNT"
           .
           DISPLAY "  D) DELETE AN ACCOUNT"
           .
           DISPLAY "  Q) QUIT"
           .
           DISPLAY "SELECTION: " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-MENU-CHOICE
           .
           ACCEPT WS-MENU-CHOICE
           .
       DISPLAY-BANK-MENU-EXIT.
           EXIT.
           .

       RUN-BANK-CHOICE SECTION.
           EVALUATE WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-ACCOUNTS
               WHEN "H"
               WHEN "h"
                   PERFORM LIST-HELD-CHANGES
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-ACCOUNT
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-ACCOUNT
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-ACCOUNT
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN."
           END-EVALUATE
           .
       RUN-BANK-CHOICE-EXIT.
           EXIT.
           .

       LIST-ACCOUNTS SECTION.
           DISPLAY " "
           .
           DISPLAY "EMPNO  BSB     ACCOUNT    SPLIT           BSB 2   "
               "ACCOUNT 2  CHANGED   BY"
           .
           DISPLAY "-----  ------  ---------  --------------  ------  "
               "---------  --------  ----------"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           MOVE ZERO TO BNK-EMPNO
           .
           MOVE "N" TO WS-BANK-EOF-SWITCH
           .
           START BANK-MASTER-FILE
               KEY NOT LESS BNK-EMPNO
               INVALID KEY
                   SET WS-BANK-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-BANK-EOF
               READ BANK-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-BANK-EOF TO TRUE
                   NOT AT END
                       MOVE BNK-EMPNO TO D-EMPNO
                       MOVE BNK-SPLIT-VALUE TO D-VALUE
                       IF BNK-NO-SPLIT
                           DISPLAY D-EMPNO "   " BNK-BSB "  "
                               BNK-ACCOUNT-NO "  NONE          "
                               "                     "
                               BNK-CHANGED-DATE "  " BNK-CHANGED-BY
                       ELSE
                           DISPLAY D-EMPNO "   " BNK-BSB "  "
                               BNK-ACCOUNT-NO "  " BNK-SPLIT-TYPE " "
                               D-VALUE "  " BNK-BSB-2 "  "
                               BNK-ACCOUNT-NO-2 "  "
                               BNK-CHANGED-DATE "  " BNK-CHANGED-BY
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           .
           DISPLAY WS-LIST-COUNT " ACCOUNT(S) LISTED."
           .
       LIST-ACCOUNTS-EXIT.
           EXIT.
           .

       LIST-HELD-CHANGES SECTION.
           DISPLAY " "
           .
           DISPLAY "EMPNO  KEYED     BY          PAY DAY   NEW BSB "
               "NEW ACCOUNT"
           .
           DISPLAY "-----  --------  ----------  --------  ------  "
               "-----------"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           MOVE ZERO TO BKP-EMPNO
           .
           MOVE "N" TO WS-PENDING-EOF-SWITCH
           .
           START BANK-PENDING-FILE
               KEY NOT LESS BKP-EMPNO
               INVALID KEY
                   SET WS-PENDING-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-PENDING-EOF
               READ BANK-PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PENDING-EOF TO TRUE
                   NOT AT END
                       MOVE BKP-EMPNO TO D-EMPNO
                       DISPLAY D-EMPNO "   " BKP-REQ-DATE "  "
                           BKP-REQ-BY "  " BKP-PAY-DAY "  "
                           BKP-BSB "  " BKP-ACCOUNT-NO
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           .
           DISPLAY WS-LIST-COUNT " CHANGE(S) HELD - BANKAPPR "
               "CONFIRMS OR REJECTS THEM."
           .
       LIST-HELD-CHANGES-EXIT.
           EXIT.
           .

       ACCEPT-VALID-EMPNO SECTION.
      *    Same numeric edit ACCEPT-VALID-EMP-NUMBER applies in LOGON.
           MOVE "N" TO WS-EMPNO-VALID-SWITCH
           .
           PERFORM UNTIL WS-EMPNO-VALID
               MOVE SPACES TO WS-EMPNO-INPUT
               ACCEPT WS-EMPNO-INPUT
               MOVE ZERO TO WS-EMPNO-TRAIL-CT
               INSPECT WS-EMPNO-INPUT
                   TALLYING WS-EMPNO-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-EMPNO-DIGIT-CT = 4 - WS-EMPNO-TRAIL-CT
               IF WS-EMPNO-DIGIT-CT = 0
                   DISPLAY "INVALID EMP NUMBER - NUMERIC ONLY:"
               ELSE
                   MOVE ZEROS TO WS-EMPNO-RJUST
                   MOVE WS-EMPNO-INPUT(1:WS-EMPNO-DIGIT-CT)
                       TO WS-EMPNO-RJUST(5 - WS-EMPNO-DIGIT-CT:
                                         WS-EMPNO-DIGIT-CT)
                   IF WS-EMPNO-RJUST IS NUMERIC
                       MOVE WS-EMPNO-RJUST TO EMP-NUMBER
                       SET WS-EMPNO-VALID TO TRUE
                   ELSE
                       DISPLAY "INVALID EMP NUMBER - NUMERIC ONLY:"
                   END-IF
               END-IF
           END-PERFORM
           .
       ACCEPT-VALID-EMPNO-EXIT.
           EXIT.
           .

       READ-ACCOUNT SECTION.
           MOVE "N" TO WS-BANK-FOUND-SWITCH
           .
           MOVE EMP-NUMBER TO BNK-EMPNO
           .
           READ BANK-MASTER-FILE
               KEY IS BNK-EMPNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BANK-FOUND TO TRUE
           END-READ
           .
           MOVE "N" TO WS-PENDING-FOUND-SWITCH
           .
           MOVE EMP-NUMBER TO BKP-EMPNO
           .
           READ BANK-PENDING-FILE
               KEY IS BKP-EMPNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PENDING-FOUND TO TRUE
           END-READ
           .
       READ-ACCOUNT-EXIT.
           EXIT.
           .

       ACCEPT-BSB SECTION.
      *    Six digits, keyed straight or with the customary hyphen
      *    after the third.
           MOVE "N" TO WS-BSB-OK-SWITCH
           .
           MOVE SPACES TO WS-BSB-INPUT
           .
           ACCEPT WS-BSB-INPUT
           .
           IF WS-BSB-INPUT(4:1) = "-"
               MOVE WS-BSB-INPUT(1:3) TO WS-BSB-DIGITS(1:3)
               MOVE WS-BSB-INPUT(5:3) TO WS-BSB-DIGITS(4:3)
           ELSE
               IF WS-BSB-INPUT(7:1) NOT = SPACE
                   DISPLAY "BSB IS SIX DIGITS, AS NNNNNN OR NNN-NNN."
                   GO TO ACCEPT-BSB-EXIT
               END-IF
               MOVE WS-BSB-INPUT(1:6) TO WS-BSB-DIGITS
           END-IF
           .
           IF WS-BSB-DIGITS IS NOT NUMERIC
               DISPLAY "BSB IS SIX DIGITS, AS NNNNNN OR NNN-NNN."
               GO TO ACCEPT-BSB-EXIT
           END-IF
           .
           MOVE WS-BSB-DIGITS TO WS-BSB-VALUE
           .
           SET WS-BSB-OK TO TRUE
           .
       ACCEPT-BSB-EXIT.
           EXIT.
           .

       ACCEPT-ACCOUNT-NO SECTION.
           MOVE "N" TO WS-ACCT-OK-SWITCH
           .
           MOVE SPACES TO WS-ACCT-INPUT
           .
           ACCEPT WS-ACCT-INPUT
           .
           MOVE ZERO TO WS-ACCT-TRAIL-CT
           .
           INSPECT WS-ACCT-INPUT
               TALLYING WS-ACCT-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-ACCT-LEN = 9 - WS-ACCT-TRAIL-CT
           .
           IF WS-ACCT-LEN < 5
               DISPLAY "ACCOUNT NUMBER IS 5 TO 9 DIGITS."
               GO TO ACCEPT-ACCOUNT-NO-EXIT
           END-IF
           .
           IF WS-ACCT-INPUT(1:WS-ACCT-LEN) IS NOT NUMERIC
               DISPLAY "ACCOUNT NUMBER IS 5 TO 9 DIGITS."
               GO TO ACCEPT-ACCOUNT-NO-EXIT
           END-IF
           .
           SET WS-ACCT-OK TO TRUE
           .
       ACCEPT-ACCOUNT-NO-EXIT.
           EXIT.
           .

       ACCEPT-ACCOUNT-ENTRY SECTION.
      *    The first account, then an optional split of net pay to
      *    a second. Any bad answer cancels the entry.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           .
           MOVE SPACES TO WS-NEW-DETAILS
           .
           MOVE ZERO TO WS-NEW-BSB WS-NEW-SPLIT-VALUE WS-NEW-BSB-2
           .
           DISPLAY "BSB: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-BSB
           .
           IF NOT WS-BSB-OK
               DISPLAY "ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-BSB-VALUE TO WS-NEW-BSB
           .
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-ACCOUNT-NO
           .
           IF NOT WS-ACCT-OK
               DISPLAY "ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-ACCT-INPUT TO WS-NEW-ACCT
           .
           DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-NAME-INPUT
           .
           ACCEPT WS-NAME-INPUT
           .
           INSPECT WS-NAME-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-NAME-INPUT = SPACES
               DISPLAY "ACCOUNT NAME REQUIRED - ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-NAME-INPUT TO WS-NEW-NAME
           .
           DISPLAY "SPLIT NET PAY TO A SECOND ACCOUNT? "
               "(N)O, (A)MOUNT OR (P)ERCENT: " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-SPLIT-INPUT
           .
           ACCEPT WS-SPLIT-INPUT
           .
           INSPECT WS-SPLIT-INPUT CONVERTING "anp" TO "ANP"
           .
           IF WS-SPLIT-INPUT = SPACE OR WS-SPLIT-INPUT = "N"
               SET WS-ENTRY-OK TO TRUE
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           IF WS-SPLIT-INPUT NOT = "A" AND WS-SPLIT-INPUT NOT = "P"
               DISPLAY "ANSWER N, A OR P - ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-SPLIT-INPUT TO WS-NEW-SPLIT-TYPE
           .
           IF WS-SPLIT-INPUT = "A"
               DISPLAY "AMOUNT OF EACH PAY TO THE SECOND ACCOUNT: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "PERCENT OF EACH PAY TO THE SECOND ACCOUNT: "
                   WITH NO ADVANCING
           END-IF
           .
           MOVE SPACES TO WS-AMOUNT-INPUT
           .
           ACCEPT WS-AMOUNT-INPUT
           .
           PERFORM EDIT-AMOUNT-ENTRY
           .
           IF NOT WS-AMOUNT-OK OR WS-AMOUNT-VALUE = ZERO
               DISPLAY "INVALID AMOUNT - NUMERIC WITH OPTIONAL "
                   "DECIMAL POINT ONLY - ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           IF WS-SPLIT-INPUT = "P" AND WS-AMOUNT-VALUE > 100
               DISPLAY "PERCENT CANNOT EXCEED 100 - ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-AMOUNT-VALUE TO WS-NEW-SPLIT-VALUE
           .
           DISPLAY "SECOND ACCOUNT BSB: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-BSB
           .
           IF NOT WS-BSB-OK
               DISPLAY "ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-BSB-VALUE TO WS-NEW-BSB-2
           .
           DISPLAY "SECOND ACCOUNT NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-ACCOUNT-NO
           .
           IF NOT WS-ACCT-OK
               DISPLAY "ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-ACCT-INPUT TO WS-NEW-ACCT-2
           .
           IF WS-NEW-BSB-2 = WS-NEW-BSB AND WS-NEW-ACCT-2 = WS-NEW-ACCT
               DISPLAY "SECOND ACCOUNT IS THE FIRST - ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           DISPLAY "SECOND ACCOUNT NAME: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-NAME-INPUT
           .
           ACCEPT WS-NAME-INPUT
           .
           INSPECT WS-NAME-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-NAME-INPUT = SPACES
               DISPLAY "ACCOUNT NAME REQUIRED - ENTRY CANCELLED."
               GO TO ACCEPT-ACCOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-NAME-INPUT TO WS-NEW-NAME-2
           .
           SET WS-ENTRY-OK TO TRUE
           .
       ACCEPT-ACCOUNT-ENTRY-EXIT.
           EXIT.
           .

       EDIT-AMOUNT-ENTRY SECTION.
      *    Accepts dollars with an optional decimal point and at
      *    most two decimal places ("50", "50.5", "50.50"), rejects
      *    anything else, and leaves the edited value in
      *    WS-AMOUNT-VALUE with WS-AMOUNT-OK set.
           MOVE "N" TO WS-AMOUNT-OK-SWITCH
           .
           MOVE ZERO TO WS-AMT-TRAIL-CT
           .
           INSPECT WS-AMOUNT-INPUT
               TALLYING WS-AMT-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-AMT-LEN = 10 - WS-AMT-TRAIL-CT
           .
           IF WS-AMT-LEN = 0
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE SPACES TO WS-AMT-INT-IN
           .
           MOVE SPACES TO WS-AMT-DEC-IN
           .
           UNSTRING WS-AMOUNT-INPUT(1:WS-AMT-LEN)
               DELIMITED BY "."
               INTO WS-AMT-INT-IN WS-AMT-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-UNSTRING
           .
           MOVE ZERO TO WS-AMT-TRAIL-CT
           .
           INSPECT WS-AMT-INT-IN
               TALLYING WS-AMT-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-AMT-LEN = 7 - WS-AMT-TRAIL-CT
           .
           IF WS-AMT-LEN = 0
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE ZEROS TO WS-AMT-INT-RJUST
           .
           MOVE WS-AMT-INT-IN(1:WS-AMT-LEN)
               TO WS-AMT-INT-RJUST(8 - WS-AMT-LEN:WS-AMT-LEN)
           .
           IF WS-AMT-INT-RJUST NOT NUMERIC
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
      *    A single decimal digit means tenths - pad to hundredths
      *    before the class test.
           IF WS-AMT-DEC-IN = SPACES
               MOVE "00" TO WS-AMT-DEC-IN
           END-IF
           .
           IF WS-AMT-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-AMT-DEC-IN(2:1)
           END-IF
           .
           IF WS-AMT-DEC-IN NOT NUMERIC
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-AMT-INT-RJUST TO WS-AMT-INT-NUM
           .
           MOVE WS-AMT-DEC-IN TO WS-AMT-DEC-NUM
           .
           COMPUTE WS-AMOUNT-VALUE =
               WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100)
           .
           SET WS-AMOUNT-OK TO TRUE
           .
       EDIT-AMOUNT-ENTRY-EXIT.
           EXIT.
           .

       VERIFY-EMPLOYEE SECTION.
           MOVE SPACES TO EMP-NAME-ARR
           .
           EXEC SQL
               SELECT ENAME
               INTO :EMP-NAME
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           .
       VERIFY-EMPLOYEE-EXIT.
           EXIT.
           .

       ADD-ACCOUNT SECTION.
      *    A first account sends pay where it has not gone before,
      *    so inside the hold window it waits for a second operator
      *    as a change does - a delete and an add just before pay
      *    day would otherwise redirect the pay with no one else
      *    seeing it. BANKAPPR writes it to the master on confirm.
           DISPLAY "ENTER EMP NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM VERIFY-EMPLOYEE
           .
           IF SQLCODE NOT = 0
               DISPLAY "EMP NUMBER NOT ON EMP - ADD CANCELLED."
               GO TO ADD-ACCOUNT-EXIT
           END-IF
           .
           PERFORM READ-ACCOUNT
           .
           IF WS-BANK-FOUND
               DISPLAY "AN ACCOUNT IS ALREADY ON FILE FOR "
                   EMP-NAME-ARR " - USE CHANGE."
               GO TO ADD-ACCOUNT-EXIT
           END-IF
           .
           IF WS-PENDING-FOUND
               DISPLAY "AN ACCOUNT KEYED " BKP-REQ-DATE " BY "
                   BKP-REQ-BY " IS HELD FOR CONFIRMATION - IT MUST "
                   "BE CONFIRMED OR REJECTED IN BANKAPPR FIRST."
               GO TO ADD-ACCOUNT-EXIT
           END-IF
           .
           DISPLAY "BANK ACCOUNT FOR " EMP-NAME-ARR
           .
           PERFORM ACCEPT-ACCOUNT-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO ADD-ACCOUNT-EXIT
           END-IF
           .
      *    No account before - the journal's before image is empty.
           MOVE SPACES TO WS-OLD-DETAILS
           .
           MOVE ZERO TO WS-OLD-BSB WS-OLD-SPLIT-VALUE WS-OLD-BSB-2
           .
           IF WS-IN-HOLD-WINDOW
               PERFORM HOLD-ACCOUNT-CHANGE
               GO TO ADD-ACCOUNT-EXIT
           END-IF
           .
           MOVE SPACES TO BANK-ACCOUNT-REC
           .
           MOVE EMP-NUMBER TO BNK-EMPNO
           .
           PERFORM FILL-ACCOUNT
           .
           WRITE BANK-ACCOUNT-REC
           .
           IF WS-BANK-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
               PERFORM JOURNAL-ACCOUNT-CHANGES
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-BANK-STATUS
           END-IF
           .
       ADD-ACCOUNT-EXIT.
           EXIT.
           .

       CHANGE-ACCOUNT SECTION.
           DISPLAY "ENTER EMP NUMBER TO CHANGE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM READ-ACCOUNT
           .
           IF NOT WS-BANK-FOUND
               DISPLAY "NO ACCOUNT ON FILE - USE ADD."
               GO TO CHANGE-ACCOUNT-EXIT
           END-IF
           .
           IF WS-PENDING-FOUND
               DISPLAY "A CHANGE KEYED " BKP-REQ-DATE " BY "
                   BKP-REQ-BY " IS HELD FOR CONFIRMATION - IT MUST "
                   "BE CONFIRMED OR REJECTED IN BANKAPPR FIRST."
               GO TO CHANGE-ACCOUNT-EXIT
           END-IF
           .
           PERFORM VERIFY-EMPLOYEE
           .
           DISPLAY "CURRENT: BSB " BNK-BSB " ACCOUNT " BNK-ACCOUNT-NO
               " " BNK-ACCOUNT-NAME
           .
           IF NOT BNK-NO-SPLIT
               MOVE BNK-SPLIT-VALUE TO D-VALUE
               DISPLAY "  SPLIT " BNK-SPLIT-TYPE " " D-VALUE
                   " TO BSB " BNK-BSB-2 " ACCOUNT " BNK-ACCOUNT-NO-2
           END-IF
           .
      *    Hold the account set before the new entry overwrites it -
      *    it is the journal's before image.
           MOVE BNK-ACCOUNT-DETAILS TO WS-OLD-DETAILS
           .
           PERFORM ACCEPT-ACCOUNT-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO CHANGE-ACCOUNT-EXIT
           END-IF
           .
           IF WS-IN-HOLD-WINDOW
               PERFORM HOLD-ACCOUNT-CHANGE
               GO TO CHANGE-ACCOUNT-EXIT
           END-IF
           .
           PERFORM FILL-ACCOUNT
           .
           REWRITE BANK-ACCOUNT-REC
           .
           IF WS-BANK-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
               PERFORM JOURNAL-ACCOUNT-CHANGES
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-BANK-STATUS
           END-IF
           .
       CHANGE-ACCOUNT-EXIT.
           EXIT.
           .

       HOLD-ACCOUNT-CHANGE SECTION.
      *    Inside the hold window the master is left as it is - the
      *    next pay still goes to the account on file, or to none
      *    for an add - and the change waits on the queue for a
      *    second operator.
           MOVE SPACES TO BANK-PENDING-REC
           .
           MOVE EMP-NUMBER TO BKP-EMPNO
           .
           MOVE WS-TODAY TO BKP-REQ-DATE
           .
           ACCEPT WS-NOW-TIME FROM TIME
           .
           MOVE WS-NOW-TIME TO BKP-REQ-TIME
           .
           PERFORM RESOLVE-OPERATOR
           .
           MOVE WS-OPER TO BKP-REQ-BY
           .
           MOVE WS-PAY-DAY TO BKP-PAY-DAY
           .
           MOVE WS-NEW-DETAILS TO BKP-ACCOUNT-DETAILS
           .
           WRITE BANK-PENDING-REC
           .
           IF WS-PENDING-FILE-OK
               DISPLAY "PAY DAY " WS-PAY-DAY " IS TOO CLOSE - THE "
                   "CHANGE IS HELD UNTIL ANOTHER OPERATOR CONFIRMS "
                   "IT IN BANKAPPR."
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               MOVE "BANK-HELD" TO WS-JRNL-FIELD
               MOVE WS-OLD-ACCT TO WS-JRNL-BEFORE
               MOVE WS-NEW-ACCT TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               DISPLAY "UNABLE TO HOLD THE CHANGE - STATUS = "
                   WS-PENDING-STATUS
           END-IF
           .
       HOLD-ACCOUNT-CHANGE-EXIT.
           EXIT.
           .

       DELETE-ACCOUNT SECTION.
      *    Deleting leaves the employee with nowhere to be paid - it
      *    moves no money, so it is not held. The account keyed to
      *    replace it is an add, and is held inside the window.
           DISPLAY "ENTER EMP NUMBER TO DELETE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM READ-ACCOUNT
           .
           IF NOT WS-BANK-FOUND
               DISPLAY "NO ACCOUNT ON FILE - TRY AGAIN."
               GO TO DELETE-ACCOUNT-EXIT
           END-IF
           .
           IF WS-PENDING-FOUND
               DISPLAY "A CHANGE IS HELD FOR CONFIRMATION - IT MUST "
                   "BE CONFIRMED OR REJECTED IN BANKAPPR FIRST."
               GO TO DELETE-ACCOUNT-EXIT
           END-IF
           .
           DISPLAY "DELETING LEAVES EMPNO " BNK-EMPNO
               " WITH NO ACCOUNT TO BE PAID TO."
           .
           DISPLAY "DELETE THE ACCOUNT? (Y/N): " WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DELETE CANCELLED."
               GO TO DELETE-ACCOUNT-EXIT
           END-IF
           .
           MOVE BNK-ACCOUNT-DETAILS TO WS-OLD-DETAILS
           .
           DELETE BANK-MASTER-FILE RECORD
           .
           IF WS-BANK-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
               MOVE SPACES TO WS-NEW-DETAILS
               MOVE ZERO TO WS-NEW-BSB WS-NEW-SPLIT-VALUE WS-NEW-BSB-2
               PERFORM JOURNAL-ACCOUNT-CHANGES
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-BANK-STATUS
           END-IF
           .
       DELETE-ACCOUNT-EXIT.
           EXIT.
           .

       RESOLVE-OPERATOR SECTION.
           MOVE SPACES TO WS-OPER
           .
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-OPER FROM ENVIRONMENT-VALUE
           .
           IF WS-OPER = SPACES
               MOVE "UNKNOWN" TO WS-OPER
           END-IF
           .
       RESOLVE-OPERATOR-EXIT.
           EXIT.
           .

       FILL-ACCOUNT SECTION.
           MOVE WS-NEW-DETAILS TO BNK-ACCOUNT-DETAILS
           .
           MOVE WS-TODAY TO BNK-CHANGED-DATE
           .
           PERFORM RESOLVE-OPERATOR
           .
           MOVE WS-OPER TO BNK-CHANGED-BY
           .
       FILL-ACCOUNT-EXIT.
           EXIT.
           .

       JOURNAL-ACCOUNT-CHANGES SECTION.
      *    One journal line per item that differs between
      *    WS-OLD-DETAILS and WS-NEW-DETAILS; a zero BSB or blank
      *    account is no account, journalled as NULL.
           MOVE EMP-NUMBER TO WS-JRNL-EMPNO
           .
           IF WS-OLD-BSB NOT = WS-NEW-BSB
               MOVE "BANK-BSB" TO WS-JRNL-FIELD
               MOVE WS-OLD-BSB TO WS-JRNL-BEFORE
               MOVE WS-NEW-BSB TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           .
           IF WS-OLD-ACCT NOT = WS-NEW-ACCT
               MOVE "BANK-ACCT" TO WS-JRNL-FIELD
               MOVE WS-OLD-ACCT TO WS-JRNL-BEFORE
               MOVE WS-NEW-ACCT TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           .
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
           .
           IF WS-OLD-BSB-2 NOT = WS-NEW-BSB-2
               MOVE "BANK-BSB2" TO WS-JRNL-FIELD
               MOVE WS-OLD-BSB-2 TO WS-JRNL-BEFORE
               MOVE WS-NEW-BSB-2 TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           .
           IF WS-OLD-ACCT-2 NOT = WS-NEW-ACCT-2
               MOVE "BANK-ACCT2" TO WS-JRNL-FIELD
               MOVE WS-OLD-ACCT-2 TO WS-JRNL-BEFORE
               MOVE WS-NEW-ACCT-2 TO WS-JRNL-AFTER
               PERFORM WRITE-BANK-JOURNAL-LINE
           END-IF
           .
       JOURNAL-ACCOUNT-CHANGES-EXIT.
           EXIT.
           .

       BUILD-SPLIT-IMAGE SECTION.
      *    WS-SPLIT-IMAGE comes in holding the split type; a blank
      *    type is NONE, otherwise the type and WS-JRNL-AMT.
           IF WS-SPLIT-IMAGE = SPACES
               MOVE "NONE" TO WS-SPLIT-IMAGE
           ELSE
               MOVE WS-JRNL-AMT TO WS-SPLIT-IMAGE(2:11)
           END-IF
           .
       BUILD-SPLIT-IMAGE-EXIT.
           EXIT.
           .

       WRITE-BANK-JOURNAL-LINE SECTION.
           IF WS-JRNL-BEFORE = SPACES OR WS-JRNL-BEFORE = "000000"
               MOVE "NULL" TO WS-JRNL-BEFORE
           END-IF
           .
           IF WS-JRNL-AFTER = SPACES OR WS-JRNL-AFTER = "000000"
               MOVE "NULL" TO WS-JRNL-AFTER
           END-IF
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
       WRITE-BANK-JOURNAL-LINE-EXIT.
           EXIT.
           .


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="BANKMAINT"==.
