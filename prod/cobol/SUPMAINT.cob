       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPER-MEMBER-FILE ASSIGN TO WS-MEMBER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SPM-EMPNO
               FILE STATUS WS-MEMBER-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPER-MEMBER-FILE.
           COPY SUPMEMB.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY EMPJRNWS.
           COPY RUNSTATL.

      *    Membership changes decide where an employee's super is
      *    paid, so they leave the same before/after trail on the
      *    shared maintenance journal the salary changes leave. The
      *    FIELD tag reads SUPERFUND and the values are the fund
      *    code, or NULL for no membership (the default fund).
       01  WS-MEMBER-FILENAME           PIC X(256).
       01  WS-MEMBER-STATUS             PIC XX.
           88  WS-MEMBER-FILE-OK              VALUE "00".
           88  WS-MEMBER-NO-FILE              VALUE "35".
       01  WS-MEMBER-EOF-SWITCH         PIC X.
           88  WS-MEMBER-EOF                  VALUE "Y".
       01  WS-MEMBER-FOUND-SWITCH       PIC X.
           88  WS-MEMBER-FOUND                VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
           88  WS-CONTINUE                    VALUE "Y".

       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-EMPNO-TRAIL-CT            PIC 9 COMP.
       01  WS-EMPNO-DIGIT-CT            PIC 9 COMP.
       01  WS-EMPNO-VALID-SWITCH        PIC X.
           88  WS-EMPNO-VALID                 VALUE "Y".

      *    Fund codes become part of the fund's contribution file
      *    name, so only letters and digits are taken.
       01  WS-FUND-INPUT                PIC X(8).
       01  WS-FUND-TRAIL-CT             PIC 9 COMP.
       01  WS-FUND-LEN                  PIC 9 COMP.
       01  WS-FUND-POS                  PIC 9 COMP.
       01  WS-FUND-CHAR                 PIC X.
       01  WS-MEMBER-NO-INPUT           PIC X(16).
       01  WS-ENTRY-OK-SWITCH           PIC X.
           88  WS-ENTRY-OK                    VALUE "Y".
       01  WS-MEMBER-IMAGE              PIC X(12).

       01  WS-CONFIRM                   PIC X.
       01  WS-LIST-COUNT                PIC 9(4) VALUE 0.
       01  WS-TODAY                     PIC 9(8).
       01  WS-OPER                      PIC X(10).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.

       PROCEDURE DIVISION.
       BEGIN-PGM SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM OPEN-MEMBER-FILE
           .
           PERFORM CONNECT-TO-ORACLE
           .
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM DISPLAY-MEMBER-MENU
               PERFORM RUN-MEMBER-CHOICE
           END-PERFORM
           .
           CLOSE SUPER-MEMBER-FILE
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

       RECORD-RUN-START SECTION.
      *    This session appends to the shared hash-chained journal -
      *    holding EMP-WRITE serializes it with every other journal
      *    writer, so no batch writer's cached previous hash can go
      *    stale under it and break the chain.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "SUPMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "SUPMAINT: EMP IS HELD BY ANOTHER WRITER - "
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

       OPEN-MEMBER-FILE SECTION.
      *    SUPER-MEMBER-FILE names the indexed membership master
      *    (copy/SUPMEMB.cpy); it defaults to /tmp/super_members.dat
      *    when unset, and is created empty on first use.
           MOVE SPACES TO WS-MEMBER-FILENAME
           DISPLAY "SUPER-MEMBER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MEMBER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-MEMBER-FILENAME = SPACES
               MOVE "/tmp/super_members.dat" TO WS-MEMBER-FILENAME
           END-IF
           OPEN I-O SUPER-MEMBER-FILE
           IF WS-MEMBER-NO-FILE
               OPEN OUTPUT SUPER-MEMBER-FILE
               CLOSE SUPER-MEMBER-FILE
               OPEN I-O SUPER-MEMBER-FILE
           END-IF
           IF NOT WS-MEMBER-FILE-OK
               DISPLAY "SUPMAINT: UNABLE TO OPEN MEMBERSHIP FILE: "
                   WS-MEMBER-FILENAME " STATUS=" WS-MEMBER-STATUS
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-MEMBER-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read here, to
      *    confirm the employee a membership is keyed for.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "SUPMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "SUPMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE SUPER-MEMBER-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       DISPLAY-MEMBER-MENU SECTION.
           DISPLAY " "
           .
           DISPLAY "SUPER FUND MEMBERSHIP MAINTENANCE"
           .
           DISPLAY "  L) LIST MEMBERSHIPS"
           .
           DISPLAY "  A) ADD A MEMBERSHIP"
           .
           DISPLAY "  C) CHANGE A MEMBERSHIP"
           .
           DISPLAY "  D) DELETE A MEMBERSHIP"
           .
           DISPLAY "  Q) QUIT"
           .
           DISPLAY "SELECTION: " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-MENU-CHOICE
           .
           ACCEPT WS-MENU-CHOICE
           .
       DISPLAY-MEMBER-MENU-EXIT.
           EXIT.
           .

       RUN-MEMBER-CHOICE SECTION.
           EVALUATE WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-MEMBERSHIPS
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-MEMBERSHIP
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-MEMBERSHIP
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-MEMBERSHIP
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN."
           END-EVALUATE
           .
       RUN-MEMBER-CHOICE-EXIT.
           EXIT.
           .

       LIST-MEMBERSHIPS SECTION.
           DISPLAY " "
           .
           DISPLAY "EMPNO  FUND      MEMBER NUMBER     JOINED    BY"
           .
           DISPLAY "-----  --------  ----------------  --------  --"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           MOVE ZERO TO SPM-EMPNO
           .
           MOVE "N" TO WS-MEMBER-EOF-SWITCH
           .
           START SUPER-MEMBER-FILE
               KEY NOT LESS SPM-EMPNO
               INVALID KEY
                   SET WS-MEMBER-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-MEMBER-EOF
               READ SUPER-MEMBER-FILE NEXT RECORD
                   AT END
                       SET WS-MEMBER-EOF TO TRUE
                   NOT AT END
                       MOVE SPM-EMPNO TO D-EMPNO
                       DISPLAY D-EMPNO "   " SPM-FUND-CODE "  "
                           SPM-MEMBER-NO "  " SPM-JOIN-DATE "  "
                           SPM-CHANGED-BY
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           .
           DISPLAY WS-LIST-COUNT " MEMBERSHIP(S) LISTED."
           .
       LIST-MEMBERSHIPS-EXIT.
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

       READ-MEMBERSHIP SECTION.
           MOVE "N" TO WS-MEMBER-FOUND-SWITCH
           .
           MOVE EMP-NUMBER TO SPM-EMPNO
           .
           READ SUPER-MEMBER-FILE
               KEY IS SPM-EMPNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MEMBER-FOUND TO TRUE
           END-READ
           .
       READ-MEMBERSHIP-EXIT.
           EXIT.
           .

       ACCEPT-MEMBERSHIP-ENTRY SECTION.
      *    Fund code and the member number the fund holds the
      *    employee under.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           .
           DISPLAY "ENTER FUND CODE: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-FUND-INPUT
           .
           ACCEPT WS-FUND-INPUT
           .
           INSPECT WS-FUND-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           MOVE ZERO TO WS-FUND-TRAIL-CT
           .
           INSPECT WS-FUND-INPUT
               TALLYING WS-FUND-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-FUND-LEN = 8 - WS-FUND-TRAIL-CT
           .
           IF WS-FUND-LEN = 0
               DISPLAY "FUND CODE REQUIRED - ENTRY CANCELLED."
               GO TO ACCEPT-MEMBERSHIP-ENTRY-EXIT
           END-IF
           .
           PERFORM VARYING WS-FUND-POS FROM 1 BY 1
               UNTIL WS-FUND-POS > WS-FUND-LEN
               MOVE WS-FUND-INPUT(WS-FUND-POS:1) TO WS-FUND-CHAR
               IF (WS-FUND-CHAR < "A" OR WS-FUND-CHAR > "Z")
                   AND (WS-FUND-CHAR < "0" OR WS-FUND-CHAR > "9")
                   MOVE ZERO TO WS-FUND-LEN
               END-IF
           END-PERFORM
           .
           IF WS-FUND-LEN = 0
               DISPLAY "FUND CODE IS LETTERS AND DIGITS ONLY - "
                   "ENTRY CANCELLED."
               GO TO ACCEPT-MEMBERSHIP-ENTRY-EXIT
           END-IF
           .
           DISPLAY "ENTER MEMBER NUMBER: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-MEMBER-NO-INPUT
           .
           ACCEPT WS-MEMBER-NO-INPUT
           .
           IF WS-MEMBER-NO-INPUT = SPACES
               DISPLAY "MEMBER NUMBER REQUIRED - ENTRY CANCELLED."
               GO TO ACCEPT-MEMBERSHIP-ENTRY-EXIT
           END-IF
           .
           SET WS-ENTRY-OK TO TRUE
           .
       ACCEPT-MEMBERSHIP-ENTRY-EXIT.
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

       ADD-MEMBERSHIP SECTION.
           DISPLAY "ENTER EMP NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM VERIFY-EMPLOYEE
           .
           IF SQLCODE NOT = 0
               DISPLAY "EMP NUMBER NOT ON EMP - ADD CANCELLED."
               GO TO ADD-MEMBERSHIP-EXIT
           END-IF
           .
           PERFORM READ-MEMBERSHIP
           .
           IF WS-MEMBER-FOUND
               DISPLAY "A MEMBERSHIP IS ALREADY ON FILE FOR "
                   EMP-NAME-ARR " - USE CHANGE."
               GO TO ADD-MEMBERSHIP-EXIT
           END-IF
           .
           DISPLAY "FUND MEMBERSHIP FOR " EMP-NAME-ARR
           .
           PERFORM ACCEPT-MEMBERSHIP-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO ADD-MEMBERSHIP-EXIT
           END-IF
           .
           MOVE SPACES TO SUPER-MEMBER-REC
           .
           MOVE EMP-NUMBER TO SPM-EMPNO
           .
           PERFORM FILL-MEMBERSHIP
           .
           WRITE SUPER-MEMBER-REC
           .
           MOVE "NULL" TO WS-JRNL-BEFORE
           .
           PERFORM DISPLAY-MEMBER-RESULT
           .
       ADD-MEMBERSHIP-EXIT.
           EXIT.
           .

       CHANGE-MEMBERSHIP SECTION.
           DISPLAY "ENTER EMP NUMBER TO CHANGE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM READ-MEMBERSHIP
           .
           IF NOT WS-MEMBER-FOUND
               DISPLAY "NO MEMBERSHIP ON FILE - USE ADD."
               GO TO CHANGE-MEMBERSHIP-EXIT
           END-IF
           .
           PERFORM VERIFY-EMPLOYEE
           .
           DISPLAY "CURRENT: FUND " SPM-FUND-CODE " MEMBER "
               SPM-MEMBER-NO " JOINED " SPM-JOIN-DATE
           .
      *    Hold the fund code before the new entry overwrites it -
      *    it is the journal's before image.
           MOVE SPM-FUND-CODE TO WS-JRNL-BEFORE
           .
           PERFORM ACCEPT-MEMBERSHIP-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO CHANGE-MEMBERSHIP-EXIT
           END-IF
           .
           PERFORM FILL-MEMBERSHIP
           .
           REWRITE SUPER-MEMBER-REC
           .
           PERFORM DISPLAY-MEMBER-RESULT
           .
       CHANGE-MEMBERSHIP-EXIT.
           EXIT.
           .

       DELETE-MEMBERSHIP SECTION.
           DISPLAY "ENTER EMP NUMBER TO DELETE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM READ-MEMBERSHIP
           .
           IF NOT WS-MEMBER-FOUND
               DISPLAY "NO MEMBERSHIP ON FILE - TRY AGAIN."
               GO TO DELETE-MEMBERSHIP-EXIT
           END-IF
           .
           DISPLAY "DELETING PAYS EMPNO " SPM-EMPNO
               " TO THE DEFAULT FUND."
           .
           DISPLAY "DELETE THE MEMBERSHIP? (Y/N): " WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DELETE CANCELLED."
               GO TO DELETE-MEMBERSHIP-EXIT
           END-IF
           .
           MOVE SPM-FUND-CODE TO WS-JRNL-BEFORE
           .
           DELETE SUPER-MEMBER-FILE RECORD
           .
           MOVE "NULL" TO WS-MEMBER-IMAGE
           .
           PERFORM DISPLAY-MEMBER-RESULT
           .
       DELETE-MEMBERSHIP-EXIT.
           EXIT.
           .

       FILL-MEMBERSHIP SECTION.
           MOVE WS-FUND-INPUT TO SPM-FUND-CODE
           .
           MOVE WS-MEMBER-NO-INPUT TO SPM-MEMBER-NO
           .
           MOVE WS-TODAY TO SPM-JOIN-DATE
           .
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
           MOVE WS-OPER TO SPM-CHANGED-BY
           .
           MOVE SPM-FUND-CODE TO WS-MEMBER-IMAGE
           .
       FILL-MEMBERSHIP-EXIT.
           EXIT.
           .

       DISPLAY-MEMBER-RESULT SECTION.
           IF WS-MEMBER-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               MOVE "SUPERFUND" TO WS-JRNL-FIELD
               MOVE WS-MEMBER-IMAGE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-MEMBER-STATUS
           END-IF
           .
       DISPLAY-MEMBER-RESULT-EXIT.
           EXIT.
           .


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="SUPMAINT"==.
