       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-FILE ASSIGN TO WS-DED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY DED-KEY
               FILE STATUS WS-DED-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
           COPY DEDMAST.
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

      *    Deductions move money out of every pay, so each add,
      *    change and delete leaves a before/after line on the
      *    shared maintenance journal like every other money change.
      *    The FIELD tag reads DED- and the deduction code; the
      *    values are the calculation type and amount run together
      *    (A0000050.00 for $50 a period, P0000005.00 for 5% of
      *    gross), or NULL when there was no deduction.
       01  WS-DED-FILENAME              PIC X(256).
       01  WS-DED-STATUS                PIC XX.
           88  WS-DED-FILE-OK                 VALUE "00".
           88  WS-DED-NO-FILE                 VALUE "35".
       01  WS-DED-EOF-SWITCH            PIC X.
           88  WS-DED-EOF                     VALUE "Y".
       01  WS-DED-FOUND-SWITCH          PIC X.
           88  WS-DED-FOUND                   VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
           88  WS-CONTINUE                    VALUE "Y".

       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-EMPNO-TRAIL-CT            PIC 9 COMP.
       01  WS-EMPNO-DIGIT-CT            PIC 9 COMP.
       01  WS-EMPNO-VALID-SWITCH        PIC X.
           88  WS-EMPNO-VALID                 VALUE "Y".

      *    Deduction codes are letters and digits only - they go
      *    into the journal's FIELD tag, which carries no blanks.
       01  WS-CODE-INPUT                PIC X(6).
       01  WS-CODE-TRAIL-CT             PIC 9 COMP.
       01  WS-CODE-LEN                  PIC 9 COMP.
       01  WS-CODE-POS                  PIC 9 COMP.
       01  WS-CODE-CHAR                 PIC X.
       01  WS-CODE-OK-SWITCH            PIC X.
           88  WS-CODE-OK                     VALUE "Y".

       01  WS-TYPE-INPUT                PIC X.
       01  WS-PRE-TAX-INPUT             PIC X.
       01  WS-PAYEE-INPUT               PIC X(10).
       01  WS-DATE-INPUT                PIC X(8).
       01  WS-START-DATE                PIC 9(8).
       01  WS-END-DATE                  PIC 9(8).
       01  WS-ENTRY-OK-SWITCH           PIC X.
           88  WS-ENTRY-OK                    VALUE "Y".
       01  WS-DED-IMAGE                 PIC X(12).

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
       01  WS-OPER                      PIC X(10).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-VALUE                  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN-PGM SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM OPEN-DEDUCTION-FILE
           .
           PERFORM CONNECT-TO-ORACLE
           .
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM DISPLAY-DED-MENU
               PERFORM RUN-DED-CHOICE
           END-PERFORM
           .
           CLOSE DEDUCTION-FILE
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
           MOVE "DEDMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "DEDMAINT: EMP IS HELD BY ANOTHER WRITER - "
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

       OPEN-DEDUCTION-FILE SECTION.
      *    DEDUCTION-FILE names the indexed standing deductions
      *    master (copy/DEDMAST.cpy); it defaults to
      *    /tmp/deductions.dat when unset, and is created empty on
      *    first use.
           MOVE SPACES TO WS-DED-FILENAME
           DISPLAY "DEDUCTION-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DED-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DED-FILENAME = SPACES
               MOVE "/tmp/deductions.dat" TO WS-DED-FILENAME
           END-IF
           OPEN I-O DEDUCTION-FILE
           IF WS-DED-NO-FILE
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF
           IF NOT WS-DED-FILE-OK
               DISPLAY "DEDMAINT: UNABLE TO OPEN DEDUCTIONS FILE: "
                   WS-DED-FILENAME " STATUS=" WS-DED-STATUS
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-DEDUCTION-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read here, to
      *    confirm the employee a deduction is keyed for.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "DEDMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "DEDMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE DEDUCTION-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       DISPLAY-DED-MENU SECTION.
           DISPLAY " "
           .
           DISPLAY "STANDING DEDUCTIONS MAINTENANCE"
           .
           DISPLAY "  L) LIST DEDUCTIONS"
           .
           DISPLAY "  A) ADD A DEDUCTION"
           .
           DISPLAY "  C) CHANGE A DEDUCTION"
           .
           DISPLAY "  D) DELETE A DEDUCTION"
           .
           DISPLAY "  Q) QUIT"
           .
           DISPLAY "SELECTION: " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-MENU-CHOICE
           .
           ACCEPT WS-MENU-CHOICE
           .
       DISPLAY-DED-MENU-EXIT.
           EXIT.
           .

       RUN-DED-CHOICE SECTION.
           EVALUATE WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-DEDUCTIONS
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-DEDUCTION
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-DEDUCTION
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-DEDUCTION
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN."
           END-EVALUATE
           .
       RUN-DED-CHOICE-EXIT.
           EXIT.
           .

       LIST-DEDUCTIONS SECTION.
           DISPLAY " "
           .
           DISPLAY "EMPNO  CODE    T         VALUE  FROM      TO       "
               " PRE  PAYEE"
           .
           DISPLAY "-----  ------  -  ------------  --------  --------"
               "  ---  ----------"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           MOVE LOW-VALUES TO DED-KEY
           .
           MOVE "N" TO WS-DED-EOF-SWITCH
           .
           START DEDUCTION-FILE
               KEY NOT LESS DED-KEY
               INVALID KEY
                   SET WS-DED-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-DED-EOF
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       SET WS-DED-EOF TO TRUE
                   NOT AT END
                       MOVE DED-EMPNO TO D-EMPNO
                       MOVE DED-VALUE TO D-VALUE
                       DISPLAY D-EMPNO "   " DED-CODE "  "
                           DED-CALC-TYPE "  " D-VALUE "  "
                           DED-START-DATE "  " DED-END-DATE "  "
                           DED-PRE-TAX "    " DED-PAYEE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           .
           DISPLAY WS-LIST-COUNT " DEDUCTION(S) LISTED."
           .
       LIST-DEDUCTIONS-EXIT.
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

       ACCEPT-DED-CODE SECTION.
           MOVE "N" TO WS-CODE-OK-SWITCH
           .
           DISPLAY "ENTER DEDUCTION CODE: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-CODE-INPUT
           .
           ACCEPT WS-CODE-INPUT
           .
           INSPECT WS-CODE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           MOVE ZERO TO WS-CODE-TRAIL-CT
           .
           INSPECT WS-CODE-INPUT
               TALLYING WS-CODE-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-CODE-LEN = 6 - WS-CODE-TRAIL-CT
           .
           IF WS-CODE-LEN = 0
               DISPLAY "DEDUCTION CODE REQUIRED."
               GO TO ACCEPT-DED-CODE-EXIT
           END-IF
           .
           SET WS-CODE-OK TO TRUE
           .
           PERFORM VARYING WS-CODE-POS FROM 1 BY 1
               UNTIL WS-CODE-POS > WS-CODE-LEN
               MOVE WS-CODE-INPUT(WS-CODE-POS:1) TO WS-CODE-CHAR
               IF (WS-CODE-CHAR < "A" OR WS-CODE-CHAR > "Z")
                   AND (WS-CODE-CHAR < "0" OR WS-CODE-CHAR > "9")
                   MOVE "N" TO WS-CODE-OK-SWITCH
               END-IF
           END-PERFORM
           .
           IF NOT WS-CODE-OK
               DISPLAY "DEDUCTION CODE IS LETTERS AND DIGITS ONLY."
           END-IF
           .
       ACCEPT-DED-CODE-EXIT.
           EXIT.
           .

       READ-DEDUCTION SECTION.
           MOVE "N" TO WS-DED-FOUND-SWITCH
           .
           MOVE EMP-NUMBER TO DED-EMPNO
           .
           MOVE WS-CODE-INPUT TO DED-CODE
           .
           READ DEDUCTION-FILE
               KEY IS DED-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DED-FOUND TO TRUE
           END-READ
           .
       READ-DEDUCTION-EXIT.
           EXIT.
           .

       ACCEPT-DEDUCTION-ENTRY SECTION.
      *    Calculation type, amount or percentage, the dates it runs
      *    between, pre- or post-tax, and the payee it is remitted
      *    to. Any bad answer cancels the entry.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           .
           DISPLAY "FIXED AMOUNT OR PERCENT OF GROSS? (A/P): "
               WITH NO ADVANCING
           .
           MOVE SPACE TO WS-TYPE-INPUT
           .
           ACCEPT WS-TYPE-INPUT
           .
           INSPECT WS-TYPE-INPUT CONVERTING "ap" TO "AP"
           .
           IF WS-TYPE-INPUT NOT = "A" AND WS-TYPE-INPUT NOT = "P"
               DISPLAY "ANSWER A OR P - ENTRY CANCELLED."
               GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
           END-IF
           .
           IF WS-TYPE-INPUT = "A"
               DISPLAY "AMOUNT PER PAY PERIOD: " WITH NO ADVANCING
           ELSE
               DISPLAY "PERCENT OF GROSS: " WITH NO ADVANCING
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
               GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
           END-IF
           .
           IF WS-TYPE-INPUT = "P" AND WS-AMOUNT-VALUE > 100
               DISPLAY "PERCENT CANNOT EXCEED 100 - ENTRY CANCELLED."
               GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
           END-IF
           .
           DISPLAY "START DATE YYYYMMDD (BLANK FOR TODAY): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-START-DATE
           ELSE
               MOVE SPACES TO DE-PARM
               MOVE WS-DATE-INPUT TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE ZERO TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "NOT A REAL CALENDAR DATE - ENTRY "
                       "CANCELLED."
                   GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
               END-IF
               MOVE DE-DATE-OUT TO WS-START-DATE
           END-IF
           .
           DISPLAY "END DATE YYYYMMDD (BLANK FOR NO END): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           IF WS-DATE-INPUT = SPACES
               MOVE ZERO TO WS-END-DATE
           ELSE
               MOVE SPACES TO DE-PARM
               MOVE WS-DATE-INPUT TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-START-DATE TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "NOT A REAL CALENDAR DATE ON OR AFTER THE "
                       "START - ENTRY CANCELLED."
                   GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
               END-IF
               MOVE DE-DATE-OUT TO WS-END-DATE
           END-IF
           .
           DISPLAY "PRE-TAX (SALARY SACRIFICE)? (Y/N): "
               WITH NO ADVANCING
           .
           MOVE SPACE TO WS-PRE-TAX-INPUT
           .
           ACCEPT WS-PRE-TAX-INPUT
           .
           INSPECT WS-PRE-TAX-INPUT CONVERTING "yn" TO "YN"
           .
           IF WS-PRE-TAX-INPUT NOT = "Y" AND WS-PRE-TAX-INPUT NOT = "N"
               DISPLAY "ANSWER Y OR N - ENTRY CANCELLED."
               GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
           END-IF
           .
           DISPLAY "PAYEE FOR REMITTANCE: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-PAYEE-INPUT
           .
           ACCEPT WS-PAYEE-INPUT
           .
           INSPECT WS-PAYEE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-PAYEE-INPUT = SPACES
               DISPLAY "PAYEE REQUIRED - ENTRY CANCELLED."
               GO TO ACCEPT-DEDUCTION-ENTRY-EXIT
           END-IF
           .
           SET WS-ENTRY-OK TO TRUE
           .
       ACCEPT-DEDUCTION-ENTRY-EXIT.
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

       ADD-DEDUCTION SECTION.
           DISPLAY "ENTER EMP NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM VERIFY-EMPLOYEE
           .
           IF SQLCODE NOT = 0
               DISPLAY "EMP NUMBER NOT ON EMP - ADD CANCELLED."
               GO TO ADD-DEDUCTION-EXIT
           END-IF
           .
           PERFORM ACCEPT-DED-CODE
           .
           IF NOT WS-CODE-OK
               GO TO ADD-DEDUCTION-EXIT
           END-IF
           .
           PERFORM READ-DEDUCTION
           .
           IF WS-DED-FOUND
               DISPLAY "DEDUCTION " WS-CODE-INPUT " IS ALREADY ON "
                   "FILE FOR " EMP-NAME-ARR " - USE CHANGE."
               GO TO ADD-DEDUCTION-EXIT
           END-IF
           .
           DISPLAY "DEDUCTION " WS-CODE-INPUT " FOR " EMP-NAME-ARR
           .
           PERFORM ACCEPT-DEDUCTION-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO ADD-DEDUCTION-EXIT
           END-IF
           .
           MOVE SPACES TO DEDUCTION-REC
           .
           MOVE EMP-NUMBER TO DED-EMPNO
           .
           MOVE WS-CODE-INPUT TO DED-CODE
           .
           PERFORM FILL-DEDUCTION
           .
           WRITE DEDUCTION-REC
           .
           MOVE "NULL" TO WS-JRNL-BEFORE
           .
           PERFORM DISPLAY-DED-RESULT
           .
       ADD-DEDUCTION-EXIT.
           EXIT.
           .

       CHANGE-DEDUCTION SECTION.
           DISPLAY "ENTER EMP NUMBER TO CHANGE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM ACCEPT-DED-CODE
           .
           IF NOT WS-CODE-OK
               GO TO CHANGE-DEDUCTION-EXIT
           END-IF
           .
           PERFORM READ-DEDUCTION
           .
           IF NOT WS-DED-FOUND
               DISPLAY "NO SUCH DEDUCTION ON FILE - USE ADD."
               GO TO CHANGE-DEDUCTION-EXIT
           END-IF
           .
           PERFORM VERIFY-EMPLOYEE
           .
           MOVE DED-VALUE TO D-VALUE
           .
           DISPLAY "CURRENT: " DED-CALC-TYPE " " D-VALUE " FROM "
               DED-START-DATE " TO " DED-END-DATE " PRE-TAX "
               DED-PRE-TAX " PAYEE " DED-PAYEE
           .
      *    Hold the record's image before the new entry overwrites
      *    it - it is the journal's before image.
           PERFORM BUILD-DED-IMAGE
           .
           MOVE WS-DED-IMAGE TO WS-JRNL-BEFORE
           .
           PERFORM ACCEPT-DEDUCTION-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO CHANGE-DEDUCTION-EXIT
           END-IF
           .
           PERFORM FILL-DEDUCTION
           .
           REWRITE DEDUCTION-REC
           .
           PERFORM DISPLAY-DED-RESULT
           .
       CHANGE-DEDUCTION-EXIT.
           EXIT.
           .

       DELETE-DEDUCTION SECTION.
      *    A deduction that has run should normally be ended with a
      *    CHANGE to its end date, so the record of it stays; delete
      *    is for one keyed in error.
           DISPLAY "ENTER EMP NUMBER TO DELETE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM ACCEPT-DED-CODE
           .
           IF NOT WS-CODE-OK
               GO TO DELETE-DEDUCTION-EXIT
           END-IF
           .
           PERFORM READ-DEDUCTION
           .
           IF NOT WS-DED-FOUND
               DISPLAY "NO SUCH DEDUCTION ON FILE - TRY AGAIN."
               GO TO DELETE-DEDUCTION-EXIT
           END-IF
           .
           DISPLAY "DELETE DEDUCTION " DED-CODE " FOR EMPNO "
               DED-EMPNO "? (Y/N): " WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DELETE CANCELLED."
               GO TO DELETE-DEDUCTION-EXIT
           END-IF
           .
           PERFORM BUILD-DED-IMAGE
           .
           MOVE WS-DED-IMAGE TO WS-JRNL-BEFORE
           .
           DELETE DEDUCTION-FILE RECORD
           .
           MOVE "NULL" TO WS-DED-IMAGE
           .
           PERFORM DISPLAY-DED-RESULT
           .
       DELETE-DEDUCTION-EXIT.
           EXIT.
           .

       FILL-DEDUCTION SECTION.
           MOVE WS-TYPE-INPUT TO DED-CALC-TYPE
           .
           MOVE WS-AMOUNT-VALUE TO DED-VALUE
           .
           MOVE WS-START-DATE TO DED-START-DATE
           .
           MOVE WS-END-DATE TO DED-END-DATE
           .
           MOVE WS-PRE-TAX-INPUT TO DED-PRE-TAX
           .
           MOVE WS-PAYEE-INPUT TO DED-PAYEE
           .
           MOVE WS-TODAY TO DED-CHANGED-DATE
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
           MOVE WS-OPER TO DED-CHANGED-BY
           .
           PERFORM BUILD-DED-IMAGE
           .
       FILL-DEDUCTION-EXIT.
           EXIT.
           .

       BUILD-DED-IMAGE SECTION.
           MOVE DED-VALUE TO WS-JRNL-AMT
           .
           MOVE SPACES TO WS-DED-IMAGE
           .
           STRING DED-CALC-TYPE DELIMITED SIZE
               WS-JRNL-AMT DELIMITED SIZE
               INTO WS-DED-IMAGE
           END-STRING
           .
       BUILD-DED-IMAGE-EXIT.
           EXIT.
           .

       DISPLAY-DED-RESULT SECTION.
           IF WS-DED-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               MOVE SPACES TO WS-JRNL-FIELD
               STRING "DED-" DELIMITED SIZE
                   WS-CODE-INPUT DELIMITED BY SPACE
                   INTO WS-JRNL-FIELD
               END-STRING
               MOVE WS-DED-IMAGE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-DED-STATUS
           END-IF
           .
       DISPLAY-DED-RESULT-EXIT.
           EXIT.
           .


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="DEDMAINT"==.
