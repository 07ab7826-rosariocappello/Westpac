       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-DECL-FILE ASSIGN TO WS-DECL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY TAXD-EMPNO
               FILE STATUS WS-DECL-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-DECL-FILE.
           COPY TAXDECL.
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
           COPY TAXCALCL.

      *    Declaration changes decide every future withholding, so
      *    they leave the same before/after trail on the shared
      *    maintenance journal the salary changes leave. The FIELD
      *    tag reads TAXDECL and the values are scale, tax-free
      *    threshold and TFN flags run together (e.g. RS-Y-Y), or
      *    NULL for no declaration.
       01  WS-DECL-FILENAME             PIC X(256).
       01  WS-DECL-STATUS               PIC XX.
           88  WS-DECL-FILE-OK                VALUE "00".
           88  WS-DECL-NO-FILE                VALUE "35".
       01  WS-DECL-EOF-SWITCH           PIC X.
           88  WS-DECL-EOF                    VALUE "Y".
       01  WS-DECL-FOUND-SWITCH         PIC X.
           88  WS-DECL-FOUND                  VALUE "Y".

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
           88  WS-CONTINUE                    VALUE "Y".

       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-EMPNO-TRAIL-CT            PIC 9 COMP.
       01  WS-EMPNO-DIGIT-CT            PIC 9 COMP.
       01  WS-EMPNO-VALID-SWITCH        PIC X.
           88  WS-EMPNO-VALID                 VALUE "Y".

       01  WS-SCALE-INPUT               PIC X(2).
       01  WS-TFT-INPUT                 PIC X.
       01  WS-TFN-INPUT                 PIC X.
       01  WS-ENTRY-OK-SWITCH           PIC X.
           88  WS-ENTRY-OK                    VALUE "Y".
       01  WS-DECL-IMAGE                PIC X(12).

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
           PERFORM LOAD-TAX-SCALES
           .
           PERFORM OPEN-DECLARATION-FILE
           .
           PERFORM CONNECT-TO-ORACLE
           .
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM DISPLAY-DECL-MENU
               PERFORM RUN-DECL-CHOICE
           END-PERFORM
           .
           CLOSE TAX-DECL-FILE
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
           MOVE "TAXMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "TAXMAINT: EMP IS HELD BY ANOTHER WRITER - "
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

       LOAD-TAX-SCALES SECTION.
      *    Scale codes are checked against the same table the pay
      *    calculation withholds from, so a declaration can never
      *    name a scale PAYCALC does not know.
           MOVE SPACES TO TX-PARM
           MOVE "L" TO TX-FUNCTION
           CALL "TAXCALC" USING TX-PARM
           IF NOT TX-OK
               DISPLAY "TAXMAINT: NO USABLE TAX-SCALE TABLE - "
                   "SESSION ENDED"
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-TAX-SCALES-EXIT.
           EXIT.

       OPEN-DECLARATION-FILE SECTION.
      *    TAX-DECL-FILE names the indexed declaration master
      *    (copy/TAXDECL.cpy); it defaults to /tmp/tax_decl.dat when
      *    unset, and is created empty on first use.
           MOVE SPACES TO WS-DECL-FILENAME
           DISPLAY "TAX-DECL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DECL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DECL-FILENAME = SPACES
               MOVE "/tmp/tax_decl.dat" TO WS-DECL-FILENAME
           END-IF
           OPEN I-O TAX-DECL-FILE
           IF WS-DECL-NO-FILE
               OPEN OUTPUT TAX-DECL-FILE
               CLOSE TAX-DECL-FILE
               OPEN I-O TAX-DECL-FILE
           END-IF
           IF NOT WS-DECL-FILE-OK
               DISPLAY "TAXMAINT: UNABLE TO OPEN DECLARATION FILE: "
                   WS-DECL-FILENAME " STATUS=" WS-DECL-STATUS
               PERFORM RECORD-RUN-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-DECLARATION-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. EMP is only read here, to
      *    confirm the employee a declaration is keyed for.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "TAXMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "TAXMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               CLOSE TAX-DECL-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       DISPLAY-DECL-MENU SECTION.
           DISPLAY " "
           .
           DISPLAY "TAX DECLARATION MAINTENANCE"
           .
           DISPLAY "  L) LIST DECLARATIONS"
           .
           DISPLAY "  A) ADD A DECLARATION"
           .
           DISPLAY "  C) CHANGE A DECLARATION"
           .
           DISPLAY "  D) DELETE A DECLARATION"
           .
           DISPLAY "  Q) QUIT"
           .
           DISPLAY "SELECTION: " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-MENU-CHOICE
           .
           ACCEPT WS-MENU-CHOICE
           .
       DISPLAY-DECL-MENU-EXIT.
           EXIT.
           .

       RUN-DECL-CHOICE SECTION.
           EVALUATE WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-DECLARATIONS
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-DECLARATION
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-DECLARATION
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-DECLARATION
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN."
           END-EVALUATE
           .
       RUN-DECL-CHOICE-EXIT.
           EXIT.
           .

       LIST-DECLARATIONS SECTION.
           DISPLAY " "
           .
           DISPLAY "EMPNO  SCALE  TFT  TFN  DECLARED  BY"
           .
           DISPLAY "-----  -----  ---  ---  --------  --"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           MOVE ZERO TO TAXD-EMPNO
           .
           MOVE "N" TO WS-DECL-EOF-SWITCH
           .
           START TAX-DECL-FILE
               KEY NOT LESS TAXD-EMPNO
               INVALID KEY
                   SET WS-DECL-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-DECL-EOF
               READ TAX-DECL-FILE NEXT RECORD
                   AT END
                       SET WS-DECL-EOF TO TRUE
                   NOT AT END
                       MOVE TAXD-EMPNO TO D-EMPNO
                       DISPLAY D-EMPNO "   " TAXD-SCALE "     "
                           TAXD-TFT-CLAIMED "    " TAXD-TFN-PROVIDED
                           "    " TAXD-DECL-DATE "  " TAXD-CHANGED-BY
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
           .
           DISPLAY WS-LIST-COUNT " DECLARATION(S) LISTED."
           .
       LIST-DECLARATIONS-EXIT.
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

       READ-DECLARATION SECTION.
           MOVE "N" TO WS-DECL-FOUND-SWITCH
           .
           MOVE EMP-NUMBER TO TAXD-EMPNO
           .
           READ TAX-DECL-FILE
               KEY IS TAXD-EMPNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DECL-FOUND TO TRUE
           END-READ
           .
       READ-DECLARATION-EXIT.
           EXIT.
           .

       ACCEPT-DECLARATION-ENTRY SECTION.
      *    Scale code, tax-free threshold claimed and TFN provided;
      *    the scale must be on the tax-scale table for the chosen
      *    threshold setting.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           .
           DISPLAY "ENTER TAX SCALE CODE: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-SCALE-INPUT
           .
           ACCEPT WS-SCALE-INPUT
           .
           INSPECT WS-SCALE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           DISPLAY "TAX-FREE THRESHOLD CLAIMED? (Y/N): "
               WITH NO ADVANCING
           .
           MOVE SPACE TO WS-TFT-INPUT
           .
           ACCEPT WS-TFT-INPUT
           .
           INSPECT WS-TFT-INPUT CONVERTING "yn" TO "YN"
           .
           DISPLAY "TFN PROVIDED? (Y/N): " WITH NO ADVANCING
           .
           MOVE SPACE TO WS-TFN-INPUT
           .
           ACCEPT WS-TFN-INPUT
           .
           INSPECT WS-TFN-INPUT CONVERTING "yn" TO "YN"
           .
           IF (WS-TFT-INPUT NOT = "Y" AND WS-TFT-INPUT NOT = "N")
               OR (WS-TFN-INPUT NOT = "Y" AND WS-TFN-INPUT NOT = "N")
               DISPLAY "ANSWER Y OR N - ENTRY CANCELLED."
               GO TO ACCEPT-DECLARATION-ENTRY-EXIT
           END-IF
           .
           MOVE SPACES TO TX-PARM
           .
           MOVE "V" TO TX-FUNCTION
           .
           MOVE WS-SCALE-INPUT TO TX-SCALE
           .
           MOVE WS-TFT-INPUT TO TX-TFT-CLAIMED
           .
           CALL "TAXCALC" USING TX-PARM
           .
           IF NOT TX-OK
               DISPLAY "SCALE " WS-SCALE-INPUT " WITH THRESHOLD "
                   WS-TFT-INPUT " IS NOT ON THE TAX-SCALE TABLE - "
                   "ENTRY CANCELLED."
               GO TO ACCEPT-DECLARATION-ENTRY-EXIT
           END-IF
           .
           SET WS-ENTRY-OK TO TRUE
           .
       ACCEPT-DECLARATION-ENTRY-EXIT.
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

       ADD-DECLARATION SECTION.
           DISPLAY "ENTER EMP NUMBER: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM VERIFY-EMPLOYEE
           .
           IF SQLCODE NOT = 0
               DISPLAY "EMP NUMBER NOT ON EMP - ADD CANCELLED."
               GO TO ADD-DECLARATION-EXIT
           END-IF
           .
           PERFORM READ-DECLARATION
           .
           IF WS-DECL-FOUND
               DISPLAY "A DECLARATION IS ALREADY ON FILE FOR "
                   EMP-NAME-ARR " - USE CHANGE."
               GO TO ADD-DECLARATION-EXIT
           END-IF
           .
           DISPLAY "DECLARATION FOR " EMP-NAME-ARR
           .
           PERFORM ACCEPT-DECLARATION-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO ADD-DECLARATION-EXIT
           END-IF
           .
           MOVE SPACES TO TAX-DECL-REC
           .
           MOVE EMP-NUMBER TO TAXD-EMPNO
           .
           PERFORM FILL-DECLARATION
           .
           WRITE TAX-DECL-REC
           .
           MOVE "NULL" TO WS-JRNL-BEFORE
           .
           PERFORM DISPLAY-DECL-RESULT
           .
       ADD-DECLARATION-EXIT.
           EXIT.
           .

       CHANGE-DECLARATION SECTION.
           DISPLAY "ENTER EMP NUMBER TO CHANGE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM READ-DECLARATION
           .
           IF NOT WS-DECL-FOUND
               DISPLAY "NO DECLARATION ON FILE - USE ADD."
               GO TO CHANGE-DECLARATION-EXIT
           END-IF
           .
           PERFORM VERIFY-EMPLOYEE
           .
           DISPLAY "CURRENT: SCALE " TAXD-SCALE " TFT "
               TAXD-TFT-CLAIMED " TFN " TAXD-TFN-PROVIDED
               " DECLARED " TAXD-DECL-DATE
           .
      *    Hold the record's image before the new entry overwrites
      *    it - it is the journal's before image.
           PERFORM BUILD-DECL-IMAGE
           .
           MOVE WS-DECL-IMAGE TO WS-JRNL-BEFORE
           .
           PERFORM ACCEPT-DECLARATION-ENTRY
           .
           IF NOT WS-ENTRY-OK
               GO TO CHANGE-DECLARATION-EXIT
           END-IF
           .
           PERFORM FILL-DECLARATION
           .
           REWRITE TAX-DECL-REC
           .
           PERFORM DISPLAY-DECL-RESULT
           .
       CHANGE-DECLARATION-EXIT.
           EXIT.
           .

       DELETE-DECLARATION SECTION.
           DISPLAY "ENTER EMP NUMBER TO DELETE: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-EMPNO
           .
           PERFORM READ-DECLARATION
           .
           IF NOT WS-DECL-FOUND
               DISPLAY "NO DECLARATION ON FILE - TRY AGAIN."
               GO TO DELETE-DECLARATION-EXIT
           END-IF
           .
           DISPLAY "DELETING LEAVES EMPNO " TAXD-EMPNO
               " WITHHELD AT THE TOP RATE."
           .
           DISPLAY "DELETE THE DECLARATION? (Y/N): " WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DELETE CANCELLED."
               GO TO DELETE-DECLARATION-EXIT
           END-IF
           .
           PERFORM BUILD-DECL-IMAGE
           .
           MOVE WS-DECL-IMAGE TO WS-JRNL-BEFORE
           .
           DELETE TAX-DECL-FILE RECORD
           .
           IF WS-DECL-FILE-OK
               MOVE "NULL" TO WS-DECL-IMAGE
           END-IF
           .
           PERFORM DISPLAY-DECL-RESULT
           .
       DELETE-DECLARATION-EXIT.
           EXIT.
           .

       FILL-DECLARATION SECTION.
           MOVE WS-SCALE-INPUT TO TAXD-SCALE
           .
           MOVE WS-TFT-INPUT TO TAXD-TFT-CLAIMED
           .
           MOVE WS-TFN-INPUT TO TAXD-TFN-PROVIDED
           .
           MOVE WS-TODAY TO TAXD-DECL-DATE
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
           MOVE WS-OPER TO TAXD-CHANGED-BY
           .
           PERFORM BUILD-DECL-IMAGE
           .
       FILL-DECLARATION-EXIT.
           EXIT.
           .

       BUILD-DECL-IMAGE SECTION.
           MOVE SPACES TO WS-DECL-IMAGE
           .
           STRING TAXD-SCALE DELIMITED BY SPACE
               "-" DELIMITED SIZE
               TAXD-TFT-CLAIMED DELIMITED SIZE
               "-" DELIMITED SIZE
               TAXD-TFN-PROVIDED DELIMITED SIZE
               INTO WS-DECL-IMAGE
           END-STRING
           .
       BUILD-DECL-IMAGE-EXIT.
           EXIT.
           .

       DISPLAY-DECL-RESULT SECTION.
           IF WS-DECL-FILE-OK
               DISPLAY "UPDATE SUCCESSFUL."
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               MOVE "TAXDECL" TO WS-JRNL-FIELD
               MOVE WS-DECL-IMAGE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               DISPLAY "UPDATE FAILED - STATUS = " WS-DECL-STATUS
           END-IF
           .
       DISPLAY-DECL-RESULT-EXIT.
           EXIT.
           .


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="TAXMAINT"==.
