       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPANON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO WS-FINAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FPY-KEY
               FILE STATUS WS-FINAL-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.
           SELECT SAL-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RTR-KEY
               FILE STATUS WS-RETRO-STATUS.
           SELECT SAL-PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PEND-KEY
               FILE STATUS WS-PENDING-STATUS.
           SELECT BANK-PENDING-FILE ASSIGN TO WS-BANKPND-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BKP-EMPNO
               FILE STATUS WS-BANKPND-STATUS.
           SELECT EMP-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARCH-KEY
               FILE STATUS WS-ARCH-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT ANON-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-REC              PIC X(80).
       FD  FINAL-PAY-FILE.
           COPY FINALPAY.
       FD  CLAIMS-FILE.
           COPY CLAIMS.
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.
       FD  SAL-PENDING-FILE.
           COPY SALPND.
       FD  BANK-PENDING-FILE.
           COPY BANKPND.
       FD  EMP-ARCHIVE-FILE.
           COPY EMPARCHR.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  ANON-REPORT-FILE.
       01  ANON-REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  CUTOFF-DATE                  PIC X(8).
       01  TERM-DATE-CHAR               PIC X(8).
       01  ANON-TOKEN                   PIC X(10).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY RPTRTELK.
           COPY EMPJRNWS.

      *    EMPANON anonymises employees whose retention period has
      *    run out: terminated (STATUS 'T') with a TERMDATE more
      *    than EMPANON-RETENTION-YEARS (default 7) years ago. The
      *    name on EMP becomes the token ANONnnnn (nnnn the EMPNO)
      *    and the free-text TERMREASON is overwritten; the numbers
      *    - pay, dates, department, job - stay as they were, so
      *    headcount and cost history still adds up. Every snapshot
      *    of the employee on the EMP archive (EMPARCH) and the row
      *    on the reporting copy (EMPREPL-TARGET-DSN) take the same
      *    token.
      *
      *    An employee is left alone while:
      *      - the legal-hold list (LEGAL-HOLD-FILE, default
      *        /etc/legal_hold.cfg) names them;
      *      - final pay is not yet paid (FINALPAY open or
      *        calculated), a claim is submitted or approved but
      *        not paid, salary arrears are open, calculated or to
      *        be recovered, a salary change is on the pending
      *        queue, or a bank account change is held.
      *
      *    The run only lists the candidates and what it would do
      *    unless EMPANON-MODE is APPLY - the simulation is meant to
      *    be read and signed off first. Each anonymisation is
      *    journaled with TERMDATE as BEFORE and the token as AFTER,
      *    never the name. Journal lines already written keep the
      *    names they carry: the journal is hash-chained, and
      *    rewriting it would break the chain JRNVRFY checks.
       01  WS-MODE-ENV                  PIC X(10).
       01  WS-MODE-SWITCH               PIC X VALUE "S".
           88  WS-APPLY-MODE                  VALUE "A".

       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".
           88  WS-HOLD-NO-FILE                VALUE "35".
       01  WS-HOLD-EOF-SWITCH           PIC X VALUE "N".
           88  WS-HOLD-EOF                    VALUE "Y".
       01  WS-FINAL-FILENAME            PIC X(256).
       01  WS-FINAL-STATUS              PIC XX.
           88  WS-FINAL-FILE-OK               VALUE "00".
           88  WS-FINAL-NO-FILE               VALUE "35".
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
           88  WS-RETRO-NO-FILE               VALUE "35".
       01  WS-PENDING-FILENAME          PIC X(256).
       01  WS-PENDING-STATUS            PIC XX.
           88  WS-PENDING-FILE-OK             VALUE "00".
           88  WS-PENDING-NO-FILE             VALUE "35".
       01  WS-BANKPND-FILENAME          PIC X(256).
       01  WS-BANKPND-STATUS            PIC XX.
           88  WS-BANKPND-FILE-OK             VALUE "00".
           88  WS-BANKPND-NO-FILE             VALUE "35".
       01  WS-ARCH-FILENAME             PIC X(256).
       01  WS-ARCH-STATUS               PIC XX.
           88  WS-ARCH-FILE-OK                VALUE "00".
           88  WS-ARCH-NO-FILE                VALUE "35".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    Which of the registers were there to be read - a register
      *    never created holds no open items.
       01  WS-FINAL-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-FINAL-OPEN                  VALUE "Y".
       01  WS-CLAIMS-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-CLAIMS-OPEN                 VALUE "Y".
       01  WS-RETRO-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-RETRO-OPEN                  VALUE "Y".
       01  WS-BANKPND-OPEN-SWITCH       PIC X VALUE "N".
           88  WS-BANKPND-OPEN                VALUE "Y".
       01  WS-ARCH-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-ARCH-OPEN                   VALUE "Y".
       01  WS-SCAN-END-SWITCH           PIC X.
           88  WS-SCAN-END                    VALUE "Y".

       01  WS-TARGET-DSN                PIC X(32).
       01  WS-REPL-SWITCH               PIC X VALUE "N".
           88  WS-REPL-FAILED                 VALUE "Y".

      *    Settings, right-justified into zeros the PROBRPT way.
       01  WS-SET-ENV                   PIC X(5).
       01  WS-SET-RJUST                 PIC X(5).
       01  WS-SET-TRAIL-CT              PIC 9(2) COMP.
       01  WS-SET-LEN                   PIC 9(2) COMP.
       01  WS-RETAIN-YEARS              PIC 9(2) VALUE 7.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MMDD            PIC 9(4).
       01  WS-CUTOFF                    PIC 9(8).
       01  WS-CUTOFF-X REDEFINES WS-CUTOFF.
           05  WS-CUTOFF-YYYY           PIC 9(4).
           05  WS-CUTOFF-MMDD           PIC 9(4).

      *    The legal-hold list - one employee number per line, any
      *    matter reference after it; "*" or "#" lines are comments.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-EMPNO            PIC 9(4) OCCURS 1000.
       01  WS-HOLD-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-IDX                  PIC 9(4) COMP.
       01  WS-PARSE-VALUE               PIC X(12).
       01  WS-PARSE-TRAIL-CT            PIC 9(2) COMP.
       01  WS-PARSE-LEN                 PIC 9(2) COMP.
       01  WS-PARSE-EMPNO-RJ            PIC X(4).

      *    Employees with a salary change on the pending queue. The
      *    queue is keyed on the date keyed, so it is read through
      *    once rather than searched per employee.
       01  WS-PEND-TABLE.
           05  WS-PEND-EMPNO            PIC 9(4) OCCURS 2000.
       01  WS-PEND-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-PEND-IDX                  PIC 9(4) COMP.

      *    The candidates, oldest termination first.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY            OCCURS 5000.
               10  WS-CD-EMPNO         PIC 9(4).
               10  WS-CD-NAME          PIC X(10).
               10  WS-CD-TERMDATE      PIC X(8).
               10  WS-CD-TOKEN         PIC X(10).
               10  WS-CD-STATE         PIC X.
                   88  WS-CD-ELIGIBLE        VALUE "E".
                   88  WS-CD-HELD            VALUE "H".
                   88  WS-CD-OPEN-ITEMS      VALUE "O".
                   88  WS-CD-DONE            VALUE "D".
                   88  WS-CD-GONE            VALUE "G".
                   88  WS-CD-FAILED          VALUE "F".
               10  WS-CD-FINAL         PIC X.
               10  WS-CD-CLAIM         PIC X.
               10  WS-CD-RETRO         PIC X.
               10  WS-CD-PENDING       PIC X.
               10  WS-CD-BANK          PIC X.
               10  WS-CD-ARCH-COUNT    PIC 9(4).
               10  WS-CD-ARCH-FAIL     PIC X.
       01  WS-CAND-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-CAND-IDX                  PIC 9(4) COMP.
       01  WS-MORE-SWITCH               PIC X VALUE "N".
           88  WS-MORE-CANDIDATES             VALUE "Y".

       01  WS-ELIGIBLE-COUNT            PIC 9(5) VALUE 0.
       01  WS-DONE-COUNT                PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT                PIC 9(5) VALUE 0.
       01  WS-GONE-COUNT                PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  WS-ARCH-COUNT                PIC 9(7) VALUE 0.
       01  WS-REPL-COUNT                PIC 9(5) VALUE 0.

       01  WS-REASON                    PIC X(60).
       01  WS-REASON-PTR                PIC 9(3) COMP.

       01  DISPLAY-VARIABLES.
           05  D-COUNT                  PIC Z(6)9.
           05  D-YEARS                  PIC Z9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-RUN-SETTINGS
           PERFORM RECORD-RUN-START
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-PENDING-CHANGES
           PERFORM OPEN-REGISTERS
           IF WS-APPLY-MODE
               PERFORM OPEN-ARCHIVE-FILE
           END-IF
           PERFORM OPEN-REPORT-FILE

           PERFORM CONNECT-TO-ORACLE
           PERFORM SELECT-CANDIDATES

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               PERFORM JUDGE-ONE-CANDIDATE
               IF WS-APPLY-MODE AND WS-CD-ELIGIBLE(WS-CAND-IDX)
                   PERFORM ANONYMISE-ONE-EMPLOYEE
               END-IF
               PERFORM REPORT-ONE-CANDIDATE
           END-PERFORM

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM CLOSE-REGISTERS

           IF WS-APPLY-MODE AND WS-DONE-COUNT > 0
               PERFORM ANONYMISE-REPORTING-COPY
           END-IF

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE ANON-REPORT-FILE

           IF WS-APPLY-MODE
               DISPLAY "EMPANON: " WS-DONE-COUNT " anonymised, "
                   WS-HELD-COUNT " on legal hold, " WS-OPEN-COUNT
                   " with open items, " WS-FAILED-COUNT " failed"
           ELSE
               DISPLAY "EMPANON: SIMULATION ONLY - " WS-ELIGIBLE-COUNT
                   " would be anonymised, " WS-HELD-COUNT
                   " on legal hold, " WS-OPEN-COUNT
                   " with open items - see " WS-RPT-FILENAME
           END-IF

           PERFORM RECORD-RUN-END

           IF WS-FAILED-COUNT > 0 OR WS-REPL-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       LOAD-RUN-SETTINGS SECTION.
      *    EMPANON-MODE APPLY anonymises; anything else only lists.
           MOVE SPACES TO WS-MODE-ENV
           DISPLAY "EMPANON-MODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT-VALUE
           IF WS-MODE-ENV = "APPLY" OR WS-MODE-ENV = "apply"
               MOVE "A" TO WS-MODE-SWITCH
           END-IF

           MOVE SPACES TO WS-SET-ENV
           DISPLAY "EMPANON-RETENTION-YEARS" UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-ENV FROM ENVIRONMENT-VALUE
           IF WS-SET-ENV NOT = SPACES
               MOVE ZERO TO WS-SET-TRAIL-CT
               INSPECT WS-SET-ENV
                   TALLYING WS-SET-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-SET-LEN = 5 - WS-SET-TRAIL-CT
               MOVE ZEROS TO WS-SET-RJUST
               MOVE WS-SET-ENV(1:WS-SET-LEN)
                   TO WS-SET-RJUST(6 - WS-SET-LEN:WS-SET-LEN)
               IF WS-SET-RJUST IS NUMERIC
                   AND WS-SET-RJUST(1:3) = "000"
                   MOVE WS-SET-RJUST(4:2) TO WS-RETAIN-YEARS
               ELSE
                   DISPLAY "EMPANON: EMPANON-RETENTION-YEARS NOT A "
                       "NUMBER OF YEARS - " WS-SET-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      *    A retention of nothing would anonymise yesterday's
      *    leavers before their records were finished with.
           IF WS-RETAIN-YEARS = 0
               DISPLAY "EMPANON: EMPANON-RETENTION-YEARS OF 0 "
                   "REFUSED - RUN ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Terminated before this day the same number of years ago;
      *    29 February falls back to the 28th in a common year.
           MOVE WS-TODAY TO WS-CUTOFF
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY
           IF WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
           END-IF
           MOVE WS-CUTOFF TO CUTOFF-DATE
           .
       LOAD-RUN-SETTINGS-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "EMPANON" TO RS-PGM
      *    Applying writes EMP and the journal - hold EMP-WRITE so
      *    no other EMP writer runs alongside. The simulation writes
      *    nothing and takes no interlock.
           IF WS-APPLY-MODE
               MOVE "EMP-WRITE" TO RS-RESOURCE
           END-IF
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "EMPANON: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-APPLY-MODE
               SET WS-JRNL-WRITER-LOCKED TO TRUE
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-FAILED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           END-IF
           MOVE WS-DONE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-DONE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-LEGAL-HOLDS SECTION.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "LEGAL-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/etc/legal_hold.cfg" TO WS-HOLD-FILENAME
           END-IF
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-NO-FILE
               DISPLAY "EMPANON: NO LEGAL HOLD LIST AT "
                   WS-HOLD-FILENAME " - NO EMPLOYEE ON HOLD"
               GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF
      *    A hold list that is there but cannot be read could let a
      *    record under hold be destroyed - that stops the run.
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "EMPANON: UNABLE TO READ LEGAL HOLD LIST: "
                   WS-HOLD-FILENAME " STATUS=" WS-HOLD-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
               READ LEGAL-HOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
               END-READ
               IF NOT WS-HOLD-EOF
                   PERFORM STORE-ONE-HOLD-LINE
               END-IF
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE
           .
       LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

       STORE-ONE-HOLD-LINE SECTION.
           IF LEGAL-HOLD-REC = SPACES
               OR LEGAL-HOLD-REC(1:1) = "*"
               OR LEGAL-HOLD-REC(1:1) = "#"
               GO TO STORE-ONE-HOLD-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-VALUE
           UNSTRING LEGAL-HOLD-REC DELIMITED BY ALL " "
               INTO WS-PARSE-VALUE
           END-UNSTRING
           MOVE ZERO TO WS-PARSE-TRAIL-CT
           INSPECT WS-PARSE-VALUE
               TALLYING WS-PARSE-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-PARSE-LEN = 12 - WS-PARSE-TRAIL-CT
      *    A line that is not an employee number cannot be honoured
      *    and cannot be ignored either - a hold keyed wrongly must
      *    be put right before anyone is anonymised.
           IF WS-PARSE-LEN = 0 OR WS-PARSE-LEN > 4
               DISPLAY "EMPANON: LEGAL HOLD LINE NOT AN EMPLOYEE "
                   "NUMBER: " LEGAL-HOLD-REC
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-PARSE-EMPNO-RJ
           MOVE WS-PARSE-VALUE(1:WS-PARSE-LEN)
               TO WS-PARSE-EMPNO-RJ(5 - WS-PARSE-LEN:WS-PARSE-LEN)
           IF WS-PARSE-EMPNO-RJ IS NOT NUMERIC
               DISPLAY "EMPANON: LEGAL HOLD LINE NOT AN EMPLOYEE "
                   "NUMBER: " LEGAL-HOLD-REC
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-HOLD-COUNT >= 1000
               DISPLAY "EMPANON: LEGAL HOLD LIST OVER 1000 - RUN "
                   "ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-PARSE-EMPNO-RJ TO WS-HOLD-EMPNO(WS-HOLD-COUNT)
           .
       STORE-ONE-HOLD-LINE-EXIT.
           EXIT.

       LOAD-PENDING-CHANGES SECTION.
      *    SAL-PENDING-FILE names the pending salary change queue;
      *    it defaults to /tmp/sal_pending.dat when unset.
           MOVE SPACES TO WS-PENDING-FILENAME
           DISPLAY "SAL-PENDING-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PENDING-FILENAME = SPACES
               MOVE "/tmp/sal_pending.dat" TO WS-PENDING-FILENAME
           END-IF
           OPEN INPUT SAL-PENDING-FILE
           IF WS-PENDING-NO-FILE
               GO TO LOAD-PENDING-CHANGES-EXIT
           END-IF
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "EMPANON: UNABLE TO READ PENDING QUEUE: "
                   WS-PENDING-FILENAME " STATUS=" WS-PENDING-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-SCAN-END-SWITCH
           PERFORM UNTIL WS-SCAN-END
               READ SAL-PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
               END-READ
               IF NOT WS-SCAN-END
                   IF WS-PEND-COUNT >= 2000
                       DISPLAY "EMPANON: PENDING QUEUE OVER 2000 "
                           "ENTRIES - RUN ENDED"
                       CLOSE SAL-PENDING-FILE
                       PERFORM RECORD-RUN-FAIL
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE PEND-EMPNO TO WS-PEND-EMPNO(WS-PEND-COUNT)
               END-IF
           END-PERFORM
           CLOSE SAL-PENDING-FILE
           .
       LOAD-PENDING-CHANGES-EXIT.
           EXIT.

       OPEN-REGISTERS SECTION.
      *    The payroll registers an employee may still have business
      *    on, each named the way its own programs name it.
           MOVE SPACES TO WS-FINAL-FILENAME
           DISPLAY "FINAL-PAY-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FINAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FINAL-FILENAME = SPACES
               MOVE "/tmp/final_pay.dat" TO WS-FINAL-FILENAME
           END-IF
           OPEN INPUT FINAL-PAY-FILE
           IF WS-FINAL-FILE-OK
               SET WS-FINAL-OPEN TO TRUE
           ELSE
               IF NOT WS-FINAL-NO-FILE
                   DISPLAY "EMPANON: UNABLE TO READ FINAL PAY "
                       "REGISTER: " WS-FINAL-FILENAME
                       " STATUS=" WS-FINAL-STATUS
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-OK
               SET WS-CLAIMS-OPEN TO TRUE
           ELSE
               IF NOT WS-CLAIMS-NO-FILE
                   DISPLAY "EMPANON: UNABLE TO READ CLAIMS REGISTER: "
                       WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-RETRO-FILENAME
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           OPEN INPUT SAL-RETRO-FILE
           IF WS-RETRO-FILE-OK
               SET WS-RETRO-OPEN TO TRUE
           ELSE
               IF NOT WS-RETRO-NO-FILE
                   DISPLAY "EMPANON: UNABLE TO READ ARREARS "
                       "REGISTER: " WS-RETRO-FILENAME
                       " STATUS=" WS-RETRO-STATUS
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-BANKPND-FILENAME
           DISPLAY "BANK-PENDING-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BANKPND-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BANKPND-FILENAME = SPACES
               MOVE "/tmp/bank_pending.dat" TO WS-BANKPND-FILENAME
           END-IF
           OPEN INPUT BANK-PENDING-FILE
           IF WS-BANKPND-FILE-OK
               SET WS-BANKPND-OPEN TO TRUE
           ELSE
               IF NOT WS-BANKPND-NO-FILE
                   DISPLAY "EMPANON: UNABLE TO READ BANK CHANGE "
                       "QUEUE: " WS-BANKPND-FILENAME
                       " STATUS=" WS-BANKPND-STATUS
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       OPEN-REGISTERS-EXIT.
           EXIT.

       CLOSE-REGISTERS SECTION.
           IF WS-FINAL-OPEN
               CLOSE FINAL-PAY-FILE
           END-IF
           IF WS-CLAIMS-OPEN
               CLOSE CLAIMS-FILE
           END-IF
           IF WS-RETRO-OPEN
               CLOSE SAL-RETRO-FILE
           END-IF
           IF WS-BANKPND-OPEN
               CLOSE BANK-PENDING-FILE
           END-IF
           IF WS-ARCH-OPEN
               CLOSE EMP-ARCHIVE-FILE
           END-IF
           .
       CLOSE-REGISTERS-EXIT.
           EXIT.

       OPEN-ARCHIVE-FILE SECTION.
      *    Opened before anything is changed: an archive that cannot
      *    be rewritten would keep names EMP had given up.
           MOVE SPACES TO WS-ARCH-FILENAME
           DISPLAY "EMP-ARCHIVE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCH-FILENAME = SPACES
               MOVE "/tmp/emp_archive.dat" TO WS-ARCH-FILENAME
           END-IF
           OPEN I-O EMP-ARCHIVE-FILE
           IF WS-ARCH-FILE-OK
               SET WS-ARCH-OPEN TO TRUE
               GO TO OPEN-ARCHIVE-FILE-EXIT
           END-IF
           IF WS-ARCH-NO-FILE
               DISPLAY "EMPANON: NO EMP ARCHIVE AT " WS-ARCH-FILENAME
                   " - NOTHING TO ANONYMISE THERE"
               GO TO OPEN-ARCHIVE-FILE-EXIT
           END-IF
           DISPLAY "EMPANON: UNABLE TO OPEN EMP ARCHIVE: "
               WS-ARCH-FILENAME " STATUS=" WS-ARCH-STATUS
           PERFORM RECORD-RUN-FAIL
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       OPEN-ARCHIVE-FILE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    EMPANON-FILE names the anonymisation listing; it defaults
      *    to /tmp/empanon.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "EMPANON-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/empanon.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "EMPANON" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT ANON-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "EMPANON: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ANON-REPORT-REC
           IF WS-APPLY-MODE
               MOVE "RETENTION ANONYMISATION - APPLIED"
                   TO ANON-REPORT-REC
           ELSE
               MOVE "RETENTION ANONYMISATION - SIMULATION ONLY"
                   TO ANON-REPORT-REC
           END-IF
           WRITE ANON-REPORT-REC
           MOVE WS-RETAIN-YEARS TO D-YEARS
           MOVE SPACES TO ANON-REPORT-REC
           STRING "RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               "  TERMINATED BEFORE " DELIMITED SIZE
               WS-CUTOFF DELIMITED SIZE
               "  RETENTION " DELIMITED SIZE
               D-YEARS DELIMITED SIZE
               " YEARS  LEGAL HOLD " DELIMITED SIZE
               WS-HOLD-FILENAME DELIMITED SPACE
               INTO ANON-REPORT-REC
           END-STRING
           WRITE ANON-REPORT-REC
           MOVE SPACES TO ANON-REPORT-REC
           WRITE ANON-REPORT-REC
           MOVE SPACES TO ANON-REPORT-REC
           MOVE "EMPNO" TO ANON-REPORT-REC(1:5)
           MOVE "NAME" TO ANON-REPORT-REC(8:4)
           MOVE "TERMDATE" TO ANON-REPORT-REC(20:8)
           MOVE "TOKEN" TO ANON-REPORT-REC(30:5)
           MOVE "ARCHIVE" TO ANON-REPORT-REC(42:7)
           MOVE "RESULT" TO ANON-REPORT-REC(51:6)
           WRITE ANON-REPORT-REC
           MOVE ALL "-" TO ANON-REPORT-REC
           WRITE ANON-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Production, in both modes - the simulation lists exactly
      *    the rows an apply run would change.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "EMPANON" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.
           CALL "CONNMGR" USING CM-PARM
           IF NOT CM-OK
               DISPLAY "EMPANON: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       SELECT-CANDIDATES SECTION.
      *    A row already carrying its own token was done by an
      *    earlier run and is not listed again.
           EXEC SQL
               DECLARE ANONCURS CURSOR FOR
                   SELECT EMPNO, NVL(ENAME, ' '),
                       TO_CHAR(TERMDATE, 'YYYYMMDD')
                   FROM EMP
                   WHERE STATUS = 'T'
                     AND TERMDATE < TO_DATE(:CUTOFF-DATE, 'YYYYMMDD')
                     AND NVL(ENAME, ' ') <>
                         'ANON' || TO_CHAR(EMPNO, 'FM0000')
                   ORDER BY TERMDATE, EMPNO
           END-EXEC

           EXEC SQL
               OPEN ANONCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "EMPANON: UNABLE TO OPEN CANDIDATE CURSOR, "
                   "SQLCODE: " SQLCODE
               PERFORM ABANDON-RUN
           END-IF

           MOVE SPACES TO EMP-NAME-ARR
           EXEC SQL
               FETCH ANONCURS
                   INTO :EMP-NUMBER, :EMP-NAME, :TERM-DATE-CHAR
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
                   OR WS-MORE-CANDIDATES
               IF WS-CAND-COUNT >= 5000
                   SET WS-MORE-CANDIDATES TO TRUE
               ELSE
                   ADD 1 TO WS-CAND-COUNT
                   MOVE EMP-NUMBER TO WS-CD-EMPNO(WS-CAND-COUNT)
                   MOVE EMP-NAME-ARR TO WS-CD-NAME(WS-CAND-COUNT)
                   MOVE TERM-DATE-CHAR TO WS-CD-TERMDATE(WS-CAND-COUNT)
                   MOVE SPACES TO WS-CD-TOKEN(WS-CAND-COUNT)
                   STRING "ANON" DELIMITED SIZE
                       WS-CD-EMPNO(WS-CAND-COUNT) DELIMITED SIZE
                       INTO WS-CD-TOKEN(WS-CAND-COUNT)
                   END-STRING
                   MOVE ZERO TO WS-CD-ARCH-COUNT(WS-CAND-COUNT)
                   MOVE "N" TO WS-CD-ARCH-FAIL(WS-CAND-COUNT)
                   MOVE SPACES TO EMP-NAME-ARR
                   EXEC SQL
                       FETCH ANONCURS
                           INTO :EMP-NUMBER, :EMP-NAME,
                               :TERM-DATE-CHAR
                   END-EXEC
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "EMPANON: CANDIDATE FETCH FAILED, SQLCODE: "
                   SQLCODE
               PERFORM ABANDON-RUN
           END-IF

           EXEC SQL
               CLOSE ANONCURS
           END-EXEC
           .
       SELECT-CANDIDATES-EXIT.
           EXIT.

       ABANDON-RUN SECTION.
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           PERFORM RECORD-RUN-FAIL
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       ABANDON-RUN-EXIT.
           EXIT.

       JUDGE-ONE-CANDIDATE SECTION.
           MOVE "N" TO WS-CD-FINAL(WS-CAND-IDX)
           MOVE "N" TO WS-CD-CLAIM(WS-CAND-IDX)
           MOVE "N" TO WS-CD-RETRO(WS-CAND-IDX)
           MOVE "N" TO WS-CD-PENDING(WS-CAND-IDX)
           MOVE "N" TO WS-CD-BANK(WS-CAND-IDX)

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-EMPNO(WS-HOLD-IDX) = WS-CD-EMPNO(WS-CAND-IDX)
                   SET WS-CD-HELD(WS-CAND-IDX) TO TRUE
               END-IF
           END-PERFORM
           IF WS-CD-HELD(WS-CAND-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO JUDGE-ONE-CANDIDATE-EXIT
           END-IF

           PERFORM CHECK-FINAL-PAY
           PERFORM CHECK-CLAIMS
           PERFORM CHECK-ARREARS
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-EMPNO(WS-PEND-IDX) = WS-CD-EMPNO(WS-CAND-IDX)
                   MOVE "Y" TO WS-CD-PENDING(WS-CAND-IDX)
               END-IF
           END-PERFORM
           IF WS-BANKPND-OPEN
               MOVE WS-CD-EMPNO(WS-CAND-IDX) TO BKP-EMPNO
               READ BANK-PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CD-BANK(WS-CAND-IDX)
               END-READ
           END-IF

           IF WS-CD-FINAL(WS-CAND-IDX) = "Y"
               OR WS-CD-CLAIM(WS-CAND-IDX) = "Y"
               OR WS-CD-RETRO(WS-CAND-IDX) = "Y"
               OR WS-CD-PENDING(WS-CAND-IDX) = "Y"
               OR WS-CD-BANK(WS-CAND-IDX) = "Y"
               SET WS-CD-OPEN-ITEMS(WS-CAND-IDX) TO TRUE
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               SET WS-CD-ELIGIBLE(WS-CAND-IDX) TO TRUE
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF
           .
       JUDGE-ONE-CANDIDATE-EXIT.
           EXIT.

       CHECK-FINAL-PAY SECTION.
      *    Final pay not yet paid - open or calculated.
           IF NOT WS-FINAL-OPEN
               GO TO CHECK-FINAL-PAY-EXIT
           END-IF
           MOVE LOW-VALUES TO FPY-KEY
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO FPY-EMPNO
           MOVE "N" TO WS-SCAN-END-SWITCH
           START FINAL-PAY-FILE
               KEY NOT LESS FPY-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-END
               READ FINAL-PAY-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
               END-READ
               IF NOT WS-SCAN-END
                   IF FPY-EMPNO NOT = WS-CD-EMPNO(WS-CAND-IDX)
                       SET WS-SCAN-END TO TRUE
                   ELSE
                       IF FPY-OPEN OR FPY-CALCULATED
                           MOVE "Y" TO WS-CD-FINAL(WS-CAND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-FINAL-PAY-EXIT.
           EXIT.

       CHECK-CLAIMS SECTION.
      *    A claim still to be decided or approved but not paid.
           IF NOT WS-CLAIMS-OPEN
               GO TO CHECK-CLAIMS-EXIT
           END-IF
           MOVE LOW-VALUES TO CLM-KEY
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO CLM-EMPNO
           MOVE "N" TO WS-SCAN-END-SWITCH
           START CLAIMS-FILE
               KEY NOT LESS CLM-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-END
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
               END-READ
               IF NOT WS-SCAN-END
                   IF CLM-EMPNO NOT = WS-CD-EMPNO(WS-CAND-IDX)
                       SET WS-SCAN-END TO TRUE
                   ELSE
                       IF CLM-SUBMITTED OR CLM-APPROVED
                           MOVE "Y" TO WS-CD-CLAIM(WS-CAND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-CLAIMS-EXIT.
           EXIT.

       CHECK-ARREARS SECTION.
      *    Salary arrears still to be worked out, paid or recovered.
           IF NOT WS-RETRO-OPEN
               GO TO CHECK-ARREARS-EXIT
           END-IF
           MOVE LOW-VALUES TO RTR-KEY
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO RTR-EMPNO
           MOVE "N" TO WS-SCAN-END-SWITCH
           START SAL-RETRO-FILE
               KEY NOT LESS RTR-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-END
               READ SAL-RETRO-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
               END-READ
               IF NOT WS-SCAN-END
                   IF RTR-EMPNO NOT = WS-CD-EMPNO(WS-CAND-IDX)
                       SET WS-SCAN-END TO TRUE
                   ELSE
                       IF RTR-OPEN OR RTR-CALCULATED OR RTR-RECOVER
                           MOVE "Y" TO WS-CD-RETRO(WS-CAND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-ARREARS-EXIT.
           EXIT.

       ANONYMISE-ONE-EMPLOYEE SECTION.
      *    Still terminated is checked again in the UPDATE - a
      *    rehire since the candidates were read keeps the name.
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO EMP-NUMBER
           MOVE WS-CD-TOKEN(WS-CAND-IDX) TO ANON-TOKEN

           EXEC SQL
               UPDATE EMP
                   SET ENAME = :ANON-TOKEN,
                       TERMREASON = 'ANONYMISED'
                   WHERE EMPNO = :EMP-NUMBER
                     AND STATUS = 'T'
           END-EXEC

           IF SQLCODE = 100
               SET WS-CD-GONE(WS-CAND-IDX) TO TRUE
               ADD 1 TO WS-GONE-COUNT
               SUBTRACT 1 FROM WS-ELIGIBLE-COUNT
               GO TO ANONYMISE-ONE-EMPLOYEE-EXIT
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "EMPANON: UPDATE FAILED FOR EMPNO "
                   WS-CD-EMPNO(WS-CAND-IDX) " - SQLCODE = " SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               SET WS-CD-FAILED(WS-CAND-IDX) TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               SUBTRACT 1 FROM WS-ELIGIBLE-COUNT
               GO TO ANONYMISE-ONE-EMPLOYEE-EXIT
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC
           SET WS-CD-DONE(WS-CAND-IDX) TO TRUE
           ADD 1 TO WS-DONE-COUNT

           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO WS-JRNL-EMPNO
           MOVE "ANONYMISE" TO WS-JRNL-FIELD
           MOVE WS-CD-TERMDATE(WS-CAND-IDX) TO WS-JRNL-BEFORE
           MOVE WS-CD-TOKEN(WS-CAND-IDX) TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL

           IF WS-ARCH-OPEN
               PERFORM ANONYMISE-ARCHIVE
           END-IF
           .
       ANONYMISE-ONE-EMPLOYEE-EXIT.
           EXIT.

       ANONYMISE-ARCHIVE SECTION.
      *    Every nightly snapshot of the employee, oldest first.
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO ARCH-EMPNO
           MOVE ZERO TO ARCH-SNAP-DATE
           MOVE "N" TO WS-SCAN-END-SWITCH
           START EMP-ARCHIVE-FILE
               KEY NOT LESS ARCH-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-END
               READ EMP-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
               END-READ
               IF NOT WS-SCAN-END
                   IF ARCH-EMPNO NOT = WS-CD-EMPNO(WS-CAND-IDX)
                       SET WS-SCAN-END TO TRUE
                   ELSE
                       MOVE WS-CD-TOKEN(WS-CAND-IDX) TO ARCH-ENAME
                       REWRITE ARCH-REC
                       IF WS-ARCH-FILE-OK
                           ADD 1 TO WS-CD-ARCH-COUNT(WS-CAND-IDX)
                           ADD 1 TO WS-ARCH-COUNT
                       ELSE
                           DISPLAY "EMPANON: ARCHIVE REWRITE FAILED "
                               "FOR EMPNO " ARCH-EMPNO " SNAPSHOT "
                               ARCH-SNAP-DATE " STATUS="
                               WS-ARCH-STATUS
                           MOVE "Y" TO WS-CD-ARCH-FAIL(WS-CAND-IDX)
                           ADD 1 TO WS-FAILED-COUNT
                           SET WS-SCAN-END TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       ANONYMISE-ARCHIVE-EXIT.
           EXIT.

       REPORT-ONE-CANDIDATE SECTION.
           MOVE SPACES TO ANON-REPORT-REC
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO ANON-REPORT-REC(1:4)
      *    Once the name is gone from EMP it is not kept here.
           IF NOT WS-CD-DONE(WS-CAND-IDX)
               MOVE WS-CD-NAME(WS-CAND-IDX) TO ANON-REPORT-REC(8:10)
           END-IF
           MOVE WS-CD-TERMDATE(WS-CAND-IDX) TO ANON-REPORT-REC(20:8)
           MOVE WS-CD-TOKEN(WS-CAND-IDX) TO ANON-REPORT-REC(30:10)
           IF WS-APPLY-MODE AND WS-ARCH-OPEN
               MOVE WS-CD-ARCH-COUNT(WS-CAND-IDX)
                   TO ANON-REPORT-REC(43:4)
           END-IF
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-CD-DONE(WS-CAND-IDX)
                   AND WS-CD-ARCH-FAIL(WS-CAND-IDX) = "Y"
                   MOVE "ANONYMISED - ARCHIVE REWRITE FAILED, SEE LOG"
                       TO WS-REASON
               WHEN WS-CD-DONE(WS-CAND-IDX)
                   MOVE "ANONYMISED" TO WS-REASON
               WHEN WS-CD-ELIGIBLE(WS-CAND-IDX)
                   MOVE "WOULD ANONYMISE" TO WS-REASON
               WHEN WS-CD-HELD(WS-CAND-IDX)
                   MOVE "SKIPPED: LEGAL HOLD" TO WS-REASON
               WHEN WS-CD-GONE(WS-CAND-IDX)
                   MOVE "SKIPPED: NO LONGER TERMINATED" TO WS-REASON
               WHEN WS-CD-FAILED(WS-CAND-IDX)
                   MOVE "FAILED - SEE RUN LOG" TO WS-REASON
               WHEN WS-CD-OPEN-ITEMS(WS-CAND-IDX)
                   PERFORM BUILD-OPEN-ITEM-REASON
           END-EVALUATE
           MOVE WS-REASON TO ANON-REPORT-REC(51:60)
           WRITE ANON-REPORT-REC
           .
       REPORT-ONE-CANDIDATE-EXIT.
           EXIT.

       BUILD-OPEN-ITEM-REASON SECTION.
           MOVE 1 TO WS-REASON-PTR
           STRING "SKIPPED: OPEN" DELIMITED SIZE
               INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-STRING
           IF WS-CD-FINAL(WS-CAND-IDX) = "Y"
               STRING " FINAL-PAY" DELIMITED SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-CLAIM(WS-CAND-IDX) = "Y"
               STRING " CLAIM" DELIMITED SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-RETRO(WS-CAND-IDX) = "Y"
               STRING " ARREARS" DELIMITED SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-PENDING(WS-CAND-IDX) = "Y"
               STRING " SAL-CHANGE" DELIMITED SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-BANK(WS-CAND-IDX) = "Y"
               STRING " BANK-CHANGE" DELIMITED SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           .
       BUILD-OPEN-ITEM-REASON-EXIT.
           EXIT.

       ANONYMISE-REPORTING-COPY SECTION.
      *    The reporting copy takes the same tokens now rather than
      *    at EMPREPL's next run, so the names are not left readable
      *    there in between. Production has been released first -
      *    one session at a time, as EMPREPL does it. Without a
      *    target named, EMPREPL carries the tokens over itself.
           MOVE SPACES TO WS-TARGET-DSN
           DISPLAY "EMPREPL-TARGET-DSN" UPON ENVIRONMENT-NAME
           ACCEPT WS-TARGET-DSN FROM ENVIRONMENT-VALUE
           IF WS-TARGET-DSN = SPACES
               DISPLAY "EMPANON: EMPREPL-TARGET-DSN NOT SET - THE "
                   "REPORTING COPY TAKES THE TOKENS AT EMPREPL'S "
                   "NEXT RUN"
               GO TO ANONYMISE-REPORTING-COPY-EXIT
           END-IF
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "EMPANON" TO CM-CALLER
           MOVE WS-TARGET-DSN TO CM-DSN
           CALL "CONNMGR" USING CM-PARM
           IF NOT CM-OK
               DISPLAY "EMPANON: REPORTING COPY CONNECT FAILED, "
                   "SQLCODE: " CM-SQLCODE " - EMPREPL WILL CARRY "
                   "THE TOKENS OVER"
               SET WS-REPL-FAILED TO TRUE
               GO TO ANONYMISE-REPORTING-COPY-EXIT
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CD-DONE(WS-CAND-IDX)
                   PERFORM ANONYMISE-ONE-REPL-ROW
               END-IF
           END-PERFORM
           EXEC SQL
               COMMIT WORK
           END-EXEC
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           .
       ANONYMISE-REPORTING-COPY-EXIT.
           EXIT.

       ANONYMISE-ONE-REPL-ROW SECTION.
      *    A row not yet replicated (SQLCODE 100) arrives with its
      *    token when EMPREPL next runs.
           MOVE WS-CD-EMPNO(WS-CAND-IDX) TO EMP-NUMBER
           MOVE WS-CD-TOKEN(WS-CAND-IDX) TO ANON-TOKEN
           EXEC SQL
               UPDATE EMP
                   SET ENAME = :ANON-TOKEN
                   WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-REPL-COUNT
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY "EMPANON: REPORTING COPY UPDATE FAILED "
                       "FOR EMPNO " WS-CD-EMPNO(WS-CAND-IDX)
                       " - SQLCODE = " SQLCODE
                   SET WS-REPL-FAILED TO TRUE
               END-IF
           END-IF
           .
       ANONYMISE-ONE-REPL-ROW-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY SECTION.
           MOVE SPACES TO ANON-REPORT-REC
           WRITE ANON-REPORT-REC
           MOVE WS-CAND-COUNT TO D-COUNT
           MOVE SPACES TO ANON-REPORT-REC
           STRING "CANDIDATES PAST RETENTION " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO ANON-REPORT-REC
           END-STRING
           WRITE ANON-REPORT-REC
           IF WS-APPLY-MODE
               MOVE WS-DONE-COUNT TO D-COUNT
               MOVE SPACES TO ANON-REPORT-REC
               STRING "ANONYMISED                " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   INTO ANON-REPORT-REC
               END-STRING
           ELSE
               MOVE WS-ELIGIBLE-COUNT TO D-COUNT
               MOVE SPACES TO ANON-REPORT-REC
               STRING "WOULD BE ANONYMISED       " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   INTO ANON-REPORT-REC
               END-STRING
           END-IF
           WRITE ANON-REPORT-REC
           MOVE WS-HELD-COUNT TO D-COUNT
           MOVE SPACES TO ANON-REPORT-REC
           STRING "SKIPPED - LEGAL HOLD      " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO ANON-REPORT-REC
           END-STRING
           WRITE ANON-REPORT-REC
           MOVE WS-OPEN-COUNT TO D-COUNT
           MOVE SPACES TO ANON-REPORT-REC
           STRING "SKIPPED - OPEN ITEMS      " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO ANON-REPORT-REC
           END-STRING
           WRITE ANON-REPORT-REC
           IF WS-APPLY-MODE
               MOVE WS-GONE-COUNT TO D-COUNT
               MOVE SPACES TO ANON-REPORT-REC
               STRING "SKIPPED - REHIRED         " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   INTO ANON-REPORT-REC
               END-STRING
               WRITE ANON-REPORT-REC
               MOVE WS-FAILED-COUNT TO D-COUNT
               MOVE SPACES TO ANON-REPORT-REC
               STRING "FAILED                    " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   INTO ANON-REPORT-REC
               END-STRING
               WRITE ANON-REPORT-REC
               MOVE WS-ARCH-COUNT TO D-COUNT
               MOVE SPACES TO ANON-REPORT-REC
               STRING "ARCHIVE SNAPSHOTS         " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   INTO ANON-REPORT-REC
               END-STRING
               WRITE ANON-REPORT-REC
               MOVE WS-REPL-COUNT TO D-COUNT
               MOVE SPACES TO ANON-REPORT-REC
               STRING "REPORTING COPY ROWS       " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   INTO ANON-REPORT-REC
               END-STRING
               WRITE ANON-REPORT-REC
           END-IF
           IF WS-MORE-CANDIDATES
               MOVE SPACES TO ANON-REPORT-REC
               MOVE "MORE THAN 5000 CANDIDATES - REST ON NEXT RUN"
                   TO ANON-REPORT-REC
               WRITE ANON-REPORT-REC
           END-IF
           .
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.

           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="EMPANON"==.
