           SELECT ERROR-REPORT-FILE ASSIGN TO WS-ERROR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ERROR-STATUS.
           SELECT POSN-HOLD-FILE ASSIGN TO WS-POSN-HOLD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PH-EMPNO
               FILE STATUS WS-POSN-HOLD-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
               10  TRANS-COMM-N REDEFINES TRANS-COMM-X
                                       PIC 9(7)V99.
               10  TRANS-DEPTNO        PIC X(4).
               10  TRANS-PROBEND       PIC X(10).
               10  TRANS-GENDER        PIC X.
               10  TRANS-EMPTYPE       PIC X.
               10  FILLER              PIC X(8).
           05  TRANS-TERM-BODY REDEFINES TRANS-BODY.
               10  TRANS-TERM-REASON   PIC X(30).
               10  FILLER              PIC X(45).
           COPY BATCHHT.
       FD  ERROR-REPORT-FILE.
       01  ERROR-REC                   PIC X(132).
       FD  POSN-HOLD-FILE.
           COPY POSHOLD.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       01  NEW-HIREDATE                 PIC X(10).
       01  EMP-STATUS                   PIC X(1).
       01  TERM-REASON                  PIC X(30) VARYING.
       01  BAND-MIN                     PIC S9(7)V99 COMP-3.
       01  BAND-MID                     PIC S9(7)V99 COMP-3.
       01  BAND-MAX                     PIC S9(7)V99 COMP-3.
       01  PROB-MONTHS                  PIC S9(4) COMP VALUE ZERO.
       01  PROB-MONTHS-IND              PIC S9(4) COMP VALUE ZERO.
       01  PROB-END-CHAR                PIC X(8).
       01  PROB-END-IND                 PIC S9(4) COMP VALUE ZERO.
       01  PROB-STATUS                  PIC X(1).
       01  EMP-GENDER                   PIC X(1).
       01  GENDER-IND                   PIC S9(4) COMP VALUE ZERO.
       01  EMP-TYPE                     PIC X(1).
       01  EMPTYPE-IND                  PIC S9(4) COMP VALUE ZERO.
       01  POSN-ROWS                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-AUTH                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-FILLED                  PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY EMPJRNWS.
           COPY COMMCHKL.
           COPY DATEEDLK.
           COPY FINALLK.
           COPY BANDCHKL.
           COPY PROBDTLK.
           COPY POSNCHKL.
           COPY BATCHLK.
           COPY EMPNOALK.

       01  WS-TRANS-FILENAME            PIC X(256).
       01  WS-TRANS-STATUS              PIC XX.
       01  WS-ERROR-STATUS              PIC XX.
           88  WS-ERROR-FILE-OK               VALUE "00".

      *    POSN-HOLD-FILE names the held headcount queue a hire past
      *    its department's authorized positions goes to when
      *    POSITION-ACTION is HOLD; it defaults to /tmp/posn_hold.dat
      *    and is opened on the first hold of the run.
       01  WS-POSN-HOLD-FILENAME        PIC X(256).
       01  WS-POSN-HOLD-STATUS          PIC XX.
           88  WS-POSN-HOLD-FILE-OK           VALUE "00".
           88  WS-POSN-HOLD-DUP-KEY           VALUE "22".
           88  WS-POSN-HOLD-NO-FILE           VALUE "35".
       01  WS-POSN-HOLD-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-POSN-HOLD-OPEN              VALUE "Y".
       01  WS-POSN-HELD-SWITCH          PIC X.
           88  WS-POSN-HELD                   VALUE "Y".
       01  WS-POSN-AUTH-DISP            PIC 9(4).
       01  WS-POSN-FILLED-DISP          PIC 9(4).

       01  WS-TRANS-EOF-SWITCH          PIC X VALUE "N".
           88  WS-TRANS-EOF                   VALUE "Y".
       01  WS-BATCH-SWITCH              PIC X VALUE "N".
           88  WS-BATCH-REFUSED               VALUE "Y".

       01  WS-READ-COUNT                PIC 9(5) VALUE 0.
       01  WS-HIRED-COUNT               PIC 9(5) VALUE 0.
       01  WS-TERMED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-BAND-WARN-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40).
       01  WS-BAND-WARNING              PIC X(40).
       01  WS-REJECT-SWITCH             PIC X.
           88  WS-REC-REJECTED                VALUE "Y".

       01  WS-TRANS-EMPNO-NUM           PIC 9(4).

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-PROB-HIRE-DATE            PIC 9(8).
       01  WS-PROB-HIRE-SPLIT REDEFINES WS-PROB-HIRE-DATE.
           05  WS-PROB-HIRE-YYYY        PIC X(4).
           05  WS-PROB-HIRE-MM          PIC XX.
           05  WS-PROB-HIRE-DD          PIC XX.
       01  WS-PROB-END-DATE             PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM RECORD-RUN-START
           PERFORM OPEN-TRANS-FILE
           PERFORM OPEN-ERROR-REPORT
           PERFORM PROVE-TRANS-BATCH
           IF WS-BATCH-REFUSED
               PERFORM END-REFUSED-BATCH
           END-IF
           PERFORM CONNECT-TO-ORACLE

      *    One pass, each transaction fully edited before it is
      *    applied - an intake batch where record 7 is bad still
      *    loads the other nineteen starters, with the reject on
      *    the report for HR to fix and resubmit. The batch as a
      *    whole has already proved against its trailer.
           PERFORM READ-NEXT-TRANS
           PERFORM UNTIL WS-TRANS-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM READ-NEXT-TRANS
           END-PERFORM
           CLOSE TRANS-FILE
           PERFORM REGISTER-TRANS-BATCH

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           CLOSE ERROR-REPORT-FILE
           IF WS-POSN-HOLD-OPEN
               CLOSE POSN-HOLD-FILE
           END-IF

           DISPLAY "EMPLOAD: " WS-READ-COUNT " read, "
               WS-HIRED-COUNT " hired, "
               WS-TERMED-COUNT " terminated, "
               WS-REJECT-COUNT " rejected"
           IF WS-HELD-COUNT > 0
               DISPLAY "EMPLOAD: " WS-HELD-COUNT
                   " hire(s) held for headcount approval in POSAPPR"
                   " - see " WS-ERROR-FILENAME
           END-IF
           IF WS-BAND-WARN-COUNT > 0
               DISPLAY "EMPLOAD: " WS-BAND-WARN-COUNT
                   " hire(s) outside the salary band - see "
                   WS-ERROR-FILENAME
           END-IF

           PERFORM RECORD-RUN-END


       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-REJECT-COUNT > 0 OR WS-BATCH-REFUSED
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
       OPEN-TRANS-FILE SECTION.
      *    EMPLOAD-TRANS names the HR hire/termination transaction
      *    file. Each line carries EMPNO (4) and action code H or T.
      *    An H line leaves EMPNO blank (or 0000) - the shared
      *    allocator EMPNOALC issues the new hire's number, which
      *    the report lists against the line - and continues with
      *    ENAME (10), JOB (9), MGR (4,
      *    blank for NULL), HIREDATE (10, YYYY-MM-DD, blank for
      *    today), SAL (9, 9(7)V99), COMM (9, blank for NULL),
      *    DEPTNO (4) and the probation end (10, YYYY-MM-DD, blank
      *    for the job's probation period from HIREDATE, NONE for no
      *    probation). A T line continues with the reason code (30).
      *    The lines sit between a batch header and trailer
      *    (copy/BATCHHT.cpy); the trailer's money hash is the SAL
      *    and COMM of the H lines.
           MOVE SPACES TO WS-TRANS-FILENAME
           DISPLAY "EMPLOAD-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT-VALUE
       OPEN-ERROR-REPORT-EXIT.
           EXIT.

       PROVE-TRANS-BATCH SECTION.
      *    The file comes from another team's system - before one
      *    line is loaded it must prove against its own trailer and
      *    carry a batch number not applied before. A batch that
      *    fails is refused whole; nothing in it is loaded.
           MOVE SPACES TO BX-PARM
           MOVE "P" TO BX-FUNCTION
           MOVE "EMPLOAD" TO BX-PROGRAM
           MOVE WS-TRANS-FILENAME TO BX-FILENAME
           MOVE 2 TO BX-AMOUNT-COUNT
           MOVE 39 TO BX-AMOUNT-POS(1)
           MOVE 48 TO BX-AMOUNT-POS(2)
           CALL "BATCHCTL" USING BX-PARM
           IF NOT BX-OK
               SET WS-BATCH-REFUSED TO TRUE
               IF BX-REASON = SPACES
                   MOVE "BATCH COULD NOT BE PROVED" TO BX-REASON
               END-IF
           END-IF
           .
       PROVE-TRANS-BATCH-EXIT.
           EXIT.

       END-REFUSED-BATCH SECTION.
           MOVE SPACES TO ERROR-REC
           STRING "BATCH " DELIMITED SIZE
               BX-BATCH-NO DELIMITED SIZE
               " FROM " DELIMITED SIZE
               BX-SOURCE DELIMITED SIZE
               " REFUSED WHOLE: " DELIMITED SIZE
               BX-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           CLOSE TRANS-FILE
           CLOSE ERROR-REPORT-FILE
           DISPLAY "EMPLOAD: BATCH REFUSED - " BX-REASON
               " - NOTHING LOADED"
           PERFORM RECORD-RUN-END
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       END-REFUSED-BATCH-EXIT.
           EXIT.

       REGISTER-TRANS-BATCH SECTION.
      *    Loaded - the batch number cannot be loaded again.
           MOVE "R" TO BX-FUNCTION
           CALL "BATCHCTL" USING BX-PARM
           IF NOT BX-OK
               DISPLAY "EMPLOAD: WARNING - BATCH " BX-BATCH-NO
                   " NOT ENTERED ON THE BATCH REGISTER"
           END-IF
           .
       REGISTER-TRANS-BATCH-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           MOVE SPACES TO WS-REJECT-REASON

           IF TRANS-REC = SPACES OR TRANS-EMPNO(1:1) = "*"
               OR BHD-IS-HEADER OR BTR-IS-TRAILER
               SUBTRACT 1 FROM WS-READ-COUNT
               GO TO PROCESS-ONE-TRANS-EXIT
           END-IF

      *    A hire's number is issued on the load, never taken
      *    from the file - one the HR system made up could be a
      *    number a former employee once carried.
           IF TRANS-ACTION = "H"
               IF TRANS-EMPNO = SPACES OR TRANS-EMPNO = "0000"
                   MOVE "0000" TO TRANS-EMPNO
               ELSE
                   MOVE "HIRE EMPNO NOT BLANK - ISSUED ON LOAD"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   GO TO PROCESS-ONE-TRANS-EXIT
               END-IF
           END-IF

           IF TRANS-EMPNO NOT NUMERIC
               MOVE "EMPNO NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE

       LOAD-ONE-HIRE SECTION.
      *    The same edits the interactive ADD-NEW-HIRE applies:
      *    name and job required, job sanctioned on JOBREF,
      *    optional MGR verified on EMP, HIREDATE shape, numeric
      *    money with optional COMM going in as NULL. The EMPNO is
      *    issued once the line has passed them.
           IF TRANS-ENAME = SPACES
               MOVE "NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               TALLYING WS-VALUE-TRAIL-CT FOR TRAILING SPACE
           COMPUTE NEW-JOB-LEN = 9 - WS-VALUE-TRAIL-CT
           MOVE SPACES TO JOB-DESC-ARR
           MOVE ZERO TO PROB-MONTHS-IND
           EXEC SQL
               SELECT JOBDESC, NVL(SALMIN, 0), NVL(SALMID, 0),
                      NVL(SALMAX, 0), PROBMONTHS
               INTO :JOB-DESC, :BAND-MIN, :BAND-MID, :BAND-MAX,
                    :PROB-MONTHS:PROB-MONTHS-IND
               FROM JOBREF
               WHERE JOBCODE = :NEW-JOB
           END-EXEC
               MOVE TRANS-HIREDATE TO NEW-HIREDATE
           END-IF

           PERFORM SET-HIRE-PROBATION
           IF WS-REC-REJECTED
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF

           IF TRANS-SAL-X NOT NUMERIC
               MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
           END-IF
           MOVE TRANS-SAL-N TO SALARY

      *    The starting salary is held against the job's band
      *    through the shared BANDCHK - refused outside it unless
      *    SALBAND-ACTION=WARN, when the hire goes in and the
      *    listing carries the warning.
           MOVE SPACES TO WS-BAND-WARNING
           MOVE SPACES TO BC-PARM
           MOVE "C" TO BC-FUNCTION
           MOVE BAND-MIN TO BC-MIN
           MOVE BAND-MID TO BC-MID
           MOVE BAND-MAX TO BC-MAX
           MOVE SALARY TO BC-SALARY
           MOVE ZERO TO BC-OLD-SALARY
           MOVE "N" TO BC-CHANGE-SWITCH
           CALL "BANDCHK" USING BC-PARM
           IF BC-BELOW
               MOVE "SALARY BELOW BAND MINIMUM" TO WS-BAND-WARNING
           END-IF
           IF BC-ABOVE
               MOVE "SALARY ABOVE BAND MAXIMUM" TO WS-BAND-WARNING
           END-IF
           IF BC-REFUSE
               MOVE WS-BAND-WARNING TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF

           IF TRANS-COMM-X = SPACES
               MOVE -1 TO COMM-IND
               MOVE ZERO TO COMMISSION
               MOVE TRANS-COMM-N TO COMMISSION
           END-IF

      *    Gender F, M or X and employment type F full-time, P
      *    part-time or C casual; either may be left blank when HR
      *    has not recorded it.
           EVALUATE TRANS-GENDER
               WHEN SPACE
                   MOVE -1 TO GENDER-IND
                   MOVE SPACE TO EMP-GENDER
               WHEN "F"
               WHEN "M"
               WHEN "X"
                   MOVE ZERO TO GENDER-IND
                   MOVE TRANS-GENDER TO EMP-GENDER
               WHEN OTHER
                   MOVE "GENDER NOT F, M, X OR BLANK"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   GO TO LOAD-ONE-HIRE-EXIT
           END-EVALUATE
           EVALUATE TRANS-EMPTYPE
               WHEN SPACE
                   MOVE -1 TO EMPTYPE-IND
                   MOVE SPACE TO EMP-TYPE
               WHEN "F"
               WHEN "P"
               WHEN "C"
                   MOVE ZERO TO EMPTYPE-IND
                   MOVE TRANS-EMPTYPE TO EMP-TYPE
               WHEN OTHER
                   MOVE "EMPLOYMENT TYPE NOT F, P, C OR BLANK"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   GO TO LOAD-ONE-HIRE-EXIT
           END-EVALUATE

           IF TRANS-DEPTNO NOT NUMERIC
               MOVE "DEPT NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF

      *    Drawn before the position check, which holds the hire
      *    under it. The number goes into the line itself, so every
      *    report line from here on shows it; a hire refused after
      *    this leaves the number unused, a gap and nothing more.
           MOVE SPACES TO NA-PARM
           MOVE "A" TO NA-FUNCTION
           MOVE "EMPLOAD" TO NA-CALLER
           CALL "EMPNOALC" USING NA-PARM
           IF NA-EXHAUSTED
               MOVE "NO EMPNO LEFT TO ISSUE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF
           IF NOT NA-OK
               MOVE "EMPNO COULD NOT BE ISSUED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF
           MOVE NA-EMPNO TO EMP-NUMBER
           MOVE NA-EMPNO TO WS-TRANS-EMPNO-NUM
           MOVE NA-EMPNO TO TRANS-EMPNO

      *    Past the department's authorized positions for the job
      *    the hire is rejected, or held for approval, as
      *    POSITION-ACTION says.
           PERFORM CHECK-HIRE-POSITION
           IF WS-REC-REJECTED
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF
           IF WS-POSN-HELD
               GO TO LOAD-ONE-HIRE-EXIT
           END-IF

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

           IF SQLCODE = 0
                   COMMIT WORK
               END-EXEC
               ADD 1 TO WS-HIRED-COUNT
               PERFORM WRITE-HIRED-LINE
               MOVE "HIRED" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE SALARY TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
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
               IF BC-WARN
                   PERFORM WRITE-BAND-WARNING-LINE
               END-IF
           ELSE
               MOVE "INSERT FAILED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
       LOAD-ONE-HIRE-EXIT.
           EXIT.

       SET-HIRE-PROBATION SECTION.
      *    The probation end runs from HIREDATE by the job's months,
      *    worked out by the shared PROBDATE as the interactive hire
      *    does; the line may carry its own end date instead, or
      *    NONE. Leaves WS-REC-REJECTED set with the reason when the
      *    line's end date will not do.
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE NEW-HIREDATE(1:4) TO WS-PROB-HIRE-YYYY
           MOVE NEW-HIREDATE(6:2) TO WS-PROB-HIRE-MM
           MOVE NEW-HIREDATE(9:2) TO WS-PROB-HIRE-DD
           MOVE SPACES TO PD-PARM
           MOVE "E" TO PD-FUNCTION
           MOVE WS-PROB-HIRE-DATE TO PD-HIRE-DATE
           IF PROB-MONTHS-IND = -1
               MOVE "N" TO PD-MONTHS-SWITCH
               MOVE ZERO TO PD-MONTHS
           ELSE
               MOVE "Y" TO PD-MONTHS-SWITCH
               MOVE PROB-MONTHS TO PD-MONTHS
           END-IF
           CALL "PROBDATE" USING PD-PARM
           IF PD-FAILED
               MOVE "PROBATION END NOT WORKED OUT"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
               GO TO SET-HIRE-PROBATION-EXIT
           END-IF
           MOVE PD-END-DATE TO WS-PROB-END-DATE

           IF TRANS-PROBEND = "NONE" OR TRANS-PROBEND = "none"
               MOVE ZERO TO WS-PROB-END-DATE
           ELSE
               IF TRANS-PROBEND NOT = SPACES
                   MOVE SPACES TO DE-PARM
                   MOVE TRANS-PROBEND TO DE-DATE-IN
                   MOVE "D" TO DE-FORMAT
                   MOVE "N" TO DE-NO-FUTURE
                   MOVE WS-PROB-HIRE-DATE TO DE-MIN-DATE
                   MOVE ZERO TO DE-MAX-DATE
                   CALL "DATEEDIT" USING DE-PARM
                   IF NOT DE-OK OR DE-DATE-OUT = WS-PROB-HIRE-DATE
                       MOVE "PROBATION END NOT A DATE AFTER HIRE"
                           TO WS-REJECT-REASON
                       SET WS-REC-REJECTED TO TRUE
                       GO TO SET-HIRE-PROBATION-EXIT
                   END-IF
                   MOVE DE-DATE-OUT TO WS-PROB-END-DATE
               END-IF
           END-IF

           IF WS-PROB-END-DATE = ZERO
               MOVE -1 TO PROB-END-IND
               MOVE SPACES TO PROB-END-CHAR
               MOVE SPACE TO PROB-STATUS
           ELSE
               MOVE ZERO TO PROB-END-IND
               MOVE WS-PROB-END-DATE TO PROB-END-CHAR
               MOVE "P" TO PROB-STATUS
           END-IF
           .
       SET-HIRE-PROBATION-EXIT.
           EXIT.

       CHECK-HIRE-POSITION SECTION.
      *    The same position check the interactive hire makes: the
      *    positions in effect today for the department and job,
      *    the employees filling them, and the shared POSNCHK's
      *    answer. Leaves WS-REC-REJECTED set with the reason when
      *    the hire is refused - including when a count cannot be
      *    had - and WS-POSN-HELD when it went to the held queue.
           MOVE "N" TO WS-POSN-HELD-SWITCH
           MOVE ZERO TO POSN-ROWS
           MOVE ZERO TO POSN-AUTH
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
               MOVE ZERO TO POSN-FILLED
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :POSN-FILLED
                   FROM EMP
                   WHERE DEPTNO = :DEPT-NUMBER
                     AND JOB = :NEW-JOB
                     AND NVL(STATUS, 'A') <> 'T'
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE "POSITION COUNT LOOKUP FAILED"
                   TO WS-REJECT-REASON
               SET WS-REC-REJECTED TO TRUE
               GO TO CHECK-HIRE-POSITION-EXIT
           END-IF

           MOVE SPACES TO PC-PARM
           MOVE "C" TO PC-FUNCTION
           IF POSN-ROWS > 0
               MOVE "Y" TO PC-POSITION-SWITCH
           ELSE
               MOVE "N" TO PC-POSITION-SWITCH
           END-IF
           MOVE POSN-AUTH TO PC-AUTH-COUNT
           MOVE POSN-FILLED TO PC-FILLED-COUNT
           CALL "POSNCHK" USING PC-PARM
           IF PC-ALLOW
               GO TO CHECK-HIRE-POSITION-EXIT
           END-IF

           MOVE PC-AUTH-COUNT TO WS-POSN-AUTH-DISP
           MOVE PC-FILLED-COUNT TO WS-POSN-FILLED-DISP
           MOVE SPACES TO WS-REJECT-REASON
           STRING "NO VACANCY - AUTHORIZED " DELIMITED SIZE
               WS-POSN-AUTH-DISP DELIMITED SIZE
               " FILLED " DELIMITED SIZE
               WS-POSN-FILLED-DISP DELIMITED SIZE
               INTO WS-REJECT-REASON
           END-STRING
           IF PC-HOLD
               PERFORM WRITE-HELD-HIRE
           ELSE
               SET WS-REC-REJECTED TO TRUE
           END-IF
           .
       CHECK-HIRE-POSITION-EXIT.
           EXIT.

       WRITE-HELD-HIRE SECTION.
      *    The hire as loaded goes on the held headcount queue
      *    (copy/POSHOLD.cpy) instead of EMP, and is listed on the
      *    error report for HR to follow up; POSAPPR makes it once
      *    another operator approves the extra head. A queue that
      *    cannot take it makes the line a reject.
           IF NOT WS-POSN-HOLD-OPEN
               MOVE SPACES TO WS-POSN-HOLD-FILENAME
               DISPLAY "POSN-HOLD-FILE" UPON ENVIRONMENT-NAME
               ACCEPT WS-POSN-HOLD-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-POSN-HOLD-FILENAME = SPACES
                   MOVE "/tmp/posn_hold.dat" TO WS-POSN-HOLD-FILENAME
               END-IF
               OPEN I-O POSN-HOLD-FILE
               IF WS-POSN-HOLD-NO-FILE
                   OPEN OUTPUT POSN-HOLD-FILE
                   CLOSE POSN-HOLD-FILE
                   OPEN I-O POSN-HOLD-FILE
               END-IF
               IF NOT WS-POSN-HOLD-FILE-OK
                   MOVE "HELD QUEUE WILL NOT OPEN" TO WS-REJECT-REASON
                   SET WS-REC-REJECTED TO TRUE
                   GO TO WRITE-HELD-HIRE-EXIT
               END-IF
               SET WS-POSN-HOLD-OPEN TO TRUE
           END-IF

           MOVE SPACES TO POSN-HOLD-REC
           MOVE EMP-NUMBER TO PH-EMPNO
           SET PH-HIRE TO TRUE
           ACCEPT PH-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT PH-REQ-TIME FROM TIME
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT PH-REQ-BY FROM ENVIRONMENT-VALUE
           IF PH-REQ-BY = SPACES
               MOVE "EMPLOAD" TO PH-REQ-BY
           END-IF
           MOVE "EMPLOAD" TO PH-SOURCE
           MOVE DEPT-NUMBER TO PH-DEPTNO
           MOVE NEW-JOB-ARR TO PH-JOB
           MOVE ZERO TO PH-FROM-DEPTNO
           MOVE PC-AUTH-COUNT TO PH-AUTH-COUNT
           MOVE PC-FILLED-COUNT TO PH-FILLED-COUNT
           MOVE EMP-NAME-ARR TO PH-ENAME
           IF MGR-IND = -1
               MOVE "N" TO PH-MGR-SWITCH
               MOVE ZERO TO PH-MGR
           ELSE
               MOVE "Y" TO PH-MGR-SWITCH
               MOVE NEW-MGR TO PH-MGR
           END-IF
           MOVE NEW-HIREDATE TO PH-HIREDATE
           MOVE SALARY TO PH-SAL
           IF COMM-IND = -1
               MOVE "N" TO PH-COMM-SWITCH
               MOVE ZERO TO PH-COMM
           ELSE
               MOVE "Y" TO PH-COMM-SWITCH
               MOVE COMMISSION TO PH-COMM
           END-IF
           IF PROB-END-IND = -1
               MOVE ZERO TO PH-PROBEND
           ELSE
               MOVE PROB-END-CHAR TO PH-PROBEND
           END-IF
           IF GENDER-IND = 0
               MOVE EMP-GENDER TO PH-GENDER
           END-IF
           IF EMPTYPE-IND = 0
               MOVE EMP-TYPE TO PH-EMPTYPE
           END-IF
           WRITE POSN-HOLD-REC
           IF NOT WS-POSN-HOLD-FILE-OK
               IF WS-POSN-HOLD-DUP-KEY
                   MOVE "EMPNO ALREADY HELD FOR APPROVAL"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "HELD QUEUE WRITE FAILED" TO WS-REJECT-REASON
               END-IF
               SET WS-REC-REJECTED TO TRUE
               GO TO WRITE-HELD-HIRE-EXIT
           END-IF

           SET WS-POSN-HELD TO TRUE
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO ERROR-REC
           STRING TRANS-REC(1:40) DELIMITED SIZE
               "  HELD: " DELIMITED SIZE
               WS-REJECT-REASON DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-HELD-HIRE-EXIT.
           EXIT.

       VERIFY-MANAGER-ROW SECTION.
      *    The manager row must exist on EMP, so a batch intake
      *    cannot plant the bad numbers ORGCHART would otherwise
               MOVE "T" TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
               PERFORM REGISTER-FINAL-PAY
           ELSE
               MOVE "TERMINATION UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
       LOAD-ONE-TERMINATION-EXIT.
           EXIT.

       REGISTER-FINAL-PAY SECTION.
      *    The leaver goes on the final-pay register for FINALCALC
      *    and the off-cycle final-pay run. TERMDATE was set to
      *    today. Failing that, the termination stands and payroll
      *    is told to pay the leaver by hand.
           MOVE SPACES TO FP-PARM
           MOVE "A" TO FP-FUNCTION
           MOVE EMP-NUMBER TO FP-EMPNO
           ACCEPT FP-TERM-DATE FROM DATE YYYYMMDD
           MOVE TERM-REASON-ARR TO FP-REASON
           MOVE "EMPLOAD" TO FP-SOURCE
           MOVE WS-JRNL-OPER TO FP-OPERATOR
           CALL "FINALREG" USING FP-PARM
           IF NOT FP-OK
               DISPLAY "EMPLOAD: EMPNO " EMP-NUMBER " TERMINATED BUT "
                   "FINAL PAY NOT REGISTERED - TELL PAYROLL"
           END-IF
           .
       REGISTER-FINAL-PAY-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO ERROR-REC
       WRITE-REJECT-LINE-EXIT.
           EXIT.

       WRITE-HIRED-LINE SECTION.
      *    Every hire is listed with the number it was issued, so HR
      *    can carry it back to their own records.
           MOVE SPACES TO ERROR-REC
           STRING TRANS-REC(1:40) DELIMITED SIZE
               "  HIRED AS EMPNO " DELIMITED SIZE
               NA-EMPNO DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-HIRED-LINE-EXIT.
           EXIT.

       WRITE-BAND-WARNING-LINE SECTION.
      *    Hired, but outside the band - listed for HR to confirm,
      *    not counted as a reject.
           ADD 1 TO WS-BAND-WARN-COUNT
           MOVE SPACES TO ERROR-REC
           STRING TRANS-REC(1:40) DELIMITED SIZE
               "  HIRED - WARNING: " DELIMITED SIZE
               WS-BAND-WARNING DELIMITED SIZE
               INTO ERROR-REC
           END-STRING
           WRITE ERROR-REC
           .
       WRITE-BAND-WARNING-LINE-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="EMPLOAD"==.
