       01  DEPT-NAME                    PIC X(14) VARYING.
       01  DEPT-LOC                     PIC X(13) VARYING.
       01  EMP-REF-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  JOB-DESC                     PIC X(30) VARYING.
       01  POSN-JOB                     PIC X(9) VARYING.
       01  POSN-AUTH                    PIC S9(9) COMP VALUE ZERO.
       01  POSN-OLD-AUTH                PIC S9(9) COMP VALUE ZERO.
       01  POSN-OLD-ROWS                PIC S9(9) COMP VALUE ZERO.
       01  POSN-FILLED                  PIC S9(9) COMP VALUE ZERO.
       01  POSN-FROM-CHAR               PIC X(8).
       01  POSN-TO-CHAR                 PIC X(8).
       01  POSN-TO-IND                  PIC S9(4) COMP VALUE ZERO.
       01  POSN-APPR-BY                 PIC X(20) VARYING.
       01  POSN-APPR-REF                PIC X(20) VARYING.
       01  POSN-APPR-CHAR               PIC X(8).
       01  POSN-KEYED-BY                PIC X(10).
       01  DEPT-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
       01  OLD-PARENT                   PIC S9(4) COMP VALUE ZERO.
       01  OLD-PARENT-IND               PIC S9(4) COMP VALUE ZERO.
       01  PARENT-NAME                  PIC X(14) VARYING.
       01  WALK-DEPT                    PIC S9(4) COMP VALUE ZERO.
       01  WALK-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  WALK-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY EMPJRNWS.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY DATEEDLK.

      *    DEPT changes now leave the same before/after trail on the
      *    shared maintenance journal the employee programs leave -
       01  WS-LOC-INPUT                 PIC X(13).
       01  WS-ENTRY-TRAIL-CT            PIC 99 COMP.

      *    Authorized positions (the POSITION table) are kept here
      *    with the department they belong to. Each authorization
      *    records the Finance approver and approval reference
      *    behind the count, and the operator who keyed it; a new
      *    count for a department and job closes the one before it
      *    the day before it takes effect, so the history stays on
      *    the table. Journal FIELD tags POSN-JOB, POSN-AUTH and
      *    POSN-APPR, the EMPNO tag again the DEPTNO.
       01  WS-JOB-INPUT                 PIC X(9).
       01  WS-COUNT-INPUT               PIC X(4).
       01  WS-COUNT-RJUST               PIC X(4).
       01  WS-COUNT-NUM                 PIC 9(4).
       01  WS-DATE-INPUT                PIC X(10).
       01  WS-APPR-INPUT                PIC X(20).
       01  WS-TODAY-DATE                PIC 9(8).
       01  WS-POSN-FROM                 PIC 9(8).
       01  WS-POSN-TO                   PIC 9(8).
       01  WS-POSN-APPR-DATE            PIC 9(8).
       01  WS-POSN-LIST-COUNT           PIC 9(4) VALUE 0.
       01  WS-POSN-DONE-SWITCH          PIC X.
           88  WS-POSN-DONE                   VALUE "Y".

      *    The department hierarchy: PARENTDEPT names the department
      *    (division, group) each one reports up to, NULL at the top,
      *    and the reports roll their figures up through it. A parent
      *    is refused when walking up from it comes back to the
      *    department being changed - the rule EMPMAINT applies to
      *    manager chains. Journal FIELD tag DEPT-PAR, the EMPNO tag
      *    the DEPTNO, NULL for the top level.
       01  WS-PARENT-OK-SWITCH          PIC X.
           88  WS-PARENT-OK                   VALUE "Y".
       01  WS-WALK-DEPTH                PIC 9(4) COMP.
       01  WS-WALK-DONE-SWITCH          PIC X.
           88  WS-WALK-DONE                   VALUE "Y".
       01  D-PARENT                     PIC X(4).

       01  DISPLAY-VARIABLES.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-COUNT                  PIC Z(3)9.
           05  D-COUNT-2                PIC Z(3)9.
           05  D-COUNT-ZERO             PIC 9(4).
           05  D-EFF-TO                 PIC X(8).

       PROCEDURE DIVISION.
       BEGIN-PGM SECTION.
           PERFORM CHECK-PERMISSION
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM CONNECT-TO-ORACLE
           GOBACK
           .

       CHECK-PERMISSION SECTION.
      *    Department reference maintenance needs the DEPT-ADMIN
      *    function on the operator's roles (PERMCHK).
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE "DEPT-ADMIN" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "DEPTMAINT: NOT AUTHORIZED - " PX-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-PERMISSION-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    This session appends to the shared hash-chained journal -
      *    holding EMP-WRITE serializes it with every other journal
           .
           DISPLAY "  D) DELETE A DEPARTMENT"
           .
           DISPLAY "  P) AUTHORIZED POSITIONS FOR A DEPARTMENT"
           .
           DISPLAY "  H) SET PARENT DEPARTMENT (HIERARCHY)"
           .
           DISPLAY "  Q) QUIT"
           .
           DISPLAY "SELECTION: " WITH NO ADVANCING
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-DEPARTMENT
               WHEN "P"
               WHEN "p"
                   PERFORM MAINTAIN-POSITIONS
               WHEN "H"
               WHEN "h"
                   PERFORM SET-DEPT-PARENT
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
       LIST-DEPARTMENTS SECTION.
           DISPLAY " "
           .
           DISPLAY "DEPT  NAME            LOCATION       PARENT"
           .
           DISPLAY "----  ----            --------       ------"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           EXEC SQL
               DECLARE DLISTCURS CURSOR FOR
                   SELECT DEPTNO, DNAME, LOC, PARENTDEPT
                   FROM DEPT
                   ORDER BY DEPTNO
           END-EXEC
           .
           MOVE SPACES TO DEPT-LOC-ARR
           .
           MOVE ZERO TO DEPT-PARENT-IND
           .
           EXEC SQL
               FETCH DLISTCURS
                   INTO :DEPT-NUMBER, :DEPT-NAME, :DEPT-LOC,
                        :DEPT-PARENT:DEPT-PARENT-IND
           END-EXEC
           .
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE DEPT-NUMBER TO D-DEPTNO
               IF DEPT-PARENT-IND = -1
                   MOVE "TOP" TO D-PARENT
               ELSE
                   MOVE DEPT-PARENT TO D-COUNT-ZERO
                   MOVE D-COUNT-ZERO TO D-PARENT
               END-IF
               DISPLAY D-DEPTNO "  " DEPT-NAME-ARR "  " DEPT-LOC-ARR
                   "  " D-PARENT
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO DEPT-NAME-ARR
               MOVE SPACES TO DEPT-LOC-ARR
               MOVE ZERO TO DEPT-PARENT-IND
               EXEC SQL
                   FETCH DLISTCURS
                       INTO :DEPT-NUMBER, :DEPT-NAME, :DEPT-LOC,
                            :DEPT-PARENT:DEPT-PARENT-IND
               END-EXEC
           END-PERFORM
           .
           .
           COMPUTE DEPT-LOC-LEN = 13 - WS-ENTRY-TRAIL-CT
           .
           DISPLAY "ENTER PARENT DEPT (BLANK FOR TOP LEVEL): "
               WITH NO ADVANCING
           .
           PERFORM ACCEPT-PARENT-DEPTNO
           .
           IF NOT WS-PARENT-OK
               DISPLAY "ADD CANCELLED."
               GO TO ADD-DEPARTMENT-EXIT
           END-IF
           .
           EXEC SQL
               INSERT INTO DEPT (DEPTNO, DNAME, LOC, PARENTDEPT)
               VALUES (:DEPT-NUMBER, :DEPT-NAME, :DEPT-LOC,
                       :DEPT-PARENT:DEPT-PARENT-IND)
           END-EXEC
           .
           MOVE "DEPT-ADD" TO WS-JRNL-FIELD
           .
           PERFORM DISPLAY-DEPT-RESULT
           .
           IF SQLCODE = 0 AND DEPT-PARENT-IND NOT = -1
               MOVE "DEPT-PAR" TO WS-JRNL-FIELD
               MOVE "NULL" TO WS-JRNL-BEFORE
               MOVE DEPT-PARENT TO D-COUNT-ZERO
               MOVE D-COUNT-ZERO TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-IF
           .
       ADD-DEPARTMENT-EXIT.
           EXIT.
           .
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
      *    The same for authorized positions still in effect or yet
      *    to start - they are closed through P first, so the
      *    approval behind them is ended on the record.
           MOVE ZERO TO EMP-REF-COUNT
           .
           EXEC SQL
               SELECT COUNT(*)
               INTO :EMP-REF-COUNT
               FROM POSITION
               WHERE DEPTNO = :DEPT-NUMBER
                 AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "DELETE REFUSED - UNABLE TO VERIFY POSITION "
                   "REFERENCES, SQLCODE = " SQLCODE
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
           IF EMP-REF-COUNT > 0
               DISPLAY "DELETE REFUSED - " EMP-REF-COUNT
                   " AUTHORIZED POSITION ROW(S) STILL OPEN FOR "
                   DEPT-NAME-ARR
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
      *    And while split-funding lines in effect or yet to start
      *    still charge it - the sets are re-keyed through ALLOCMAINT
      *    first, or DEPTMERG moves them as it closes the department.
           MOVE ZERO TO EMP-REF-COUNT
           .
           EXEC SQL
               SELECT COUNT(*)
               INTO :EMP-REF-COUNT
               FROM EMPALLOC
               WHERE DEPTNO = :DEPT-NUMBER
                 AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "DELETE REFUSED - UNABLE TO VERIFY SPLIT "
                   "FUNDING REFERENCES, SQLCODE = " SQLCODE
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
           IF EMP-REF-COUNT > 0
               DISPLAY "DELETE REFUSED - " EMP-REF-COUNT
                   " SPLIT-FUNDING LINE(S) STILL CHARGE "
                   DEPT-NAME-ARR
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
      *    Nor while departments report up to this one - they would
      *    be left pointing at nothing. They are moved under another
      *    parent through H first, or DEPTMERG re-parents them as it
      *    closes the department.
           MOVE ZERO TO EMP-REF-COUNT
           .
           EXEC SQL
               SELECT COUNT(*)
               INTO :EMP-REF-COUNT
               FROM DEPT
               WHERE PARENTDEPT = :DEPT-NUMBER
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "DELETE REFUSED - UNABLE TO VERIFY CHILD "
                   "DEPARTMENTS, SQLCODE = " SQLCODE
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
           IF EMP-REF-COUNT > 0
               DISPLAY "DELETE REFUSED - " EMP-REF-COUNT
                   " DEPARTMENT(S) STILL REPORT UP TO " DEPT-NAME-ARR
               GO TO DELETE-DEPARTMENT-EXIT
           END-IF
           .
           DISPLAY "DELETE " DEPT-NAME-ARR "? (Y/N): "
               WITH NO ADVANCING
           .
           EXIT.
           .

       MAINTAIN-POSITIONS SECTION.
           DISPLAY "ENTER DEPT NUMBER FOR POSITIONS: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-DEPTNO
           .
           MOVE SPACES TO DEPT-NAME-ARR
           .
           EXEC SQL
               SELECT DNAME
               INTO :DEPT-NAME
               FROM DEPT
               WHERE DEPTNO = :DEPT-NUMBER
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "NOT A VALID DEPT NUMBER - TRY AGAIN."
               GO TO MAINTAIN-POSITIONS-EXIT
           END-IF
           .
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           .
           MOVE "N" TO WS-POSN-DONE-SWITCH
           .
           PERFORM UNTIL WS-POSN-DONE
               PERFORM LIST-DEPT-POSITIONS
               PERFORM AUTHORIZE-POSITION
           END-PERFORM
           .
       MAINTAIN-POSITIONS-EXIT.
           EXIT.
           .

       LIST-DEPT-POSITIONS SECTION.
      *    Every authorization in effect today or keyed to start
      *    later, with the approval behind it.
           DISPLAY " "
           .
           DISPLAY "AUTHORIZED POSITIONS - " DEPT-NAME-ARR
           .
           DISPLAY "JOB        AUTH  FROM      TO        "
               "APPROVED BY           REFERENCE"
           .
           DISPLAY "---        ----  ----      --        "
               "-----------           ---------"
           .
           MOVE ZERO TO WS-POSN-LIST-COUNT
           .
           EXEC SQL
               DECLARE PLISTCURS CURSOR FOR
                   SELECT JOBCODE, AUTHCOUNT,
                          TO_CHAR(EFFFROM, 'YYYYMMDD'),
                          TO_CHAR(EFFTO, 'YYYYMMDD'),
                          APPROVEDBY, APPROVALREF
                   FROM POSITION
                   WHERE DEPTNO = :DEPT-NUMBER
                     AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
                   ORDER BY JOBCODE, EFFFROM
           END-EXEC
           .
           EXEC SQL
               OPEN PLISTCURS
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO LIST POSITIONS - SQLCODE = " SQLCODE
               GO TO LIST-DEPT-POSITIONS-EXIT
           END-IF
           .
           PERFORM FETCH-NEXT-POSITION
           .
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE POSN-AUTH TO D-COUNT
               IF POSN-TO-IND = -1
                   MOVE "OPEN" TO D-EFF-TO
               ELSE
                   MOVE POSN-TO-CHAR TO D-EFF-TO
               END-IF
               DISPLAY POSN-JOB-ARR "  " D-COUNT "  " POSN-FROM-CHAR
                   "  " D-EFF-TO "  " POSN-APPR-BY-ARR "  "
                   POSN-APPR-REF-ARR
               ADD 1 TO WS-POSN-LIST-COUNT
               PERFORM FETCH-NEXT-POSITION
           END-PERFORM
           .
           EXEC SQL
               CLOSE PLISTCURS
           END-EXEC
           .
           IF WS-POSN-LIST-COUNT = 0
               DISPLAY "NO AUTHORIZED POSITIONS - HIRES AND TRANSFERS "
                   "INTO THE DEPARTMENT ARE NOT CONTROLLED."
           END-IF
           .
       LIST-DEPT-POSITIONS-EXIT.
           EXIT.
           .

       FETCH-NEXT-POSITION SECTION.
           MOVE SPACES TO POSN-JOB-ARR
           .
           MOVE SPACES TO POSN-APPR-BY-ARR
           .
           MOVE SPACES TO POSN-APPR-REF-ARR
           .
           MOVE ZERO TO POSN-TO-IND
           .
           EXEC SQL
               FETCH PLISTCURS
                   INTO :POSN-JOB, :POSN-AUTH, :POSN-FROM-CHAR,
                        :POSN-TO-CHAR:POSN-TO-IND,
                        :POSN-APPR-BY, :POSN-APPR-REF
           END-EXEC
           .
       FETCH-NEXT-POSITION-EXIT.
           EXIT.
           .

       AUTHORIZE-POSITION SECTION.
      *    A new authorized count for one job in the department,
      *    from a date no earlier than today - headcount history is
      *    not rewritten after the fact - with the Finance approval
      *    that sanctions it. A zero count freezes the job.
           DISPLAY "ENTER JOB CODE TO AUTHORIZE (BLANK TO RETURN): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-JOB-INPUT
           .
           ACCEPT WS-JOB-INPUT
           .
           INSPECT WS-JOB-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-JOB-INPUT = SPACES
               SET WS-POSN-DONE TO TRUE
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE SPACES TO POSN-JOB-ARR
           .
           MOVE WS-JOB-INPUT TO POSN-JOB-ARR
           .
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           .
           INSPECT WS-JOB-INPUT
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE POSN-JOB-LEN = 9 - WS-ENTRY-TRAIL-CT
           .
           MOVE SPACES TO JOB-DESC-ARR
           .
           EXEC SQL
               SELECT JOBDESC
               INTO :JOB-DESC
               FROM JOBREF
               WHERE JOBCODE = :POSN-JOB
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "JOB NOT ON JOBREF (SEE JOBMAINT) - NOTHING "
                   "CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           DISPLAY "ENTER AUTHORIZED COUNT FOR " POSN-JOB-ARR ": "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-COUNT-INPUT
           .
           ACCEPT WS-COUNT-INPUT
           .
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           .
           INSPECT WS-COUNT-INPUT
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           .
           IF WS-ENTRY-TRAIL-CT = 4
               DISPLAY "COUNT REQUIRED - NOTHING CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE ZEROS TO WS-COUNT-RJUST
           .
           MOVE WS-COUNT-INPUT(1:4 - WS-ENTRY-TRAIL-CT)
               TO WS-COUNT-RJUST(WS-ENTRY-TRAIL-CT + 1:
                                 4 - WS-ENTRY-TRAIL-CT)
           .
           IF WS-COUNT-RJUST NOT NUMERIC
               DISPLAY "COUNT NOT NUMERIC - NOTHING CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE WS-COUNT-RJUST TO WS-COUNT-NUM
           .
           DISPLAY "ENTER EFFECTIVE FROM YYYY-MM-DD (BLANK FOR "
               "TODAY): " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-POSN-FROM
           ELSE
               MOVE SPACES TO DE-PARM
               MOVE WS-DATE-INPUT TO DE-DATE-IN
               MOVE "D" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-TODAY-DATE TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "EFFECTIVE FROM MUST BE A REAL DATE, TODAY "
                       "OR LATER - NOTHING CHANGED."
                   GO TO AUTHORIZE-POSITION-EXIT
               END-IF
               MOVE DE-DATE-OUT TO WS-POSN-FROM
           END-IF
           .
           DISPLAY "ENTER EFFECTIVE TO YYYY-MM-DD (BLANK FOR "
               "OPEN-ENDED): " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           IF WS-DATE-INPUT = SPACES
               MOVE ZERO TO WS-POSN-TO
           ELSE
               MOVE SPACES TO DE-PARM
               MOVE WS-DATE-INPUT TO DE-DATE-IN
               MOVE "D" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-POSN-FROM TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "EFFECTIVE TO MUST BE A REAL DATE NOT "
                       "BEFORE EFFECTIVE FROM - NOTHING CHANGED."
                   GO TO AUTHORIZE-POSITION-EXIT
               END-IF
               MOVE DE-DATE-OUT TO WS-POSN-TO
           END-IF
           .
      *    The Finance sign-off is part of the row - no count goes
      *    on the table without the name and reference behind it.
           DISPLAY "ENTER FINANCE APPROVER: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-APPR-INPUT
           .
           ACCEPT WS-APPR-INPUT
           .
           INSPECT WS-APPR-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-APPR-INPUT = SPACES
               DISPLAY "FINANCE APPROVER REQUIRED - NOTHING CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE SPACES TO POSN-APPR-BY-ARR
           .
           MOVE WS-APPR-INPUT TO POSN-APPR-BY-ARR
           .
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           .
           INSPECT WS-APPR-INPUT
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE POSN-APPR-BY-LEN = 20 - WS-ENTRY-TRAIL-CT
           .
           DISPLAY "ENTER FINANCE APPROVAL REFERENCE: "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-APPR-INPUT
           .
           ACCEPT WS-APPR-INPUT
           .
           INSPECT WS-APPR-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-APPR-INPUT = SPACES
               DISPLAY "APPROVAL REFERENCE REQUIRED - NOTHING "
                   "CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE SPACES TO POSN-APPR-REF-ARR
           .
           MOVE WS-APPR-INPUT TO POSN-APPR-REF-ARR
           .
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           .
           INSPECT WS-APPR-INPUT
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE POSN-APPR-REF-LEN = 20 - WS-ENTRY-TRAIL-CT
           .
           DISPLAY "ENTER DATE FINANCE APPROVED YYYY-MM-DD (BLANK "
               "FOR TODAY): " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-DATE-INPUT
           .
           ACCEPT WS-DATE-INPUT
           .
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-POSN-APPR-DATE
           ELSE
               MOVE SPACES TO DE-PARM
               MOVE WS-DATE-INPUT TO DE-DATE-IN
               MOVE "D" TO DE-FORMAT
               MOVE "Y" TO DE-NO-FUTURE
               MOVE ZERO TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "APPROVAL DATE MUST BE A REAL DATE NOT IN "
                       "THE FUTURE - NOTHING CHANGED."
                   GO TO AUTHORIZE-POSITION-EXIT
               END-IF
               MOVE DE-DATE-OUT TO WS-POSN-APPR-DATE
           END-IF
           .
           MOVE WS-POSN-FROM TO POSN-FROM-CHAR
           .
           MOVE WS-POSN-APPR-DATE TO POSN-APPR-CHAR
           .
           IF WS-POSN-TO = ZERO
               MOVE -1 TO POSN-TO-IND
               MOVE SPACES TO POSN-TO-CHAR
           ELSE
               MOVE ZERO TO POSN-TO-IND
               MOVE WS-POSN-TO TO POSN-TO-CHAR
           END-IF
           .
      *    An authorization already keyed to start on or after this
      *    one would be overlapped - it is changed by keying after
      *    it, not under it.
           MOVE ZERO TO POSN-OLD-ROWS
           .
           EXEC SQL
               SELECT COUNT(*)
               INTO :POSN-OLD-ROWS
               FROM POSITION
               WHERE DEPTNO = :DEPT-NUMBER
                 AND JOBCODE = :POSN-JOB
                 AND EFFFROM >= TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD')
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO READ POSITIONS - SQLCODE = " SQLCODE
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           IF POSN-OLD-ROWS > 0
               DISPLAY "AN AUTHORIZATION FOR " POSN-JOB-ARR
                   " STARTING ON OR AFTER " POSN-FROM-CHAR
                   " IS ALREADY KEYED - NOTHING CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
      *    The count this one replaces, for the journal's before
      *    image, and who already fills the job.
           MOVE ZERO TO POSN-OLD-ROWS
           .
           MOVE ZERO TO POSN-OLD-AUTH
           .
           EXEC SQL
               SELECT COUNT(*), NVL(SUM(AUTHCOUNT), 0)
               INTO :POSN-OLD-ROWS, :POSN-OLD-AUTH
               FROM POSITION
               WHERE DEPTNO = :DEPT-NUMBER
                 AND JOBCODE = :POSN-JOB
                 AND EFFFROM < TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD')
                 AND (EFFTO IS NULL
                      OR EFFTO >= TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD'))
           END-EXEC
           .
           IF SQLCODE = 0
               MOVE ZERO TO POSN-FILLED
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :POSN-FILLED
                   FROM EMP
                   WHERE DEPTNO = :DEPT-NUMBER
                     AND JOB = :POSN-JOB
                     AND NVL(STATUS, 'A') <> 'T'
               END-EXEC
           END-IF
           .
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO READ POSITIONS - SQLCODE = " SQLCODE
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE WS-COUNT-NUM TO D-COUNT
           .
           IF POSN-OLD-ROWS = 0
               DISPLAY POSN-JOB-ARR " (" JOB-DESC-ARR ") - NEW "
                   "AUTHORIZATION OF " D-COUNT
           ELSE
               MOVE POSN-OLD-AUTH TO D-COUNT-2
               DISPLAY POSN-JOB-ARR " (" JOB-DESC-ARR ") - "
                   D-COUNT-2 " AUTHORIZED BECOMES " D-COUNT
           END-IF
           .
           IF POSN-FILLED > WS-COUNT-NUM
               MOVE POSN-FILLED TO D-COUNT-2
               DISPLAY "NOTE: " D-COUNT-2 " ALREADY IN THE JOB HERE - "
                   "NONE ARE MOVED, BUT NO HIRE OR TRANSFER IN "
                   "UNTIL BELOW THE COUNT."
           END-IF
           .
           DISPLAY "RECORD THE AUTHORIZATION? (Y/N): "
               WITH NO ADVANCING
           .
           ACCEPT WS-CONFIRM
           .
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED."
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE SPACES TO POSN-KEYED-BY
           .
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           .
           ACCEPT POSN-KEYED-BY FROM ENVIRONMENT-VALUE
           .
           IF POSN-KEYED-BY = SPACES
               MOVE "UNKNOWN" TO POSN-KEYED-BY
           END-IF
           .
      *    The count in effect closes the day before the new one
      *    starts; both changes commit together or not at all.
           EXEC SQL
               UPDATE POSITION
                   SET EFFTO = TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD') - 1
                   WHERE DEPTNO = :DEPT-NUMBER
                     AND JOBCODE = :POSN-JOB
                     AND EFFFROM < TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD')
                     AND (EFFTO IS NULL
                          OR EFFTO >=
                             TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD'))
           END-EXEC
           .
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           MOVE WS-COUNT-NUM TO POSN-AUTH
           .
           EXEC SQL
               INSERT INTO POSITION
                   (DEPTNO, JOBCODE, AUTHCOUNT, EFFFROM, EFFTO,
                    APPROVEDBY, APPROVALREF, APPROVEDDATE, KEYEDBY)
               VALUES
                   (:DEPT-NUMBER, :POSN-JOB, :POSN-AUTH,
                    TO_DATE(:POSN-FROM-CHAR, 'YYYYMMDD'),
                    TO_DATE(:POSN-TO-CHAR:POSN-TO-IND, 'YYYYMMDD'),
                    :POSN-APPR-BY, :POSN-APPR-REF,
                    TO_DATE(:POSN-APPR-CHAR, 'YYYYMMDD'),
                    :POSN-KEYED-BY)
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO AUTHORIZE-POSITION-EXIT
           END-IF
           .
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .
           DISPLAY "UPDATE SUCCESSFUL."
           .
           MOVE DEPT-NUMBER TO WS-JRNL-EMPNO
           .
           MOVE "POSN-JOB" TO WS-JRNL-FIELD
           .
           MOVE POSN-JOB-ARR TO WS-JRNL-BEFORE
           .
           MOVE POSN-JOB-ARR TO WS-JRNL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "POSN-AUTH" TO WS-JRNL-FIELD
           .
           IF POSN-OLD-ROWS = 0
               MOVE "NULL" TO WS-JRNL-BEFORE
           ELSE
               MOVE POSN-OLD-AUTH TO D-COUNT-ZERO
               MOVE D-COUNT-ZERO TO WS-JRNL-BEFORE
           END-IF
           .
           MOVE WS-COUNT-NUM TO D-COUNT-ZERO
           .
           MOVE D-COUNT-ZERO TO WS-JRNL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "POSN-APPR" TO WS-JRNL-FIELD
           .
           MOVE "NULL" TO WS-JRNL-BEFORE
           .
           MOVE POSN-APPR-REF-ARR TO WS-JRNL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
       AUTHORIZE-POSITION-EXIT.
           EXIT.
           .

       SET-DEPT-PARENT SECTION.
      *    Moves a department to a new place in the hierarchy - under
      *    another department, or to the top level.
           DISPLAY "ENTER DEPT NUMBER TO RE-PARENT: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-DEPTNO
           .
           MOVE SPACES TO DEPT-NAME-ARR
           .
           MOVE ZERO TO OLD-PARENT-IND
           .
           EXEC SQL
               SELECT DNAME, PARENTDEPT
               INTO :DEPT-NAME, :OLD-PARENT:OLD-PARENT-IND
               FROM DEPT
               WHERE DEPTNO = :DEPT-NUMBER
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "NOT A VALID DEPT NUMBER - TRY AGAIN."
               GO TO SET-DEPT-PARENT-EXIT
           END-IF
           .
           IF OLD-PARENT-IND = -1
               DISPLAY DEPT-NAME-ARR " IS AT THE TOP LEVEL"
           ELSE
               MOVE OLD-PARENT TO D-DEPTNO
               DISPLAY DEPT-NAME-ARR " REPORTS UP TO DEPT " D-DEPTNO
           END-IF
           .
           DISPLAY "ENTER NEW PARENT DEPT (BLANK FOR TOP LEVEL): "
               WITH NO ADVANCING
           .
           PERFORM ACCEPT-PARENT-DEPTNO
           .
           IF NOT WS-PARENT-OK
               DISPLAY "NOTHING CHANGED."
               GO TO SET-DEPT-PARENT-EXIT
           END-IF
           .
           IF (DEPT-PARENT-IND = -1 AND OLD-PARENT-IND = -1)
               OR (DEPT-PARENT-IND NOT = -1 AND OLD-PARENT-IND NOT = -1
                   AND DEPT-PARENT = OLD-PARENT)
               DISPLAY "PARENT UNCHANGED - NOTHING CHANGED."
               GO TO SET-DEPT-PARENT-EXIT
           END-IF
           .
           EXEC SQL
               UPDATE DEPT SET PARENTDEPT = :DEPT-PARENT:DEPT-PARENT-IND
                   WHERE DEPTNO = :DEPT-NUMBER
           END-EXEC
           .
           MOVE "DEPT-PAR" TO WS-JRNL-FIELD
           .
           IF OLD-PARENT-IND = -1
               MOVE "NULL" TO WS-JRNL-BEFORE
           ELSE
               MOVE OLD-PARENT TO D-COUNT-ZERO
               MOVE D-COUNT-ZERO TO WS-JRNL-BEFORE
           END-IF
           .
           IF DEPT-PARENT-IND = -1
               MOVE "NULL" TO WS-JRNL-AFTER
           ELSE
               MOVE DEPT-PARENT TO D-COUNT-ZERO
               MOVE D-COUNT-ZERO TO WS-JRNL-AFTER
           END-IF
           .
           PERFORM DISPLAY-DEPT-RESULT
           .
       SET-DEPT-PARENT-EXIT.
           EXIT.
           .

       ACCEPT-PARENT-DEPTNO SECTION.
      *    The parent for DEPT-NUMBER: blank for the top level
      *    (indicator -1), otherwise a department on file that is not
      *    the department itself nor anywhere below it.
           MOVE "N" TO WS-PARENT-OK-SWITCH
           .
           MOVE ZERO TO DEPT-PARENT
           .
           MOVE -1 TO DEPT-PARENT-IND
           .
           MOVE SPACES TO WS-DEPTNO-INPUT
           .
           ACCEPT WS-DEPTNO-INPUT
           .
           IF WS-DEPTNO-INPUT = SPACES
               SET WS-PARENT-OK TO TRUE
               GO TO ACCEPT-PARENT-DEPTNO-EXIT
           END-IF
           .
           MOVE ZERO TO WS-DEPTNO-TRAIL-CT
           .
           INSPECT WS-DEPTNO-INPUT
               TALLYING WS-DEPTNO-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-DEPTNO-DIGIT-CT = 4 - WS-DEPTNO-TRAIL-CT
           .
           MOVE ZEROS TO WS-DEPTNO-RJUST
           .
           MOVE WS-DEPTNO-INPUT(1:WS-DEPTNO-DIGIT-CT)
               TO WS-DEPTNO-RJUST(5 - WS-DEPTNO-DIGIT-CT:
                                  WS-DEPTNO-DIGIT-CT)
           .
           IF WS-DEPTNO-RJUST NOT NUMERIC
               DISPLAY "INVALID DEPT NUMBER - NUMERIC ONLY."
               GO TO ACCEPT-PARENT-DEPTNO-EXIT
           END-IF
           .
           MOVE WS-DEPTNO-RJUST TO DEPT-PARENT
           .
           MOVE ZERO TO DEPT-PARENT-IND
           .
      *    The walk below inspects only the chain ABOVE the new
      *    parent - a department named as its own parent is the one
      *    direct loop it cannot see, so it is refused here.
           IF DEPT-PARENT = DEPT-NUMBER
               DISPLAY "A DEPARTMENT CANNOT BE ITS OWN PARENT."
               GO TO ACCEPT-PARENT-DEPTNO-EXIT
           END-IF
           .
           MOVE SPACES TO PARENT-NAME-ARR
           .
           EXEC SQL
               SELECT DNAME
               INTO :PARENT-NAME
               FROM DEPT
               WHERE DEPTNO = :DEPT-PARENT
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "PARENT DEPT NOT ON FILE."
               GO TO ACCEPT-PARENT-DEPTNO-EXIT
           END-IF
           .
           SET WS-PARENT-OK TO TRUE
           .
           PERFORM WALK-PARENT-CHAIN
           .
           IF WS-PARENT-OK
               DISPLAY "PARENT WILL BE " PARENT-NAME-ARR
           END-IF
           .
       ACCEPT-PARENT-DEPTNO-EXIT.
           EXIT.
           .

       WALK-PARENT-CHAIN SECTION.
      *    Up from the proposed parent to the top: meeting the
      *    department being changed on the way means it would end
      *    up above itself. A chain that cannot be read is refused -
      *    the check must fail closed.
           MOVE DEPT-PARENT TO WALK-DEPT
           .
           MOVE ZERO TO WS-WALK-DEPTH
           .
           MOVE "N" TO WS-WALK-DONE-SWITCH
           .
           PERFORM UNTIL WS-WALK-DONE
               MOVE ZERO TO WALK-PARENT-IND
               EXEC SQL
                   SELECT PARENTDEPT
                   INTO :WALK-PARENT:WALK-PARENT-IND
                   FROM DEPT
                   WHERE DEPTNO = :WALK-DEPT
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-WALK-DONE TO TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "UNABLE TO CHECK THE HIERARCHY - "
                           "SQLCODE = " SQLCODE
                       MOVE "N" TO WS-PARENT-OK-SWITCH
                       SET WS-WALK-DONE TO TRUE
                   WHEN WALK-PARENT-IND = -1
                       SET WS-WALK-DONE TO TRUE
                   WHEN WALK-PARENT = DEPT-NUMBER
                       DISPLAY "CHANGE WOULD CREATE A HIERARCHY LOOP "
                           "- " PARENT-NAME-ARR " IS BELOW THIS "
                           "DEPARTMENT."
                       MOVE "N" TO WS-PARENT-OK-SWITCH
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-WALK-DEPTH
                       IF WS-WALK-DEPTH > 50
                           DISPLAY "HIERARCHY ABOVE THE PARENT IS "
                               "ALREADY LOOPING."
                           MOVE "N" TO WS-PARENT-OK-SWITCH
                           SET WS-WALK-DONE TO TRUE
                       ELSE
                           MOVE WALK-PARENT TO WALK-DEPT
                       END-IF
               END-EVALUATE
           END-PERFORM
           .
       WALK-PARENT-CHAIN-EXIT.
           EXIT.
           .

       SET-DNAME-FROM-INPUT SECTION.
      *    Move the keyed name to the VARYING host variable with its
      *    real length - a fixed host variable would store the
