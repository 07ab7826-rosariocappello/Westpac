           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT EMP-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARCH-KEY
               FILE STATUS WS-ARCH-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REGISTER-REC                PIC X(132).
       FD  EXTRACT-FILE.
       01  EXTRACT-REC                 PIC X(80).
       FD  EMP-ARCHIVE-FILE.
           COPY EMPARCHR.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-NAME                    PIC X(14) VARYING.
       01  DEPT-PARENT                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-PARENT-IND              PIC S9(4) COMP VALUE ZERO.
       01  CHARGE-PCT                   PIC S9(3)V99 COMP-3
                                            VALUE 100.
       01  HEAD-FLAG                    PIC S9(4) COMP VALUE 1.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY CSVPARLK.
           COPY DEPTTRLK.
           COPY DATEEDLK.

       01  WS-REGISTER-FILENAME         PIC X(256).
       01  WS-REGISTER-STATUS           PIC XX.
       01  WS-TRL-COUNT                 PIC 9(9) VALUE 0.
       01  WS-TRL-HASH                  PIC 9(13)V99 VALUE 0.

      *    PAYREG-ASAT-DATE=YYYYMMDD rebuilds the register as it
      *    stood on that date from the EMPARCH archive instead
      *    (EMP-ARCHIVE-FILE, default /tmp/emp_archive.dat): every
      *    EMPNO is taken at its latest snapshot on or before the
      *    date, so a date outside ARCHPURG's daily window is
      *    answered from the month-end snapshot before it. The
      *    snapshot date the figures come from heads every page; an
      *    employee whose own snapshot is older than that is marked
      *    with its date. Snapshots carry no status, so terminations are
      *    taken from the maintenance journal (MAINT-JOURNAL-FILE):
      *    the last TERMINATED or REHIRED line on or before the
      *    snapshot date decides. A date the archive cannot answer
      *    as retention promises - a missed night inside the window,
      *    a missing month-end outside it, or a date before the
      *    first snapshot - is warned on the register and console
      *    and ends the run with RC 4. Like the extract run it reads
      *    no database, so there is no division rollup and no split
      *    funding. It takes precedence over PAYREG-OFFLINE.
       01  WS-ASAT-ENV                  PIC X(10).
       01  WS-ASAT-SWITCH               PIC X VALUE "N".
           88  WS-ASAT-MODE                   VALUE "Y".
       01  WS-ASAT-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-ASAT-ANSWER-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ASAT-EXPECT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ASAT-FIRST-DATE           PIC 9(8) VALUE ZERO.
       01  WS-ASAT-GAP-SWITCH           PIC X VALUE "N".
           88  WS-ASAT-GAP                    VALUE "Y".
       01  WS-ASAT-MONTHEND-SWITCH      PIC X VALUE "N".
           88  WS-ASAT-FROM-MONTHEND          VALUE "Y".
       01  WS-ASAT-TERM-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-ASAT-STALE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ASAT-KEEP                 PIC 9(5) COMP.
       01  WS-ROW-SNAP-DATE             PIC 9(8) VALUE ZERO.

       01  WS-ARCH-FILENAME             PIC X(256).
       01  WS-ARCH-STATUS               PIC XX.
           88  WS-ARCH-FILE-OK                VALUE "00".
           88  WS-ARCH-NO-FILE                VALUE "35".
       01  WS-ARCH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ARCH-EOF                    VALUE "Y".
       01  WS-CAND-SWITCH               PIC X VALUE "N".
           88  WS-CAND-FOUND                  VALUE "Y".
       01  WS-CAND-REC.
           05  WS-CAND-EMPNO            PIC 9(4).
           05  WS-CAND-SNAP-DATE        PIC 9(8).
           05  WS-CAND-ENAME            PIC X(10).
           05  WS-CAND-JOB              PIC X(9).
           05  WS-CAND-SAL              PIC 9(7)V99.
           05  WS-CAND-COMM             PIC 9(7)V99.
           05  WS-CAND-COMM-NULL        PIC X.
           05  WS-CAND-DEPT             PIC 9(4).

      *    ARCHPURG-RETENTION-DAYS is ARCHPURG's own setting, read
      *    here so the gap test knows where the daily window ends.
       01  WS-RETENTION-ENV             PIC X(9).
       01  WS-RETENTION-NUM             PIC 9(9).
       01  WS-RETENTION-DAYS            PIC 9(9) COMP-5 VALUE 90.
       01  WS-TODAY                     PIC 9(8).
       01  WS-CUTOFF-DATE               PIC 9(8).
       01  WS-DATE-INT                  PIC 9(7) COMP-5.
       01  WS-NEXT-DAY-DATE             PIC 9(8).
       01  WS-NEXT-DAY-SPLIT REDEFINES WS-NEXT-DAY-DATE.
           05  WS-NEXT-YYYY             PIC 9(4).
           05  WS-NEXT-MM               PIC 9(2).
           05  WS-NEXT-DD               PIC 9(2).
       01  WS-MONTH-START               PIC 9(8).
       01  WS-RETENTION-DISP            PIC Z(8)9.

      *    Journal status as at the snapshot date, one byte per
      *    EMPNO: "T" terminated, "A" active again, space for no
      *    TERMINATED or REHIRED line on record.
       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
           88  WS-JRNL-NO-FILE                VALUE "35".
       01  WS-JRNL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-JRNL-READ-SWITCH          PIC X VALUE "N".
           88  WS-JRNL-WAS-READ               VALUE "Y".
       01  WS-TERM-TABLE.
           05  WS-TERM-FLAG             PIC X OCCURS 9999.
       01  WS-JL-STAMP                  PIC X(20).
       01  WS-JL-DATE                   PIC 9(8).
       01  WS-JL-PGM                    PIC X(10).
       01  WS-JL-EMPNO-X                PIC X(10).
       01  WS-JL-EMPNO                  PIC 9(4).
       01  WS-JL-FIELD                  PIC X(10).
       01  WS-JL-BEFORE                 PIC X(12).
       01  WS-JL-AFTER                  PIC X(12).
       01  WS-JL-OPER                   PIC X(10).
       01  WS-JL-REST                   PIC X(20).
       01  WS-JL-VALID-SWITCH           PIC X.
           88  WS-JL-VALID                    VALUE "Y".

       01  WS-OFF-TABLE.
           05  WS-OFF-ENTRY            OCCURS 10000.
               10  WS-OFF-DEPT         PIC S9(4) COMP.
               10  WS-OFF-SAL          PIC S9(7)V99 COMP-3.
               10  WS-OFF-COMM         PIC S9(7)V99 COMP-3.
               10  WS-OFF-COMM-IND     PIC S9(4) COMP.
               10  WS-OFF-SNAP-DATE    PIC 9(8).
       01  WS-OFF-COUNT                 PIC 9(5) COMP VALUE 0.
       01  WS-OFF-IDX                   PIC 9(5) COMP.
       01  WS-OFF-JDX                   PIC 9(4) COMP.
           05  WS-HOLD-SAL             PIC S9(7)V99 COMP-3.
           05  WS-HOLD-COMM            PIC S9(7)V99 COMP-3.
           05  WS-HOLD-COMM-IND        PIC S9(4) COMP.
           05  WS-HOLD-SNAP-DATE       PIC 9(8).

       01  WS-AMT-IN                    PIC X(16).
       01  WS-AMT-INT-IN                PIC X(7).
       01  WS-GRAND-COMM-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-HEADCOUNT           PIC 9(5) VALUE ZERO.

      *    The division rollup: each department subtotal is also fed
      *    to the shared DEPTTREE, and after the grand total every
      *    level of the DEPT hierarchy (PARENTDEPT) gets its own
      *    subtotal line - salary, commission and headcount for the
      *    department and everything below it. Slots 1-3 of the
      *    DEPTTREE figures. Printed once any department has a
      *    parent; an offline run has no DEPT table to walk and says
      *    so instead.
       01  WS-HIER-SWITCH               PIC X VALUE "N".
           88  WS-HIERARCHY-LOADED            VALUE "Y".
       01  WS-PARENTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ROLL-LABEL                PIC X(32).
       01  WS-ROLL-PTR                  PIC 99 COMP.

      *    Lines are formatted here and only moved into the FD
      *    record by WRITE-REGISTER-LINE, after its page-full check -
      *    a page break writes the header through REGISTER-REC and
           05  D-HEADCOUNT              PIC Z(4)9.
           05  D-GRAND-SAL              PIC Z(2),ZZZ,ZZZ,ZZ9.99.
           05  D-GRAND-COMM             PIC Z(2),ZZZ,ZZZ,ZZ9.99.
           05  D-CHARGE-PCT             PIC ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM CHECK-OFFLINE-MODE
           PERFORM CHECK-ASAT-MODE

           EVALUATE TRUE
               WHEN WS-ASAT-MODE
                   PERFORM LOAD-ARCHIVE-ROWS
                   PERFORM JUDGE-ARCHIVE-GAP
                   PERFORM OPEN-REGISTER-FILE
                   PERFORM WRITE-ASAT-WARNINGS
                   PERFORM LIST-EXTRACT-BY-DEPT
                   PERFORM WRITE-ASAT-NOTES
               WHEN WS-OFFLINE-MODE
                   PERFORM LOAD-EXTRACT-ROWS
                   PERFORM OPEN-REGISTER-FILE
                   PERFORM LIST-EXTRACT-BY-DEPT
                   PERFORM WRITE-OFFLINE-NOTES
               WHEN OTHER
                   PERFORM CONNECT-TO-ORACLE
                   PERFORM OPEN-REGISTER-FILE
                   PERFORM LOAD-DEPT-HIERARCHY
                   PERFORM LIST-EMP-BY-DEPT
                   PERFORM WRITE-HIERARCHY-ROLLUP
                   MOVE "D" TO CM-FUNCTION
                   CALL "CONNMGR" USING CM-PARM
           END-EVALUATE

           CLOSE REGISTER-FILE

           DISPLAY "PAYREG: " WS-GRAND-HEADCOUNT
               " employee(s) listed to " WS-REGISTER-FILENAME

           IF WS-ASAT-GAP
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       CHECK-OFFLINE-MODE SECTION.
       CHECK-OFFLINE-MODE-EXIT.
           EXIT.

       CHECK-ASAT-MODE SECTION.
           MOVE SPACES TO WS-ASAT-ENV
           DISPLAY "PAYREG-ASAT-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ASAT-ENV FROM ENVIRONMENT-VALUE
           IF WS-ASAT-ENV = SPACES
               GO TO CHECK-ASAT-MODE-EXIT
           END-IF
      *    The shared date edit, as EMPARCH's inquiry uses it - a
      *    date that is not a real day, or is still to come, is
      *    refused rather than answered from the wrong snapshot.
           MOVE SPACES TO DE-PARM
           MOVE WS-ASAT-ENV(1:8) TO DE-DATE-IN(1:8)
           MOVE "P" TO DE-FORMAT
           MOVE "Y" TO DE-NO-FUTURE
           MOVE ZERO TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF NOT DE-OK OR WS-ASAT-ENV(9:2) NOT = SPACES
               DISPLAY "PAYREG: PAYREG-ASAT-DATE IS NOT A REAL "
                   "YYYYMMDD DATE UP TO TODAY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DE-DATE-OUT TO WS-ASAT-DATE
           SET WS-ASAT-MODE TO TRUE
           .
       CHECK-ASAT-MODE-EXIT.
           EXIT.

       LOAD-EXTRACT-ROWS SECTION.
      *    EMP-EXTRACT-FILE names the night's extract - the same
      *    setting EMPEXTR writes through. Every detail row counts
           MOVE WS-PARSE-RJUST TO WS-OFF-EMPNO(WS-OFF-COUNT)
           MOVE CSVP-FIELD(2)(1:10) TO WS-OFF-NAME(WS-OFF-COUNT)
           MOVE WS-AMT-VALUE TO WS-OFF-SAL(WS-OFF-COUNT)
           MOVE ZERO TO WS-OFF-SNAP-DATE(WS-OFF-COUNT)
           IF CSVP-FIELD(8)(1:4) IS NUMERIC
               MOVE CSVP-FIELD(8)(1:4) TO WS-OFF-DEPT(WS-OFF-COUNT)
           ELSE
               MOVE WS-OFF-SAL(WS-OFF-IDX) TO SALARY
               MOVE WS-OFF-COMM(WS-OFF-IDX) TO COMMISSION
               MOVE WS-OFF-COMM-IND(WS-OFF-IDX) TO COMM-IND
               MOVE WS-OFF-SNAP-DATE(WS-OFF-IDX) TO WS-ROW-SNAP-DATE
               IF WS-FIRST-ROW
                   MOVE "N" TO WS-FIRST-ROW-SWITCH
                   MOVE DEPT-NUMBER TO WS-BREAK-DEPT
       LIST-EXTRACT-BY-DEPT-EXIT.
           EXIT.

       LOAD-ARCHIVE-ROWS SECTION.
      *    One pass of the archive in key order - each employee's
      *    snapshots sit together, oldest first, so the last one on
      *    or before the as-at date is the one still held when the
      *    EMPNO changes.
           MOVE SPACES TO WS-ARCH-FILENAME
           DISPLAY "EMP-ARCHIVE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCH-FILENAME = SPACES
               MOVE "/tmp/emp_archive.dat" TO WS-ARCH-FILENAME
           END-IF
           OPEN INPUT EMP-ARCHIVE-FILE
           IF WS-ARCH-NO-FILE
               DISPLAY "PAYREG: NO ARCHIVE FILE " WS-ARCH-FILENAME
                   " - NO AS-AT REGISTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-ARCH-FILE-OK
               DISPLAY "PAYREG: UNABLE TO OPEN ARCHIVE FILE: "
                   WS-ARCH-FILENAME " STATUS=" WS-ARCH-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO ARCH-KEY
           START EMP-ARCHIVE-FILE
               KEY NOT LESS ARCH-KEY
               INVALID KEY
                   SET WS-ARCH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ARCH-EOF
               READ EMP-ARCHIVE-FILE NEXT
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
               IF NOT WS-ARCH-EOF
                   PERFORM CONSIDER-ARCHIVE-REC
               END-IF
           END-PERFORM
           IF WS-CAND-FOUND
               PERFORM STORE-ARCHIVE-CANDIDATE
           END-IF
           CLOSE EMP-ARCHIVE-FILE
           PERFORM LOAD-JOURNAL-TERMINATIONS
           PERFORM DROP-TERMINATED-ROWS
           PERFORM SORT-EXTRACT-ROWS
           .
       LOAD-ARCHIVE-ROWS-EXIT.
           EXIT.

       CONSIDER-ARCHIVE-REC SECTION.
           IF WS-ASAT-FIRST-DATE = ZERO
               OR ARCH-SNAP-DATE < WS-ASAT-FIRST-DATE
               MOVE ARCH-SNAP-DATE TO WS-ASAT-FIRST-DATE
           END-IF
           IF ARCH-SNAP-DATE > WS-ASAT-DATE
               GO TO CONSIDER-ARCHIVE-REC-EXIT
           END-IF
           IF WS-CAND-FOUND AND ARCH-EMPNO NOT = WS-CAND-EMPNO
               PERFORM STORE-ARCHIVE-CANDIDATE
           END-IF
           MOVE ARCH-EMPNO TO WS-CAND-EMPNO
           MOVE ARCH-SNAP-DATE TO WS-CAND-SNAP-DATE
           MOVE ARCH-ENAME TO WS-CAND-ENAME
           MOVE ARCH-JOB TO WS-CAND-JOB
           MOVE ARCH-SAL TO WS-CAND-SAL
           MOVE ARCH-COMM TO WS-CAND-COMM
           MOVE ARCH-COMM-NULL TO WS-CAND-COMM-NULL
           MOVE ARCH-DEPT TO WS-CAND-DEPT
           SET WS-CAND-FOUND TO TRUE
           .
       CONSIDER-ARCHIVE-REC-EXIT.
           EXIT.

       STORE-ARCHIVE-CANDIDATE SECTION.
           IF WS-OFF-COUNT >= 10000
               DISPLAY "PAYREG: ARCHIVE TABLE FULL AT 10000 - RUN "
                   "REFUSED"
               CLOSE EMP-ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-OFF-COUNT
           MOVE WS-CAND-DEPT TO WS-OFF-DEPT(WS-OFF-COUNT)
           MOVE WS-CAND-EMPNO TO WS-OFF-EMPNO(WS-OFF-COUNT)
           MOVE WS-CAND-ENAME TO WS-OFF-NAME(WS-OFF-COUNT)
           MOVE WS-CAND-SAL TO WS-OFF-SAL(WS-OFF-COUNT)
           MOVE WS-CAND-SNAP-DATE TO WS-OFF-SNAP-DATE(WS-OFF-COUNT)
           IF WS-CAND-COMM-NULL = "Y"
               MOVE -1 TO WS-OFF-COMM-IND(WS-OFF-COUNT)
               MOVE ZERO TO WS-OFF-COMM(WS-OFF-COUNT)
           ELSE
               MOVE ZERO TO WS-OFF-COMM-IND(WS-OFF-COUNT)
               MOVE WS-CAND-COMM TO WS-OFF-COMM(WS-OFF-COUNT)
           END-IF
           IF WS-CAND-SNAP-DATE > WS-ASAT-ANSWER-DATE
               MOVE WS-CAND-SNAP-DATE TO WS-ASAT-ANSWER-DATE
           END-IF
           MOVE "N" TO WS-CAND-SWITCH
           .
       STORE-ARCHIVE-CANDIDATE-EXIT.
           EXIT.

       LOAD-JOURNAL-TERMINATIONS SECTION.
      *    MAINT-JOURNAL-FILE names the journal; it defaults to
      *    /tmp/maint_journal.log when unset. Lines after the
      *    snapshot date are not yet history for this register.
           MOVE SPACES TO WS-TERM-TABLE
           MOVE SPACES TO WS-JRNL-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-JRNL-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-JRNL-FILENAME
           END-IF
           OPEN INPUT MAINT-JOURNAL-FILE
           IF WS-JRNL-NO-FILE
               GO TO LOAD-JOURNAL-TERMINATIONS-EXIT
           END-IF
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "PAYREG: UNABLE TO OPEN JOURNAL: "
                   WS-JRNL-FILENAME " STATUS=" WS-JRNL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-JRNL-WAS-READ TO TRUE
           PERFORM UNTIL WS-JRNL-EOF
               READ MAINT-JOURNAL-FILE
                   AT END
                       SET WS-JRNL-EOF TO TRUE
               END-READ
               IF NOT WS-JRNL-EOF
                   PERFORM PARSE-JOURNAL-REC
                   IF WS-JL-VALID
                       AND WS-JL-DATE NOT > WS-ASAT-ANSWER-DATE
                       AND WS-JL-EMPNO > 0
                       IF WS-JL-FIELD = "TERMINATED"
                           MOVE "T" TO WS-TERM-FLAG(WS-JL-EMPNO)
                       END-IF
                       IF WS-JL-FIELD = "REHIRED"
                           MOVE "A" TO WS-TERM-FLAG(WS-JL-EMPNO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE
           .
       LOAD-JOURNAL-TERMINATIONS-EXIT.
           EXIT.

       PARSE-JOURNAL-REC SECTION.
      *    Unstring on the literal tags, as JRNBACK does - program
      *    and field names vary in length.
           MOVE "N" TO WS-JL-VALID-SWITCH
           MOVE SPACES TO WS-JL-STAMP WS-JL-PGM WS-JL-EMPNO-X
               WS-JL-FIELD WS-JL-BEFORE WS-JL-AFTER WS-JL-OPER
               WS-JL-REST
           UNSTRING MAINT-JOURNAL-REC
               DELIMITED BY " PGM=" OR " EMPNO=" OR " FIELD="
                   OR " BEFORE=" OR " AFTER=" OR " OPER="
                   OR " HASH="
               INTO WS-JL-STAMP WS-JL-PGM WS-JL-EMPNO-X
                   WS-JL-FIELD WS-JL-BEFORE WS-JL-AFTER
                   WS-JL-OPER WS-JL-REST
           END-UNSTRING
           IF WS-JL-STAMP(1:8) NOT NUMERIC
               OR WS-JL-EMPNO-X(1:4) NOT NUMERIC
               GO TO PARSE-JOURNAL-REC-EXIT
           END-IF
           MOVE WS-JL-STAMP(1:8) TO WS-JL-DATE
           MOVE WS-JL-EMPNO-X(1:4) TO WS-JL-EMPNO
           SET WS-JL-VALID TO TRUE
           .
       PARSE-JOURNAL-REC-EXIT.
           EXIT.

       DROP-TERMINATED-ROWS SECTION.
      *    Terminated rows stay on EMP, and so in the archive, for
      *    history - the register leaves them out exactly as the
      *    live sweep's WHERE clause does.
           MOVE ZERO TO WS-ASAT-KEEP
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFF-COUNT
               IF WS-TERM-FLAG(WS-OFF-EMPNO(WS-OFF-IDX)) = "T"
                   ADD 1 TO WS-ASAT-TERM-COUNT
               ELSE
                   ADD 1 TO WS-ASAT-KEEP
                   IF WS-ASAT-KEEP NOT = WS-OFF-IDX
                       MOVE WS-OFF-ENTRY(WS-OFF-IDX)
                           TO WS-OFF-ENTRY(WS-ASAT-KEEP)
                   END-IF
                   IF WS-OFF-SNAP-DATE(WS-ASAT-KEEP)
                       < WS-ASAT-ANSWER-DATE
                       ADD 1 TO WS-ASAT-STALE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ASAT-KEEP TO WS-OFF-COUNT
           .
       DROP-TERMINATED-ROWS-EXIT.
           EXIT.

       JUDGE-ARCHIVE-GAP SECTION.
      *    What the archive should hold for the as-at date under
      *    ARCHPURG's rules: inside the daily window, that very
      *    night; outside it, the month-end on or before the date.
      *    An answer older than that is a gap. Calendar arithmetic
      *    through the integer-date conversion, as ARCHPURG does.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RETENTION-ENV
           DISPLAY "ARCHPURG-RETENTION-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETENTION-ENV FROM ENVIRONMENT-VALUE
           IF WS-RETENTION-ENV NOT = SPACES
               MOVE ZERO TO WS-RETENTION-NUM
               DISPLAY "ARCHPURG-RETENTION-DAYS"
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-RETENTION-NUM FROM ENVIRONMENT-VALUE
               IF WS-RETENTION-NUM IS NUMERIC
               AND WS-RETENTION-NUM > 0
                   MOVE WS-RETENTION-NUM TO WS-RETENTION-DAYS
               END-IF
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-ASAT-DATE >= WS-CUTOFF-DATE
               MOVE WS-ASAT-DATE TO WS-ASAT-EXPECT-DATE
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASAT-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEXT-DAY-DATE
               IF WS-NEXT-MM NOT = WS-ASAT-DATE(5:2)
                   MOVE WS-ASAT-DATE TO WS-ASAT-EXPECT-DATE
               ELSE
                   MOVE WS-ASAT-DATE TO WS-MONTH-START
                   MOVE "01" TO WS-MONTH-START(7:2)
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
                   COMPUTE WS-ASAT-EXPECT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               END-IF
           END-IF
           IF WS-ASAT-ANSWER-DATE < WS-ASAT-EXPECT-DATE
               SET WS-ASAT-GAP TO TRUE
           ELSE
               IF WS-ASAT-ANSWER-DATE = WS-ASAT-EXPECT-DATE
                   AND WS-ASAT-EXPECT-DATE < WS-ASAT-DATE
                   SET WS-ASAT-FROM-MONTHEND TO TRUE
               END-IF
           END-IF
           .
       JUDGE-ARCHIVE-GAP-EXIT.
           EXIT.

       WRITE-ASAT-WARNINGS SECTION.
      *    Printed under the first page heading and echoed to the
      *    console, so the warning travels with the report.
           MOVE WS-RETENTION-DAYS TO WS-RETENTION-DISP
           MOVE ZERO TO WS-PARSE-TRAIL-CT
           INSPECT WS-RETENTION-DISP
               TALLYING WS-PARSE-TRAIL-CT FOR LEADING SPACE
           IF WS-ASAT-GAP
               MOVE SPACES TO WS-REG-LINE
               PERFORM WRITE-REGISTER-LINE
               MOVE SPACES TO WS-REG-LINE
               EVALUATE TRUE
                   WHEN WS-ASAT-FIRST-DATE = ZERO
                       STRING "*** WARNING: THE ARCHIVE HOLDS NO "
                               DELIMITED SIZE
                           "SNAPSHOTS - NOTHING CAN BE LISTED AS AT "
                               DELIMITED SIZE
                           WS-ASAT-DATE DELIMITED SIZE
                         INTO WS-REG-LINE
                       END-STRING
                   WHEN WS-ASAT-ANSWER-DATE = ZERO
                       STRING "*** WARNING: " DELIMITED SIZE
                           WS-ASAT-DATE DELIMITED SIZE
                           " IS BEFORE THE FIRST ARCHIVE SNAPSHOT ("
                               DELIMITED SIZE
                           WS-ASAT-FIRST-DATE DELIMITED SIZE
                           ") - NOTHING CAN BE LISTED" DELIMITED SIZE
                         INTO WS-REG-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "*** WARNING: THE ARCHIVE CANNOT ANSWER "
                               DELIMITED SIZE
                           "AS AT " DELIMITED SIZE
                           WS-ASAT-DATE DELIMITED SIZE
                           " - FIGURES ARE FROM " DELIMITED SIZE
                           WS-ASAT-ANSWER-DATE DELIMITED SIZE
                           ", THE LATEST SNAPSHOT BEFORE IT"
                               DELIMITED SIZE
                         INTO WS-REG-LINE
                       END-STRING
               END-EVALUATE
               PERFORM WRITE-REGISTER-LINE
               DISPLAY "PAYREG: " WS-REG-LINE(1:120)
               IF WS-ASAT-ANSWER-DATE NOT = ZERO
                   MOVE SPACES TO WS-REG-LINE
                   IF WS-ASAT-EXPECT-DATE = WS-ASAT-DATE
                       STRING "*** THE DATE IS INSIDE ARCHPURG'S "
                               DELIMITED SIZE
                           WS-RETENTION-DISP(WS-PARSE-TRAIL-CT + 1:)
                               DELIMITED SIZE
                           "-DAY DAILY WINDOW BUT THAT NIGHT'S "
                               DELIMITED SIZE
                           "SNAPSHOT IS NOT IN THE ARCHIVE"
                               DELIMITED SIZE
                         INTO WS-REG-LINE
                       END-STRING
                   ELSE
                       STRING "*** THE DATE IS OUTSIDE THE DAILY "
                               DELIMITED SIZE
                           "WINDOW AND THE MONTH-END SNAPSHOT OF "
                               DELIMITED SIZE
                           WS-ASAT-EXPECT-DATE DELIMITED SIZE
                           " IS NOT IN THE ARCHIVE" DELIMITED SIZE
                         INTO WS-REG-LINE
                       END-STRING
                   END-IF
                   PERFORM WRITE-REGISTER-LINE
                   DISPLAY "PAYREG: " WS-REG-LINE(1:120)
               END-IF
           END-IF
           IF WS-ASAT-FROM-MONTHEND
               MOVE SPACES TO WS-REG-LINE
               PERFORM WRITE-REGISTER-LINE
               MOVE SPACES TO WS-REG-LINE
               STRING "NOTE: " DELIMITED SIZE
                   WS-ASAT-DATE DELIMITED SIZE
                   " IS OUTSIDE THE " DELIMITED SIZE
                   WS-RETENTION-DISP(WS-PARSE-TRAIL-CT + 1:)
                       DELIMITED SIZE
                   "-DAY DAILY WINDOW - ANSWERED FROM THE MONTH-END "
                       DELIMITED SIZE
                   "SNAPSHOT OF " DELIMITED SIZE
                   WS-ASAT-ANSWER-DATE DELIMITED SIZE
                 INTO WS-REG-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           .
       WRITE-ASAT-WARNINGS-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYREG" TO RR-REPORT
      *    An as-at register is filed under its own name so it never
      *    stands in for the day's current one.
           IF WS-ASAT-MODE
               MOVE "PAYREG-ASAT" TO RR-REPORT
           END-IF
           MOVE WS-REGISTER-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-REGISTER-FILENAME
           MOVE X"0C" TO REGISTER-REC(1:1)
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           IF WS-ASAT-MODE
               STRING
                   "PAYROLL REGISTER BY DEPARTMENT AS AT "
                       DELIMITED SIZE
                   WS-ASAT-DATE DELIMITED SIZE
                   "     DATE: " DELIMITED SIZE
                   WS-PRINT-DATE DELIMITED SIZE
                   "     PAGE: " DELIMITED SIZE
                   WS-PRINT-PAGE-DISP DELIMITED SIZE
                 INTO REGISTER-REC
               END-STRING
           ELSE
               STRING
                   "PAYROLL REGISTER BY DEPARTMENT" DELIMITED SIZE
                   "     DATE: " DELIMITED SIZE
                   WS-PRINT-DATE DELIMITED SIZE
                   "     PAGE: " DELIMITED SIZE
                   WS-PRINT-PAGE-DISP DELIMITED SIZE
                 INTO REGISTER-REC
               END-STRING
           END-IF
           WRITE REGISTER-REC
           IF WS-ASAT-MODE
               MOVE SPACES TO REGISTER-REC
               IF WS-ASAT-ANSWER-DATE = ZERO
                   MOVE "FIGURES FROM EMPARCH SNAPSHOT OF: NONE ON OR "
                       TO REGISTER-REC
                   MOVE "BEFORE THE AS-AT DATE" TO REGISTER-REC(46:21)
               ELSE
                   STRING "FIGURES FROM EMPARCH SNAPSHOT OF "
                           DELIMITED SIZE
                       WS-ASAT-ANSWER-DATE DELIMITED SIZE
                       " - ANY OTHER SNAPSHOT DATE IS SHOWN ON THE LINE"
                           DELIMITED SIZE
                     INTO REGISTER-REC
                   END-STRING
               END-IF
               WRITE REGISTER-REC
           END-IF
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE "EMPNO  EMPLOYEE          SALARY      COMMISSION"
      *    current payroll - the register lists active and on-leave
      *    employees only. Rows from before the status column was
      *    populated count as active.
      *    A split-funded employee is listed under every department
      *    the EMPALLOC set in effect today charges (ALLOCMAINT),
      *    with that department's share of salary and commission -
      *    each rounded to the cent, the rounding difference on the
      *    set's lowest department, which also carries the employee
      *    in its headcount - so the department totals are what each
      *    department is charged and still foot to the company.
           EXEC SQL
               DECLARE REGCURS CURSOR FOR
                   SELECT CHG_DEPT, EMPNO, ENAME, CHG_SAL, CHG_COMM,
                          CHG_PCT, CHG_HEAD
                   FROM
                   (SELECT E.DEPTNO CHG_DEPT, E.EMPNO, E.ENAME,
                           E.SAL CHG_SAL, E.COMM CHG_COMM,
                           100 CHG_PCT, 1 CHG_HEAD
                      FROM EMP E
                     WHERE NVL(E.STATUS, 'A') <> 'T'
                       AND NOT EXISTS
                           (SELECT 1 FROM EMPALLOC A
                             WHERE A.EMPNO = E.EMPNO
                               AND A.EFFFROM <= TRUNC(SYSDATE)
                               AND (A.EFFTO IS NULL
                                    OR A.EFFTO >= TRUNC(SYSDATE)))
                    UNION ALL
                    SELECT A.DEPTNO, E.EMPNO, E.ENAME,
                       ROUND(E.SAL * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.SAL - SUM(ROUND(E.SAL * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0),
                       ROUND(E.COMM * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.COMM
                           - SUM(ROUND(E.COMM * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0),
                       A.PCT,
                       DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           1, 0)
                      FROM EMP E, EMPALLOC A
                     WHERE A.EMPNO = E.EMPNO
                       AND NVL(E.STATUS, 'A') <> 'T'
                       AND A.EFFFROM <= TRUNC(SYSDATE)
                       AND (A.EFFTO IS NULL
                            OR A.EFFTO >= TRUNC(SYSDATE)))
                   ORDER BY CHG_DEPT, EMPNO
           END-EXEC

           EXEC SQL
           EXEC SQL
               FETCH REGCURS
                   INTO :DEPT-NUMBER, :EMP-NUMBER, :EMP-NAME,
                       :SALARY, :COMMISSION:COMM-IND,
                       :CHARGE-PCT, :HEAD-FLAG
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               EXEC SQL
                   FETCH REGCURS
                       INTO :DEPT-NUMBER, :EMP-NUMBER, :EMP-NAME,
                           :SALARY, :COMMISSION:COMM-IND,
                           :CHARGE-PCT, :HEAD-FLAG
               END-EXEC
           END-PERFORM

                 INTO WS-REG-LINE
               END-STRING
           END-IF
           IF WS-ASAT-MODE
               AND WS-ROW-SNAP-DATE NOT = WS-ASAT-ANSWER-DATE
               STRING "  SNAP " DELIMITED SIZE
                   WS-ROW-SNAP-DATE DELIMITED SIZE
                 INTO WS-REG-LINE(48:20)
               END-STRING
           END-IF
           IF CHARGE-PCT < 100
               MOVE CHARGE-PCT TO D-CHARGE-PCT
               STRING "  SPLIT " DELIMITED SIZE
                   D-CHARGE-PCT DELIMITED SIZE
                   "%" DELIMITED SIZE
                 INTO WS-REG-LINE(48:20)
               END-STRING
           END-IF
           PERFORM WRITE-REGISTER-LINE
           ADD SALARY TO WS-DEPT-SAL-TOTAL
           IF COMM-IND NOT = -1
               ADD COMMISSION TO WS-DEPT-COMM-TOTAL
           END-IF
           IF HEAD-FLAG = 1
               ADD 1 TO WS-DEPT-HEADCOUNT
           END-IF
           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
           ADD WS-DEPT-SAL-TOTAL TO WS-GRAND-SAL-TOTAL
           ADD WS-DEPT-COMM-TOTAL TO WS-GRAND-COMM-TOTAL
           ADD WS-DEPT-HEADCOUNT TO WS-GRAND-HEADCOUNT
           IF WS-HIERARCHY-LOADED
               MOVE "A" TO DT-FUNCTION
               MOVE WS-BREAK-DEPT TO DT-DEPTNO
               MOVE WS-DEPT-SAL-TOTAL TO DT-AMOUNT(1)
               MOVE WS-DEPT-COMM-TOTAL TO DT-AMOUNT(2)
               MOVE WS-DEPT-HEADCOUNT TO DT-AMOUNT(3)
               MOVE ZERO TO DT-AMOUNT(4)
               MOVE ZERO TO DT-AMOUNT(5)
               MOVE ZERO TO DT-AMOUNT(6)
               CALL "DEPTTREE" USING DT-PARM
           END-IF
           MOVE ZERO TO WS-DEPT-SAL-TOTAL
           MOVE ZERO TO WS-DEPT-COMM-TOTAL
           MOVE ZERO TO WS-DEPT-HEADCOUNT
       WRITE-GRAND-TOTAL-EXIT.
           EXIT.

       LOAD-DEPT-HIERARCHY SECTION.
      *    Every department goes to DEPTTREE with its parent, whether
      *    or not it has anyone on the payroll - a division with no
      *    staff of its own still needs its subtotal line. If DEPT
      *    cannot be read the register still prints, without the
      *    rollup.
           MOVE SPACES TO DT-PARM
           MOVE "I" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM

           EXEC SQL
               DECLARE HIERCURS CURSOR FOR
                   SELECT DEPTNO, DNAME, PARENTDEPT
                   FROM DEPT
                   ORDER BY DEPTNO
           END-EXEC

           EXEC SQL
               OPEN HIERCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PAYREG: DEPT HIERARCHY NOT READ, SQLCODE: "
                   SQLCODE " - NO DIVISION ROLLUP"
               GO TO LOAD-DEPT-HIERARCHY-EXIT
           END-IF

           MOVE SPACES TO DEPT-NAME-ARR
           MOVE ZERO TO DEPT-PARENT-IND
           EXEC SQL
               FETCH HIERCURS
                   INTO :DEPT-NUMBER, :DEPT-NAME,
                       :DEPT-PARENT:DEPT-PARENT-IND
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE "D" TO DT-FUNCTION
               MOVE DEPT-NUMBER TO DT-DEPTNO
               MOVE DEPT-NAME-ARR TO DT-DNAME
               IF DEPT-PARENT-IND = -1
                   MOVE "N" TO DT-PARENT-SWITCH
                   MOVE ZERO TO DT-PARENT
               ELSE
                   MOVE "Y" TO DT-PARENT-SWITCH
                   MOVE DEPT-PARENT TO DT-PARENT
                   ADD 1 TO WS-PARENTED-COUNT
               END-IF
               CALL "DEPTTREE" USING DT-PARM
               MOVE SPACES TO DEPT-NAME-ARR
               MOVE ZERO TO DEPT-PARENT-IND
               EXEC SQL
                   FETCH HIERCURS
                       INTO :DEPT-NUMBER, :DEPT-NAME,
                           :DEPT-PARENT:DEPT-PARENT-IND
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "PAYREG: DEPT HIERARCHY NOT READ, SQLCODE: "
                   SQLCODE " - NO DIVISION ROLLUP"
           ELSE
               SET WS-HIERARCHY-LOADED TO TRUE
           END-IF

           EXEC SQL
               CLOSE HIERCURS
           END-EXEC
           .
       LOAD-DEPT-HIERARCHY-EXIT.
           EXIT.

       WRITE-HIERARCHY-ROLLUP SECTION.
      *    One line per department in hierarchy order, indented by
      *    level, each carrying the totals of everything below it.
           IF NOT WS-HIERARCHY-LOADED OR WS-PARENTED-COUNT = 0
               GO TO WRITE-HIERARCHY-ROLLUP-EXIT
           END-IF
           MOVE SPACES TO WS-REG-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "DIVISION ROLLUP - EACH LINE INCLUDES ALL BELOW IT"
               TO WS-REG-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO WS-REG-LINE
           STRING "DEPARTMENT                              SALARY"
                   DELIMITED SIZE
               "      COMMISSION  HEADCOUNT" DELIMITED SIZE
             INTO WS-REG-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE "R" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           MOVE "N" TO DT-FUNCTION
           CALL "DEPTTREE" USING DT-PARM
           PERFORM UNTIL NOT DT-OK
               PERFORM BUILD-ROLLUP-LABEL
               MOVE DT-AMOUNT(1) TO D-SUB-SAL
               MOVE DT-AMOUNT(2) TO D-SUB-COMM
               MOVE DT-AMOUNT(3) TO D-HEADCOUNT
               MOVE SPACES TO WS-REG-LINE
               STRING WS-ROLL-LABEL DELIMITED SIZE
                   D-SUB-SAL DELIMITED SIZE
                   "  " DELIMITED SIZE
                   D-SUB-COMM DELIMITED SIZE
                   "      " DELIMITED SIZE
                   D-HEADCOUNT DELIMITED SIZE
                 INTO WS-REG-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
               MOVE "N" TO DT-FUNCTION
               CALL "DEPTTREE" USING DT-PARM
           END-PERFORM
           .
       WRITE-HIERARCHY-ROLLUP-EXIT.
           EXIT.

       BUILD-ROLLUP-LABEL SECTION.
      *    DEPTNO and name, two columns in per level below the top;
      *    a department with others below it is marked with "+", one
      *    whose parent is missing or looped with "?".
           MOVE SPACES TO WS-ROLL-LABEL
           COMPUTE WS-ROLL-PTR = ((DT-LEVEL - 1) * 2) + 1
           IF WS-ROLL-PTR > 11
               MOVE 11 TO WS-ROLL-PTR
           END-IF
           MOVE DT-DEPTNO TO D-DEPTNO
           STRING D-DEPTNO DELIMITED SIZE
               " " DELIMITED SIZE
               DT-DNAME DELIMITED SIZE
             INTO WS-ROLL-LABEL
             WITH POINTER WS-ROLL-PTR
           END-STRING
           IF DT-CHILD-COUNT > 0
               MOVE "+" TO WS-ROLL-LABEL(31:1)
           END-IF
           IF DT-ORPHAN OR DT-LOOP-CUT
               MOVE "?" TO WS-ROLL-LABEL(31:1)
           END-IF
           .
       BUILD-ROLLUP-LABEL-EXIT.
           EXIT.

       WRITE-OFFLINE-NOTES SECTION.
      *    The extract carries neither the DEPT hierarchy nor the
      *    EMPALLOC sets - the register says what it could not do.
           IF WS-FIRST-ROW
               GO TO WRITE-OFFLINE-NOTES-EXIT
           END-IF
           MOVE SPACES TO WS-REG-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "(NO DIVISION ROLLUP FROM THE EXTRACT - NEEDS DEPT)"
               TO WS-REG-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "(FROM THE EXTRACT ALL PAY IS CHARGED TO EMP.DEPTNO - "
               TO WS-REG-LINE
           MOVE "SPLIT FUNDING NOT APPLIED)" TO WS-REG-LINE(54:26)
           PERFORM WRITE-REGISTER-LINE
           .
       WRITE-OFFLINE-NOTES-EXIT.
           EXIT.

       WRITE-ASAT-NOTES SECTION.
      *    What the archive could not carry, and who was left out
      *    or listed from an older snapshot.
           MOVE SPACES TO WS-REG-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-ASAT-TERM-COUNT > 0
               MOVE WS-ASAT-TERM-COUNT TO D-HEADCOUNT
               MOVE SPACES TO WS-REG-LINE
               STRING "(" DELIMITED SIZE
                   D-HEADCOUNT DELIMITED SIZE
                   " TERMINATED BY " DELIMITED SIZE
                   WS-ASAT-ANSWER-DATE DELIMITED SIZE
                   " PER THE MAINTENANCE JOURNAL - NOT LISTED)"
                       DELIMITED SIZE
                 INTO WS-REG-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           IF NOT WS-JRNL-WAS-READ
               MOVE "(NO MAINTENANCE JOURNAL - TERMINATED ROWS STILL "
                   TO WS-REG-LINE
               MOVE "ON EMP ARE LISTED)" TO WS-REG-LINE(49:18)
               PERFORM WRITE-REGISTER-LINE
           END-IF
           IF WS-ASAT-STALE-COUNT > 0
               MOVE WS-ASAT-STALE-COUNT TO D-HEADCOUNT
               MOVE SPACES TO WS-REG-LINE
               STRING "(" DELIMITED SIZE
                   D-HEADCOUNT DELIMITED SIZE
                   " NOT IN THE " DELIMITED SIZE
                   WS-ASAT-ANSWER-DATE DELIMITED SIZE
                   " SNAPSHOT - LISTED FROM AN EARLIER ONE, "
                       DELIMITED SIZE
                   "MARKED SNAP)" DELIMITED SIZE
                 INTO WS-REG-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           MOVE "(NO DIVISION ROLLUP FROM THE ARCHIVE - NEEDS DEPT)"
               TO WS-REG-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "(FROM THE ARCHIVE ALL PAY IS CHARGED TO THE SNAPSHOT "
               TO WS-REG-LINE
           MOVE "DEPTNO - SPLIT FUNDING NOT APPLIED)"
               TO WS-REG-LINE(54:35)
           PERFORM WRITE-REGISTER-LINE
           .
       WRITE-ASAT-NOTES-EXIT.
           EXIT.
