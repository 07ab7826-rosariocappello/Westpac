           SELECT SECURITY-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT JRNL-SORTED-FILE ASSIGN TO WS-JRNL-SORTED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-SORTED-STATUS.
           SELECT JRNL-SORT-FILE ASSIGN TO JRNLSORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-REC         PIC X(132).

      *    The journal lines that can explain a difference are
      *    sorted into a work file under SORT-WORK-DIR on EMPNO and
      *    field - the field in the order the differences are
      *    judged - and merged with the archive walk, which runs in
      *    EMPNO order, so the whole journal is weighed however long
      *    it grows.
       FD  JRNL-SORTED-FILE.
       01  JRNL-SORTED-REC.
           05  JSR-MATCH-KEY.
               10  JSR-EMPNO           PIC 9(4).
               10  JSR-FIELD-ORD       PIC 9.
           05  JSR-DATE                PIC 9(8).
           05  JSR-AFTER               PIC X(12).
       SD  JRNL-SORT-FILE.
       01  JRNL-SORT-REC.
           05  JS-EMPNO                PIC 9(4).
           05  JS-FIELD-ORD            PIC 9.
           05  JS-DATE                 PIC 9(8).
           05  JS-AFTER                PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ARCH-FILENAME             PIC X(256).
       01  WS-ARCH-STATUS               PIC XX.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-SORT-DIR                  PIC X(200).
       01  WS-JRNL-SORTED-FILENAME      PIC X(256).
       01  WS-JRNL-SORTED-STATUS        PIC XX.
           88  WS-JRNL-SORTED-OK              VALUE "00".

       01  WS-ARCH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ARCH-EOF                    VALUE "Y".
       01  WS-JRNL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-JRNL-SORTED-EOF-SWITCH    PIC X VALUE "N".
           88  WS-JRNL-SORTED-EOF             VALUE "Y".

           COPY RUNSTATL.
           COPY RPTRTELK.
      *    matching journal line is a change made around our
      *    programs: a direct SQL fix, or worse. Those are the
      *    security exceptions this cross-check exists to surface.
       01  WS-JT-FOUND-SWITCH           PIC X.
           88  WS-JT-FOUND                    VALUE "Y".


       01  WS-EXPECTED-AFTER            PIC X(12).
       01  WS-FIELD-NAME                PIC X(12).
      *    The difference being judged, keyed as the sorted journal
      *    is: EMPNO, then the field's place in the judging order
      *    (1 SALARY, 2 COMMISSION, 3 ENAME, 4 JOB, 5 DEPTNO).
       01  WS-DIFF-KEY.
           05  WS-DIFF-EMPNO            PIC 9(4).
           05  WS-DIFF-FIELD-ORD        PIC 9.
       01  WS-AMT-EDIT                  PIC 9(7).99.
       01  WS-DEPT-EDIT                 PIC 9(4).


           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-RUN-PARAMETERS
           SORT JRNL-SORT-FILE
               ON ASCENDING KEY JS-EMPNO JS-FIELD-ORD JS-DATE
               INPUT PROCEDURE LOAD-JOURNAL-LINES
               GIVING JRNL-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "ARCHDIFF: JOURNAL SORT FAILED - RUN ABANDONED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-SECURITY-REPORT
           PERFORM WALK-ARCHIVE-PAIRS

                   GOBACK
               END-IF
           END-IF
      *    SORT-WORK-DIR is where the sorted journal is written for
      *    the match; it defaults to /tmp. It is rewritten by every
      *    run.
           MOVE SPACES TO WS-SORT-DIR
           DISPLAY "SORT-WORK-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-SORT-DIR FROM ENVIRONMENT-VALUE
           IF WS-SORT-DIR = SPACES
               MOVE "/tmp" TO WS-SORT-DIR
           END-IF
           MOVE SPACES TO WS-JRNL-SORTED-FILENAME
           STRING WS-SORT-DIR DELIMITED BY SPACE
               "/archdiff_jrn.srt" DELIMITED BY SIZE
             INTO WS-JRNL-SORTED-FILENAME
           END-STRING
           .
       RESOLVE-RUN-PARAMETERS-EXIT.
           EXIT.

       LOAD-JOURNAL-LINES SECTION.
      *    MAINT-JOURNAL-FILE names the shared maintenance journal;
      *    it defaults to /tmp/maint_journal.log when unset. Every
      *    entry for a judged field dated on or before the as-of
      *    date is released to the sort - EMPNO, field, date and
      *    after-value - so each snapshot difference can look for
      *    its paper trail.
           MOVE SPACES TO WS-JRNL-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "ARCHDIFF: JOURNAL NOT AVAILABLE - EVERY "
                   "DIFFERENCE WILL READ AS UNEXPLAINED"
               GO TO LOAD-JOURNAL-LINES-EXIT
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               READ MAINT-JOURNAL-FILE
               END-IF
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE
           .
       LOAD-JOURNAL-LINES-EXIT.
           EXIT.

       NOTE-ONE-JOURNAL-LINE SECTION.
           IF WS-EMPNO-PART(1:4) NOT NUMERIC
               GO TO NOTE-ONE-JOURNAL-LINE-EXIT
           END-IF
           IF WS-DATE-PART(1:8) > WS-ASOF-DATE
               GO TO NOTE-ONE-JOURNAL-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-FIELD-PART
           MOVE SPACES TO WS-AFTER-BEFORE
           UNSTRING WS-AFTER-FIELD DELIMITED BY " BEFORE="
           UNSTRING WS-AFTER-AFTER DELIMITED BY " OPER="
               INTO WS-AFTER-VAL WS-AFTER-OPER
           END-UNSTRING
           EVALUATE WS-FIELD-PART
               WHEN "SALARY"
                   MOVE 1 TO JS-FIELD-ORD
               WHEN "COMMISSION"
                   MOVE 2 TO JS-FIELD-ORD
               WHEN "ENAME"
                   MOVE 3 TO JS-FIELD-ORD
               WHEN "JOB"
                   MOVE 4 TO JS-FIELD-ORD
               WHEN "DEPTNO"
                   MOVE 5 TO JS-FIELD-ORD
               WHEN OTHER
                   GO TO NOTE-ONE-JOURNAL-LINE-EXIT
           END-EVALUATE
           MOVE WS-DATE-PART(1:8) TO JS-DATE
           MOVE WS-EMPNO-PART(1:4) TO JS-EMPNO
           MOVE WS-AFTER-VAL(1:12) TO JS-AFTER
           RELEASE JRNL-SORT-REC
           .
       NOTE-ONE-JOURNAL-LINE-EXIT.
           EXIT.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JRNL-SORTED-FILE
           IF NOT WS-JRNL-SORTED-OK
               DISPLAY "ARCHDIFF: UNABLE TO OPEN SORTED JOURNAL: "
                   WS-JRNL-SORTED-FILENAME
               CLOSE EMP-ARCHIVE-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-SORTED-JOURNAL
           MOVE ZEROS TO ARCH-KEY
           START EMP-ARCHIVE-FILE
               KEY NOT LESS ARCH-KEY
           END-PERFORM
           PERFORM DIFF-HELD-PAIR
           CLOSE EMP-ARCHIVE-FILE
           CLOSE JRNL-SORTED-FILE
           .
       WALK-ARCHIVE-PAIRS-EXIT.
           EXIT.

       READ-NEXT-SORTED-JOURNAL SECTION.
           READ JRNL-SORTED-FILE
               AT END
                   SET WS-JRNL-SORTED-EOF TO TRUE
           END-READ
           .
       READ-NEXT-SORTED-JOURNAL-EXIT.
           EXIT.

       NOTE-ONE-SNAPSHOT SECTION.
           IF ARCH-SNAP-DATE > WS-ASOF-DATE
               GO TO NOTE-ONE-SNAPSHOT-EXIT
           END-IF
           IF WS-CURR-SAL NOT = WS-PREV-SAL
               MOVE "SALARY" TO WS-FIELD-NAME
               MOVE 1 TO WS-DIFF-FIELD-ORD
               MOVE WS-CURR-SAL TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-EXPECTED-AFTER
               PERFORM JUDGE-ONE-DIFFERENCE
           IF WS-CURR-COMM NOT = WS-PREV-COMM
               OR WS-CURR-COMM-NULL NOT = WS-PREV-COMM-NULL
               MOVE "COMMISSION" TO WS-FIELD-NAME
               MOVE 2 TO WS-DIFF-FIELD-ORD
               IF WS-CURR-COMM-NULL = "Y"
                   MOVE "NULL" TO WS-EXPECTED-AFTER
               ELSE
           END-IF
           IF WS-CURR-ENAME NOT = WS-PREV-ENAME
               MOVE "ENAME" TO WS-FIELD-NAME
               MOVE 3 TO WS-DIFF-FIELD-ORD
               MOVE WS-CURR-ENAME TO WS-EXPECTED-AFTER
               PERFORM JUDGE-ONE-DIFFERENCE
           END-IF
           IF WS-CURR-JOB NOT = WS-PREV-JOB
               MOVE "JOB" TO WS-FIELD-NAME
               MOVE 4 TO WS-DIFF-FIELD-ORD
               MOVE WS-CURR-JOB TO WS-EXPECTED-AFTER
               PERFORM JUDGE-ONE-DIFFERENCE
           END-IF
           IF WS-CURR-DEPT NOT = WS-PREV-DEPT
               MOVE "DEPTNO" TO WS-FIELD-NAME
               MOVE 5 TO WS-DIFF-FIELD-ORD
               MOVE WS-CURR-DEPT TO WS-DEPT-EDIT
               MOVE WS-DEPT-EDIT TO WS-EXPECTED-AFTER
               PERFORM JUDGE-ONE-DIFFERENCE
      *    The sanctioned trail: a journal line for this employee
      *    and field, carrying this after-value, dated inside the
      *    window between the two snapshots.
      *    Differences arrive in the sorted journal's own order, so
      *    lines below this one's key can explain nothing further
      *    and the lines carrying its key are read through once.
           MOVE WS-CUR-EMPNO TO WS-DIFF-EMPNO
           MOVE "N" TO WS-JT-FOUND-SWITCH
           PERFORM READ-NEXT-SORTED-JOURNAL
               UNTIL WS-JRNL-SORTED-EOF
                   OR JSR-MATCH-KEY NOT < WS-DIFF-KEY
           PERFORM UNTIL WS-JRNL-SORTED-EOF
                   OR JSR-MATCH-KEY NOT = WS-DIFF-KEY
               IF JSR-AFTER = WS-EXPECTED-AFTER
                   AND JSR-DATE > WS-PREV-DATE
                   AND JSR-DATE NOT > WS-CURR-DATE
                   SET WS-JT-FOUND TO TRUE
               END-IF
               PERFORM READ-NEXT-SORTED-JOURNAL
           END-PERFORM
           IF WS-JT-FOUND
               ADD 1 TO WS-EXPLAINED-COUNT
       WRITE-REPORT-SUMMARY SECTION.
           MOVE ALL "-" TO SECURITY-REPORT-REC
           WRITE SECURITY-REPORT-REC
           MOVE SPACES TO SECURITY-REPORT-REC
           STRING "EXPLAINED " DELIMITED SIZE
               WS-EXPLAINED-COUNT DELIMITED SIZE
