       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPNOALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPNO-CONTROL-FILE ASSIGN TO WS-CTL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CTL-STATUS.
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
      *    One line: the next EMPNO to try (10000 once the range is
      *    used up), then the last number issued, when, and to which
      *    program.
       FD  EMPNO-CONTROL-FILE.
       01  EMPNO-CTL-REC.
           05  CTL-NEXT-EMPNO           PIC 9(5).
           05  FILLER                   PIC X.
           05  CTL-LAST-EMPNO           PIC 9(4).
           05  FILLER                   PIC X.
           05  CTL-LAST-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  CTL-LAST-TIME            PIC 9(8).
           05  FILLER                   PIC X.
           05  CTL-LAST-PGM             PIC X(8).
       FD  EMP-ARCHIVE-FILE.
           COPY EMPARCHR.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC            PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  NA-CAND-EMPNO                PIC S9(4) COMP.
       01  NA-EMP-COUNT                 PIC S9(9) COMP.
       01  NA-EMP-HIGH                  PIC S9(9) COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CTL-FILENAME              PIC X(256).
       01  WS-CTL-STATUS                PIC XX.
           88  WS-CTL-FILE-OK                 VALUE "00".
           88  WS-CTL-NO-FILE                 VALUE "35".
       01  WS-ARCH-FILENAME             PIC X(256).
       01  WS-ARCH-STATUS               PIC XX.
           88  WS-ARCH-FILE-OK                VALUE "00".
           88  WS-ARCH-NO-FILE                VALUE "35".
       01  WS-ARCH-OPEN-SWITCH          PIC X.
           88  WS-ARCH-OPEN                   VALUE "Y".
       01  WS-ARCH-EOF-SWITCH           PIC X.
           88  WS-ARCH-EOF                    VALUE "Y".
       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
           88  WS-JRNL-NO-FILE                VALUE "35".
       01  WS-JRNL-EOF-SWITCH           PIC X.
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-JRNL-HEAD                 PIC X(200).
       01  WS-JRNL-TAIL                 PIC X(200).

      *    Every EMPNO the journal has ever carried, flagged once per
      *    run unit. The table stays good for the rest of the run
      *    because EMP-WRITE keeps every other journal writer out
      *    while the caller holds it, and each number issued here is
      *    flagged as it goes.
       01  WS-USED-TABLE.
           05  WS-USED-FLAG             PIC X OCCURS 9999.
       01  WS-USED-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-USED-LOADED                 VALUE "Y".
       01  WS-JRNL-HIGH                 PIC 9(4) VALUE ZERO.
       01  WS-ARCH-HIGH                 PIC 9(4).
       01  WS-SEED-HIGH                 PIC 9(4).

       01  WS-NEXT-EMPNO                PIC 9(5).
       01  WS-LAST-EMPNO                PIC 9(4).
       01  WS-CAND                      PIC 9(5).
       01  WS-CAND-USED-SWITCH          PIC X.
           88  WS-CAND-USED                   VALUE "Y".
       01  WS-CHECK-FAILED-SWITCH       PIC X.
           88  WS-CHECK-FAILED                VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X.
           88  WS-FOUND                       VALUE "Y".
       01  WS-SQLCODE-DISP              PIC -(9)9.

       LINKAGE SECTION.
           COPY EMPNOALK.

       PROCEDURE DIVISION USING NA-PARM.
       DISPATCH SECTION.
           SET NA-FAILED TO TRUE
           .
           EVALUATE NA-FUNCTION
               WHEN "A"
               WHEN "a"
                   PERFORM ALLOCATE-EMPNO
               WHEN "Q"
               WHEN "q"
                   PERFORM INQUIRE-EMPNO
               WHEN OTHER
                   DISPLAY "EMPNOALC: UNKNOWN FUNCTION " NA-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       ALLOCATE-EMPNO SECTION.
           MOVE ZERO TO NA-EMPNO
           .
           MOVE ZERO TO NA-REMAINING
           .
           PERFORM READ-CONTROL-FILE
           .
           IF WS-CTL-NO-FILE
               PERFORM SEED-NEXT-EMPNO
           END-IF
           .
           IF NOT WS-CTL-FILE-OK
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           .
           IF NOT WS-USED-LOADED
               PERFORM LOAD-JOURNAL-USED
           END-IF
           .
           IF NOT WS-USED-LOADED
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           .
           PERFORM OPEN-ARCHIVE-FILE
           .
           IF NOT WS-ARCH-FILE-OK AND NOT WS-ARCH-NO-FILE
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           .
      *    Walk forward from the control file's next number to the
      *    first one nothing has ever carried.
           MOVE "N" TO WS-FOUND-SWITCH
           .
           MOVE "N" TO WS-CHECK-FAILED-SWITCH
           .
           MOVE WS-NEXT-EMPNO TO WS-CAND
           .
           IF WS-CAND = ZERO
               MOVE 1 TO WS-CAND
           END-IF
           .
           PERFORM UNTIL WS-FOUND OR WS-CHECK-FAILED
                   OR WS-CAND > 9999
               PERFORM CHECK-CANDIDATE
               IF NOT WS-CHECK-FAILED
                   IF WS-CAND-USED
                       ADD 1 TO WS-CAND
                   ELSE
                       SET WS-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
           IF WS-ARCH-OPEN
               CLOSE EMP-ARCHIVE-FILE
               MOVE "N" TO WS-ARCH-OPEN-SWITCH
           END-IF
           .
           IF WS-CHECK-FAILED
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           .
           IF NOT WS-FOUND
      *        Every four-digit number is spoken for - the control
      *        file is left at the end of the range so the morning
      *        digest shows none remaining.
               MOVE 10000 TO WS-NEXT-EMPNO
               MOVE ZERO TO WS-LAST-EMPNO
               PERFORM WRITE-CONTROL-FILE
               DISPLAY "EMPNOALC: NO UNUSED EMPNO REMAINS"
               SET NA-EXHAUSTED TO TRUE
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           .
      *    The number is only issued once the control file has moved
      *    past it - a number the file does not record could be
      *    handed out twice.
           COMPUTE WS-NEXT-EMPNO = WS-CAND + 1
           .
           MOVE WS-CAND TO WS-LAST-EMPNO
           .
           PERFORM WRITE-CONTROL-FILE
           .
           IF NOT WS-CTL-FILE-OK
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           .
           MOVE WS-CAND TO NA-EMPNO
           .
           MOVE "Y" TO WS-USED-FLAG(WS-CAND)
           .
           COMPUTE NA-REMAINING = 10000 - WS-NEXT-EMPNO
           .
           SET NA-OK TO TRUE
           .
       ALLOCATE-EMPNO-EXIT.
           EXIT.
           .

       INQUIRE-EMPNO SECTION.
           MOVE ZERO TO NA-EMPNO
           .
           MOVE ZERO TO NA-REMAINING
           .
           PERFORM READ-CONTROL-FILE
           .
           IF WS-CTL-NO-FILE
               SET NA-NOT-SEEDED TO TRUE
               GO TO INQUIRE-EMPNO-EXIT
           END-IF
           .
           IF NOT WS-CTL-FILE-OK
               GO TO INQUIRE-EMPNO-EXIT
           END-IF
           .
           IF WS-NEXT-EMPNO < 10000
               MOVE WS-NEXT-EMPNO TO NA-EMPNO
               COMPUTE NA-REMAINING = 10000 - WS-NEXT-EMPNO
           END-IF
           .
           SET NA-OK TO TRUE
           .
       INQUIRE-EMPNO-EXIT.
           EXIT.
           .

       READ-CONTROL-FILE SECTION.
      *    EMPNO-CONTROL-FILE names the control file; it defaults to
      *    /tmp/empno_ctl.dat when unset. Leaves WS-CTL-NO-FILE set
      *    when there is none yet, WS-CTL-FILE-OK with
      *    WS-NEXT-EMPNO loaded when it read cleanly.
           MOVE SPACES TO WS-CTL-FILENAME
           .
           DISPLAY "EMPNO-CONTROL-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-CTL-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-CTL-FILENAME = SPACES
               MOVE "/tmp/empno_ctl.dat" TO WS-CTL-FILENAME
           END-IF
           .
           MOVE ZERO TO WS-NEXT-EMPNO
           .
           OPEN INPUT EMPNO-CONTROL-FILE
           .
           IF WS-CTL-NO-FILE
               GO TO READ-CONTROL-FILE-EXIT
           END-IF
           .
           IF NOT WS-CTL-FILE-OK
               DISPLAY "EMPNOALC: UNABLE TO OPEN EMPNO CONTROL FILE: "
                   WS-CTL-FILENAME " STATUS=" WS-CTL-STATUS
               GO TO READ-CONTROL-FILE-EXIT
           END-IF
           .
           READ EMPNO-CONTROL-FILE
           .
      *    A damaged control file is not quietly reseeded - the
      *    number it last held is the one thing that must not go
      *    backwards.
           IF NOT WS-CTL-FILE-OK
               DISPLAY "EMPNOALC: EMPNO CONTROL FILE UNREADABLE: "
                   WS-CTL-FILENAME " STATUS=" WS-CTL-STATUS
               CLOSE EMPNO-CONTROL-FILE
               MOVE "99" TO WS-CTL-STATUS
               GO TO READ-CONTROL-FILE-EXIT
           END-IF
           .
           CLOSE EMPNO-CONTROL-FILE
           .
           IF CTL-NEXT-EMPNO NOT NUMERIC
               DISPLAY "EMPNOALC: EMPNO CONTROL FILE DAMAGED: "
                   WS-CTL-FILENAME
               MOVE "99" TO WS-CTL-STATUS
               GO TO READ-CONTROL-FILE-EXIT
           END-IF
           .
           MOVE CTL-NEXT-EMPNO TO WS-NEXT-EMPNO
           .
       READ-CONTROL-FILE-EXIT.
           EXIT.
           .

       SEED-NEXT-EMPNO SECTION.
      *    First issue with no control file: start one past the
      *    highest EMPNO that EMP, the archive or the journal has
      *    ever carried.
           IF NOT WS-USED-LOADED
               PERFORM LOAD-JOURNAL-USED
           END-IF
           .
           IF NOT WS-USED-LOADED
               MOVE "99" TO WS-CTL-STATUS
               GO TO SEED-NEXT-EMPNO-EXIT
           END-IF
           .
           MOVE WS-JRNL-HIGH TO WS-SEED-HIGH
           .
           MOVE ZERO TO NA-EMP-HIGH
           .
           EXEC SQL
               SELECT NVL(MAX(EMPNO), 0)
               INTO :NA-EMP-HIGH
               FROM EMP
           END-EXEC
           .
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "EMPNOALC: UNABLE TO READ HIGHEST EMPNO ON EMP "
                   "SQLCODE=" WS-SQLCODE-DISP
               MOVE "99" TO WS-CTL-STATUS
               GO TO SEED-NEXT-EMPNO-EXIT
           END-IF
           .
           IF NA-EMP-HIGH > WS-SEED-HIGH
               MOVE NA-EMP-HIGH TO WS-SEED-HIGH
           END-IF
           .
           PERFORM FIND-ARCHIVE-HIGH
           .
           IF NOT WS-ARCH-FILE-OK AND NOT WS-ARCH-NO-FILE
               MOVE "99" TO WS-CTL-STATUS
               GO TO SEED-NEXT-EMPNO-EXIT
           END-IF
           .
           IF WS-ARCH-HIGH > WS-SEED-HIGH
               MOVE WS-ARCH-HIGH TO WS-SEED-HIGH
           END-IF
           .
           COMPUTE WS-NEXT-EMPNO = WS-SEED-HIGH + 1
           .
           DISPLAY "EMPNOALC: EMPNO CONTROL FILE SEEDED AT "
               WS-NEXT-EMPNO " - " WS-CTL-FILENAME
           .
           MOVE "00" TO WS-CTL-STATUS
           .
       SEED-NEXT-EMPNO-EXIT.
           EXIT.
           .

       FIND-ARCHIVE-HIGH SECTION.
      *    Key order puts the highest employee's snapshots last; no
      *    archive yet simply means no archived numbers.
           MOVE ZERO TO WS-ARCH-HIGH
           .
           PERFORM OPEN-ARCHIVE-FILE
           .
           IF NOT WS-ARCH-FILE-OK
               GO TO FIND-ARCHIVE-HIGH-EXIT
           END-IF
           .
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           .
           PERFORM UNTIL WS-ARCH-EOF
               READ EMP-ARCHIVE-FILE NEXT
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
               IF NOT WS-ARCH-EOF
                   IF ARCH-EMPNO > WS-ARCH-HIGH
                       MOVE ARCH-EMPNO TO WS-ARCH-HIGH
                   END-IF
               END-IF
           END-PERFORM
           .
           CLOSE EMP-ARCHIVE-FILE
           .
           MOVE "N" TO WS-ARCH-OPEN-SWITCH
           .
           MOVE "00" TO WS-ARCH-STATUS
           .
       FIND-ARCHIVE-HIGH-EXIT.
           EXIT.
           .

       OPEN-ARCHIVE-FILE SECTION.
      *    EMP-ARCHIVE-FILE names the archive EMPARCH keeps; it
      *    defaults to /tmp/emp_archive.dat.
           MOVE "N" TO WS-ARCH-OPEN-SWITCH
           .
           MOVE SPACES TO WS-ARCH-FILENAME
           .
           DISPLAY "EMP-ARCHIVE-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-ARCH-FILENAME = SPACES
               MOVE "/tmp/emp_archive.dat" TO WS-ARCH-FILENAME
           END-IF
           .
           OPEN INPUT EMP-ARCHIVE-FILE
           .
           IF WS-ARCH-FILE-OK
               SET WS-ARCH-OPEN TO TRUE
           ELSE
               IF NOT WS-ARCH-NO-FILE
                   DISPLAY "EMPNOALC: UNABLE TO OPEN ARCHIVE FILE: "
                       WS-ARCH-FILENAME " STATUS=" WS-ARCH-STATUS
               END-IF
           END-IF
           .
       OPEN-ARCHIVE-FILE-EXIT.
           EXIT.
           .

       LOAD-JOURNAL-USED SECTION.
      *    One pass of the maintenance journal (MAINT-JOURNAL-FILE,
      *    default /tmp/maint_journal.log) flags every EMPNO it
      *    carries. No journal yet means nothing used there.
           MOVE ALL "N" TO WS-USED-TABLE
           .
           MOVE ZERO TO WS-JRNL-HIGH
           .
           MOVE SPACES TO WS-JRNL-FILENAME
           .
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-JRNL-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-JRNL-FILENAME
           END-IF
           .
           OPEN INPUT MAINT-JOURNAL-FILE
           .
           IF WS-JRNL-NO-FILE
               SET WS-USED-LOADED TO TRUE
               GO TO LOAD-JOURNAL-USED-EXIT
           END-IF
           .
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "EMPNOALC: UNABLE TO OPEN JOURNAL: "
                   WS-JRNL-FILENAME " STATUS=" WS-JRNL-STATUS
               GO TO LOAD-JOURNAL-USED-EXIT
           END-IF
           .
           MOVE "N" TO WS-JRNL-EOF-SWITCH
           .
           PERFORM UNTIL WS-JRNL-EOF
               READ MAINT-JOURNAL-FILE
                   AT END
                       SET WS-JRNL-EOF TO TRUE
               END-READ
               IF NOT WS-JRNL-EOF
                   PERFORM NOTE-JOURNAL-EMPNO
               END-IF
           END-PERFORM
           .
           CLOSE MAINT-JOURNAL-FILE
           .
           SET WS-USED-LOADED TO TRUE
           .
       LOAD-JOURNAL-USED-EXIT.
           EXIT.
           .

       NOTE-JOURNAL-EMPNO SECTION.
      *    Lines read "YYYYMMDD HHMMSSss PGM=name EMPNO=nnnn ...".
           MOVE SPACES TO WS-JRNL-HEAD
           .
           MOVE SPACES TO WS-JRNL-TAIL
           .
           UNSTRING MAINT-JOURNAL-REC DELIMITED BY " EMPNO="
               INTO WS-JRNL-HEAD WS-JRNL-TAIL
           END-UNSTRING
           .
           IF WS-JRNL-TAIL(1:4) NOT NUMERIC
               GO TO NOTE-JOURNAL-EMPNO-EXIT
           END-IF
           .
           MOVE WS-JRNL-TAIL(1:4) TO WS-CAND
           .
           IF WS-CAND = ZERO
               GO TO NOTE-JOURNAL-EMPNO-EXIT
           END-IF
           .
           MOVE "Y" TO WS-USED-FLAG(WS-CAND)
           .
           IF WS-CAND > WS-JRNL-HIGH
               MOVE WS-CAND TO WS-JRNL-HIGH
           END-IF
           .
       NOTE-JOURNAL-EMPNO-EXIT.
           EXIT.
           .

       CHECK-CANDIDATE SECTION.
      *    WS-CAND-USED when the journal, EMP or the archive has ever
      *    carried WS-CAND; WS-CHECK-FAILED when EMP could not be
      *    asked - a number that cannot be proved unused is not
      *    issued.
           MOVE "N" TO WS-CAND-USED-SWITCH
           .
           IF WS-USED-FLAG(WS-CAND) = "Y"
               SET WS-CAND-USED TO TRUE
               GO TO CHECK-CANDIDATE-EXIT
           END-IF
           .
           MOVE WS-CAND TO NA-CAND-EMPNO
           .
           MOVE ZERO TO NA-EMP-COUNT
           .
           EXEC SQL
               SELECT COUNT(*)
               INTO :NA-EMP-COUNT
               FROM EMP
               WHERE EMPNO = :NA-CAND-EMPNO
           END-EXEC
           .
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "EMPNOALC: UNABLE TO CHECK EMPNO " WS-CAND
                   " ON EMP SQLCODE=" WS-SQLCODE-DISP
               SET WS-CHECK-FAILED TO TRUE
               GO TO CHECK-CANDIDATE-EXIT
           END-IF
           .
           IF NA-EMP-COUNT > 0
               SET WS-CAND-USED TO TRUE
               GO TO CHECK-CANDIDATE-EXIT
           END-IF
           .
           IF NOT WS-ARCH-OPEN
               GO TO CHECK-CANDIDATE-EXIT
           END-IF
           .
           MOVE WS-CAND TO ARCH-EMPNO
           .
           MOVE ZERO TO ARCH-SNAP-DATE
           .
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           .
           START EMP-ARCHIVE-FILE
               KEY NOT LESS ARCH-KEY
               INVALID KEY
                   SET WS-ARCH-EOF TO TRUE
           END-START
           .
           IF NOT WS-ARCH-EOF
               READ EMP-ARCHIVE-FILE NEXT
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
           END-IF
           .
           IF NOT WS-ARCH-EOF
               IF ARCH-EMPNO = WS-CAND
                   SET WS-CAND-USED TO TRUE
               END-IF
           END-IF
           .
       CHECK-CANDIDATE-EXIT.
           EXIT.
           .

       WRITE-CONTROL-FILE SECTION.
      *    Rewrites the single control line with WS-NEXT-EMPNO and
      *    the stamp of the number just issued (WS-LAST-EMPNO).
           MOVE SPACES TO EMPNO-CTL-REC
           .
           MOVE WS-NEXT-EMPNO TO CTL-NEXT-EMPNO
           .
           MOVE WS-LAST-EMPNO TO CTL-LAST-EMPNO
           .
           ACCEPT CTL-LAST-DATE FROM DATE YYYYMMDD
           .
           ACCEPT CTL-LAST-TIME FROM TIME
           .
           MOVE NA-CALLER TO CTL-LAST-PGM
           .
           OPEN OUTPUT EMPNO-CONTROL-FILE
           .
           IF NOT WS-CTL-FILE-OK
               DISPLAY "EMPNOALC: UNABLE TO WRITE EMPNO CONTROL FILE: "
                   WS-CTL-FILENAME " STATUS=" WS-CTL-STATUS
               GO TO WRITE-CONTROL-FILE-EXIT
           END-IF
           .
           WRITE EMPNO-CTL-REC
           .
           IF NOT WS-CTL-FILE-OK
               DISPLAY "EMPNOALC: UNABLE TO WRITE EMPNO CONTROL FILE: "
                   WS-CTL-FILENAME " STATUS=" WS-CTL-STATUS
           END-IF
           .
           CLOSE EMPNO-CONTROL-FILE
           .
       WRITE-CONTROL-FILE-EXIT.
           EXIT.
           .
