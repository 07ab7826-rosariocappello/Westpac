       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARCH-KEY
               FILE STATUS WS-ARCH-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT ROLL-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-ARCHIVE-FILE.
       01  ARCH-REC.
           05  ARCH-KEY.
               10  ARCH-EMPNO          PIC 9(4).
               10  ARCH-SNAP-DATE      PIC 9(8).
           05  ARCH-ENAME              PIC X(10).
           05  ARCH-JOB                PIC X(9).
           05  ARCH-SAL                PIC 9(7)V99.
           05  ARCH-COMM               PIC 9(7)V99.
           05  ARCH-COMM-NULL          PIC X.
           05  ARCH-DEPT               PIC 9(4).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X.
       01  TERM-DATE-CHAR               PIC X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.

      *    HEADROLL is the headcount roll-forward: for every
      *    department, the opening headcount at the last EMPARCH
      *    snapshot before this month, plus hires and rehires,
      *    less terminations, plus transfers in and less transfers
      *    out - the HIRED, REHIRED, TERMINATED and DEPTNO entries
      *    on the maintenance journal since the snapshot - must
      *    equal the closing headcount in EMP now. A department
      *    whose roll does not close lists the EMPNOs behind the
      *    gap: a hire keyed by direct SQL, a transfer that skipped
      *    EMPMAINT, a termination nobody journalled.
      *
      *    HEADROLL-SNAP-DATE (YYYYMMDD) names the opening snapshot
      *    when the default - the latest dated before the first of
      *    this month - is not the one wanted.
       01  WS-ARCH-FILENAME             PIC X(256).
       01  WS-ARCH-STATUS               PIC XX.
           88  WS-ARCH-FILE-OK                VALUE "00".
       01  WS-ARCH-EOF-SWITCH           PIC X.
           88  WS-ARCH-EOF                    VALUE "Y".
       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
       01  WS-JRNL-EOF-SWITCH           PIC X.
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

       01  WS-TODAY                     PIC 9(8).
       01  WS-MONTH-START               PIC 9(8).
       01  WS-SNAP-ENV                  PIC X(8).
       01  WS-SNAP-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-SNAP-ROWS                 PIC 9(5) VALUE 0.

      *    One slot per EMPNO, subscripted by the EMPNO itself: the
      *    employee as the snapshot had them, as EMP has them now,
      *    and as the journal says they should be.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY            OCCURS 9999.
               10  WS-E-IN-SNAP        PIC X.
               10  WS-E-SNAP-DEPT      PIC 9(4).
               10  WS-E-IN-EMP         PIC X.
               10  WS-E-EMP-DEPT       PIC 9(4).
               10  WS-E-EMP-STATUS     PIC X.
               10  WS-E-TERMDATE       PIC 9(8).
               10  WS-E-FIRST-EVENT    PIC X.
               10  WS-E-NEXT-DEPT      PIC 9(4).
               10  WS-E-OPEN-ACTIVE    PIC X.
               10  WS-E-EXP-ACTIVE     PIC X.
               10  WS-E-EXP-DEPT       PIC 9(4).
               10  WS-E-ACT-ACTIVE     PIC X.
               10  WS-E-ODD            PIC X.
               10  WS-E-UNEXPLAINED    PIC X.
       01  WS-EMP-IDX                   PIC 9(4) COMP.

      *    One slot per department, subscripted by DEPTNO plus one
      *    so an employee with no department still counts.
       01  WS-DEPT-ROLL-TABLE.
           05  WS-DEPT-ROLL            OCCURS 10000.
               10  WS-D-USED           PIC X.
               10  WS-D-OPEN           PIC 9(5) COMP.
               10  WS-D-HIRES          PIC 9(5) COMP.
               10  WS-D-TERMS          PIC 9(5) COMP.
               10  WS-D-IN             PIC 9(5) COMP.
               10  WS-D-OUT            PIC 9(5) COMP.
               10  WS-D-CLOSE          PIC 9(5) COMP.
       01  WS-DX                        PIC 9(5) COMP.
       01  WS-DX2                       PIC 9(5) COMP.

      *    The journal's headcount movements since the snapshot, in
      *    the order they were written: H hire, R rehire,
      *    T termination, D department transfer. The department a
      *    hire or termination belongs to is worked out afterwards
      *    from the transfers that follow it.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY          OCCURS 5000.
               10  WS-V-EMPNO          PIC 9(4).
               10  WS-V-TYPE           PIC X.
               10  WS-V-FROM           PIC 9(4).
               10  WS-V-TO             PIC 9(4).
               10  WS-V-DEPT           PIC 9(4).
       01  WS-EVENT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-IDX                 PIC 9(4) COMP.
       01  WS-EVENT-MAX                 PIC 9(4) COMP VALUE 5000.
       01  WS-SKIPPED-LINES             PIC 9(5) VALUE 0.

       01  WS-DATE-PART                 PIC X(20).
       01  WS-AFTER-PGM                 PIC X(180).
       01  WS-HEAD-PART                 PIC X(180).
       01  WS-EMPNO-PART                PIC X(180).
       01  WS-FIELD-PART                PIC X(160).
       01  WS-FIELD-NAME                PIC X(12).
       01  WS-VALUE-PART                PIC X(160).
       01  WS-BEFORE-VAL                PIC X(20).
       01  WS-AFTER-PART                PIC X(160).
       01  WS-AFTER-VAL                 PIC X(20).
       01  WS-LINE-EMPNO                PIC 9(4).

       01  WS-TOT-OPEN                  PIC 9(7) VALUE 0.
       01  WS-TOT-HIRES                 PIC 9(7) VALUE 0.
       01  WS-TOT-TERMS                 PIC 9(7) VALUE 0.
       01  WS-TOT-IN                    PIC 9(7) VALUE 0.
       01  WS-TOT-OUT                   PIC 9(7) VALUE 0.
       01  WS-TOT-CLOSE                 PIC 9(7) VALUE 0.
       01  WS-EXPECTED                  PIC S9(7).
       01  WS-OUT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-REASON                    PIC X(50).

       01  DISPLAY-VARIABLES.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-EMPNO                  PIC 9(4).
           05  D-OTHER-DEPT             PIC 9(4).
           05  D-OPEN                   PIC Z(6)9.
           05  D-HIRES                  PIC Z(6)9.
           05  D-TERMS                  PIC Z(6)9.
           05  D-IN                     PIC Z(6)9.
           05  D-OUT                    PIC Z(6)9.
           05  D-EXPECTED               PIC -(6)9.
           05  D-CLOSE                  PIC Z(6)9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           INITIALIZE WS-EMP-TABLE
           INITIALIZE WS-DEPT-ROLL-TABLE

           PERFORM RECORD-RUN-START
           PERFORM OPEN-ARCHIVE-FILE
           PERFORM RESOLVE-SNAPSHOT-DATE
           PERFORM LOAD-OPENING-SNAPSHOT
           CLOSE EMP-ARCHIVE-FILE

           PERFORM CONNECT-TO-ORACLE
           PERFORM LOAD-CLOSING-EMP
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM LOAD-JOURNAL-MOVEMENTS
           PERFORM PLACE-MOVEMENT-DEPTS
           PERFORM SET-OPENING-STATE
           PERFORM ROLL-MOVEMENTS-FORWARD
           PERFORM FIND-UNEXPLAINED-EMPLOYEES

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-DEPARTMENT-ROLLS
           CLOSE ROLL-REPORT-FILE

           DISPLAY "HEADROLL: " WS-OUT-COUNT
               " department(s) out of balance since snapshot "
               WS-SNAP-DATE ", report in " WS-RPT-FILENAME
           IF WS-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "HEADROLL" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "HEADROLL: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-TOT-CLOSE TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-TOT-CLOSE TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       OPEN-ARCHIVE-FILE SECTION.
      *    EMP-ARCHIVE-FILE names the EMPARCH snapshot archive; it
      *    defaults to /tmp/emp_archive.dat.
           MOVE SPACES TO WS-ARCH-FILENAME
           DISPLAY "EMP-ARCHIVE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCH-FILENAME = SPACES
               MOVE "/tmp/emp_archive.dat" TO WS-ARCH-FILENAME
           END-IF
           OPEN INPUT EMP-ARCHIVE-FILE
           IF NOT WS-ARCH-FILE-OK
               DISPLAY "HEADROLL: UNABLE TO OPEN ARCHIVE FILE: "
                   WS-ARCH-FILENAME " STATUS=" WS-ARCH-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-ARCHIVE-FILE-EXIT.
           EXIT.

       RESOLVE-SNAPSHOT-DATE SECTION.
           MOVE SPACES TO WS-SNAP-ENV
           DISPLAY "HEADROLL-SNAP-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SNAP-ENV FROM ENVIRONMENT-VALUE
           IF WS-SNAP-ENV NOT = SPACES
               IF WS-SNAP-ENV IS NUMERIC
                   MOVE WS-SNAP-ENV TO WS-SNAP-DATE
                   GO TO RESOLVE-SNAPSHOT-DATE-EXIT
               END-IF
               DISPLAY "HEADROLL: HEADROLL-SNAP-DATE MUST BE YYYYMMDD"
                   " - " WS-SNAP-ENV
               CLOSE EMP-ARCHIVE-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    The archive is keyed by EMPNO first, so the latest
      *    snapshot before this month takes one pass over it.
           MOVE "N" TO WS-ARCH-EOF-SWITCH
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
                   NOT AT END
                       IF ARCH-SNAP-DATE < WS-MONTH-START
                           AND ARCH-SNAP-DATE > WS-SNAP-DATE
                           MOVE ARCH-SNAP-DATE TO WS-SNAP-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-DATE = ZERO
               DISPLAY "HEADROLL: NO SNAPSHOT ON THE ARCHIVE BEFORE "
                   WS-MONTH-START
               CLOSE EMP-ARCHIVE-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RESOLVE-SNAPSHOT-DATE-EXIT.
           EXIT.

       LOAD-OPENING-SNAPSHOT SECTION.
           MOVE "N" TO WS-ARCH-EOF-SWITCH
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
                   NOT AT END
                       IF ARCH-SNAP-DATE = WS-SNAP-DATE
                           AND ARCH-EMPNO > 0
                           MOVE ARCH-EMPNO TO WS-EMP-IDX
                           MOVE "Y" TO WS-E-IN-SNAP(WS-EMP-IDX)
                           MOVE ARCH-DEPT
                               TO WS-E-SNAP-DEPT(WS-EMP-IDX)
                           ADD 1 TO WS-SNAP-ROWS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-ROWS = 0
               DISPLAY "HEADROLL: NO SNAPSHOT ON THE ARCHIVE DATED "
                   WS-SNAP-DATE
               CLOSE EMP-ARCHIVE-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-OPENING-SNAPSHOT-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "HEADROLL" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "HEADROLL: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       LOAD-CLOSING-EMP SECTION.
      *    Closing headcount is everyone in EMP not terminated, the
      *    same count KPIPACK prints.
           EXEC SQL
               DECLARE ROLLCURS CURSOR FOR
                   SELECT EMPNO, NVL(DEPTNO, 0), NVL(STATUS, 'A'),
                       NVL(TO_CHAR(TERMDATE, 'YYYYMMDD'), '00000000')
                   FROM EMP
                   ORDER BY EMPNO
           END-EXEC

           EXEC SQL
               OPEN ROLLCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "HEADROLL: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               FETCH ROLLCURS
                   INTO :EMP-NUMBER, :DEPT-NUMBER, :EMP-STATUS,
                       :TERM-DATE-CHAR
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF EMP-NUMBER > 0
                   MOVE EMP-NUMBER TO WS-EMP-IDX
                   MOVE "Y" TO WS-E-IN-EMP(WS-EMP-IDX)
                   MOVE DEPT-NUMBER TO WS-E-EMP-DEPT(WS-EMP-IDX)
                   MOVE EMP-STATUS TO WS-E-EMP-STATUS(WS-EMP-IDX)
                   MOVE TERM-DATE-CHAR TO WS-E-TERMDATE(WS-EMP-IDX)
                   IF EMP-STATUS NOT = "T"
                       MOVE "Y" TO WS-E-ACT-ACTIVE(WS-EMP-IDX)
                       COMPUTE WS-DX = DEPT-NUMBER + 1
                       ADD 1 TO WS-D-CLOSE(WS-DX)
                       MOVE "Y" TO WS-D-USED(WS-DX)
                       ADD 1 TO WS-TOT-CLOSE
                   END-IF
               END-IF
               EXEC SQL
                   FETCH ROLLCURS
                       INTO :EMP-NUMBER, :DEPT-NUMBER, :EMP-STATUS,
                           :TERM-DATE-CHAR
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY "HEADROLL: FETCH FAILED, SQLCODE: " SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               CLOSE ROLLCURS
           END-EXEC
           .
       LOAD-CLOSING-EMP-EXIT.
           EXIT.

       LOAD-JOURNAL-MOVEMENTS SECTION.
           MOVE SPACES TO WS-JRNL-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-JRNL-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-JRNL-FILENAME
           END-IF
           OPEN INPUT MAINT-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
      *        Without the journal every movement is unexplained -
      *        a roll that proves nothing is not printed.
               DISPLAY "HEADROLL: UNABLE TO OPEN JOURNAL: "
                   WS-JRNL-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-JRNL-EOF-SWITCH
           PERFORM UNTIL WS-JRNL-EOF
               READ MAINT-JOURNAL-FILE
                   AT END
                       SET WS-JRNL-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-MOVEMENT
               END-READ
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE
           IF WS-SKIPPED-LINES > 0
               DISPLAY "HEADROLL: " WS-SKIPPED-LINES
                   " DEPTNO journal line(s) without readable "
                   "department numbers skipped"
           END-IF
           .
       LOAD-JOURNAL-MOVEMENTS-EXIT.
           EXIT.

       NOTE-ONE-MOVEMENT SECTION.
      *    Journal lines read "YYYYMMDD HHMMSSss PGM=name
      *    EMPNO=nnnn FIELD=field BEFORE=value AFTER=value ..." -
      *    only the headcount movements after the snapshot day
      *    count, and only for a real employee.
           MOVE SPACES TO WS-DATE-PART
           MOVE SPACES TO WS-AFTER-PGM
           UNSTRING MAINT-JOURNAL-REC DELIMITED BY " PGM="
               INTO WS-DATE-PART WS-AFTER-PGM
           END-UNSTRING
           IF WS-AFTER-PGM = SPACES
               OR WS-DATE-PART(1:8) IS NOT NUMERIC
               GO TO NOTE-ONE-MOVEMENT-EXIT
           END-IF
           IF WS-DATE-PART(1:8) NOT > WS-SNAP-DATE
               GO TO NOTE-ONE-MOVEMENT-EXIT
           END-IF
           MOVE SPACES TO WS-EMPNO-PART
           UNSTRING WS-AFTER-PGM DELIMITED BY " EMPNO="
               INTO WS-HEAD-PART WS-EMPNO-PART
           END-UNSTRING
           IF WS-EMPNO-PART(1:4) IS NOT NUMERIC
               GO TO NOTE-ONE-MOVEMENT-EXIT
           END-IF
           MOVE WS-EMPNO-PART(1:4) TO WS-LINE-EMPNO
           IF WS-LINE-EMPNO = 0
               GO TO NOTE-ONE-MOVEMENT-EXIT
           END-IF
           MOVE SPACES TO WS-FIELD-PART
           UNSTRING WS-AFTER-PGM DELIMITED BY " FIELD="
               INTO WS-HEAD-PART WS-FIELD-PART
           END-UNSTRING
           MOVE SPACES TO WS-FIELD-NAME
           MOVE SPACES TO WS-VALUE-PART
           UNSTRING WS-FIELD-PART DELIMITED BY " BEFORE="
               INTO WS-FIELD-NAME WS-VALUE-PART
           END-UNSTRING
           IF WS-FIELD-NAME NOT = "HIRED"
               AND WS-FIELD-NAME NOT = "REHIRED"
               AND WS-FIELD-NAME NOT = "TERMINATED"
               AND WS-FIELD-NAME NOT = "DEPTNO"
               GO TO NOTE-ONE-MOVEMENT-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-VAL
           MOVE SPACES TO WS-AFTER-PART
           UNSTRING WS-VALUE-PART DELIMITED BY " AFTER="
               INTO WS-BEFORE-VAL WS-AFTER-PART
           END-UNSTRING
           MOVE SPACES TO WS-AFTER-VAL
           UNSTRING WS-AFTER-PART DELIMITED BY " OPER="
               INTO WS-AFTER-VAL
           END-UNSTRING
           IF WS-FIELD-NAME = "DEPTNO"
               IF WS-BEFORE-VAL(1:4) IS NOT NUMERIC
                   OR WS-AFTER-VAL(1:4) IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-LINES
                   GO TO NOTE-ONE-MOVEMENT-EXIT
               END-IF
           END-IF
           IF WS-EVENT-COUNT >= WS-EVENT-MAX
               DISPLAY "HEADROLL: MORE THAN " WS-EVENT-MAX
                   " MOVEMENTS SINCE THE SNAPSHOT - NO ROLL PRINTED"
               CLOSE MAINT-JOURNAL-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
           MOVE WS-LINE-EMPNO TO WS-V-EMPNO(WS-EVENT-IDX)
           MOVE ZERO TO WS-V-FROM(WS-EVENT-IDX)
           MOVE ZERO TO WS-V-TO(WS-EVENT-IDX)
           MOVE ZERO TO WS-V-DEPT(WS-EVENT-IDX)
           EVALUATE WS-FIELD-NAME
               WHEN "HIRED"
                   MOVE "H" TO WS-V-TYPE(WS-EVENT-IDX)
               WHEN "REHIRED"
                   MOVE "R" TO WS-V-TYPE(WS-EVENT-IDX)
               WHEN "TERMINATED"
                   MOVE "T" TO WS-V-TYPE(WS-EVENT-IDX)
               WHEN OTHER
                   MOVE "D" TO WS-V-TYPE(WS-EVENT-IDX)
                   MOVE WS-BEFORE-VAL(1:4) TO WS-V-FROM(WS-EVENT-IDX)
                   MOVE WS-AFTER-VAL(1:4) TO WS-V-TO(WS-EVENT-IDX)
           END-EVALUATE
      *    The first hire, rehire or termination after the
      *    snapshot tells whether the employee was on the books at
      *    the snapshot.
           MOVE WS-LINE-EMPNO TO WS-EMP-IDX
           IF WS-E-FIRST-EVENT(WS-EMP-IDX) = SPACE
               AND WS-V-TYPE(WS-EVENT-IDX) NOT = "D"
               MOVE WS-V-TYPE(WS-EVENT-IDX)
                   TO WS-E-FIRST-EVENT(WS-EMP-IDX)
           END-IF
           .
       NOTE-ONE-MOVEMENT-EXIT.
           EXIT.

       PLACE-MOVEMENT-DEPTS SECTION.
      *    A hire, rehire or termination line carries no department.
      *    Walking the movements backwards from EMP as it stands,
      *    each transfer's BEFORE value is where the employee was
      *    until then - so every hire or termination lands in the
      *    department the employee was in at the time.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > 9999
               IF WS-E-IN-EMP(WS-EMP-IDX) = "Y"
                   MOVE WS-E-EMP-DEPT(WS-EMP-IDX)
                       TO WS-E-NEXT-DEPT(WS-EMP-IDX)
               ELSE
                   IF WS-E-IN-SNAP(WS-EMP-IDX) = "Y"
                       MOVE WS-E-SNAP-DEPT(WS-EMP-IDX)
                           TO WS-E-NEXT-DEPT(WS-EMP-IDX)
                   ELSE
                       MOVE ZERO TO WS-E-NEXT-DEPT(WS-EMP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EVENT-IDX FROM WS-EVENT-COUNT BY -1
               UNTIL WS-EVENT-IDX < 1
               MOVE WS-V-EMPNO(WS-EVENT-IDX) TO WS-EMP-IDX
               IF WS-V-TYPE(WS-EVENT-IDX) = "D"
                   MOVE WS-V-FROM(WS-EVENT-IDX)
                       TO WS-E-NEXT-DEPT(WS-EMP-IDX)
               ELSE
                   MOVE WS-E-NEXT-DEPT(WS-EMP-IDX)
                       TO WS-V-DEPT(WS-EVENT-IDX)
               END-IF
           END-PERFORM
           .
       PLACE-MOVEMENT-DEPTS-EXIT.
           EXIT.

       SET-OPENING-STATE SECTION.
      *    The archive holds terminated rows too, so each snapshot
      *    row is judged: a first movement of TERMINATED means the
      *    employee was on the books, REHIRED that they were not.
      *    With no movement, EMP's own status decides - a row
      *    terminated on or before the snapshot day was already
      *    gone; one terminated since, with no journal line to say
      *    so, opens on the books and shows up as unexplained.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > 9999
               MOVE "N" TO WS-E-OPEN-ACTIVE(WS-EMP-IDX)
               IF WS-E-IN-SNAP(WS-EMP-IDX) = "Y"
                   EVALUATE TRUE
                       WHEN WS-E-FIRST-EVENT(WS-EMP-IDX) = "T"
                           MOVE "Y" TO WS-E-OPEN-ACTIVE(WS-EMP-IDX)
                       WHEN WS-E-FIRST-EVENT(WS-EMP-IDX) = "R"
                           CONTINUE
                       WHEN WS-E-IN-EMP(WS-EMP-IDX) NOT = "Y"
                           MOVE "Y" TO WS-E-OPEN-ACTIVE(WS-EMP-IDX)
                       WHEN WS-E-EMP-STATUS(WS-EMP-IDX) NOT = "T"
                           MOVE "Y" TO WS-E-OPEN-ACTIVE(WS-EMP-IDX)
                       WHEN WS-E-TERMDATE(WS-EMP-IDX) = ZERO
                       WHEN WS-E-TERMDATE(WS-EMP-IDX) > WS-SNAP-DATE
                           MOVE "Y" TO WS-E-OPEN-ACTIVE(WS-EMP-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE WS-E-OPEN-ACTIVE(WS-EMP-IDX)
                   TO WS-E-EXP-ACTIVE(WS-EMP-IDX)
               MOVE WS-E-SNAP-DEPT(WS-EMP-IDX)
                   TO WS-E-EXP-DEPT(WS-EMP-IDX)
               IF WS-E-IN-SNAP(WS-EMP-IDX) NOT = "Y"
                   MOVE ZERO TO WS-E-EXP-DEPT(WS-EMP-IDX)
               END-IF
               IF WS-E-OPEN-ACTIVE(WS-EMP-IDX) = "Y"
                   COMPUTE WS-DX = WS-E-SNAP-DEPT(WS-EMP-IDX) + 1
                   ADD 1 TO WS-D-OPEN(WS-DX)
                   MOVE "Y" TO WS-D-USED(WS-DX)
                   ADD 1 TO WS-TOT-OPEN
               END-IF
           END-PERFORM
           .
       SET-OPENING-STATE-EXIT.
           EXIT.

       ROLL-MOVEMENTS-FORWARD SECTION.
      *    Each movement is counted against its department and
      *    applied to the employee's expected state. A movement
      *    that does not fit - a hire of someone already on the
      *    books, a termination of someone already gone, a
      *    transfer out of a department they were not in - marks
      *    the employee, since the roll cannot close around it.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               MOVE WS-V-EMPNO(WS-EVENT-IDX) TO WS-EMP-IDX
               EVALUATE WS-V-TYPE(WS-EVENT-IDX)
                   WHEN "H"
                   WHEN "R"
                       IF WS-E-EXP-ACTIVE(WS-EMP-IDX) = "Y"
                           MOVE "Y" TO WS-E-ODD(WS-EMP-IDX)
                       END-IF
                       COMPUTE WS-DX = WS-V-DEPT(WS-EVENT-IDX) + 1
                       ADD 1 TO WS-D-HIRES(WS-DX)
                       MOVE "Y" TO WS-D-USED(WS-DX)
                       ADD 1 TO WS-TOT-HIRES
                       MOVE "Y" TO WS-E-EXP-ACTIVE(WS-EMP-IDX)
                       MOVE WS-V-DEPT(WS-EVENT-IDX)
                           TO WS-E-EXP-DEPT(WS-EMP-IDX)
                   WHEN "T"
                       IF WS-E-EXP-ACTIVE(WS-EMP-IDX) NOT = "Y"
                           MOVE "Y" TO WS-E-ODD(WS-EMP-IDX)
                       END-IF
                       COMPUTE WS-DX = WS-V-DEPT(WS-EVENT-IDX) + 1
                       ADD 1 TO WS-D-TERMS(WS-DX)
                       MOVE "Y" TO WS-D-USED(WS-DX)
                       ADD 1 TO WS-TOT-TERMS
                       MOVE "N" TO WS-E-EXP-ACTIVE(WS-EMP-IDX)
                   WHEN OTHER
      *                A department change on a terminated record
      *                moves nobody's headcount.
                       IF WS-E-EXP-ACTIVE(WS-EMP-IDX) = "Y"
                           IF WS-V-FROM(WS-EVENT-IDX)
                               NOT = WS-E-EXP-DEPT(WS-EMP-IDX)
                               MOVE "Y" TO WS-E-ODD(WS-EMP-IDX)
                           END-IF
                           COMPUTE WS-DX = WS-V-FROM(WS-EVENT-IDX) + 1
                           ADD 1 TO WS-D-OUT(WS-DX)
                           MOVE "Y" TO WS-D-USED(WS-DX)
                           COMPUTE WS-DX = WS-V-TO(WS-EVENT-IDX) + 1
                           ADD 1 TO WS-D-IN(WS-DX)
                           MOVE "Y" TO WS-D-USED(WS-DX)
                           ADD 1 TO WS-TOT-OUT
                           ADD 1 TO WS-TOT-IN
                       END-IF
                       MOVE WS-V-TO(WS-EVENT-IDX)
                           TO WS-E-EXP-DEPT(WS-EMP-IDX)
               END-EVALUATE
           END-PERFORM
           .
       ROLL-MOVEMENTS-FORWARD-EXIT.
           EXIT.

       FIND-UNEXPLAINED-EMPLOYEES SECTION.
      *    An employee explains the roll when the journal leaves
      *    them where EMP has them: on or off the books, and in the
      *    same department.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > 9999
               IF WS-E-ACT-ACTIVE(WS-EMP-IDX) NOT = "Y"
                   MOVE "N" TO WS-E-ACT-ACTIVE(WS-EMP-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-E-ODD(WS-EMP-IDX) = "Y"
                   WHEN WS-E-EXP-ACTIVE(WS-EMP-IDX)
                       NOT = WS-E-ACT-ACTIVE(WS-EMP-IDX)
                       MOVE "Y" TO WS-E-UNEXPLAINED(WS-EMP-IDX)
                   WHEN WS-E-ACT-ACTIVE(WS-EMP-IDX) = "Y"
                       AND WS-E-EXP-DEPT(WS-EMP-IDX)
                           NOT = WS-E-EMP-DEPT(WS-EMP-IDX)
                       MOVE "Y" TO WS-E-UNEXPLAINED(WS-EMP-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
       FIND-UNEXPLAINED-EMPLOYEES-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    HEADROLL-FILE names the report; it defaults to
      *    /tmp/headroll.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "HEADROLL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/headroll.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "HEADROLL" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT ROLL-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "HEADROLL: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ROLL-REPORT-REC
           STRING "HEADCOUNT ROLL-FORWARD - SNAPSHOT OF "
                   DELIMITED SIZE
               WS-SNAP-DATE DELIMITED SIZE
               " TO EMP AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO ROLL-REPORT-REC
           END-STRING
           WRITE ROLL-REPORT-REC
           MOVE ALL "=" TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           MOVE SPACES TO ROLL-REPORT-REC
           STRING "DEPT  OPENING    HIRED   TERMED  XFER-IN XFER-OUT"
                   DELIMITED SIZE
               " EXPECTED  CLOSING" DELIMITED SIZE
               INTO ROLL-REPORT-REC
           END-STRING
           WRITE ROLL-REPORT-REC
           MOVE ALL "-" TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       WRITE-DEPARTMENT-ROLLS SECTION.
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > 10000
               IF WS-D-USED(WS-DX) = "Y"
                   PERFORM WRITE-ONE-DEPT-ROLL
               END-IF
           END-PERFORM
           MOVE ALL "-" TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           COMPUTE WS-EXPECTED = WS-TOT-OPEN + WS-TOT-HIRES
               - WS-TOT-TERMS + WS-TOT-IN - WS-TOT-OUT
           MOVE WS-TOT-OPEN TO D-OPEN
           MOVE WS-TOT-HIRES TO D-HIRES
           MOVE WS-TOT-TERMS TO D-TERMS
           MOVE WS-TOT-IN TO D-IN
           MOVE WS-TOT-OUT TO D-OUT
           MOVE WS-EXPECTED TO D-EXPECTED
           MOVE WS-TOT-CLOSE TO D-CLOSE
           MOVE SPACES TO ROLL-REPORT-REC
           STRING "ALL " DELIMITED SIZE
               "  " D-OPEN "  " D-HIRES "  " D-TERMS
               "  " D-IN "  " D-OUT "  " D-EXPECTED
               "  " D-CLOSE DELIMITED SIZE
               INTO ROLL-REPORT-REC
           END-STRING
           IF WS-EXPECTED NOT = WS-TOT-CLOSE
               MOVE "OUT OF BALANCE" TO ROLL-REPORT-REC(72:14)
           END-IF
           WRITE ROLL-REPORT-REC
           IF WS-OUT-COUNT = 0
               MOVE "(EVERY DEPARTMENT ROLLS FORWARD TO EMP)"
                   TO ROLL-REPORT-REC
               WRITE ROLL-REPORT-REC
           END-IF
           .
       WRITE-DEPARTMENT-ROLLS-EXIT.
           EXIT.

       WRITE-ONE-DEPT-ROLL SECTION.
           COMPUTE WS-EXPECTED = WS-D-OPEN(WS-DX) + WS-D-HIRES(WS-DX)
               - WS-D-TERMS(WS-DX) + WS-D-IN(WS-DX) - WS-D-OUT(WS-DX)
           COMPUTE D-DEPTNO = WS-DX - 1
           MOVE WS-D-OPEN(WS-DX) TO D-OPEN
           MOVE WS-D-HIRES(WS-DX) TO D-HIRES
           MOVE WS-D-TERMS(WS-DX) TO D-TERMS
           MOVE WS-D-IN(WS-DX) TO D-IN
           MOVE WS-D-OUT(WS-DX) TO D-OUT
           MOVE WS-EXPECTED TO D-EXPECTED
           MOVE WS-D-CLOSE(WS-DX) TO D-CLOSE
           MOVE SPACES TO ROLL-REPORT-REC
           STRING D-DEPTNO "  " D-OPEN "  " D-HIRES "  " D-TERMS
               "  " D-IN "  " D-OUT "  " D-EXPECTED
               "  " D-CLOSE DELIMITED SIZE
               INTO ROLL-REPORT-REC
           END-STRING
           IF WS-EXPECTED = WS-D-CLOSE(WS-DX)
               WRITE ROLL-REPORT-REC
               GO TO WRITE-ONE-DEPT-ROLL-EXIT
           END-IF
           MOVE "OUT OF BALANCE" TO ROLL-REPORT-REC(72:14)
           WRITE ROLL-REPORT-REC
           ADD 1 TO WS-OUT-COUNT
      *    Everyone unexplained who opened, should have closed, or
      *    did close in this department is behind the gap.
           COMPUTE WS-DX2 = WS-DX - 1
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > 9999
               IF WS-E-UNEXPLAINED(WS-EMP-IDX) = "Y"
                   IF (WS-E-OPEN-ACTIVE(WS-EMP-IDX) = "Y"
                           AND WS-E-SNAP-DEPT(WS-EMP-IDX) = WS-DX2)
                       OR (WS-E-EXP-ACTIVE(WS-EMP-IDX) = "Y"
                           AND WS-E-EXP-DEPT(WS-EMP-IDX) = WS-DX2)
                       OR (WS-E-ACT-ACTIVE(WS-EMP-IDX) = "Y"
                           AND WS-E-EMP-DEPT(WS-EMP-IDX) = WS-DX2)
                       PERFORM WRITE-RESPONSIBLE-LINE
                   END-IF
               END-IF
           END-PERFORM
           .
       WRITE-ONE-DEPT-ROLL-EXIT.
           EXIT.

       WRITE-RESPONSIBLE-LINE SECTION.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-E-ODD(WS-EMP-IDX) = "Y"
                   MOVE "JOURNAL MOVEMENTS OUT OF SEQUENCE"
                       TO WS-REASON
               WHEN WS-E-EXP-ACTIVE(WS-EMP-IDX) = "N"
                   AND WS-E-IN-SNAP(WS-EMP-IDX) NOT = "Y"
                   MOVE "IN EMP WITH NO HIRE ON THE JOURNAL"
                       TO WS-REASON
               WHEN WS-E-EXP-ACTIVE(WS-EMP-IDX) = "N"
                   MOVE "ACTIVE IN EMP WITH NO REHIRE ON THE JOURNAL"
                       TO WS-REASON
               WHEN WS-E-ACT-ACTIVE(WS-EMP-IDX) = "N"
                   AND WS-E-IN-EMP(WS-EMP-IDX) NOT = "Y"
                   MOVE "GONE FROM EMP WITH NO TERMINATION JOURNALLED"
                       TO WS-REASON
               WHEN WS-E-ACT-ACTIVE(WS-EMP-IDX) = "N"
                   MOVE "TERMINATED WITH NO TERMINATION JOURNALLED"
                       TO WS-REASON
               WHEN OTHER
                   MOVE WS-E-EXP-DEPT(WS-EMP-IDX) TO D-OTHER-DEPT
                   STRING "IN DEPT " DELIMITED SIZE
                       WS-E-EMP-DEPT(WS-EMP-IDX) DELIMITED SIZE
                       " BUT JOURNAL LEAVES THEM IN " DELIMITED SIZE
                       D-OTHER-DEPT DELIMITED SIZE
                       INTO WS-REASON
                   END-STRING
           END-EVALUATE
           MOVE WS-EMP-IDX TO D-EMPNO
           MOVE SPACES TO ROLL-REPORT-REC
           STRING "      EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-REASON DELIMITED SIZE
               INTO ROLL-REPORT-REC
           END-STRING
           WRITE ROLL-REPORT-REC
           .
       WRITE-RESPONSIBLE-LINE-EXIT.
           EXIT.
