       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  HOME-DEPT                    PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X(1).
       01  EMP-STATUS-IND               PIC S9(4) COMP VALUE ZERO.
       01  ALLOC-DEPT                   PIC S9(4) COMP VALUE ZERO.
       01  ALLOC-PCT                    PIC S9(3)V99 COMP-3
                                            VALUE ZERO.
       01  ALLOC-FROM-CHAR              PIC X(8).
       01  ALLOC-TO-CHAR                PIC X(8).
       01  ALLOC-TO-IND                 PIC S9(4) COMP VALUE ZERO.
       01  ALLOC-KEYED-BY               PIC X(10).
       01  DEPT-ROWS                    PIC S9(9) COMP VALUE ZERO.
       01  CLOSED-ROWS                  PIC S9(9) COMP VALUE ZERO.
       01  LATER-ROWS                   PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.
           COPY DATEEDLK.

      *    ALLOCMAINT keeps the split-funding table EMPALLOC: one row
      *    per employee and department charged - EMPNO, DEPTNO, PCT
      *    (percent of the employee's pay, two decimals), EFFFROM
      *    and EFFTO (NULL while open-ended) and KEYEDBY. The rows in
      *    effect on a date are the employee's allocation set, and a
      *    set is only ever recorded whole and totalling exactly
      *    100.00 percent - anything else is refused at the keyboard.
      *    An employee with no set in effect is charged 100 percent
      *    to EMP.DEPTNO, as always.
      *
      *    PAYREG, DEPTBUD, GLPOST and CTLBAL charge by the set in
      *    effect today. Salary and commission are split separately,
      *    each share rounded to the cent, and the rounding
      *    difference goes to the lowest-numbered department of the
      *    set, so the shares always add back to the employee's pay
      *    exactly and every report charges the same cents.
      *
      *    A new set takes effect from the date keyed (today or
      *    later): the set in effect then closes the day before, and
      *    any set keyed to start on or after that date is replaced.
      *    Ending the split the same way puts the employee back on
      *    the home department. The operator must be signed on
      *    through MENU with the UPDATE class; every change is
      *    journalled against the employee - FIELD ALLOC-END with the
      *    number of lines closed and the last day they charge, and
      *    FIELD ALLOC with the start date and each new line as
      *    DEPTNO@PERCENT.
       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-CHOICE                    PIC X.
       01  WS-CONFIRM                   PIC X.
       01  WS-EMPNO-INPUT               PIC X(4).
       01  WS-EMPNO-RJUST               PIC X(4).
       01  WS-DEPT-INPUT                PIC X(4).
       01  WS-DEPT-RJUST                PIC X(4).
       01  WS-DATE-INPUT                PIC X(10).
       01  WS-ENTRY-TRAIL-CT            PIC 9 COMP.
       01  WS-ENTRY-LEN                 PIC 9 COMP.
       01  WS-QUIT-SWITCH               PIC X VALUE "N".
           88  WS-QUIT                        VALUE "Y".

      *    The percent as keyed - up to three whole digits and two
      *    decimals, "33.33", "50" or "100".
       01  WS-PCT-INPUT                 PIC X(6).
       01  WS-PCT-INT-IN                PIC X(3).
       01  WS-PCT-INT-RJUST             PIC X(3).
       01  WS-PCT-DEC-IN                PIC X(2).
       01  WS-PCT-INT-NUM               PIC 9(3).
       01  WS-PCT-DEC-NUM               PIC 9(2).
       01  WS-PCT-VALUE                 PIC 9(3)V99.
       01  WS-PCT-OK-SWITCH             PIC X.
           88  WS-PCT-OK                      VALUE "Y".

      *    The set being keyed, held until it is proven whole.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY            OCCURS 10.
               10  WS-SET-DEPT         PIC 9(4).
               10  WS-SET-PCT          PIC 9(3)V99.
       01  WS-SET-COUNT                 PIC 99 COMP VALUE 0.
       01  WS-SET-IDX                   PIC 99 COMP.
       01  WS-SET-TOTAL                 PIC 9(5)V99 VALUE 0.
       01  WS-SET-DONE-SWITCH           PIC X.
           88  WS-SET-DONE                    VALUE "Y".
       01  WS-CLOSE-OK-SWITCH           PIC X.
           88  WS-CLOSE-OK                    VALUE "Y".
       01  WS-DUP-SWITCH                PIC X.
           88  WS-DUP-FOUND                   VALUE "Y".

       01  WS-EMP-NAME                  PIC X(10).
       01  WS-EMP-NUM                   PIC 9(4).
       01  WS-HOME-DEPT                 PIC 9(4).
       01  WS-FROM-DATE                 PIC 9(8).
       01  WS-LAST-DAY                  PIC 9(8).
       01  WS-SHOWN-COUNT               PIC 9(3) VALUE 0.
       01  WS-JRNL-LINE                 PIC X(12).

       01  WS-SETS-KEYED                PIC 9(4) VALUE 0.
       01  WS-SPLITS-ENDED              PIC 9(4) VALUE 0.

       01  WS-RUN-DATE                  PIC 9(8).

       01  DISPLAY-VARIABLES.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-PCT                    PIC ZZ9.99.
           05  D-TOTAL                  PIC ZZZZ9.99.
           05  D-PCT-ZERO               PIC 999.99.
           05  D-DEPT-ZERO              PIC 9(4).
           05  D-COUNT-ZERO             PIC 9(4).

       PROCEDURE DIVISION.
           DISPLAY "ALLOCMAINT - SPLIT-FUNDING ALLOCATIONS"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-SIGNER

           PERFORM RECORD-RUN-START
           PERFORM CONNECT-TO-ORACLE

           PERFORM UNTIL WS-QUIT
               PERFORM MAINTAIN-ONE-EMPLOYEE
           END-PERFORM

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           DISPLAY " "
           DISPLAY "ALLOCMAINT: " WS-SETS-KEYED " set(s) recorded, "
               WS-SPLITS-ENDED " split(s) ended"

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-SIGNER SECTION.
      *    Changing how pay is charged needs ALLOC-ADMIN on the
      *    operator's roles (PERMCHK), and the journal needs the
      *    operator's name - no sign-on at all is refused.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-SIGNER-ID = SPACES
               DISPLAY "ALLOCMAINT: ALLOCATION CHANGES NEED AN "
                   "OPERATOR SIGNED ON THROUGH MENU."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-SIGNER-ID TO PX-OPERATOR
           MOVE "ALLOC-ADMIN" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "ALLOCMAINT: " WS-SIGNER-ID
                   " MAY NOT CHANGE ALLOCATIONS - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    Every change goes on the shared hash-chained journal, so
      *    the session holds EMP-WRITE like every journal writer.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "ALLOCMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "ALLOCMAINT: EMP IS HELD BY ANOTHER WRITER - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-JRNL-WRITER-LOCKED TO TRUE
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           COMPUTE RS-COUNT = WS-SETS-KEYED + WS-SPLITS-ENDED
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "ALLOCMAINT" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "ALLOCMAINT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       MAINTAIN-ONE-EMPLOYEE SECTION.
           DISPLAY " "
           DISPLAY "ENTER EMPNO (BLANK TO END): " WITH NO ADVANCING
           MOVE SPACES TO WS-EMPNO-INPUT
           ACCEPT WS-EMPNO-INPUT
           IF WS-EMPNO-INPUT = SPACES
               SET WS-QUIT TO TRUE
               GO TO MAINTAIN-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           INSPECT WS-EMPNO-INPUT
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-ENTRY-LEN = 4 - WS-ENTRY-TRAIL-CT
           MOVE ZEROS TO WS-EMPNO-RJUST
           MOVE WS-EMPNO-INPUT(1:WS-ENTRY-LEN)
               TO WS-EMPNO-RJUST(5 - WS-ENTRY-LEN:WS-ENTRY-LEN)
           IF WS-EMPNO-RJUST NOT NUMERIC
               DISPLAY "EMPNO NOT NUMERIC."
               GO TO MAINTAIN-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE WS-EMPNO-RJUST TO WS-EMP-NUM
           MOVE WS-EMP-NUM TO EMP-NUMBER

           MOVE SPACES TO EMP-NAME-ARR
           MOVE ZERO TO EMP-STATUS-IND
           EXEC SQL
               SELECT ENAME, DEPTNO, STATUS
               INTO :EMP-NAME, :HOME-DEPT, :EMP-STATUS:EMP-STATUS-IND
               FROM EMP
               WHERE EMPNO = :EMP-NUMBER
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "EMPNO " WS-EMPNO-RJUST " IS NOT ON FILE."
               GO TO MAINTAIN-ONE-EMPLOYEE-EXIT
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO READ EMP - SQLCODE = " SQLCODE
               GO TO MAINTAIN-ONE-EMPLOYEE-EXIT
           END-IF
           IF EMP-STATUS-IND NOT = -1 AND EMP-STATUS = "T"
               DISPLAY "EMPNO " WS-EMPNO-RJUST " IS TERMINATED - "
                   "NOTHING TO CHARGE."
               GO TO MAINTAIN-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE EMP-NAME-ARR TO WS-EMP-NAME
           MOVE HOME-DEPT TO WS-HOME-DEPT

           PERFORM SHOW-ALLOCATIONS

           DISPLAY "N) NEW ALLOCATION SET   E) END THE SPLIT   "
               "BLANK) NEXT EMPLOYEE: " WITH NO ADVANCING
           MOVE SPACE TO WS-CHOICE
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "N"
               WHEN "n"
                   PERFORM KEY-NEW-SET
               WHEN "E"
               WHEN "e"
                   PERFORM END-SPLIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       MAINTAIN-ONE-EMPLOYEE-EXIT.
           EXIT.

       SHOW-ALLOCATIONS SECTION.
      *    The set in effect today and any keyed to start later.
           MOVE WS-HOME-DEPT TO D-DEPTNO
           DISPLAY "EMPNO " WS-EMPNO-RJUST "  " WS-EMP-NAME
               "  HOME DEPARTMENT " D-DEPTNO

           EXEC SQL
               DECLARE ALLOCCURS CURSOR FOR
                   SELECT DEPTNO, PCT,
                          TO_CHAR(EFFFROM, 'YYYYMMDD'),
                          TO_CHAR(EFFTO, 'YYYYMMDD')
                   FROM EMPALLOC
                   WHERE EMPNO = :EMP-NUMBER
                     AND (EFFTO IS NULL OR EFFTO >= TRUNC(SYSDATE))
                   ORDER BY EFFFROM, DEPTNO
           END-EXEC

           EXEC SQL
               OPEN ALLOCCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO READ ALLOCATIONS - SQLCODE = "
                   SQLCODE
               GO TO SHOW-ALLOCATIONS-EXIT
           END-IF

           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE SPACES TO ALLOC-TO-CHAR
           EXEC SQL
               FETCH ALLOCCURS
                   INTO :ALLOC-DEPT, :ALLOC-PCT, :ALLOC-FROM-CHAR,
                        :ALLOC-TO-CHAR:ALLOC-TO-IND
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF WS-SHOWN-COUNT = 0
                   DISPLAY "  DEPT  PERCENT  FROM      TO"
               END-IF
               ADD 1 TO WS-SHOWN-COUNT
               MOVE ALLOC-DEPT TO D-DEPTNO
               MOVE ALLOC-PCT TO D-PCT
               IF ALLOC-TO-IND = -1
                   MOVE "OPEN" TO ALLOC-TO-CHAR
               END-IF
               DISPLAY "  " D-DEPTNO "  " D-PCT "   "
                   ALLOC-FROM-CHAR "  " ALLOC-TO-CHAR
               MOVE SPACES TO ALLOC-TO-CHAR
               EXEC SQL
                   FETCH ALLOCCURS
                       INTO :ALLOC-DEPT, :ALLOC-PCT, :ALLOC-FROM-CHAR,
                            :ALLOC-TO-CHAR:ALLOC-TO-IND
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE ALLOCCURS
           END-EXEC

           IF WS-SHOWN-COUNT = 0
               MOVE WS-HOME-DEPT TO D-DEPTNO
               DISPLAY "  NO SPLIT - CHARGED 100 PERCENT TO "
                   "DEPARTMENT " D-DEPTNO
           END-IF
           .
       SHOW-ALLOCATIONS-EXIT.
           EXIT.

       ACCEPT-FROM-DATE SECTION.
      *    Blank is today; a change may not be backdated, because
      *    the reports already run charged the set then in effect.
           MOVE ZERO TO WS-FROM-DATE
           DISPLAY "EFFECTIVE FROM YYYY-MM-DD (BLANK FOR TODAY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF
           MOVE SPACES TO DE-PARM
           MOVE WS-DATE-INPUT TO DE-DATE-IN
           MOVE "D" TO DE-FORMAT
           MOVE "N" TO DE-NO-FUTURE
           MOVE WS-RUN-DATE TO DE-MIN-DATE
           MOVE ZERO TO DE-MAX-DATE
           CALL "DATEEDIT" USING DE-PARM
           IF NOT DE-OK
               DISPLAY "NOT A REAL YYYY-MM-DD DATE FROM TODAY ON - "
                   "NOTHING CHANGED."
               GO TO ACCEPT-FROM-DATE-EXIT
           END-IF
           MOVE DE-DATE-OUT TO WS-FROM-DATE
           .
       ACCEPT-FROM-DATE-EXIT.
           EXIT.

       KEY-NEW-SET SECTION.
           PERFORM ACCEPT-FROM-DATE
           IF WS-FROM-DATE = ZERO
               GO TO KEY-NEW-SET-EXIT
           END-IF

           MOVE ZERO TO WS-SET-COUNT
           MOVE ZERO TO WS-SET-TOTAL
           MOVE "N" TO WS-SET-DONE-SWITCH
           DISPLAY "KEY EACH DEPARTMENT AND ITS PERCENT OF PAY; "
               "BLANK DEPARTMENT WHEN DONE."
           PERFORM UNTIL WS-SET-DONE
               PERFORM KEY-ONE-SET-LINE
           END-PERFORM

           IF WS-SET-COUNT = 0
               DISPLAY "NO LINES KEYED - NOTHING CHANGED."
               GO TO KEY-NEW-SET-EXIT
           END-IF
           MOVE WS-SET-TOTAL TO D-TOTAL
           IF WS-SET-TOTAL NOT = 100
               DISPLAY "THE SET TOTALS " D-TOTAL " PERCENT - IT MUST "
                   "TOTAL 100.00 - NOTHING CHANGED."
               GO TO KEY-NEW-SET-EXIT
           END-IF
           IF WS-SET-COUNT = 1 AND WS-SET-DEPT(1) = WS-HOME-DEPT
               DISPLAY "100 PERCENT TO THE HOME DEPARTMENT IS NO "
                   "SPLIT - USE E TO END ONE. NOTHING CHANGED."
               GO TO KEY-NEW-SET-EXIT
           END-IF

           DISPLAY "RECORD THIS SET FROM " WS-FROM-DATE "? (Y/N): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED."
               GO TO KEY-NEW-SET-EXIT
           END-IF

           PERFORM CLOSE-CURRENT-SET
           IF NOT WS-CLOSE-OK
               GO TO KEY-NEW-SET-EXIT
           END-IF

           MOVE SPACES TO ALLOC-KEYED-BY
           MOVE WS-SIGNER-ID TO ALLOC-KEYED-BY
           MOVE WS-FROM-DATE TO ALLOC-FROM-CHAR
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE WS-SET-DEPT(WS-SET-IDX) TO ALLOC-DEPT
               MOVE WS-SET-PCT(WS-SET-IDX) TO ALLOC-PCT
               EXEC SQL
                   INSERT INTO EMPALLOC
                       (EMPNO, DEPTNO, PCT, EFFFROM, EFFTO, KEYEDBY)
                   VALUES
                       (:EMP-NUMBER, :ALLOC-DEPT, :ALLOC-PCT,
                        TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD'), NULL,
                        :ALLOC-KEYED-BY)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
                       " - NOTHING CHANGED."
                   EXEC SQL
                       ROLLBACK WORK
                   END-EXEC
                   GO TO KEY-NEW-SET-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               COMMIT WORK
           END-EXEC
           ADD 1 TO WS-SETS-KEYED
           DISPLAY "SET RECORDED."

           PERFORM JOURNAL-CLOSED-SET
           MOVE WS-EMP-NUM TO WS-JRNL-EMPNO
           MOVE "ALLOC" TO WS-JRNL-FIELD
           MOVE WS-FROM-DATE TO WS-JRNL-BEFORE
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE WS-SET-DEPT(WS-SET-IDX) TO D-DEPT-ZERO
               MOVE WS-SET-PCT(WS-SET-IDX) TO D-PCT-ZERO
               MOVE SPACES TO WS-JRNL-LINE
               STRING D-DEPT-ZERO DELIMITED SIZE
                   "@" DELIMITED SIZE
                   D-PCT-ZERO DELIMITED SIZE
                 INTO WS-JRNL-LINE
               END-STRING
               MOVE WS-JRNL-LINE TO WS-JRNL-AFTER
               PERFORM WRITE-MAINT-JOURNAL
           END-PERFORM
           .
       KEY-NEW-SET-EXIT.
           EXIT.

       KEY-ONE-SET-LINE SECTION.
           MOVE WS-SET-TOTAL TO D-TOTAL
           DISPLAY "  DEPARTMENT (TOTAL SO FAR " D-TOTAL "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DEPT-INPUT
           ACCEPT WS-DEPT-INPUT
           IF WS-DEPT-INPUT = SPACES
               SET WS-SET-DONE TO TRUE
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF
           IF WS-SET-COUNT >= 10
               DISPLAY "  TEN DEPARTMENTS IS THE MOST ONE SET CAN "
                   "CHARGE."
               SET WS-SET-DONE TO TRUE
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           INSPECT WS-DEPT-INPUT
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-ENTRY-LEN = 4 - WS-ENTRY-TRAIL-CT
           MOVE ZEROS TO WS-DEPT-RJUST
           MOVE WS-DEPT-INPUT(1:WS-ENTRY-LEN)
               TO WS-DEPT-RJUST(5 - WS-ENTRY-LEN:WS-ENTRY-LEN)
           IF WS-DEPT-RJUST NOT NUMERIC
               DISPLAY "  DEPARTMENT NOT NUMERIC - LINE NOT TAKEN."
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF
           MOVE WS-DEPT-RJUST TO ALLOC-DEPT

           MOVE "N" TO WS-DUP-SWITCH
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-DEPT(WS-SET-IDX) = ALLOC-DEPT
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND
               DISPLAY "  DEPARTMENT ALREADY IN THIS SET - LINE NOT "
                   "TAKEN."
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF

           MOVE ZERO TO DEPT-ROWS
           EXEC SQL
               SELECT COUNT(*)
               INTO :DEPT-ROWS
               FROM DEPT
               WHERE DEPTNO = :ALLOC-DEPT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "  UNABLE TO READ DEPT - SQLCODE = " SQLCODE
                   " - LINE NOT TAKEN."
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF
           IF DEPT-ROWS = 0
               DISPLAY "  DEPARTMENT " WS-DEPT-RJUST " IS NOT ON DEPT"
                   " - LINE NOT TAKEN."
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF

           DISPLAY "  PERCENT OF PAY (E.G. 33.33): " WITH NO ADVANCING
           MOVE SPACES TO WS-PCT-INPUT
           ACCEPT WS-PCT-INPUT
           PERFORM EDIT-PERCENT
           IF NOT WS-PCT-OK
               DISPLAY "  PERCENT MUST BE MORE THAN 0 AND NO MORE "
                   "THAN 100, TWO DECIMALS AT MOST - LINE NOT TAKEN."
               GO TO KEY-ONE-SET-LINE-EXIT
           END-IF

           ADD 1 TO WS-SET-COUNT
           MOVE ALLOC-DEPT TO WS-SET-DEPT(WS-SET-COUNT)
           MOVE WS-PCT-VALUE TO WS-SET-PCT(WS-SET-COUNT)
           ADD WS-PCT-VALUE TO WS-SET-TOTAL
           .
       KEY-ONE-SET-LINE-EXIT.
           EXIT.

       EDIT-PERCENT SECTION.
           MOVE "N" TO WS-PCT-OK-SWITCH
           IF WS-PCT-INPUT = SPACES
               GO TO EDIT-PERCENT-EXIT
           END-IF
           MOVE SPACES TO WS-PCT-INT-IN
           MOVE SPACES TO WS-PCT-DEC-IN
           UNSTRING WS-PCT-INPUT DELIMITED BY "." OR SPACE
               INTO WS-PCT-INT-IN WS-PCT-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-PERCENT-EXIT
           END-UNSTRING
           MOVE ZERO TO WS-ENTRY-TRAIL-CT
           INSPECT WS-PCT-INT-IN
               TALLYING WS-ENTRY-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-ENTRY-LEN = 3 - WS-ENTRY-TRAIL-CT
           IF WS-ENTRY-LEN = 0
               MOVE "000" TO WS-PCT-INT-RJUST
           ELSE
               MOVE ZEROS TO WS-PCT-INT-RJUST
               MOVE WS-PCT-INT-IN(1:WS-ENTRY-LEN)
                   TO WS-PCT-INT-RJUST(4 - WS-ENTRY-LEN:WS-ENTRY-LEN)
           END-IF
           IF WS-PCT-INT-RJUST NOT NUMERIC
               GO TO EDIT-PERCENT-EXIT
           END-IF
           IF WS-PCT-DEC-IN = SPACES
               MOVE "00" TO WS-PCT-DEC-IN
           END-IF
           IF WS-PCT-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-PCT-DEC-IN(2:1)
           END-IF
           IF WS-PCT-DEC-IN NOT NUMERIC
               GO TO EDIT-PERCENT-EXIT
           END-IF
           MOVE WS-PCT-INT-RJUST TO WS-PCT-INT-NUM
           MOVE WS-PCT-DEC-IN TO WS-PCT-DEC-NUM
           COMPUTE WS-PCT-VALUE =
               WS-PCT-INT-NUM + (WS-PCT-DEC-NUM / 100)
           IF WS-PCT-VALUE = 0 OR WS-PCT-VALUE > 100
               GO TO EDIT-PERCENT-EXIT
           END-IF
           SET WS-PCT-OK TO TRUE
           .
       EDIT-PERCENT-EXIT.
           EXIT.

       END-SPLIT SECTION.
           PERFORM ACCEPT-FROM-DATE
           IF WS-FROM-DATE = ZERO
               GO TO END-SPLIT-EXIT
           END-IF
           DISPLAY "BACK TO THE HOME DEPARTMENT FROM " WS-FROM-DATE
               "? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED."
               GO TO END-SPLIT-EXIT
           END-IF

           PERFORM CLOSE-CURRENT-SET
           IF NOT WS-CLOSE-OK
               GO TO END-SPLIT-EXIT
           END-IF
           IF CLOSED-ROWS = 0 AND LATER-ROWS = 0
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               DISPLAY "NO SPLIT IN EFFECT THEN - NOTHING CHANGED."
               GO TO END-SPLIT-EXIT
           END-IF

           EXEC SQL
               COMMIT WORK
           END-EXEC
           ADD 1 TO WS-SPLITS-ENDED
           DISPLAY "SPLIT ENDED."
           PERFORM JOURNAL-CLOSED-SET
           .
       END-SPLIT-EXIT.
           EXIT.

       CLOSE-CURRENT-SET SECTION.
      *    The set in effect on the from date closes the day before
      *    it; any set keyed to start on or after it is replaced.
      *    Nothing is committed here - the caller commits the close
      *    together with what replaces it, or rolls both back. The
      *    lines affected are counted first, for the journal.
           MOVE "N" TO WS-CLOSE-OK-SWITCH
           MOVE WS-FROM-DATE TO ALLOC-FROM-CHAR
           MOVE ZERO TO CLOSED-ROWS
           MOVE ZERO TO LATER-ROWS
           EXEC SQL
               SELECT COUNT(*)
               INTO :CLOSED-ROWS
               FROM EMPALLOC
               WHERE EMPNO = :EMP-NUMBER
                 AND EFFFROM < TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
                 AND (EFFTO IS NULL
                      OR EFFTO >= TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD'))
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :LATER-ROWS
                   FROM EMPALLOC
                   WHERE EMPNO = :EMP-NUMBER
                     AND EFFFROM >=
                         TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "UNABLE TO READ ALLOCATIONS - SQLCODE = "
                   SQLCODE " - NOTHING CHANGED."
               GO TO CLOSE-CURRENT-SET-EXIT
           END-IF

           EXEC SQL
               UPDATE EMPALLOC
                   SET EFFTO = TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD') - 1
                   WHERE EMPNO = :EMP-NUMBER
                     AND EFFFROM <
                         TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
                     AND (EFFTO IS NULL
                          OR EFFTO >=
                             TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD'))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
                   " - NOTHING CHANGED."
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO CLOSE-CURRENT-SET-EXIT
           END-IF
           EXEC SQL
               DELETE FROM EMPALLOC
                   WHERE EMPNO = :EMP-NUMBER
                     AND EFFFROM >=
                         TO_DATE(:ALLOC-FROM-CHAR, 'YYYYMMDD')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
                   " - NOTHING CHANGED."
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO CLOSE-CURRENT-SET-EXIT
           END-IF
           SET WS-CLOSE-OK TO TRUE
           .
       CLOSE-CURRENT-SET-EXIT.
           EXIT.

       JOURNAL-CLOSED-SET SECTION.
      *    One line for whatever the change closed or replaced: the
      *    number of lines and the last day they charge.
           IF CLOSED-ROWS = 0 AND LATER-ROWS = 0
               GO TO JOURNAL-CLOSED-SET-EXIT
           END-IF
           MOVE WS-EMP-NUM TO WS-JRNL-EMPNO
           MOVE "ALLOC-END" TO WS-JRNL-FIELD
           COMPUTE D-COUNT-ZERO = CLOSED-ROWS + LATER-ROWS
           MOVE D-COUNT-ZERO TO WS-JRNL-BEFORE
           COMPUTE WS-LAST-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1)
           MOVE WS-LAST-DAY TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           .
       JOURNAL-CLOSED-SET-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG==
               BY =="ALLOCMAINT"==.
