       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT UPDT-OUT-FILE ASSIGN TO WS-UPDT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-UPDT-STATUS.
           SELECT MAINT-OUT-FILE ASSIGN TO WS-MAINT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAINT-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  UPDT-OUT-FILE.
       01  UPDT-OUT-REC                PIC X(80).
       FD  MAINT-OUT-FILE.
       01  MAINT-OUT-REC               PIC X(80).
       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY RPTRTELK.
      *    The generated files carry a batch header and trailer like
      *    any other feed into EMPUPDT and EMPMAINT, so they are
      *    built here and written FROM.
           COPY BATCHHT.

      *    EMPUPDT's transaction layout - S and C lines only; the
      *    backout never backdates a change.
       01  UPDT-TRANS-REC.
           05  UTR-EMPNO               PIC 9(4).
           05  UTR-ACTION              PIC X.
           05  UTR-NEW-SAL             PIC X(9).
           05  UTR-NEW-COMM            PIC X(9).
           05  UTR-EFF-DATE            PIC X(8).
           05  FILLER                  PIC X(49).
      *    EMPMAINT's transaction layout - J, M, D and N lines.
       01  MAINT-TRANS-REC.
           05  MTR-EMPNO               PIC 9(4).
           05  MTR-ACTION              PIC X.
           05  MTR-NEW-VALUE           PIC X(10).
           05  FILLER                  PIC X(65).

       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
       01  WS-UPDT-FILENAME             PIC X(256).
       01  WS-UPDT-STATUS               PIC XX.
           88  WS-UPDT-FILE-OK                VALUE "00".
       01  WS-MAINT-FILENAME            PIC X(256).
       01  WS-MAINT-STATUS              PIC XX.
           88  WS-MAINT-FILE-OK               VALUE "00".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-JRNL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-JRNL-EOF                    VALUE "Y".

      *    The selection - the program whose run went in wrong, the
      *    day it ran, the minutes it ran between and, when more
      *    than one operator ran it that day, whose run it was.
       01  WS-SEL-PGM                   PIC X(10).
       01  WS-SEL-DATE                  PIC 9(8).
       01  WS-SEL-FROM                  PIC 9(4).
       01  WS-SEL-TO                    PIC 9(4).
       01  WS-SEL-OPER                  PIC X(10).
       01  WS-SEL-ENV                   PIC X(10).
       01  WS-MODE-ENV                  PIC X(10).
       01  WS-MODE-SWITCH               PIC X VALUE "S".
           88  WS-APPLY-MODE                  VALUE "A".

      *    One journal line taken apart on its tags - the layout
      *    WRITE-MAINT-JOURNAL (copy/EMPJRNPR.cpy) writes.
       01  WS-JL-STAMP                  PIC X(20).
       01  WS-JL-DATE                   PIC 9(8).
       01  WS-JL-TIME                   PIC 9(8).
       01  WS-JL-HHMM                   PIC 9(4).
       01  WS-JL-PGM                    PIC X(10).
       01  WS-JL-EMPNO-X                PIC X(10).
       01  WS-JL-EMPNO                  PIC 9(4).
       01  WS-JL-FIELD                  PIC X(10).
       01  WS-JL-BEFORE                 PIC X(12).
       01  WS-JL-AFTER                  PIC X(12).
       01  WS-JL-OPER                   PIC X(10).
       01  WS-JL-REST                   PIC X(20).
       01  WS-JL-PERSON-SWITCH          PIC X.
           88  WS-JL-PERSON-FIELD             VALUE "Y".

      *    One entry per employee and field the selected run
      *    changed. A field the run changed twice keeps the value
      *    from before its first change, so the reversal puts back
      *    what was there before the run began.
       01  WS-BACK-TABLE.
           05  WS-BACK-ENTRY           OCCURS 2000.
               10  WS-BK-EMPNO         PIC 9(4).
               10  WS-BK-FIELD         PIC X(10).
               10  WS-BK-BEFORE        PIC X(12).
               10  WS-BK-AFTER         PIC X(12).
               10  WS-BK-TIME          PIC 9(8).
               10  WS-BK-STATE         PIC X.
                   88  WS-BK-REVERSE         VALUE "R".
                   88  WS-BK-REFUSED         VALUE "F".
                   88  WS-BK-NOT-REVERSIBLE  VALUE "N".
               10  WS-BK-REASON        PIC X(50).
       01  WS-BACK-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-BACK-IDX                  PIC 9(4) COMP.
       01  WS-FIND-IDX                  PIC 9(4) COMP.
       01  WS-BACK-FOUND-SWITCH         PIC X.
           88  WS-BACK-FOUND                  VALUE "Y".
       01  WS-TABLE-FULL-SWITCH         PIC X VALUE "N".
           88  WS-TABLE-FULL                  VALUE "Y".

       01  WS-REV-AMT-X.
           05  WS-REV-AMT-INT           PIC X(7).
           05  WS-REV-AMT-DEC           PIC X(2).
       01  WS-REV-AMT-N REDEFINES WS-REV-AMT-X
                                        PIC 9(7)V99.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).
       01  WS-DAY-NOW                   PIC 9(5).
       01  WS-CHANGE-TIME               PIC 9(6).
       01  WS-BATCH-NO                  PIC X(10).
       01  WS-LINE-COUNT                PIC 9(9).
       01  WS-EMPNO-HASH                PIC 9(13).
       01  WS-AMOUNT-HASH               PIC 9(13)V99.
       01  WS-AMOUNT-CENTS              PIC 9(15).

       01  WS-SELECTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REVERSE-COUNT             PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(5) VALUE 0.
       01  WS-NOT-REV-COUNT             PIC 9(5) VALUE 0.
       01  WS-UPDT-COUNT                PIC 9(5) VALUE 0.
       01  WS-MAINT-COUNT               PIC 9(5) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-TIME                   PIC 99B99B99.
           05  D-COUNT                  PIC Z(4)9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           ACCEPT WS-DAY-NOW FROM DAY

           PERFORM TAKE-SELECTION
           PERFORM RECORD-RUN-START
           PERFORM OPEN-REPORT-FILE

      *    One pass of the journal: the selected run's changes are
      *    gathered, and every later change to one of its employees
      *    by anything else marks that employee as not to be
      *    touched.
           PERFORM OPEN-JOURNAL-FILE
           PERFORM READ-NEXT-JOURNAL-REC
           PERFORM UNTIL WS-JRNL-EOF OR WS-TABLE-FULL
               PERFORM TAKE-JOURNAL-REC
               PERFORM READ-NEXT-JOURNAL-REC
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE

           IF WS-TABLE-FULL
               PERFORM END-TABLE-FULL
           END-IF

           PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
               UNTIL WS-BACK-IDX > WS-BACK-COUNT
               PERFORM JUDGE-ONE-ENTRY
               PERFORM REPORT-ONE-ENTRY
           END-PERFORM

           IF WS-APPLY-MODE
               PERFORM WRITE-REVERSING-FILES
           END-IF

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE BACKOUT-REPORT-FILE

           IF WS-APPLY-MODE
               DISPLAY "JRNBACK: " WS-REVERSE-COUNT
                   " change(s) reversed, " WS-REFUSED-COUNT
                   " refused, " WS-NOT-REV-COUNT " left by hand"
               IF WS-UPDT-COUNT > 0
                   DISPLAY "JRNBACK: RUN EMPUPDT WITH EMPUPDT-TRANS="
                       WS-UPDT-FILENAME
               END-IF
               IF WS-MAINT-COUNT > 0
                   DISPLAY "JRNBACK: RUN EMPMAINT WITH EMPMAINT-TRANS="
                       WS-MAINT-FILENAME
               END-IF
           ELSE
               DISPLAY "JRNBACK: SIMULATION ONLY - " WS-REVERSE-COUNT
                   " change(s) would be reversed, " WS-REFUSED-COUNT
                   " refused - see " WS-RPT-FILENAME
           END-IF

           PERFORM RECORD-RUN-END

           IF WS-SELECTED-COUNT = 0
               DISPLAY "JRNBACK: NOTHING ON THE JOURNAL FOR "
                   WS-SEL-PGM " ON " WS-SEL-DATE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REFUSED-COUNT > 0 OR WS-NOT-REV-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       TAKE-SELECTION SECTION.
      *    JRNBACK-PGM names the program whose run is to be backed
      *    out and must be set. JRNBACK-DATE is the day it ran
      *    (default today); JRNBACK-FROM and JRNBACK-TO bound the
      *    run as HHMM (default the whole day); JRNBACK-OPER, when
      *    set, takes only that operator's changes. JRNBACK-MODE
      *    APPLY writes the reversing transactions - anything else
      *    only lists what would be reversed.
           MOVE SPACES TO WS-SEL-PGM
           DISPLAY "JRNBACK-PGM" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-PGM FROM ENVIRONMENT-VALUE
           IF WS-SEL-PGM = SPACES
               DISPLAY "JRNBACK: JRNBACK-PGM NOT SET - NAME THE "
                   "PROGRAM WHOSE RUN IS TO BE BACKED OUT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           INSPECT WS-SEL-PGM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE WS-TODAY TO WS-SEL-DATE
           MOVE SPACES TO WS-SEL-ENV
           DISPLAY "JRNBACK-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-ENV FROM ENVIRONMENT-VALUE
           IF WS-SEL-ENV NOT = SPACES
               IF WS-SEL-ENV(1:8) IS NUMERIC
                   AND WS-SEL-ENV(9:2) = SPACES
                   MOVE WS-SEL-ENV(1:8) TO WS-SEL-DATE
               ELSE
                   DISPLAY "JRNBACK: JRNBACK-DATE NOT YYYYMMDD - "
                       WS-SEL-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE ZERO TO WS-SEL-FROM
           MOVE SPACES TO WS-SEL-ENV
           DISPLAY "JRNBACK-FROM" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-ENV FROM ENVIRONMENT-VALUE
           IF WS-SEL-ENV NOT = SPACES
               IF WS-SEL-ENV(1:4) IS NUMERIC
                   AND WS-SEL-ENV(5:6) = SPACES
                   MOVE WS-SEL-ENV(1:4) TO WS-SEL-FROM
               ELSE
                   DISPLAY "JRNBACK: JRNBACK-FROM NOT HHMM - "
                       WS-SEL-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 2359 TO WS-SEL-TO
           MOVE SPACES TO WS-SEL-ENV
           DISPLAY "JRNBACK-TO" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-ENV FROM ENVIRONMENT-VALUE
           IF WS-SEL-ENV NOT = SPACES
               IF WS-SEL-ENV(1:4) IS NUMERIC
                   AND WS-SEL-ENV(5:6) = SPACES
                   MOVE WS-SEL-ENV(1:4) TO WS-SEL-TO
               ELSE
                   DISPLAY "JRNBACK: JRNBACK-TO NOT HHMM - "
                       WS-SEL-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-SEL-TO < WS-SEL-FROM
               DISPLAY "JRNBACK: JRNBACK-TO " WS-SEL-TO
                   " IS BEFORE JRNBACK-FROM " WS-SEL-FROM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-SEL-OPER
           DISPLAY "JRNBACK-OPER" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-OPER FROM ENVIRONMENT-VALUE

           MOVE SPACES TO WS-MODE-ENV
           DISPLAY "JRNBACK-MODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT-VALUE
           IF WS-MODE-ENV = "APPLY" OR WS-MODE-ENV = "apply"
               MOVE "A" TO WS-MODE-SWITCH
           END-IF
           .
       TAKE-SELECTION-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    JRNBACK writes no EMP row itself - the reversal goes in
      *    through EMPUPDT and EMPMAINT, which take the EMP-WRITE
      *    interlock and journal every change as they always do.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "JRNBACK" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "JRNBACK: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF WS-REFUSED-COUNT > 0
               MOVE "FAIL" TO RS-STATUS
           ELSE
               MOVE "OK" TO RS-STATUS
           END-IF
           MOVE WS-REVERSE-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE ZERO TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    JRNBACK-REPORT names the backout listing - what was (or
      *    would be) reversed and what was refused, and why; it
      *    defaults to /tmp/jrnback.rpt.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "JRNBACK-REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/jrnback.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "JRNBACK" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "JRNBACK: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO BACKOUT-REPORT-REC
           IF WS-APPLY-MODE
               MOVE "MAINTENANCE BACKOUT - REVERSING TRANSACTIONS"
                   TO BACKOUT-REPORT-REC
           ELSE
               MOVE "MAINTENANCE BACKOUT - SIMULATION, NOTHING WRITTEN"
                   TO BACKOUT-REPORT-REC
           END-IF
           WRITE BACKOUT-REPORT-REC
           MOVE SPACES TO BACKOUT-REPORT-REC
           STRING "RUN OF " DELIMITED SIZE
               WS-SEL-PGM DELIMITED SPACE
               " ON " DELIMITED SIZE
               WS-SEL-DATE DELIMITED SIZE
               " FROM " DELIMITED SIZE
               WS-SEL-FROM DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-SEL-TO DELIMITED SIZE
               INTO BACKOUT-REPORT-REC
           END-STRING
           IF WS-SEL-OPER NOT = SPACES
               MOVE "OPERATOR" TO BACKOUT-REPORT-REC(40:8)
               MOVE WS-SEL-OPER TO BACKOUT-REPORT-REC(49:10)
           END-IF
           WRITE BACKOUT-REPORT-REC
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE "EMPNO" TO BACKOUT-REPORT-REC(1:5)
           MOVE "FIELD" TO BACKOUT-REPORT-REC(8:5)
           MOVE "CHANGED" TO BACKOUT-REPORT-REC(20:7)
           MOVE "RUN SET IT TO" TO BACKOUT-REPORT-REC(30:13)
           MOVE "PUT BACK" TO BACKOUT-REPORT-REC(44:8)
           MOVE "RESULT" TO BACKOUT-REPORT-REC(58:6)
           WRITE BACKOUT-REPORT-REC
           MOVE ALL "-" TO BACKOUT-REPORT-REC
           WRITE BACKOUT-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       OPEN-JOURNAL-FILE SECTION.
      *    The shared maintenance journal every program that
      *    changes an employee appends to (copy/EMPJRNPR.cpy).
           MOVE SPACES TO WS-JRNL-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-JRNL-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-JRNL-FILENAME
           END-IF
           OPEN INPUT MAINT-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "JRNBACK: UNABLE TO OPEN JOURNAL: "
                   WS-JRNL-FILENAME
               CLOSE BACKOUT-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-JOURNAL-FILE-EXIT.
           EXIT.

       READ-NEXT-JOURNAL-REC SECTION.
           READ MAINT-JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ
           .
       READ-NEXT-JOURNAL-REC-EXIT.
           EXIT.

       TAKE-JOURNAL-REC SECTION.
      *    Unstring on the literal tags, as MAINTRPT does - program
      *    and field names vary in length. Lines written before
      *    operators were recorded carry no OPER tag.
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
               OR WS-JL-STAMP(10:8) NOT NUMERIC
               OR WS-JL-EMPNO-X(1:4) NOT NUMERIC
               GO TO TAKE-JOURNAL-REC-EXIT
           END-IF
           MOVE WS-JL-STAMP(1:8) TO WS-JL-DATE
           MOVE WS-JL-STAMP(10:8) TO WS-JL-TIME
           MOVE WS-JL-STAMP(10:4) TO WS-JL-HHMM
           MOVE WS-JL-EMPNO-X(1:4) TO WS-JL-EMPNO

           IF WS-JL-PGM = WS-SEL-PGM
               AND WS-JL-DATE = WS-SEL-DATE
               AND WS-JL-HHMM NOT < WS-SEL-FROM
               AND WS-JL-HHMM NOT > WS-SEL-TO
               AND (WS-SEL-OPER = SPACES OR WS-JL-OPER = WS-SEL-OPER)
               PERFORM TAKE-SELECTED-CHANGE
           ELSE
               PERFORM CHECK-LATER-CHANGE
           END-IF
           .
       TAKE-JOURNAL-REC-EXIT.
           EXIT.

       TAKE-SELECTED-CHANGE SECTION.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE "N" TO WS-BACK-FOUND-SWITCH
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-BACK-COUNT OR WS-BACK-FOUND
               IF WS-BK-EMPNO(WS-FIND-IDX) = WS-JL-EMPNO
                   AND WS-BK-FIELD(WS-FIND-IDX) = WS-JL-FIELD
                   SET WS-BACK-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-FIND-IDX
               END-IF
           END-PERFORM
           IF WS-BACK-FOUND
      *        The run changed it again - the reversal still puts
      *        back the value from before its first change.
               MOVE WS-JL-AFTER TO WS-BK-AFTER(WS-FIND-IDX)
               GO TO TAKE-SELECTED-CHANGE-EXIT
           END-IF
           IF WS-BACK-COUNT >= 2000
               SET WS-TABLE-FULL TO TRUE
               GO TO TAKE-SELECTED-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-BACK-COUNT
           MOVE WS-JL-EMPNO TO WS-BK-EMPNO(WS-BACK-COUNT)
           MOVE WS-JL-FIELD TO WS-BK-FIELD(WS-BACK-COUNT)
           MOVE WS-JL-BEFORE TO WS-BK-BEFORE(WS-BACK-COUNT)
           MOVE WS-JL-AFTER TO WS-BK-AFTER(WS-BACK-COUNT)
           MOVE WS-JL-TIME TO WS-BK-TIME(WS-BACK-COUNT)
           SET WS-BK-REVERSE(WS-BACK-COUNT) TO TRUE
           MOVE SPACES TO WS-BK-REASON(WS-BACK-COUNT)
      *    An employee someone else changed in the middle of the run
      *    stays refused for the rest of it.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX >= WS-BACK-COUNT
               IF WS-BK-EMPNO(WS-FIND-IDX) = WS-JL-EMPNO
                   AND WS-BK-REFUSED(WS-FIND-IDX)
                   SET WS-BK-REFUSED(WS-BACK-COUNT) TO TRUE
                   MOVE WS-BK-REASON(WS-FIND-IDX)
                       TO WS-BK-REASON(WS-BACK-COUNT)
               END-IF
           END-PERFORM
           .
       TAKE-SELECTED-CHANGE-EXIT.
           EXIT.

       CHECK-LATER-CHANGE SECTION.
      *    Anything else that changed one of the run's employees
      *    after the run touched them means the reversal would
      *    overwrite a newer decision - that employee is refused
      *    whole and reported for someone to look at.
           MOVE "N" TO WS-JL-PERSON-SWITCH
           EVALUATE WS-JL-FIELD
               WHEN "SALARY"
               WHEN "COMMISSION"
               WHEN "SAL-EFFDT"
               WHEN "JOB"
               WHEN "MGR"
               WHEN "DEPTNO"
               WHEN "ENAME"
               WHEN "GENDER"
               WHEN "EMPTYPE"
               WHEN "TERMINATED"
               WHEN "REHIRED"
               WHEN "STATUS"
               WHEN "ANONYMISE"
                   SET WS-JL-PERSON-FIELD TO TRUE
           END-EVALUATE
           IF NOT WS-JL-PERSON-FIELD
               GO TO CHECK-LATER-CHANGE-EXIT
           END-IF
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-BACK-COUNT
               IF WS-BK-EMPNO(WS-FIND-IDX) = WS-JL-EMPNO
                   AND NOT WS-BK-REFUSED(WS-FIND-IDX)
                   SET WS-BK-REFUSED(WS-FIND-IDX) TO TRUE
                   MOVE SPACES TO WS-BK-REASON(WS-FIND-IDX)
                   STRING "CHANGED AGAIN - " DELIMITED SIZE
                       WS-JL-FIELD DELIMITED SPACE
                       " BY " DELIMITED SIZE
                       WS-JL-PGM DELIMITED SPACE
                       " ON " DELIMITED SIZE
                       WS-JL-DATE DELIMITED SIZE
                       INTO WS-BK-REASON(WS-FIND-IDX)
                   END-STRING
               END-IF
           END-PERFORM
           .
       CHECK-LATER-CHANGE-EXIT.
           EXIT.

       END-TABLE-FULL SECTION.
      *    A run this size is not one to reverse piecemeal - nothing
      *    is written and the backout is left to be planned by hand.
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE "MORE THAN 2000 CHANGES SELECTED - NOTHING REVERSED"
               TO BACKOUT-REPORT-REC
           WRITE BACKOUT-REPORT-REC
           CLOSE BACKOUT-REPORT-FILE
           DISPLAY "JRNBACK: MORE THAN 2000 CHANGES SELECTED - "
               "NARROW THE WINDOW; NOTHING REVERSED"
           PERFORM RECORD-RUN-FAIL
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       END-TABLE-FULL-EXIT.
           EXIT.

       JUDGE-ONE-ENTRY SECTION.
      *    Only the fields EMPUPDT and EMPMAINT can set are put back
      *    by transaction; anything else the run changed is listed
      *    for the owner of that data to undo.
           IF WS-BK-REFUSED(WS-BACK-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               GO TO JUDGE-ONE-ENTRY-EXIT
           END-IF
           EVALUATE WS-BK-FIELD(WS-BACK-IDX)
               WHEN "SALARY"
               WHEN "COMMISSION"
                   PERFORM JUDGE-AMOUNT-ENTRY
               WHEN "JOB"
               WHEN "MGR"
               WHEN "DEPTNO"
               WHEN "ENAME"
               WHEN "GENDER"
               WHEN "EMPTYPE"
                   CONTINUE
               WHEN "SAL-EFFDT"
                   SET WS-BK-NOT-REVERSIBLE(WS-BACK-IDX) TO TRUE
                   MOVE "BACKDATED - CANCEL ARREARS ON RETROREG"
                       TO WS-BK-REASON(WS-BACK-IDX)
               WHEN OTHER
                   SET WS-BK-NOT-REVERSIBLE(WS-BACK-IDX) TO TRUE
                   MOVE "NOT A FIELD THE BACKOUT CAN PUT BACK"
                       TO WS-BK-REASON(WS-BACK-IDX)
           END-EVALUATE
           IF WS-BK-REVERSE(WS-BACK-IDX)
               ADD 1 TO WS-REVERSE-COUNT
           ELSE
               IF WS-BK-REFUSED(WS-BACK-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   ADD 1 TO WS-NOT-REV-COUNT
               END-IF
           END-IF
           .
       JUDGE-ONE-ENTRY-EXIT.
           EXIT.

       JUDGE-AMOUNT-ENTRY SECTION.
      *    Amounts are journaled zero-filled as 9999999.99. EMPUPDT
      *    has no way to store a NULL commission.
           IF WS-BK-BEFORE(WS-BACK-IDX) = "NULL"
               SET WS-BK-REFUSED(WS-BACK-IDX) TO TRUE
               MOVE "WAS NULL - EMPUPDT CANNOT RESTORE A NULL"
                   TO WS-BK-REASON(WS-BACK-IDX)
               GO TO JUDGE-AMOUNT-ENTRY-EXIT
           END-IF
           IF WS-BK-BEFORE(WS-BACK-IDX)(1:7) NOT NUMERIC
               OR WS-BK-BEFORE(WS-BACK-IDX)(8:1) NOT = "."
               OR WS-BK-BEFORE(WS-BACK-IDX)(9:2) NOT NUMERIC
               SET WS-BK-REFUSED(WS-BACK-IDX) TO TRUE
               MOVE "JOURNALED VALUE NOT AN AMOUNT"
                   TO WS-BK-REASON(WS-BACK-IDX)
           END-IF
           .
       JUDGE-AMOUNT-ENTRY-EXIT.
           EXIT.

       REPORT-ONE-ENTRY SECTION.
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE WS-BK-EMPNO(WS-BACK-IDX) TO D-EMPNO
           MOVE D-EMPNO TO BACKOUT-REPORT-REC(1:4)
           MOVE WS-BK-FIELD(WS-BACK-IDX) TO BACKOUT-REPORT-REC(8:10)
           MOVE WS-BK-TIME(WS-BACK-IDX)(1:6) TO WS-CHANGE-TIME
           MOVE WS-CHANGE-TIME TO D-TIME
           MOVE D-TIME TO BACKOUT-REPORT-REC(20:8)
           MOVE WS-BK-AFTER(WS-BACK-IDX) TO BACKOUT-REPORT-REC(30:12)
           MOVE WS-BK-BEFORE(WS-BACK-IDX)
               TO BACKOUT-REPORT-REC(44:12)
           EVALUATE TRUE
               WHEN WS-BK-REVERSE(WS-BACK-IDX)
                   IF WS-APPLY-MODE
                       MOVE "REVERSED" TO BACKOUT-REPORT-REC(58:8)
                   ELSE
                       MOVE "WOULD BE REVERSED"
                           TO BACKOUT-REPORT-REC(58:17)
                   END-IF
               WHEN WS-BK-REFUSED(WS-BACK-IDX)
                   MOVE "REFUSED" TO BACKOUT-REPORT-REC(58:7)
                   MOVE WS-BK-REASON(WS-BACK-IDX)
                       TO BACKOUT-REPORT-REC(67:50)
               WHEN OTHER
                   MOVE "BY HAND" TO BACKOUT-REPORT-REC(58:7)
                   MOVE WS-BK-REASON(WS-BACK-IDX)
                       TO BACKOUT-REPORT-REC(67:50)
           END-EVALUATE
           WRITE BACKOUT-REPORT-REC
           .
       REPORT-ONE-ENTRY-EXIT.
           EXIT.

       WRITE-REVERSING-FILES SECTION.
      *    JRNBACK-UPDT-TRANS and JRNBACK-MAINT-TRANS name the
      *    reversing batches for EMPUPDT (salary and commission) and
      *    EMPMAINT (job, manager, department and name), defaulting
      *    to /tmp/jrnback_empupdt.dat and /tmp/jrnback_empmaint.dat.
      *    Each is a batch of its own under a header and trailer;
      *    a file with nothing to put back is not written. The
      *    batch number is the year's last digit, the day of the
      *    year and the time to the second (yddd hhmmss), so a
      *    second backout in the same minute is not refused by
      *    BATCHCTL as a batch already applied.
           STRING WS-DAY-NOW(2:4) DELIMITED SIZE
               WS-TIME-NOW(1:6) DELIMITED SIZE
               INTO WS-BATCH-NO
           END-STRING

           MOVE SPACES TO WS-UPDT-FILENAME
           DISPLAY "JRNBACK-UPDT-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-UPDT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-UPDT-FILENAME = SPACES
               MOVE "/tmp/jrnback_empupdt.dat" TO WS-UPDT-FILENAME
           END-IF
           MOVE SPACES TO WS-MAINT-FILENAME
           DISPLAY "JRNBACK-MAINT-TRANS" UPON ENVIRONMENT-NAME
           ACCEPT WS-MAINT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-MAINT-FILENAME = SPACES
               MOVE "/tmp/jrnback_empmaint.dat" TO WS-MAINT-FILENAME
           END-IF

           PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
               UNTIL WS-BACK-IDX > WS-BACK-COUNT
               IF WS-BK-REVERSE(WS-BACK-IDX)
                   IF WS-BK-FIELD(WS-BACK-IDX) = "SALARY"
                       OR WS-BK-FIELD(WS-BACK-IDX) = "COMMISSION"
                       ADD 1 TO WS-UPDT-COUNT
                   ELSE
                       ADD 1 TO WS-MAINT-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-UPDT-COUNT > 0
               PERFORM WRITE-UPDT-BATCH
           END-IF
           IF WS-MAINT-COUNT > 0
               PERFORM WRITE-MAINT-BATCH
           END-IF
           .
       WRITE-REVERSING-FILES-EXIT.
           EXIT.

       WRITE-UPDT-BATCH SECTION.
           OPEN OUTPUT UPDT-OUT-FILE
           IF NOT WS-UPDT-FILE-OK
               DISPLAY "JRNBACK: UNABLE TO OPEN " WS-UPDT-FILENAME
                   " STATUS=" WS-UPDT-STATUS
               CLOSE BACKOUT-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-BATCH-HEADER
           WRITE UPDT-OUT-REC FROM BATCH-HEADER-REC
           MOVE ZERO TO WS-LINE-COUNT WS-EMPNO-HASH WS-AMOUNT-HASH
           PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
               UNTIL WS-BACK-IDX > WS-BACK-COUNT
               IF WS-BK-REVERSE(WS-BACK-IDX)
                   AND (WS-BK-FIELD(WS-BACK-IDX) = "SALARY"
                   OR WS-BK-FIELD(WS-BACK-IDX) = "COMMISSION")
                   PERFORM WRITE-UPDT-TRANS
               END-IF
           END-PERFORM
           PERFORM BUILD-BATCH-TRAILER
           WRITE UPDT-OUT-REC FROM BATCH-TRAILER-REC
           CLOSE UPDT-OUT-FILE
           .
       WRITE-UPDT-BATCH-EXIT.
           EXIT.

       WRITE-UPDT-TRANS SECTION.
           MOVE SPACES TO UPDT-TRANS-REC
           MOVE WS-BK-EMPNO(WS-BACK-IDX) TO UTR-EMPNO
           MOVE WS-BK-BEFORE(WS-BACK-IDX)(1:7) TO WS-REV-AMT-INT
           MOVE WS-BK-BEFORE(WS-BACK-IDX)(9:2) TO WS-REV-AMT-DEC
           IF WS-BK-FIELD(WS-BACK-IDX) = "SALARY"
               MOVE "S" TO UTR-ACTION
               MOVE WS-REV-AMT-X TO UTR-NEW-SAL
           ELSE
               MOVE "C" TO UTR-ACTION
               MOVE WS-REV-AMT-X TO UTR-NEW-COMM
           END-IF
           WRITE UPDT-OUT-REC FROM UPDT-TRANS-REC
           ADD 1 TO WS-LINE-COUNT
           ADD UTR-EMPNO TO WS-EMPNO-HASH
           ADD WS-REV-AMT-N TO WS-AMOUNT-HASH
           .
       WRITE-UPDT-TRANS-EXIT.
           EXIT.

       WRITE-MAINT-BATCH SECTION.
           OPEN OUTPUT MAINT-OUT-FILE
           IF NOT WS-MAINT-FILE-OK
               DISPLAY "JRNBACK: UNABLE TO OPEN " WS-MAINT-FILENAME
                   " STATUS=" WS-MAINT-STATUS
               CLOSE BACKOUT-REPORT-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-BATCH-HEADER
           WRITE MAINT-OUT-REC FROM BATCH-HEADER-REC
           MOVE ZERO TO WS-LINE-COUNT WS-EMPNO-HASH WS-AMOUNT-HASH
           PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
               UNTIL WS-BACK-IDX > WS-BACK-COUNT
               IF WS-BK-REVERSE(WS-BACK-IDX)
                   AND WS-BK-FIELD(WS-BACK-IDX) NOT = "SALARY"
                   AND WS-BK-FIELD(WS-BACK-IDX) NOT = "COMMISSION"
                   PERFORM WRITE-MAINT-TRANS
               END-IF
           END-PERFORM
           PERFORM BUILD-BATCH-TRAILER
           WRITE MAINT-OUT-REC FROM BATCH-TRAILER-REC
           CLOSE MAINT-OUT-FILE
           .
       WRITE-MAINT-BATCH-EXIT.
           EXIT.

       WRITE-MAINT-TRANS SECTION.
      *    EMPMAINT clears the manager, gender and employment type
      *    on a blank line - the journal's NULL goes back as a
      *    blank.
           MOVE SPACES TO MAINT-TRANS-REC
           MOVE WS-BK-EMPNO(WS-BACK-IDX) TO MTR-EMPNO
           EVALUATE WS-BK-FIELD(WS-BACK-IDX)
               WHEN "JOB"
                   MOVE "J" TO MTR-ACTION
               WHEN "MGR"
                   MOVE "M" TO MTR-ACTION
               WHEN "DEPTNO"
                   MOVE "D" TO MTR-ACTION
               WHEN "ENAME"
                   MOVE "N" TO MTR-ACTION
               WHEN "GENDER"
                   MOVE "G" TO MTR-ACTION
               WHEN "EMPTYPE"
                   MOVE "E" TO MTR-ACTION
           END-EVALUATE
           IF (WS-BK-FIELD(WS-BACK-IDX) = "MGR"
               OR WS-BK-FIELD(WS-BACK-IDX) = "GENDER"
               OR WS-BK-FIELD(WS-BACK-IDX) = "EMPTYPE")
               AND WS-BK-BEFORE(WS-BACK-IDX) = "NULL"
               MOVE SPACES TO MTR-NEW-VALUE
           ELSE
               MOVE WS-BK-BEFORE(WS-BACK-IDX) TO MTR-NEW-VALUE
           END-IF
           WRITE MAINT-OUT-REC FROM MAINT-TRANS-REC
           ADD 1 TO WS-LINE-COUNT
           ADD MTR-EMPNO TO WS-EMPNO-HASH
           .
       WRITE-MAINT-TRANS-EXIT.
           EXIT.

       BUILD-BATCH-HEADER SECTION.
           MOVE SPACES TO BATCH-HEADER-REC
           MOVE "HDR" TO BHD-TAG
           MOVE "JRNBACK" TO BHD-SOURCE
           MOVE WS-BATCH-NO TO BHD-BATCH-NO
           MOVE WS-TODAY TO BHD-CREATED
           .
       BUILD-BATCH-HEADER-EXIT.
           EXIT.

       BUILD-BATCH-TRAILER SECTION.
           MOVE SPACES TO BATCH-TRAILER-REC
           MOVE "TRL" TO BTR-TAG
           MOVE WS-LINE-COUNT TO BTR-COUNT
           MOVE WS-EMPNO-HASH TO BTR-EMPNO-HASH
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-HASH * 100
           MOVE WS-AMOUNT-CENTS TO BTR-AMOUNT-HASH
           .
       BUILD-BATCH-TRAILER-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY SECTION.
           MOVE ALL "-" TO BACKOUT-REPORT-REC
           WRITE BACKOUT-REPORT-REC
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE WS-SELECTED-COUNT TO D-COUNT
           STRING "JOURNAL LINES SELECTED    " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO BACKOUT-REPORT-REC
           END-STRING
           WRITE BACKOUT-REPORT-REC
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE WS-REVERSE-COUNT TO D-COUNT
           STRING "FIELDS PUT BACK           " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO BACKOUT-REPORT-REC
           END-STRING
           WRITE BACKOUT-REPORT-REC
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE WS-REFUSED-COUNT TO D-COUNT
           STRING "REFUSED                   " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO BACKOUT-REPORT-REC
           END-STRING
           WRITE BACKOUT-REPORT-REC
           MOVE SPACES TO BACKOUT-REPORT-REC
           MOVE WS-NOT-REV-COUNT TO D-COUNT
           STRING "LEFT TO BE UNDONE BY HAND " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO BACKOUT-REPORT-REC
           END-STRING
           WRITE BACKOUT-REPORT-REC
           IF WS-APPLY-MODE
               IF WS-UPDT-COUNT > 0
                   MOVE SPACES TO BACKOUT-REPORT-REC
                   STRING "EMPUPDT BATCH " DELIMITED SIZE
                       WS-BATCH-NO DELIMITED SIZE
                       " IN " DELIMITED SIZE
                       WS-UPDT-FILENAME DELIMITED SPACE
                       INTO BACKOUT-REPORT-REC
                   END-STRING
                   WRITE BACKOUT-REPORT-REC
               END-IF
               IF WS-MAINT-COUNT > 0
                   MOVE SPACES TO BACKOUT-REPORT-REC
                   STRING "EMPMAINT BATCH " DELIMITED SIZE
                       WS-BATCH-NO DELIMITED SIZE
                       " IN " DELIMITED SIZE
                       WS-MAINT-FILENAME DELIMITED SPACE
                       INTO BACKOUT-REPORT-REC
                   END-STRING
                   WRITE BACKOUT-REPORT-REC
               END-IF
           ELSE
               MOVE "SIMULATION - NOTHING HAS BEEN WRITTEN. SET "
                   TO BACKOUT-REPORT-REC
               MOVE "JRNBACK-MODE=APPLY TO WRITE THE REVERSAL"
                   TO BACKOUT-REPORT-REC(44:40)
               WRITE BACKOUT-REPORT-REC
           END-IF
           .
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
