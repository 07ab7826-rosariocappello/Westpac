       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLETR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT LETTER-CKPT-FILE ASSIGN TO WS-CKPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CKPT-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO WS-TPL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TPL-STATUS.
           SELECT LETTER-FILE ASSIGN TO WS-LTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LTR-STATUS.
           SELECT LETTER-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
      *    The journal stamp the last run read up to, and how many
      *    lines carried that very stamp - a raise and its effective
      *    date line can land in the same hundredth of a second.
       FD  LETTER-CKPT-FILE.
       01  LETTER-CKPT-REC.
           05  CKPT-DATE               PIC 9(8).
           05  FILLER                  PIC X.
           05  CKPT-TIME               PIC 9(8).
           05  FILLER                  PIC X.
           05  CKPT-SAME-COUNT         PIC 9(5).
           05  FILLER                  PIC X.
           05  CKPT-RUN-DATE           PIC 9(8).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC                PIC X(132).
       FD  LETTER-FILE.
       01  LETTER-REC                  PIC X(132).
       FD  LETTER-REPORT-FILE.
       01  LETTER-REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  EMP-JOB                      PIC X(9) VARYING.
       01  DEPT-NAME                    PIC X(14) VARYING.
       01  MGR-NAME                     PIC X(10) VARYING.
       01  TERM-REASON                  PIC X(30) VARYING.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.

      *    EMPLETR turns the salary and status changes on the
      *    maintenance journal since its last run into letters to
      *    the employees, one per change, from a text template per
      *    kind of change - so the figure quoted is the figure the
      *    journal recorded, not one retyped by hand. The changes
      *    lettered:
      *      RAISE     SALARY up, applied by SALEFFAP or SALAPPLY
      *      SALCUT    SALARY down, applied by SALEFFAP or SALAPPLY
      *      TERMINATE TERMINATED, from LOGON or the EMPLOAD intake
      *      REHIRE    REHIRED, from LOGON
      *      LEAVE     STATUS to L, from LOGON
      *      RETURN    STATUS from L back to A, from LOGON
      *    JRNBACK reversals and the mass or intake salary paths are
      *    not lettered. A change that cannot be lettered - no
      *    template, the employee gone from EMP, a bad merge field -
      *    goes on the control list at the foot of the run's report
      *    for HR to deal with by hand, and the run ends RC 4.
      *    A template is plain text; the merge fields it may carry
      *    are {ENAME} {EMPNO} {JOB} {DNAME} {MGRNAME} {TERMREASON}
      *    {EFFDATE} {LETTERDATE}, and on a salary change {OLDSAL}
      *    and {NEWSAL}.
       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
           88  WS-JRNL-NO-FILE                VALUE "35".
       01  WS-JRNL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-CKPT-FILENAME             PIC X(256).
       01  WS-CKPT-STATUS               PIC XX.
           88  WS-CKPT-FILE-OK                VALUE "00".
           88  WS-CKPT-NO-FILE                VALUE "35".
       01  WS-TPL-DIR                   PIC X(200).
       01  WS-TPL-FILENAME              PIC X(256).
       01  WS-TPL-STATUS                PIC XX.
           88  WS-TPL-FILE-OK                 VALUE "00".
       01  WS-TPL-EOF-SWITCH            PIC X.
           88  WS-TPL-EOF                     VALUE "Y".
       01  WS-LTR-DIR                   PIC X(200).
       01  WS-LTR-FILENAME              PIC X(256).
       01  WS-LTR-STATUS                PIC XX.
           88  WS-LTR-FILE-OK                 VALUE "00".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

       01  WS-TODAY                     PIC 9(8).
       01  WS-FROM-ENV                  PIC X(8).

      *    Where this run starts reading: past the checkpoint, or
      *    from EMPLETR-FROM-DATE when one is given to re-letter a
      *    day, or from today on the very first run.
       01  WS-START-DATE                PIC 9(8).
       01  WS-START-TIME                PIC 9(8).
       01  WS-START-SAME                PIC 9(5).
       01  WS-LAST-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-TIME                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-SAME                 PIC 9(5) VALUE ZERO.
       01  WS-NEW-LINE-SWITCH           PIC X.
           88  WS-NEW-LINE                    VALUE "Y".

      *    One journal line taken apart on its tags - the layout
      *    WRITE-MAINT-JOURNAL (copy/EMPJRNPR.cpy) writes.
       01  WS-JL-STAMP                  PIC X(20).
       01  WS-JL-DATE                   PIC 9(8).
       01  WS-JL-TIME                   PIC 9(8).
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
       01  WS-AMT-EDIT                  PIC 9(7).99.
       01  WS-AMT-BEFORE                PIC 9(7)V99.
       01  WS-AMT-AFTER                 PIC 9(7)V99.

      *    A salary line waits for the SAL-EFFDT line its program
      *    writes straight after it on a backdated change, so the
      *    letter quotes the date the raise really runs from.
       01  WS-PEND-SWITCH               PIC X VALUE "N".
           88  WS-PEND-SALARY                 VALUE "Y".
       01  WS-PEND-EMPNO                PIC 9(4).
       01  WS-PEND-PGM                  PIC X(10).
       01  WS-PEND-DATE                 PIC 9(8).
       01  WS-PEND-TIME                 PIC 9(8).
       01  WS-PEND-OLD-SAL              PIC 9(7)V99.
       01  WS-PEND-NEW-SAL              PIC 9(7)V99.
       01  WS-PEND-EFF-DATE             PIC 9(8).

      *    The change being lettered.
       01  WS-CH-EMPNO                  PIC 9(4).
       01  WS-CH-TYPE                   PIC X(9).
       01  WS-CH-DATE                   PIC 9(8).
       01  WS-CH-TIME                   PIC 9(8).
       01  WS-CH-EFF-DATE               PIC 9(8).
       01  WS-CH-OLD-SAL                PIC 9(7)V99.
       01  WS-CH-NEW-SAL                PIC 9(7)V99.
       01  WS-CH-SAL-SWITCH             PIC X.
           88  WS-CH-HAS-SALARY               VALUE "Y".
       01  WS-CH-REASON                 PIC X(50).

      *    The merged letter is built here first and only written
      *    once every merge field has resolved, so a bad template
      *    never leaves half a letter behind.
       01  WS-LETTER-TABLE.
           05  WS-LETTER-LINE          PIC X(132) OCCURS 200.
       01  WS-LETTER-LINES              PIC 9(3) COMP.
       01  WS-LETTER-IDX                PIC 9(3) COMP.
       01  WS-LETTER-SEQ                PIC 9(4) VALUE ZERO.

       01  WS-TPL-LINE                  PIC X(132).
       01  WS-TPL-LEN                   PIC 9(3) COMP.
       01  WS-TPL-POS                   PIC 9(3) COMP.
       01  WS-TPL-TRAIL-CT              PIC 9(3) COMP.
       01  WS-CLOSE-POS                 PIC 9(3) COMP.
       01  WS-OUT-LINE                  PIC X(132).
       01  WS-OUT-PTR                   PIC 9(3) COMP.
       01  WS-MF-NAME                   PIC X(20).
       01  WS-MF-NAME-LEN               PIC 9(3) COMP.
       01  WS-MF-VALUE                  PIC X(40).
       01  WS-MF-WORK                   PIC X(40).
       01  WS-MF-LEN                    PIC 9(3) COMP.
       01  WS-MF-LEAD-CT                PIC 9(3) COMP.
       01  WS-MF-TRAIL-CT               PIC 9(3) COMP.
       01  WS-MERGE-BAD-SWITCH          PIC X.
           88  WS-MERGE-BAD                   VALUE "Y".

       01  WS-FMT-DATE                  PIC 9(8).
       01  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE.
           05  WS-FMT-YYYY              PIC 9(4).
           05  WS-FMT-MM                PIC 9(2).
           05  WS-FMT-DD                PIC 9(2).
       01  WS-FMT-DATE-OUT              PIC X(10).

      *    Changes that could not be lettered, held for the control
      *    list printed at the end of the run.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY            OCCURS 500.
               10  WS-EXC-EMPNO        PIC 9(4).
               10  WS-EXC-TYPE         PIC X(9).
               10  WS-EXC-DATE         PIC 9(8).
               10  WS-EXC-TIME         PIC 9(8).
               10  WS-EXC-REASON       PIC X(50).
       01  WS-EXC-COUNT                 PIC 9(5) VALUE 0.
       01  WS-EXC-IDX                   PIC 9(5).

       01  WS-SQLCODE-DISP              PIC -(9)9.
       01  WS-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT              PIC 9(5) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  D-COUNT                  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-LETTER-SETTINGS
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           PERFORM SCAN-JOURNAL

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM WRITE-CONTROL-LIST
           CLOSE LETTER-REPORT-FILE
           PERFORM SAVE-CHECKPOINT

           DISPLAY "EMPLETR: " WS-CHANGE-COUNT " change(s), "
               WS-LETTER-COUNT " letter(s), " WS-EXC-COUNT
               " on the control list, report in " WS-RPT-FILENAME

           PERFORM RECORD-RUN-END
           IF WS-EXC-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "EMPLETR" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "EMPLETR: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-LETTER-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-LETTER-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-LETTER-SETTINGS SECTION.
      *    LETTER-TEMPLATE-DIR holds the templates, one per kind of
      *    change named <type>.tpl (RAISE.tpl, TERMINATE.tpl ...);
      *    it defaults to /etc/letters. LETTER-DIR is where the
      *    letters go when no report repository is configured; it
      *    defaults to /tmp. LETTER-CHECKPOINT names the checkpoint
      *    (default /tmp/empletr_ckpt.dat).
           MOVE SPACES TO WS-TPL-DIR
           DISPLAY "LETTER-TEMPLATE-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-TPL-DIR FROM ENVIRONMENT-VALUE
           IF WS-TPL-DIR = SPACES
               MOVE "/etc/letters" TO WS-TPL-DIR
           END-IF
           MOVE SPACES TO WS-LTR-DIR
           DISPLAY "LETTER-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-LTR-DIR FROM ENVIRONMENT-VALUE
           IF WS-LTR-DIR = SPACES
               MOVE "/tmp" TO WS-LTR-DIR
           END-IF
           MOVE SPACES TO WS-CKPT-FILENAME
           DISPLAY "LETTER-CHECKPOINT" UPON ENVIRONMENT-NAME
           ACCEPT WS-CKPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CKPT-FILENAME = SPACES
               MOVE "/tmp/empletr_ckpt.dat" TO WS-CKPT-FILENAME
           END-IF

      *    The first run letters today's changes only - the history
      *    before it was lettered by hand.
           MOVE WS-TODAY TO WS-START-DATE
           MOVE ZERO TO WS-START-TIME
           MOVE ZERO TO WS-START-SAME
           OPEN INPUT LETTER-CKPT-FILE
           IF WS-CKPT-FILE-OK
               READ LETTER-CKPT-FILE
               IF WS-CKPT-FILE-OK
                   AND CKPT-DATE IS NUMERIC
                   AND CKPT-TIME IS NUMERIC
                   AND CKPT-SAME-COUNT IS NUMERIC
                   MOVE CKPT-DATE TO WS-START-DATE
                   MOVE CKPT-TIME TO WS-START-TIME
                   MOVE CKPT-SAME-COUNT TO WS-START-SAME
               ELSE
                   DISPLAY "EMPLETR: CHECKPOINT UNREADABLE - "
                       "LETTERING TODAY'S CHANGES ONLY"
               END-IF
               CLOSE LETTER-CKPT-FILE
           END-IF

      *    EMPLETR-FROM-DATE (YYYYMMDD) re-letters from the start of
      *    that day whatever the checkpoint says.
           MOVE SPACES TO WS-FROM-ENV
           DISPLAY "EMPLETR-FROM-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FROM-ENV FROM ENVIRONMENT-VALUE
           IF WS-FROM-ENV NOT = SPACES
               IF WS-FROM-ENV IS NUMERIC
                   MOVE WS-FROM-ENV TO WS-START-DATE
                   MOVE ZERO TO WS-START-TIME
                   MOVE ZERO TO WS-START-SAME
               ELSE
                   DISPLAY "EMPLETR: EMPLETR-FROM-DATE NOT YYYYMMDD "
                       "- IGNORED"
               END-IF
           END-IF
           .
       RESOLVE-LETTER-SETTINGS-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Production, not the reporting copy - the letter carries
      *    the department and manager as they stand the moment it
      *    is written.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "EMPLETR" TO CM-CALLER

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "EMPLETR: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    EMPLETR-FILE names the run's report and control list; it
      *    defaults to /tmp/empletr.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "EMPLETR-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/empletr.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "EMPLETR" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT LETTER-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "EMPLETR: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LETTER-REPORT-REC
           STRING "EMPLOYEE LETTERS RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               " - JOURNAL CHANGES AFTER " DELIMITED SIZE
               WS-START-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-START-TIME DELIMITED SIZE
               INTO LETTER-REPORT-REC
           END-STRING
           WRITE LETTER-REPORT-REC
           MOVE ALL "=" TO LETTER-REPORT-REC
           WRITE LETTER-REPORT-REC
           MOVE SPACES TO LETTER-REPORT-REC
           STRING "EMPNO NAME       CHANGE    JOURNAL STAMP      "
                   DELIMITED SIZE
               "LETTER" DELIMITED SIZE
               INTO LETTER-REPORT-REC
           END-STRING
           WRITE LETTER-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       SCAN-JOURNAL SECTION.
      *    MAINT-JOURNAL-FILE names the journal; it defaults to
      *    /tmp/maint_journal.log when unset.
           MOVE SPACES TO WS-JRNL-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-JRNL-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-JRNL-FILENAME
           END-IF
           OPEN INPUT MAINT-JOURNAL-FILE
           IF WS-JRNL-NO-FILE
               MOVE "  (NO MAINTENANCE JOURNAL YET)"
                   TO LETTER-REPORT-REC
               WRITE LETTER-REPORT-REC
               GO TO SCAN-JOURNAL-EXIT
           END-IF
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "EMPLETR: UNABLE TO OPEN JOURNAL: "
                   WS-JRNL-FILENAME " STATUS=" WS-JRNL-STATUS
               CLOSE LETTER-REPORT-FILE
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               READ MAINT-JOURNAL-FILE
                   AT END
                       SET WS-JRNL-EOF TO TRUE
               END-READ
               IF NOT WS-JRNL-EOF
                   PERFORM PARSE-JOURNAL-REC
                   IF WS-JL-VALID
                       PERFORM TRACK-JOURNAL-STAMP
                       IF WS-NEW-LINE
                           PERFORM CONSIDER-JOURNAL-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PEND-SALARY
               PERFORM LETTER-PENDING-SALARY
           END-IF
           CLOSE MAINT-JOURNAL-FILE
           .
       SCAN-JOURNAL-EXIT.
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
               OR WS-JL-STAMP(10:8) NOT NUMERIC
               OR WS-JL-EMPNO-X(1:4) NOT NUMERIC
               GO TO PARSE-JOURNAL-REC-EXIT
           END-IF
           MOVE WS-JL-STAMP(1:8) TO WS-JL-DATE
           MOVE WS-JL-STAMP(10:8) TO WS-JL-TIME
           MOVE WS-JL-EMPNO-X(1:4) TO WS-JL-EMPNO
           SET WS-JL-VALID TO TRUE
           .
       PARSE-JOURNAL-REC-EXIT.
           EXIT.

       TRACK-JOURNAL-STAMP SECTION.
      *    Counts the lines sharing each stamp, and decides whether
      *    this one falls after where the run started.
           IF WS-JL-DATE = WS-LAST-DATE AND WS-JL-TIME = WS-LAST-TIME
               ADD 1 TO WS-LAST-SAME
           ELSE
               MOVE WS-JL-DATE TO WS-LAST-DATE
               MOVE WS-JL-TIME TO WS-LAST-TIME
               MOVE 1 TO WS-LAST-SAME
           END-IF
           MOVE "N" TO WS-NEW-LINE-SWITCH
           EVALUATE TRUE
               WHEN WS-JL-DATE > WS-START-DATE
                   SET WS-NEW-LINE TO TRUE
               WHEN WS-JL-DATE < WS-START-DATE
                   CONTINUE
               WHEN WS-JL-TIME > WS-START-TIME
                   SET WS-NEW-LINE TO TRUE
               WHEN WS-JL-TIME < WS-START-TIME
                   CONTINUE
               WHEN WS-LAST-SAME > WS-START-SAME
                   SET WS-NEW-LINE TO TRUE
           END-EVALUATE
           .
       TRACK-JOURNAL-STAMP-EXIT.
           EXIT.

       CONSIDER-JOURNAL-LINE SECTION.
      *    A salary change held back for its effective date line is
      *    lettered first - with the date when this is that line,
      *    with the day it was applied otherwise.
           IF WS-PEND-SALARY
               IF WS-JL-FIELD = "SAL-EFFDT"
                   AND WS-JL-EMPNO = WS-PEND-EMPNO
                   AND WS-JL-PGM = WS-PEND-PGM
                   IF WS-JL-AFTER(1:8) IS NUMERIC
                       MOVE WS-JL-AFTER(1:8) TO WS-PEND-EFF-DATE
                   END-IF
                   PERFORM LETTER-PENDING-SALARY
                   GO TO CONSIDER-JOURNAL-LINE-EXIT
               END-IF
               PERFORM LETTER-PENDING-SALARY
           END-IF

           MOVE WS-JL-EMPNO TO WS-CH-EMPNO
           MOVE WS-JL-DATE TO WS-CH-DATE
           MOVE WS-JL-TIME TO WS-CH-TIME
           MOVE WS-JL-DATE TO WS-CH-EFF-DATE
           MOVE "N" TO WS-CH-SAL-SWITCH
           MOVE SPACES TO WS-CH-TYPE

           EVALUATE TRUE
               WHEN WS-JL-FIELD = "SALARY"
                   AND (WS-JL-PGM = "SALEFFAP"
                        OR WS-JL-PGM = "SALAPPLY")
                   PERFORM HOLD-SALARY-CHANGE
               WHEN WS-JL-FIELD = "TERMINATED"
                   AND (WS-JL-PGM = "LOGON" OR WS-JL-PGM = "EMPLOAD")
                   MOVE "TERMINATE" TO WS-CH-TYPE
                   PERFORM PRODUCE-LETTER
               WHEN WS-JL-FIELD = "REHIRED" AND WS-JL-PGM = "LOGON"
                   MOVE "REHIRE" TO WS-CH-TYPE
                   PERFORM PRODUCE-LETTER
               WHEN WS-JL-FIELD = "STATUS" AND WS-JL-PGM = "LOGON"
                   AND WS-JL-AFTER = "L"
                   MOVE "LEAVE" TO WS-CH-TYPE
                   PERFORM PRODUCE-LETTER
               WHEN WS-JL-FIELD = "STATUS" AND WS-JL-PGM = "LOGON"
                   AND WS-JL-BEFORE = "L" AND WS-JL-AFTER = "A"
                   MOVE "RETURN" TO WS-CH-TYPE
                   PERFORM PRODUCE-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       CONSIDER-JOURNAL-LINE-EXIT.
           EXIT.

       HOLD-SALARY-CHANGE SECTION.
      *    BEFORE and AFTER are the zero-filled 9(7).99 figures
      *    WRITE-MAINT-JOURNAL is given.
           IF WS-JL-BEFORE(1:7) NOT NUMERIC
               OR WS-JL-BEFORE(9:2) NOT NUMERIC
               OR WS-JL-AFTER(1:7) NOT NUMERIC
               OR WS-JL-AFTER(9:2) NOT NUMERIC
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "RAISE" TO WS-CH-TYPE
               MOVE "SALARY FIGURES ON THE JOURNAL UNREADABLE"
                   TO WS-CH-REASON
               PERFORM NOTE-NOT-LETTERED
               GO TO HOLD-SALARY-CHANGE-EXIT
           END-IF
           MOVE WS-JL-BEFORE(1:10) TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-AMT-BEFORE
           MOVE WS-JL-AFTER(1:10) TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-AMT-AFTER
           MOVE WS-JL-EMPNO TO WS-PEND-EMPNO
           MOVE WS-JL-PGM TO WS-PEND-PGM
           MOVE WS-JL-DATE TO WS-PEND-DATE
           MOVE WS-JL-TIME TO WS-PEND-TIME
           MOVE WS-JL-DATE TO WS-PEND-EFF-DATE
           MOVE WS-AMT-BEFORE TO WS-PEND-OLD-SAL
           MOVE WS-AMT-AFTER TO WS-PEND-NEW-SAL
           SET WS-PEND-SALARY TO TRUE
           .
       HOLD-SALARY-CHANGE-EXIT.
           EXIT.

       LETTER-PENDING-SALARY SECTION.
           MOVE "N" TO WS-PEND-SWITCH
           IF WS-PEND-NEW-SAL = WS-PEND-OLD-SAL
               GO TO LETTER-PENDING-SALARY-EXIT
           END-IF
           MOVE WS-PEND-EMPNO TO WS-CH-EMPNO
           MOVE WS-PEND-DATE TO WS-CH-DATE
           MOVE WS-PEND-TIME TO WS-CH-TIME
           MOVE WS-PEND-EFF-DATE TO WS-CH-EFF-DATE
           MOVE WS-PEND-OLD-SAL TO WS-CH-OLD-SAL
           MOVE WS-PEND-NEW-SAL TO WS-CH-NEW-SAL
           SET WS-CH-HAS-SALARY TO TRUE
           IF WS-PEND-NEW-SAL > WS-PEND-OLD-SAL
               MOVE "RAISE" TO WS-CH-TYPE
           ELSE
               MOVE "SALCUT" TO WS-CH-TYPE
           END-IF
           PERFORM PRODUCE-LETTER
           .
       LETTER-PENDING-SALARY-EXIT.
           EXIT.

       PRODUCE-LETTER SECTION.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-CH-REASON
           PERFORM FETCH-EMPLOYEE
           IF WS-CH-REASON NOT = SPACES
               PERFORM NOTE-NOT-LETTERED
               GO TO PRODUCE-LETTER-EXIT
           END-IF
           PERFORM MERGE-TEMPLATE
           IF WS-CH-REASON NOT = SPACES
               PERFORM NOTE-NOT-LETTERED
               GO TO PRODUCE-LETTER-EXIT
           END-IF

      *    Each letter is its own report to the router, named for
      *    the employee and the run's letter count, so two letters
      *    filed in the same second never overwrite each other.
           ADD 1 TO WS-LETTER-SEQ
           MOVE SPACES TO WS-LTR-FILENAME
           STRING WS-LTR-DIR DELIMITED BY SPACE
               "/letter_" DELIMITED SIZE
               WS-CH-EMPNO DELIMITED SIZE
               "_" DELIMITED SIZE
               WS-CH-DATE DELIMITED SIZE
               "_" DELIMITED SIZE
               WS-CH-TIME(1:6) DELIMITED SIZE
               "_" DELIMITED SIZE
               WS-CH-TYPE DELIMITED BY SPACE
               ".txt" DELIMITED SIZE
               INTO WS-LTR-FILENAME
           END-STRING
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           STRING "LTR" DELIMITED SIZE
               WS-CH-EMPNO DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-LETTER-SEQ DELIMITED SIZE
               INTO RR-REPORT
           END-STRING
           MOVE WS-LTR-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-LTR-FILENAME
           OPEN OUTPUT LETTER-FILE
           IF NOT WS-LTR-FILE-OK
               MOVE SPACES TO WS-CH-REASON
               STRING "LETTER FILE WOULD NOT OPEN, STATUS "
                       DELIMITED SIZE
                   WS-LTR-STATUS DELIMITED SIZE
                   INTO WS-CH-REASON
               END-STRING
               PERFORM NOTE-NOT-LETTERED
               GO TO PRODUCE-LETTER-EXIT
           END-IF
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > WS-LETTER-LINES
               MOVE WS-LETTER-LINE(WS-LETTER-IDX) TO LETTER-REC
               WRITE LETTER-REC
           END-PERFORM
           CLOSE LETTER-FILE
           ADD 1 TO WS-LETTER-COUNT

           MOVE WS-CH-EMPNO TO D-EMPNO
           MOVE SPACES TO LETTER-REPORT-REC
           STRING D-EMPNO DELIMITED SIZE
               "  " DELIMITED SIZE
               EMP-NAME-ARR DELIMITED SIZE
               " " DELIMITED SIZE
               WS-CH-TYPE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-CH-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-CH-TIME DELIMITED SIZE
               " " DELIMITED SIZE
               WS-LTR-FILENAME DELIMITED BY SPACE
               INTO LETTER-REPORT-REC
           END-STRING
           WRITE LETTER-REPORT-REC
           .
       PRODUCE-LETTER-EXIT.
           EXIT.

       FETCH-EMPLOYEE SECTION.
      *    Name, job, department and manager as they are on EMP
      *    now. Leaves WS-CH-REASON set when there is no row.
           MOVE WS-CH-EMPNO TO EMP-NUMBER
           MOVE SPACES TO EMP-NAME-ARR EMP-JOB-ARR DEPT-NAME-ARR
               MGR-NAME-ARR TERM-REASON-ARR
           EXEC SQL
               SELECT E.ENAME, E.JOB, NVL(D.DNAME, ' '),
                      NVL(M.ENAME, ' '), NVL(E.TERMREASON, ' ')
               INTO :EMP-NAME, :EMP-JOB, :DEPT-NAME,
                    :MGR-NAME, :TERM-REASON
               FROM EMP E, DEPT D, EMP M
               WHERE E.EMPNO = :EMP-NUMBER
                 AND D.DEPTNO(+) = E.DEPTNO
                 AND M.EMPNO(+) = E.MGR
           END-EXEC
           IF SQLCODE = 100
               MOVE "EMPLOYEE NO LONGER ON EMP" TO WS-CH-REASON
               GO TO FETCH-EMPLOYEE-EXIT
           END-IF
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-CH-REASON
               MOVE SQLCODE TO WS-SQLCODE-DISP
               STRING "EMP READ FAILED, SQLCODE " DELIMITED SIZE
                   WS-SQLCODE-DISP DELIMITED SIZE
                   INTO WS-CH-REASON
               END-STRING
           END-IF
           .
       FETCH-EMPLOYEE-EXIT.
           EXIT.

       MERGE-TEMPLATE SECTION.
      *    Reads <template dir>/<type>.tpl and merges each {FIELD}
      *    into WS-LETTER-TABLE. Leaves WS-CH-REASON set when there
      *    is no template or a field will not resolve.
           MOVE SPACES TO WS-TPL-FILENAME
           STRING WS-TPL-DIR DELIMITED BY SPACE
               "/" DELIMITED SIZE
               WS-CH-TYPE DELIMITED BY SPACE
               ".tpl" DELIMITED SIZE
               INTO WS-TPL-FILENAME
           END-STRING
           OPEN INPUT TEMPLATE-FILE
           IF NOT WS-TPL-FILE-OK
               MOVE SPACES TO WS-CH-REASON
               STRING "NO TEMPLATE " DELIMITED SIZE
                   WS-CH-TYPE DELIMITED BY SPACE
                   ".tpl" DELIMITED SIZE
                   INTO WS-CH-REASON
               END-STRING
               GO TO MERGE-TEMPLATE-EXIT
           END-IF
           MOVE ZERO TO WS-LETTER-LINES
           MOVE "N" TO WS-TPL-EOF-SWITCH
           MOVE "N" TO WS-MERGE-BAD-SWITCH
           PERFORM UNTIL WS-TPL-EOF OR WS-MERGE-BAD
               READ TEMPLATE-FILE
                   AT END
                       SET WS-TPL-EOF TO TRUE
               END-READ
               IF NOT WS-TPL-EOF
                   IF WS-LETTER-LINES = 200
                       MOVE "TEMPLATE OVER 200 LINES" TO WS-CH-REASON
                       SET WS-MERGE-BAD TO TRUE
                   ELSE
                       MOVE TEMPLATE-REC TO WS-TPL-LINE
                       PERFORM MERGE-ONE-LINE
                       IF NOT WS-MERGE-BAD
                           ADD 1 TO WS-LETTER-LINES
                           MOVE WS-OUT-LINE
                               TO WS-LETTER-LINE(WS-LETTER-LINES)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TEMPLATE-FILE
           IF NOT WS-MERGE-BAD AND WS-LETTER-LINES = 0
               MOVE SPACES TO WS-CH-REASON
               STRING "TEMPLATE " DELIMITED SIZE
                   WS-CH-TYPE DELIMITED BY SPACE
                   ".tpl IS EMPTY" DELIMITED SIZE
                   INTO WS-CH-REASON
               END-STRING
           END-IF
           .
       MERGE-TEMPLATE-EXIT.
           EXIT.

       MERGE-ONE-LINE SECTION.
      *    Copies WS-TPL-LINE to WS-OUT-LINE, each {FIELD} replaced
      *    by its value. A brace with no closing brace on the line
      *    is copied as it stands.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE ZERO TO WS-TPL-TRAIL-CT
           INSPECT WS-TPL-LINE
               TALLYING WS-TPL-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-TPL-LEN = 132 - WS-TPL-TRAIL-CT
           MOVE 1 TO WS-TPL-POS
           PERFORM UNTIL WS-TPL-POS > WS-TPL-LEN OR WS-MERGE-BAD
               MOVE ZERO TO WS-CLOSE-POS
               IF WS-TPL-LINE(WS-TPL-POS:1) = "{"
                   PERFORM FIND-CLOSING-BRACE
               END-IF
               IF WS-CLOSE-POS > 0
                   COMPUTE WS-MF-NAME-LEN =
                       WS-CLOSE-POS - WS-TPL-POS - 1
                   MOVE SPACES TO WS-MF-NAME
                   MOVE WS-TPL-LINE(WS-TPL-POS + 1:WS-MF-NAME-LEN)
                       TO WS-MF-NAME
                   PERFORM RESOLVE-MERGE-FIELD
                   IF NOT WS-MERGE-BAD AND WS-MF-LEN > 0
                       STRING WS-MF-VALUE(1:WS-MF-LEN) DELIMITED SIZE
                           INTO WS-OUT-LINE
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                   END-IF
                   COMPUTE WS-TPL-POS = WS-CLOSE-POS + 1
               ELSE
                   IF WS-OUT-PTR NOT > 132
                       MOVE WS-TPL-LINE(WS-TPL-POS:1)
                           TO WS-OUT-LINE(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
                   END-IF
                   ADD 1 TO WS-TPL-POS
               END-IF
           END-PERFORM
           .
       MERGE-ONE-LINE-EXIT.
           EXIT.

       FIND-CLOSING-BRACE SECTION.
      *    Merge field names run to 20 characters at most.
           PERFORM VARYING WS-CLOSE-POS FROM WS-TPL-POS BY 1
               UNTIL WS-CLOSE-POS > WS-TPL-LEN
                   OR WS-CLOSE-POS > WS-TPL-POS + 21
                   OR WS-TPL-LINE(WS-CLOSE-POS:1) = "}"
               CONTINUE
           END-PERFORM
           IF WS-CLOSE-POS > WS-TPL-LEN
               OR WS-CLOSE-POS > WS-TPL-POS + 21
               OR WS-CLOSE-POS = WS-TPL-POS + 1
               MOVE ZERO TO WS-CLOSE-POS
           END-IF
           .
       FIND-CLOSING-BRACE-EXIT.
           EXIT.

       RESOLVE-MERGE-FIELD SECTION.
      *    The merge fields a template may use. The salary figures
      *    only exist on a salary change.
           MOVE SPACES TO WS-MF-VALUE
           EVALUATE WS-MF-NAME
               WHEN "ENAME"
                   MOVE EMP-NAME-ARR TO WS-MF-VALUE
               WHEN "EMPNO"
                   MOVE WS-CH-EMPNO TO WS-MF-VALUE
               WHEN "JOB"
                   MOVE EMP-JOB-ARR TO WS-MF-VALUE
               WHEN "DNAME"
                   MOVE DEPT-NAME-ARR TO WS-MF-VALUE
               WHEN "MGRNAME"
                   MOVE MGR-NAME-ARR TO WS-MF-VALUE
               WHEN "TERMREASON"
                   MOVE TERM-REASON-ARR TO WS-MF-VALUE
               WHEN "EFFDATE"
                   MOVE WS-CH-EFF-DATE TO WS-FMT-DATE
                   PERFORM FORMAT-LETTER-DATE
                   MOVE WS-FMT-DATE-OUT TO WS-MF-VALUE
               WHEN "LETTERDATE"
                   MOVE WS-TODAY TO WS-FMT-DATE
                   PERFORM FORMAT-LETTER-DATE
                   MOVE WS-FMT-DATE-OUT TO WS-MF-VALUE
               WHEN "OLDSAL"
                   IF WS-CH-HAS-SALARY
                       MOVE WS-CH-OLD-SAL TO D-AMOUNT
                       MOVE D-AMOUNT TO WS-MF-VALUE
                   ELSE
                       PERFORM NOTE-FIELD-NOT-AVAILABLE
                   END-IF
               WHEN "NEWSAL"
                   IF WS-CH-HAS-SALARY
                       MOVE WS-CH-NEW-SAL TO D-AMOUNT
                       MOVE D-AMOUNT TO WS-MF-VALUE
                   ELSE
                       PERFORM NOTE-FIELD-NOT-AVAILABLE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-CH-REASON
                   STRING "UNKNOWN MERGE FIELD {" DELIMITED SIZE
                       WS-MF-NAME DELIMITED BY SPACE
                       "} IN TEMPLATE" DELIMITED SIZE
                       INTO WS-CH-REASON
                   END-STRING
                   SET WS-MERGE-BAD TO TRUE
           END-EVALUATE
      *    Edited amounts carry leading blanks, names trailing ones.
           MOVE ZERO TO WS-MF-LEAD-CT
           INSPECT WS-MF-VALUE TALLYING WS-MF-LEAD-CT FOR LEADING SPACE
           IF WS-MF-LEAD-CT = 40
               MOVE ZERO TO WS-MF-LEN
               GO TO RESOLVE-MERGE-FIELD-EXIT
           END-IF
           IF WS-MF-LEAD-CT > 0
               MOVE WS-MF-VALUE(WS-MF-LEAD-CT + 1:) TO WS-MF-WORK
               MOVE WS-MF-WORK TO WS-MF-VALUE
           END-IF
           MOVE ZERO TO WS-MF-TRAIL-CT
           INSPECT WS-MF-VALUE
               TALLYING WS-MF-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-MF-LEN = 40 - WS-MF-TRAIL-CT
           .
       RESOLVE-MERGE-FIELD-EXIT.
           EXIT.

       NOTE-FIELD-NOT-AVAILABLE SECTION.
           MOVE SPACES TO WS-CH-REASON
           STRING "MERGE FIELD {" DELIMITED SIZE
               WS-MF-NAME DELIMITED BY SPACE
               "} NOT AVAILABLE FOR " DELIMITED SIZE
               WS-CH-TYPE DELIMITED BY SPACE
               INTO WS-CH-REASON
           END-STRING
           SET WS-MERGE-BAD TO TRUE
           .
       NOTE-FIELD-NOT-AVAILABLE-EXIT.
           EXIT.

       FORMAT-LETTER-DATE SECTION.
      *    DD/MM/YYYY, the way a letter to an employee reads.
           MOVE SPACES TO WS-FMT-DATE-OUT
           STRING WS-FMT-DD DELIMITED SIZE
               "/" DELIMITED SIZE
               WS-FMT-MM DELIMITED SIZE
               "/" DELIMITED SIZE
               WS-FMT-YYYY DELIMITED SIZE
               INTO WS-FMT-DATE-OUT
           END-STRING
           .
       FORMAT-LETTER-DATE-EXIT.
           EXIT.

       NOTE-NOT-LETTERED SECTION.
           ADD 1 TO WS-EXC-COUNT
           IF WS-EXC-COUNT > 500
               GO TO NOTE-NOT-LETTERED-EXIT
           END-IF
           MOVE WS-CH-EMPNO TO WS-EXC-EMPNO(WS-EXC-COUNT)
           MOVE WS-CH-TYPE TO WS-EXC-TYPE(WS-EXC-COUNT)
           MOVE WS-CH-DATE TO WS-EXC-DATE(WS-EXC-COUNT)
           MOVE WS-CH-TIME TO WS-EXC-TIME(WS-EXC-COUNT)
           MOVE WS-CH-REASON TO WS-EXC-REASON(WS-EXC-COUNT)
           .
       NOTE-NOT-LETTERED-EXIT.
           EXIT.

       WRITE-CONTROL-LIST SECTION.
           MOVE SPACES TO LETTER-REPORT-REC
           WRITE LETTER-REPORT-REC
           MOVE WS-CHANGE-COUNT TO D-COUNT
           MOVE SPACES TO LETTER-REPORT-REC
           STRING "CHANGES FOUND:     " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO LETTER-REPORT-REC
           END-STRING
           WRITE LETTER-REPORT-REC
           MOVE WS-LETTER-COUNT TO D-COUNT
           MOVE SPACES TO LETTER-REPORT-REC
           STRING "LETTERS PRODUCED:  " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO LETTER-REPORT-REC
           END-STRING
           WRITE LETTER-REPORT-REC
           MOVE SPACES TO LETTER-REPORT-REC
           WRITE LETTER-REPORT-REC
           MOVE "CONTROL LIST - CHANGES NOT LETTERED (HR TO ACTION)"
               TO LETTER-REPORT-REC
           WRITE LETTER-REPORT-REC
           MOVE ALL "-" TO LETTER-REPORT-REC
           WRITE LETTER-REPORT-REC
           IF WS-EXC-COUNT = 0
               MOVE "  (NONE)" TO LETTER-REPORT-REC
               WRITE LETTER-REPORT-REC
               GO TO WRITE-CONTROL-LIST-EXIT
           END-IF
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT OR WS-EXC-IDX > 500
               MOVE WS-EXC-EMPNO(WS-EXC-IDX) TO D-EMPNO
               MOVE SPACES TO LETTER-REPORT-REC
               STRING D-EMPNO DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-EXC-TYPE(WS-EXC-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-EXC-DATE(WS-EXC-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-EXC-TIME(WS-EXC-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-EXC-REASON(WS-EXC-IDX) DELIMITED SIZE
                   INTO LETTER-REPORT-REC
               END-STRING
               WRITE LETTER-REPORT-REC
           END-PERFORM
           IF WS-EXC-COUNT > 500
               MOVE WS-EXC-COUNT TO D-COUNT
               MOVE SPACES TO LETTER-REPORT-REC
               STRING "  ONLY THE FIRST 500 OF " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   " LISTED - RERUN WITH EMPLETR-FROM-DATE"
                       DELIMITED SIZE
                   INTO LETTER-REPORT-REC
               END-STRING
               WRITE LETTER-REPORT-REC
           END-IF
           .
       WRITE-CONTROL-LIST-EXIT.
           EXIT.

       SAVE-CHECKPOINT SECTION.
      *    The next run starts after the last journal line this one
      *    read. A change on the control list is not retried - it
      *    is HR's to letter by hand. The checkpoint never moves
      *    back - a journal with nothing past it leaves it where it
      *    was.
           MOVE SPACES TO LETTER-CKPT-REC
           MOVE WS-START-DATE TO CKPT-DATE
           MOVE WS-START-TIME TO CKPT-TIME
           MOVE WS-START-SAME TO CKPT-SAME-COUNT
           IF WS-LAST-DATE > WS-START-DATE
               OR (WS-LAST-DATE = WS-START-DATE
                   AND WS-LAST-TIME > WS-START-TIME)
               OR (WS-LAST-DATE = WS-START-DATE
                   AND WS-LAST-TIME = WS-START-TIME
                   AND WS-LAST-SAME > WS-START-SAME)
               MOVE WS-LAST-DATE TO CKPT-DATE
               MOVE WS-LAST-TIME TO CKPT-TIME
               MOVE WS-LAST-SAME TO CKPT-SAME-COUNT
           END-IF
           MOVE WS-TODAY TO CKPT-RUN-DATE
           OPEN OUTPUT LETTER-CKPT-FILE
           IF WS-CKPT-FILE-OK
               WRITE LETTER-CKPT-REC
               CLOSE LETTER-CKPT-FILE
           ELSE
               DISPLAY "EMPLETR: UNABLE TO WRITE CHECKPOINT: "
                   WS-CKPT-FILENAME " - NEXT RUN WILL REPEAT THESE"
           END-IF
           .
       SAVE-CHECKPOINT-EXIT.
           EXIT.
