       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALEVID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT CONN-AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPER-STATUS.
           SELECT PERMISSION-FILE ASSIGN TO WS-PERM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PERM-STATUS.
           SELECT EMP-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARCH-KEY
               FILE STATUS WS-ARCH-STATUS.
           SELECT EVIDENCE-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  CONN-AUDIT-FILE.
       01  CONN-AUDIT-REC              PIC X(200).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC                PIC X(80).
       FD  PERMISSION-FILE.
       01  PERMISSION-REC              PIC X(80).
       FD  EMP-ARCHIVE-FILE.
           COPY EMPARCHR.
       FD  EVIDENCE-REPORT-FILE.
       01  EVIDENCE-REPORT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY RPTRTELK.

       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
       01  WS-JRNL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-AUDIT-FILENAME            PIC X(256).
       01  WS-AUDIT-STATUS              PIC XX.
           88  WS-AUDIT-FILE-OK               VALUE "00".
       01  WS-AUDIT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-AUDIT-EOF                   VALUE "Y".
       01  WS-OPER-FILENAME             PIC X(256).
       01  WS-OPER-STATUS               PIC XX.
           88  WS-OPER-FILE-OK                VALUE "00".
       01  WS-OPER-EOF-SWITCH           PIC X VALUE "N".
           88  WS-OPER-EOF                    VALUE "Y".
       01  WS-PERM-FILENAME             PIC X(256).
       01  WS-PERM-STATUS               PIC XX.
           88  WS-PERM-FILE-OK                VALUE "00".
       01  WS-PERM-EOF-SWITCH           PIC X VALUE "N".
           88  WS-PERM-EOF                    VALUE "Y".
       01  WS-ARCH-FILENAME             PIC X(256).
       01  WS-ARCH-STATUS               PIC XX.
           88  WS-ARCH-FILE-OK                VALUE "00".
           88  WS-ARCH-NO-FILE                VALUE "35".
       01  WS-ARCH-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ARCH-EOF                    VALUE "Y".
       01  WS-ARCH-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-ARCH-OPEN                   VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    The selection - the period the changes were made in, how
      *    many to draw and the seed the draw starts from. The same
      *    four settings against the same journal draw the same
      *    items, so the auditor can redo the selection.
       01  WS-SEL-FROM                  PIC 9(8).
       01  WS-SEL-TO                    PIC 9(8).
       01  WS-SEL-ENV                   PIC X(10).
       01  WS-SAMPLE-WANT               PIC 9(3).
       01  WS-SEED                      PIC 9(9).

      *    Numeric settings are read through READ-NUMBER-SETTING -
      *    the name in WS-SET-NAME, the default in WS-SET-VALUE. A
      *    value that is set but not a number is refused: a sample
      *    quietly drawn from a default seed could not be redone.
       01  WS-SET-NAME                  PIC X(30).
       01  WS-SET-ENV                   PIC X(10).
       01  WS-SET-RJUST                 PIC X(9).
       01  WS-SET-VALUE                 PIC 9(9).
       01  WS-SET-TRAIL-CT              PIC 99 COMP.
       01  WS-SET-LEN                   PIC 99 COMP.

      *    Chain verification state, kept exactly as JRNVRFY keeps
      *    it - each sealed record must carry the rolling hash of
      *    its own text seeded with the hash of the record before
      *    it (copy/EMPJRNPR.cpy). Unlike JRNVRFY the pass does not
      *    stop at a break: each record is checked against the hash
      *    the record before it carries, so the evidence shows for
      *    every sampled record whether its own seal holds.
       01  WS-PREV-HASH                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-CALC-HASH                 PIC 9(9) COMP-5.
       01  WS-STORED-HASH               PIC 9(9) COMP-5.
       01  WS-USED-PREV                 PIC 9(9) COMP-5.
       01  WS-HASH-DISP                 PIC 9(9).
       01  WS-HEAD-PART                 PIC X(200).
       01  WS-HASH-PART                 PIC X(12).
       01  WS-CHAR-IDX                  PIC 9(3) COMP.
       01  WS-REC-LEN                   PIC S9(3) COMP.
       01  WS-TRAIL-CT                  PIC 9(3) COMP.
       01  WS-SEAL-STATE                PIC X.
       01  WS-CHAIN-STARTED-SW          PIC X VALUE "N".
           88  WS-CHAIN-STARTED               VALUE "Y".
       01  WS-LINE-NO                   PIC 9(7) VALUE 0.
       01  WS-BROKEN-LINE               PIC 9(7) VALUE 0.
       01  WS-BROKEN-COUNT              PIC 9(7) VALUE 0.

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

      *    The population - every SALARY and COMMISSION line on the
      *    journal dated in the period, in journal order, with the
      *    result of its seal check. The draw marks the ones taken.
       01  WS-POP-TABLE.
           05  WS-POP-ENTRY            OCCURS 20000.
               10  WS-PP-LINE          PIC 9(7) COMP.
               10  WS-PP-EMPNO         PIC 9(4).
               10  WS-PP-AFTER         PIC X(12).
               10  WS-PP-SEAL          PIC X.
               10  WS-PP-STORED        PIC 9(9) COMP-5.
               10  WS-PP-CALC          PIC 9(9) COMP-5.
               10  WS-PP-PREV          PIC 9(9) COMP-5.
               10  WS-PP-PICK          PIC 9(5) COMP.
               10  WS-PP-TAKEN-SW      PIC X.
                   88  WS-PP-TAKEN           VALUE "Y".
       01  WS-POP-COUNT                 PIC 9(5) COMP VALUE 0.
       01  WS-POP-IDX                   PIC 9(5) COMP.
       01  WS-POP-FULL-SWITCH           PIC X VALUE "N".
           88  WS-POP-FULL                    VALUE "Y".

      *    The draw - a partial Fisher-Yates shuffle of the
      *    population positions driven by the Park-Miller minimal
      *    standard generator, which gives the same sequence from
      *    the same seed on any machine.
       01  WS-RAND-STATE                PIC 9(15) COMP.
       01  WS-DRAW-IDX                  PIC 9(5) COMP.
       01  WS-SWAP-IDX                  PIC 9(5) COMP.
       01  WS-SWAP-HOLD                 PIC 9(5) COMP.

      *    One entry per sampled change, in journal order - the
      *    change itself and everything gathered to evidence it.
       01  WS-SAMPLE-TABLE.
           05  WS-SAMPLE-ENTRY         OCCURS 100.
               10  WS-SP-POP           PIC 9(5) COMP.
               10  WS-SP-LINE          PIC 9(7).
               10  WS-SP-TEXT          PIC X(200).
               10  WS-SP-DATE          PIC 9(8).
               10  WS-SP-TIME          PIC 9(8).
               10  WS-SP-PGM           PIC X(10).
               10  WS-SP-EMPNO         PIC 9(4).
               10  WS-SP-FIELD         PIC X(10).
               10  WS-SP-BEFORE        PIC X(12).
               10  WS-SP-AFTER         PIC X(12).
               10  WS-SP-OPER          PIC X(10).
      *        The queue entry the change was keyed as (SAL-QUEUED),
      *        the supervisor's release of a dated change
      *        (SAL-APPRVD) and the effective date of a backdated
      *        one (SAL-EFFDT), each by its journal line.
               10  WS-SP-Q-LINE        PIC 9(7).
               10  WS-SP-Q-DATE        PIC 9(8).
               10  WS-SP-Q-TIME        PIC 9(8).
               10  WS-SP-Q-OPER        PIC X(10).
               10  WS-SP-Q-BEFORE      PIC X(12).
               10  WS-SP-A-LINE        PIC 9(7).
               10  WS-SP-A-DATE        PIC 9(8).
               10  WS-SP-A-TIME        PIC 9(8).
               10  WS-SP-A-OPER        PIC X(10).
               10  WS-SP-A-EFFDATE     PIC X(12).
               10  WS-SP-E-LINE        PIC 9(7).
               10  WS-SP-E-EFFDATE     PIC X(12).
      *        The operator's class and roles. Roles are read from
      *        the permission file as they stand now and wound back
      *        through the ROLE-GRANT and ROLE-REVOK lines OPERMNT
      *        journaled after the change.
               10  WS-SP-CLASS         PIC X(12).
               10  WS-SP-ROLE-COUNT    PIC 99 COMP.
               10  WS-SP-ROLE          OCCURS 10.
                   15  WS-SP-ROLE-NAME PIC X(12).
                   15  WS-SP-ROLE-NOW  PIC X.
                   15  WS-SP-ROLE-LATER PIC X.
      *        The connection the session made (LOGON-AUDIT-FILE).
               10  WS-SP-CONN-LINE     PIC 9(7).
               10  WS-SP-CONN-TEXT     PIC X(200).
      *        The EMP archive snapshots either side of the change.
               10  WS-SP-SNAP          OCCURS 2.
                   15  WS-SP-SN-DATE   PIC 9(8).
                   15  WS-SP-SN-JOB    PIC X(9).
                   15  WS-SP-SN-DEPT   PIC 9(4).
                   15  WS-SP-SN-SAL    PIC 9(7)V99.
                   15  WS-SP-SN-COMM   PIC 9(7)V99.
                   15  WS-SP-SN-NULL   PIC X.
      *        What the evidence does not bear out.
               10  WS-SP-EXC-CHAIN     PIC X.
               10  WS-SP-EXC-SOD       PIC X.
               10  WS-SP-EXC-SNAP      PIC X.
               10  WS-SP-EXC-CONN      PIC X.
       01  WS-SAMPLE-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-SP-IDX                    PIC 9(3) COMP.
       01  WS-ROLE-IDX                  PIC 99 COMP.
       01  WS-ROLE-FOUND-SWITCH         PIC X.
           88  WS-ROLE-FOUND                  VALUE "Y".
       01  WS-ROLE-NAME                 PIC X(12).
       01  WS-ROLE-PTR                  PIC 9(3) COMP.
       01  WS-ROLES-THEN                PIC X(60).
       01  WS-ROLES-NOW                 PIC X(60).
       01  WS-BEFORE-SNAP               PIC 9 COMP VALUE 1.
       01  WS-AFTER-SNAP                PIC 9 COMP VALUE 2.
       01  WS-SNAP-IDX                  PIC 9 COMP.
       01  WS-APPROVER                  PIC X(10).
       01  WS-APPROVED-BY-QUEUE-SW      PIC X.
           88  WS-APPROVED-BY-QUEUE           VALUE "Y".

       01  WS-PARSE-ID                  PIC X(10).
       01  WS-PARSE-PW                  PIC X(20).
       01  WS-PARSE-CLASS               PIC X(10).
       01  WS-PARSE-TYPE                PIC X(10).
       01  WS-PARSE-ONE                 PIC X(12).
       01  WS-PARSE-TWO                 PIC X(12).

       01  WS-AUD-STAMP                 PIC X(20).
       01  WS-AUD-DATE                  PIC 9(8).
       01  WS-AUD-TIME                  PIC 9(8).
       01  WS-AUD-PGM                   PIC X(10).
       01  WS-AUD-SQLCODE               PIC X(10).
       01  WS-AUD-USER                  PIC X(30).
       01  WS-AUD-OPER                  PIC X(10).
       01  WS-AUD-DSN                   PIC X(40).
       01  WS-AUD-LINE                  PIC 9(7).

      *    A journal amount (zero-filled 9(7).99) as a number.
       01  WS-JRNL-AMT-X.
           05  WS-JRNL-AMT-INT          PIC X(7).
           05  WS-JRNL-AMT-DEC          PIC X(2).
       01  WS-JRNL-AMT-N REDEFINES WS-JRNL-AMT-X
                                        PIC 9(7)V99.
       01  WS-SNAP-AMT                  PIC 9(7)V99.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MMDD            PIC 9(4).
       01  WS-EXC-TEXT                  PIC X(40).
       01  WS-EXC-PTR                   PIC 9(3) COMP.
       01  WS-EXC-ITEM-COUNT            PIC 9(3) VALUE 0.
       01  WS-EXC-CHAIN-COUNT           PIC 9(3) VALUE 0.
       01  WS-EXC-SOD-COUNT             PIC 9(3) VALUE 0.
       01  WS-EXC-SNAP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EXC-CONN-COUNT            PIC 9(3) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-ITEM                   PIC ZZ9.
           05  D-LINE                   PIC Z(6)9.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-COUNT                  PIC Z(4)9.
           05  D-HASH                   PIC 9(9).
           05  D-AMT                    PIC Z(6)9.99.
           05  D-TIME                   PIC 99B99B99.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM TAKE-SELECTION
           PERFORM RECORD-RUN-START

      *    First pass: check every seal on the journal and collect
      *    the period's salary and commission changes.
           PERFORM OPEN-JOURNAL-FILE
           PERFORM READ-NEXT-JOURNAL-REC
           PERFORM UNTIL WS-JRNL-EOF OR WS-POP-FULL
               PERFORM TAKE-POPULATION-REC
               PERFORM READ-NEXT-JOURNAL-REC
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE
           IF WS-POP-FULL
               DISPLAY "SALEVID: MORE THAN 20000 SALARY AND "
                   "COMMISSION CHANGES IN THE PERIOD - NARROW "
                   "SALEVID-FROM AND SALEVID-TO"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM DRAW-SAMPLE

      *    Second pass and the side files: gather the evidence for
      *    each item drawn.
           IF WS-SAMPLE-COUNT > 0
               PERFORM GATHER-JOURNAL-TRAIL
               PERFORM LOAD-OPERATOR-CLASSES
               PERFORM LOAD-CURRENT-ROLES
               PERFORM GATHER-CONNECTION-AUDIT
               PERFORM GATHER-ARCHIVE-SNAPSHOTS
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
                   PERFORM JUDGE-ONE-ITEM
               END-PERFORM
           END-IF

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-COVER-PAGE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
               PERFORM WRITE-EVIDENCE-PAGE
           END-PERFORM
           PERFORM WRITE-EXCEPTION-PAGE
           CLOSE EVIDENCE-REPORT-FILE

           DISPLAY "SALEVID: " WS-SAMPLE-COUNT " item(s) drawn from "
               WS-POP-COUNT " change(s), " WS-EXC-ITEM-COUNT
               " with exceptions - see " WS-RPT-FILENAME

           PERFORM RECORD-RUN-END

           IF WS-POP-COUNT = 0
               DISPLAY "SALEVID: NO SALARY OR COMMISSION CHANGES ON "
                   "THE JOURNAL FROM " WS-SEL-FROM " TO " WS-SEL-TO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-EXC-ITEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       TAKE-SELECTION SECTION.
      *    SALEVID-FROM and SALEVID-TO bound the period as YYYYMMDD
      *    and default to the last calendar year - the year under
      *    audit. SALEVID-SAMPLE is how many changes to draw
      *    (default 25, at most 100). SALEVID-SEED starts the draw;
      *    it defaults to the SALEVID-TO date, and whichever seed
      *    was used is printed on the pack.
           COMPUTE WS-SEL-FROM = (WS-TODAY-YYYY - 1) * 10000 + 0101
           COMPUTE WS-SEL-TO = (WS-TODAY-YYYY - 1) * 10000 + 1231

           MOVE SPACES TO WS-SEL-ENV
           DISPLAY "SALEVID-FROM" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-ENV FROM ENVIRONMENT-VALUE
           IF WS-SEL-ENV NOT = SPACES
               IF WS-SEL-ENV(1:8) IS NUMERIC
                   AND WS-SEL-ENV(9:2) = SPACES
                   MOVE WS-SEL-ENV(1:8) TO WS-SEL-FROM
               ELSE
                   DISPLAY "SALEVID: SALEVID-FROM NOT YYYYMMDD - "
                       WS-SEL-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-SEL-ENV
           DISPLAY "SALEVID-TO" UPON ENVIRONMENT-NAME
           ACCEPT WS-SEL-ENV FROM ENVIRONMENT-VALUE
           IF WS-SEL-ENV NOT = SPACES
               IF WS-SEL-ENV(1:8) IS NUMERIC
                   AND WS-SEL-ENV(9:2) = SPACES
                   MOVE WS-SEL-ENV(1:8) TO WS-SEL-TO
               ELSE
                   DISPLAY "SALEVID: SALEVID-TO NOT YYYYMMDD - "
                       WS-SEL-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-SEL-TO < WS-SEL-FROM
               DISPLAY "SALEVID: SALEVID-TO " WS-SEL-TO
                   " IS BEFORE SALEVID-FROM " WS-SEL-FROM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "SALEVID-SAMPLE" TO WS-SET-NAME
           MOVE 25 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           IF WS-SET-VALUE = 0 OR WS-SET-VALUE > 100
               DISPLAY "SALEVID: SALEVID-SAMPLE MUST BE 1 TO 100 - "
                   WS-SET-ENV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SET-VALUE TO WS-SAMPLE-WANT

           MOVE "SALEVID-SEED" TO WS-SET-NAME
           MOVE WS-SEL-TO TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-SEED
           .
       TAKE-SELECTION-EXIT.
           EXIT.

       READ-NUMBER-SETTING SECTION.
      *    Right-justified into zeros, the INQWATCH way.
           MOVE SPACES TO WS-SET-ENV
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-ENV FROM ENVIRONMENT-VALUE
           IF WS-SET-ENV = SPACES
               GO TO READ-NUMBER-SETTING-EXIT
           END-IF
           MOVE ZERO TO WS-SET-TRAIL-CT
           INSPECT WS-SET-ENV
               TALLYING WS-SET-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-SET-LEN = 10 - WS-SET-TRAIL-CT
           IF WS-SET-LEN > 9
               MOVE "X" TO WS-SET-RJUST
           ELSE
               MOVE ZEROS TO WS-SET-RJUST
               MOVE WS-SET-ENV(1:WS-SET-LEN)
                   TO WS-SET-RJUST(10 - WS-SET-LEN:WS-SET-LEN)
           END-IF
           IF WS-SET-RJUST IS NUMERIC
               MOVE WS-SET-RJUST TO WS-SET-VALUE
           ELSE
               DISPLAY "SALEVID: " WS-SET-NAME " IS NOT A NUMBER - "
                   WS-SET-ENV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       READ-NUMBER-SETTING-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    SALEVID only reads - it changes no employee and writes no
      *    journal line, so it does not take the EMP-WRITE
      *    interlock.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "SALEVID" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "SALEVID: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-SAMPLE-COUNT TO RS-COUNT
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
               DISPLAY "SALEVID: UNABLE TO OPEN JOURNAL: "
                   WS-JRNL-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-JRNL-EOF-SWITCH
           MOVE ZERO TO WS-LINE-NO
           .
       OPEN-JOURNAL-FILE-EXIT.
           EXIT.

       READ-NEXT-JOURNAL-REC SECTION.
           READ MAINT-JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
           END-READ
           .
       READ-NEXT-JOURNAL-REC-EXIT.
           EXIT.

       TAKE-POPULATION-REC SECTION.
           PERFORM CHECK-ONE-SEAL
           PERFORM PARSE-JOURNAL-REC
           IF NOT WS-JL-VALID
               GO TO TAKE-POPULATION-REC-EXIT
           END-IF
           IF WS-JL-FIELD NOT = "SALARY"
               AND WS-JL-FIELD NOT = "COMMISSION"
               GO TO TAKE-POPULATION-REC-EXIT
           END-IF
           IF WS-JL-DATE < WS-SEL-FROM OR WS-JL-DATE > WS-SEL-TO
               GO TO TAKE-POPULATION-REC-EXIT
           END-IF
           IF WS-POP-COUNT >= 20000
               SET WS-POP-FULL TO TRUE
               GO TO TAKE-POPULATION-REC-EXIT
           END-IF
           ADD 1 TO WS-POP-COUNT
           MOVE WS-LINE-NO TO WS-PP-LINE(WS-POP-COUNT)
           MOVE WS-JL-EMPNO TO WS-PP-EMPNO(WS-POP-COUNT)
           MOVE WS-JL-AFTER TO WS-PP-AFTER(WS-POP-COUNT)
           MOVE WS-SEAL-STATE TO WS-PP-SEAL(WS-POP-COUNT)
           MOVE WS-STORED-HASH TO WS-PP-STORED(WS-POP-COUNT)
           MOVE WS-CALC-HASH TO WS-PP-CALC(WS-POP-COUNT)
           MOVE WS-USED-PREV TO WS-PP-PREV(WS-POP-COUNT)
           MOVE "N" TO WS-PP-TAKEN-SW(WS-POP-COUNT)
           .
       TAKE-POPULATION-REC-EXIT.
           EXIT.

       CHECK-ONE-SEAL SECTION.
      *    WS-SEAL-STATE comes back S (sealed and the seal holds),
      *    B (sealed and it does not), U (unsealed inside the
      *    chain) or L (written before sealing began).
           MOVE ZERO TO WS-STORED-HASH
           MOVE ZERO TO WS-CALC-HASH
           MOVE WS-PREV-HASH TO WS-USED-PREV
           MOVE SPACES TO WS-HEAD-PART
           MOVE SPACES TO WS-HASH-PART
           UNSTRING MAINT-JOURNAL-REC DELIMITED BY " HASH="
               INTO WS-HEAD-PART WS-HASH-PART
           END-UNSTRING
           IF WS-HASH-PART(1:9) NOT NUMERIC
               IF WS-CHAIN-STARTED
                   MOVE "U" TO WS-SEAL-STATE
                   PERFORM NOTE-CHAIN-BREAK
               ELSE
                   MOVE "L" TO WS-SEAL-STATE
               END-IF
               GO TO CHECK-ONE-SEAL-EXIT
           END-IF
           MOVE WS-HASH-PART(1:9) TO WS-HASH-DISP
           MOVE WS-HASH-DISP TO WS-STORED-HASH
           MOVE WS-PREV-HASH TO WS-CALC-HASH
           MOVE ZERO TO WS-TRAIL-CT
           INSPECT WS-HEAD-PART
               TALLYING WS-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-REC-LEN = 200 - WS-TRAIL-CT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-REC-LEN
               COMPUTE WS-CALC-HASH = FUNCTION MOD(
                   (WS-CALC-HASH * 31)
                   + FUNCTION ORD(WS-HEAD-PART(WS-CHAR-IDX:1)),
                   999999937)
           END-PERFORM
           IF WS-CALC-HASH = WS-STORED-HASH
               MOVE "S" TO WS-SEAL-STATE
           ELSE
               MOVE "B" TO WS-SEAL-STATE
               PERFORM NOTE-CHAIN-BREAK
           END-IF
           SET WS-CHAIN-STARTED TO TRUE
           MOVE WS-STORED-HASH TO WS-PREV-HASH
           .
       CHECK-ONE-SEAL-EXIT.
           EXIT.

       NOTE-CHAIN-BREAK SECTION.
           ADD 1 TO WS-BROKEN-COUNT
           IF WS-BROKEN-LINE = 0
               MOVE WS-LINE-NO TO WS-BROKEN-LINE
           END-IF
           .
       NOTE-CHAIN-BREAK-EXIT.
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
           IF WS-JL-OPER = SPACES
               MOVE "UNKNOWN" TO WS-JL-OPER
           END-IF
           SET WS-JL-VALID TO TRUE
           .
       PARSE-JOURNAL-REC-EXIT.
           EXIT.

       DRAW-SAMPLE SECTION.
      *    Shuffle the first WS-SAMPLE-COUNT positions into place,
      *    mark those population entries taken, then copy the
      *    taken ones out in journal order.
           IF WS-SAMPLE-WANT > WS-POP-COUNT
               MOVE WS-POP-COUNT TO WS-SAMPLE-COUNT
           ELSE
               MOVE WS-SAMPLE-WANT TO WS-SAMPLE-COUNT
           END-IF
           IF WS-SAMPLE-COUNT = 0
               GO TO DRAW-SAMPLE-EXIT
           END-IF
           COMPUTE WS-RAND-STATE = FUNCTION MOD(WS-SEED, 2147483647)
           IF WS-RAND-STATE = 0
               MOVE 1 TO WS-RAND-STATE
           END-IF
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT
               MOVE WS-POP-IDX TO WS-PP-PICK(WS-POP-IDX)
           END-PERFORM
           PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
               UNTIL WS-DRAW-IDX > WS-SAMPLE-COUNT
               COMPUTE WS-RAND-STATE = FUNCTION MOD(
                   WS-RAND-STATE * 16807, 2147483647)
               COMPUTE WS-SWAP-IDX = WS-DRAW-IDX + FUNCTION MOD(
                   WS-RAND-STATE, WS-POP-COUNT - WS-DRAW-IDX + 1)
               MOVE WS-PP-PICK(WS-SWAP-IDX) TO WS-SWAP-HOLD
               MOVE WS-PP-PICK(WS-DRAW-IDX) TO WS-PP-PICK(WS-SWAP-IDX)
               MOVE WS-SWAP-HOLD TO WS-PP-PICK(WS-DRAW-IDX)
               MOVE "Y" TO WS-PP-TAKEN-SW(WS-SWAP-HOLD)
           END-PERFORM

           MOVE ZERO TO WS-SP-IDX
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT
               IF WS-PP-TAKEN(WS-POP-IDX)
                   ADD 1 TO WS-SP-IDX
                   MOVE SPACES TO WS-SAMPLE-ENTRY(WS-SP-IDX)
                   MOVE WS-POP-IDX TO WS-SP-POP(WS-SP-IDX)
                   MOVE WS-PP-LINE(WS-POP-IDX) TO WS-SP-LINE(WS-SP-IDX)
                   MOVE WS-PP-EMPNO(WS-POP-IDX)
                       TO WS-SP-EMPNO(WS-SP-IDX)
                   MOVE WS-PP-AFTER(WS-POP-IDX)
                       TO WS-SP-AFTER(WS-SP-IDX)
                   MOVE ZERO TO WS-SP-Q-LINE(WS-SP-IDX)
                   MOVE ZERO TO WS-SP-A-LINE(WS-SP-IDX)
                   MOVE ZERO TO WS-SP-E-LINE(WS-SP-IDX)
                   MOVE ZERO TO WS-SP-ROLE-COUNT(WS-SP-IDX)
                   MOVE ZERO TO WS-SP-CONN-LINE(WS-SP-IDX)
                   MOVE ZERO TO WS-SP-SN-DATE(WS-SP-IDX, 1)
                   MOVE ZERO TO WS-SP-SN-DATE(WS-SP-IDX, 2)
                   MOVE "NOT ON FILE" TO WS-SP-CLASS(WS-SP-IDX)
               END-IF
           END-PERFORM
           .
       DRAW-SAMPLE-EXIT.
           EXIT.

       GATHER-JOURNAL-TRAIL SECTION.
      *    Second pass: the sampled lines themselves, the queue
      *    and approval lines before each, the effective date line
      *    right after it and the role changes since.
           PERFORM OPEN-JOURNAL-FILE
           PERFORM READ-NEXT-JOURNAL-REC
           PERFORM UNTIL WS-JRNL-EOF
               PERFORM PARSE-JOURNAL-REC
               IF WS-JL-VALID
                   PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
                       PERFORM MATCH-TRAIL-LINE
                   END-PERFORM
               END-IF
               PERFORM READ-NEXT-JOURNAL-REC
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE
           .
       GATHER-JOURNAL-TRAIL-EXIT.
           EXIT.

       MATCH-TRAIL-LINE SECTION.
           IF WS-LINE-NO = WS-SP-LINE(WS-SP-IDX)
               MOVE MAINT-JOURNAL-REC TO WS-SP-TEXT(WS-SP-IDX)
               MOVE WS-JL-DATE TO WS-SP-DATE(WS-SP-IDX)
               MOVE WS-JL-TIME TO WS-SP-TIME(WS-SP-IDX)
               MOVE WS-JL-PGM TO WS-SP-PGM(WS-SP-IDX)
               MOVE WS-JL-FIELD TO WS-SP-FIELD(WS-SP-IDX)
               MOVE WS-JL-BEFORE TO WS-SP-BEFORE(WS-SP-IDX)
               MOVE WS-JL-OPER TO WS-SP-OPER(WS-SP-IDX)
               GO TO MATCH-TRAIL-LINE-EXIT
           END-IF

      *    Role changes after the change, naming its operator.
           IF WS-LINE-NO > WS-SP-LINE(WS-SP-IDX)
               AND (WS-JL-FIELD = "ROLE-GRANT"
                   OR WS-JL-FIELD = "ROLE-REVOK")
               AND WS-JL-BEFORE(1:10) = WS-SP-OPER(WS-SP-IDX)
               PERFORM NOTE-LATER-ROLE-CHANGE
               GO TO MATCH-TRAIL-LINE-EXIT
           END-IF

           IF WS-JL-EMPNO NOT = WS-SP-EMPNO(WS-SP-IDX)
               GO TO MATCH-TRAIL-LINE-EXIT
           END-IF

      *    The effective date a backdated change was journaled with
      *    follows its SALARY line directly.
           IF WS-LINE-NO = WS-SP-LINE(WS-SP-IDX) + 1
               AND WS-JL-FIELD = "SAL-EFFDT"
               MOVE WS-LINE-NO TO WS-SP-E-LINE(WS-SP-IDX)
               MOVE WS-JL-AFTER TO WS-SP-E-EFFDATE(WS-SP-IDX)
               GO TO MATCH-TRAIL-LINE-EXIT
           END-IF

      *    The latest keying of the same amount before the change,
      *    and the approval of that keying. A later keying of the
      *    same amount starts the trail afresh.
           IF WS-LINE-NO < WS-SP-LINE(WS-SP-IDX)
               AND WS-JL-AFTER = WS-SP-AFTER(WS-SP-IDX)
               EVALUATE WS-JL-FIELD
                   WHEN "SAL-QUEUED"
                       MOVE WS-LINE-NO TO WS-SP-Q-LINE(WS-SP-IDX)
                       MOVE WS-JL-DATE TO WS-SP-Q-DATE(WS-SP-IDX)
                       MOVE WS-JL-TIME TO WS-SP-Q-TIME(WS-SP-IDX)
                       MOVE WS-JL-OPER TO WS-SP-Q-OPER(WS-SP-IDX)
                       MOVE WS-JL-BEFORE TO WS-SP-Q-BEFORE(WS-SP-IDX)
                       MOVE ZERO TO WS-SP-A-LINE(WS-SP-IDX)
                   WHEN "SAL-APPRVD"
                       MOVE WS-LINE-NO TO WS-SP-A-LINE(WS-SP-IDX)
                       MOVE WS-JL-DATE TO WS-SP-A-DATE(WS-SP-IDX)
                       MOVE WS-JL-TIME TO WS-SP-A-TIME(WS-SP-IDX)
                       MOVE WS-JL-OPER TO WS-SP-A-OPER(WS-SP-IDX)
                       MOVE WS-JL-BEFORE
                           TO WS-SP-A-EFFDATE(WS-SP-IDX)
               END-EVALUATE
           END-IF
           .
       MATCH-TRAIL-LINE-EXIT.
           EXIT.

       NOTE-LATER-ROLE-CHANGE SECTION.
      *    Only the first change to a role after the sampled change
      *    says what was held at the time: a later grant means the
      *    role was not held then, a later revoke means it was.
           MOVE WS-JL-AFTER TO WS-ROLE-NAME
           PERFORM FIND-ITEM-ROLE
           IF NOT WS-ROLE-FOUND
               IF WS-SP-ROLE-COUNT(WS-SP-IDX) >= 10
                   GO TO NOTE-LATER-ROLE-CHANGE-EXIT
               END-IF
               ADD 1 TO WS-SP-ROLE-COUNT(WS-SP-IDX)
               MOVE WS-SP-ROLE-COUNT(WS-SP-IDX) TO WS-ROLE-IDX
               MOVE WS-ROLE-NAME
                   TO WS-SP-ROLE-NAME(WS-SP-IDX, WS-ROLE-IDX)
               MOVE "N" TO WS-SP-ROLE-NOW(WS-SP-IDX, WS-ROLE-IDX)
               MOVE SPACE TO WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX)
           END-IF
           IF WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX) = SPACE
               IF WS-JL-FIELD = "ROLE-GRANT"
                   MOVE "G" TO WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX)
               ELSE
                   MOVE "R" TO WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX)
               END-IF
           END-IF
           .
       NOTE-LATER-ROLE-CHANGE-EXIT.
           EXIT.

       FIND-ITEM-ROLE SECTION.
           MOVE "N" TO WS-ROLE-FOUND-SWITCH
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > WS-SP-ROLE-COUNT(WS-SP-IDX)
               OR WS-ROLE-FOUND
               IF WS-SP-ROLE-NAME(WS-SP-IDX, WS-ROLE-IDX)
                   = WS-ROLE-NAME
                   SET WS-ROLE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROLE-FOUND
               SUBTRACT 1 FROM WS-ROLE-IDX
           END-IF
           .
       FIND-ITEM-ROLE-EXIT.
           EXIT.

       LOAD-OPERATOR-CLASSES SECTION.
      *    The class is set when OPERMNT adds an operator and never
      *    changed after, so today's file gives the class held at
      *    the time of the change. No operator file leaves every
      *    class NOT ON FILE.
           MOVE SPACES TO WS-OPER-FILENAME
           DISPLAY "OPERATOR-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OPER-FILENAME = SPACES
               MOVE "/etc/operators.cfg" TO WS-OPER-FILENAME
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-FILE-OK
               DISPLAY "SALEVID: UNABLE TO OPEN OPERATOR FILE: "
                   WS-OPER-FILENAME " STATUS=" WS-OPER-STATUS
               GO TO LOAD-OPERATOR-CLASSES-EXIT
           END-IF
           MOVE "N" TO WS-OPER-EOF-SWITCH
           PERFORM UNTIL WS-OPER-EOF
               READ OPERATOR-FILE
                   AT END
                       SET WS-OPER-EOF TO TRUE
               END-READ
               IF NOT WS-OPER-EOF
                   PERFORM NOTE-ONE-OPERATOR
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           .
       LOAD-OPERATOR-CLASSES-EXIT.
           EXIT.

       NOTE-ONE-OPERATOR SECTION.
           IF OPERATOR-REC = SPACES
               OR OPERATOR-REC(1:1) = "*"
               OR OPERATOR-REC(1:1) = "#"
               GO TO NOTE-ONE-OPERATOR-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-ID
           MOVE SPACES TO WS-PARSE-PW
           MOVE SPACES TO WS-PARSE-CLASS
           UNSTRING OPERATOR-REC DELIMITED BY ALL " "
               INTO WS-PARSE-ID WS-PARSE-PW WS-PARSE-CLASS
           END-UNSTRING
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
               IF WS-SP-OPER(WS-SP-IDX) = WS-PARSE-ID
                   IF WS-PARSE-CLASS = "UPDATE"
                       MOVE "UPDATE" TO WS-SP-CLASS(WS-SP-IDX)
                   ELSE
                       MOVE "READ" TO WS-SP-CLASS(WS-SP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       NOTE-ONE-OPERATOR-EXIT.
           EXIT.

       LOAD-CURRENT-ROLES SECTION.
      *    The roles each operator holds today on the permission
      *    file (PERMCHK's OPER lines). No permission file leaves
      *    only what the journal shows.
           MOVE SPACES TO WS-PERM-FILENAME
           DISPLAY "PERMISSION-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PERM-FILENAME = SPACES
               MOVE "/etc/permissions.cfg" TO WS-PERM-FILENAME
           END-IF
           OPEN INPUT PERMISSION-FILE
           IF NOT WS-PERM-FILE-OK
               GO TO LOAD-CURRENT-ROLES-EXIT
           END-IF
           MOVE "N" TO WS-PERM-EOF-SWITCH
           PERFORM UNTIL WS-PERM-EOF
               READ PERMISSION-FILE
                   AT END
                       SET WS-PERM-EOF TO TRUE
               END-READ
               IF NOT WS-PERM-EOF
                   PERFORM NOTE-ONE-ROLE
               END-IF
           END-PERFORM
           CLOSE PERMISSION-FILE
           .
       LOAD-CURRENT-ROLES-EXIT.
           EXIT.

       NOTE-ONE-ROLE SECTION.
           MOVE SPACES TO WS-PARSE-TYPE
           MOVE SPACES TO WS-PARSE-ONE
           MOVE SPACES TO WS-PARSE-TWO
           UNSTRING PERMISSION-REC DELIMITED BY ALL " "
               INTO WS-PARSE-TYPE WS-PARSE-ONE WS-PARSE-TWO
           END-UNSTRING
           IF WS-PARSE-TYPE NOT = "OPER"
               GO TO NOTE-ONE-ROLE-EXIT
           END-IF
           MOVE WS-PARSE-TWO TO WS-ROLE-NAME
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
               IF WS-SP-OPER(WS-SP-IDX) = WS-PARSE-ONE(1:10)
                   PERFORM NOTE-ITEM-ROLE-NOW
               END-IF
           END-PERFORM
           .
       NOTE-ONE-ROLE-EXIT.
           EXIT.

       NOTE-ITEM-ROLE-NOW SECTION.
           PERFORM FIND-ITEM-ROLE
           IF NOT WS-ROLE-FOUND
               IF WS-SP-ROLE-COUNT(WS-SP-IDX) >= 10
                   GO TO NOTE-ITEM-ROLE-NOW-EXIT
               END-IF
               ADD 1 TO WS-SP-ROLE-COUNT(WS-SP-IDX)
               MOVE WS-SP-ROLE-COUNT(WS-SP-IDX) TO WS-ROLE-IDX
               MOVE WS-ROLE-NAME
                   TO WS-SP-ROLE-NAME(WS-SP-IDX, WS-ROLE-IDX)
               MOVE SPACE TO WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX)
           END-IF
           MOVE "Y" TO WS-SP-ROLE-NOW(WS-SP-IDX, WS-ROLE-IDX)
           .
       NOTE-ITEM-ROLE-NOW-EXIT.
           EXIT.

       GATHER-CONNECTION-AUDIT SECTION.
      *    The connection the session made for the change: the last
      *    successful connect on the common audit log
      *    (copy/SQLAUDPR.cpy) by the same program and operator on
      *    the same day, at or before the time of the change.
           MOVE SPACES TO WS-AUDIT-FILENAME
           DISPLAY "LOGON-AUDIT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-FILENAME = SPACES
               MOVE "/tmp/logon_audit.log" TO WS-AUDIT-FILENAME
           END-IF
           OPEN INPUT CONN-AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "SALEVID: UNABLE TO OPEN CONNECTION AUDIT: "
                   WS-AUDIT-FILENAME " STATUS=" WS-AUDIT-STATUS
               GO TO GATHER-CONNECTION-AUDIT-EXIT
           END-IF
           MOVE "N" TO WS-AUDIT-EOF-SWITCH
           MOVE ZERO TO WS-AUD-LINE
           PERFORM UNTIL WS-AUDIT-EOF
               READ CONN-AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
               END-READ
               IF NOT WS-AUDIT-EOF
                   ADD 1 TO WS-AUD-LINE
                   PERFORM MATCH-AUDIT-LINE
               END-IF
           END-PERFORM
           CLOSE CONN-AUDIT-FILE
           .
       GATHER-CONNECTION-AUDIT-EXIT.
           EXIT.

       MATCH-AUDIT-LINE SECTION.
           MOVE SPACES TO WS-AUD-STAMP WS-AUD-PGM WS-AUD-SQLCODE
               WS-AUD-USER WS-AUD-OPER WS-AUD-DSN
           UNSTRING CONN-AUDIT-REC
               DELIMITED BY " PGM=" OR " SQLCODE=" OR " USER="
                   OR " OPER=" OR " DSN="
               INTO WS-AUD-STAMP WS-AUD-PGM WS-AUD-SQLCODE
                   WS-AUD-USER WS-AUD-OPER WS-AUD-DSN
           END-UNSTRING
           IF WS-AUD-STAMP(1:8) NOT NUMERIC
               OR WS-AUD-STAMP(10:8) NOT NUMERIC
               GO TO MATCH-AUDIT-LINE-EXIT
           END-IF
           IF WS-AUD-SQLCODE NOT = "         0"
               GO TO MATCH-AUDIT-LINE-EXIT
           END-IF
           MOVE WS-AUD-STAMP(1:8) TO WS-AUD-DATE
           MOVE WS-AUD-STAMP(10:8) TO WS-AUD-TIME
           IF WS-AUD-OPER = SPACES
               MOVE "UNKNOWN" TO WS-AUD-OPER
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
               IF WS-AUD-PGM = WS-SP-PGM(WS-SP-IDX)
                   AND WS-AUD-OPER = WS-SP-OPER(WS-SP-IDX)
                   AND WS-AUD-DATE = WS-SP-DATE(WS-SP-IDX)
                   AND WS-AUD-TIME NOT > WS-SP-TIME(WS-SP-IDX)
                   MOVE WS-AUD-LINE TO WS-SP-CONN-LINE(WS-SP-IDX)
                   MOVE CONN-AUDIT-REC TO WS-SP-CONN-TEXT(WS-SP-IDX)
               END-IF
           END-PERFORM
           .
       MATCH-AUDIT-LINE-EXIT.
           EXIT.

       GATHER-ARCHIVE-SNAPSHOTS SECTION.
      *    EMPARCH's nightly snapshots (copy/EMPARCHR.cpy): the last
      *    one taken before the day of the change and the first
      *    one taken on or after it.
           MOVE SPACES TO WS-ARCH-FILENAME
           DISPLAY "EMP-ARCHIVE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCH-FILENAME = SPACES
               MOVE "/tmp/emp_archive.dat" TO WS-ARCH-FILENAME
           END-IF
           OPEN INPUT EMP-ARCHIVE-FILE
           IF NOT WS-ARCH-FILE-OK
               DISPLAY "SALEVID: UNABLE TO OPEN EMP ARCHIVE: "
                   WS-ARCH-FILENAME " STATUS=" WS-ARCH-STATUS
               GO TO GATHER-ARCHIVE-SNAPSHOTS-EXIT
           END-IF
           SET WS-ARCH-OPEN TO TRUE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
               PERFORM FIND-ITEM-SNAPSHOTS
           END-PERFORM
           CLOSE EMP-ARCHIVE-FILE
           .
       GATHER-ARCHIVE-SNAPSHOTS-EXIT.
           EXIT.

       FIND-ITEM-SNAPSHOTS SECTION.
           MOVE WS-SP-EMPNO(WS-SP-IDX) TO ARCH-EMPNO
           MOVE ZERO TO ARCH-SNAP-DATE
           START EMP-ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
               INVALID KEY
                   GO TO FIND-ITEM-SNAPSHOTS-EXIT
           END-START
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           PERFORM UNTIL WS-ARCH-EOF
               READ EMP-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
               IF NOT WS-ARCH-EOF
                   IF ARCH-EMPNO NOT = WS-SP-EMPNO(WS-SP-IDX)
                       SET WS-ARCH-EOF TO TRUE
                   ELSE
                       IF ARCH-SNAP-DATE < WS-SP-DATE(WS-SP-IDX)
                           MOVE WS-BEFORE-SNAP TO WS-SNAP-IDX
                           PERFORM KEEP-ITEM-SNAPSHOT
                       ELSE
                           MOVE WS-AFTER-SNAP TO WS-SNAP-IDX
                           PERFORM KEEP-ITEM-SNAPSHOT
                           SET WS-ARCH-EOF TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       FIND-ITEM-SNAPSHOTS-EXIT.
           EXIT.

       KEEP-ITEM-SNAPSHOT SECTION.
           MOVE ARCH-SNAP-DATE TO WS-SP-SN-DATE(WS-SP-IDX, WS-SNAP-IDX)
           MOVE ARCH-JOB TO WS-SP-SN-JOB(WS-SP-IDX, WS-SNAP-IDX)
           MOVE ARCH-DEPT TO WS-SP-SN-DEPT(WS-SP-IDX, WS-SNAP-IDX)
           MOVE ARCH-SAL TO WS-SP-SN-SAL(WS-SP-IDX, WS-SNAP-IDX)
           MOVE ARCH-COMM TO WS-SP-SN-COMM(WS-SP-IDX, WS-SNAP-IDX)
           MOVE ARCH-COMM-NULL
               TO WS-SP-SN-NULL(WS-SP-IDX, WS-SNAP-IDX)
           .
       KEEP-ITEM-SNAPSHOT-EXIT.
           EXIT.

       JUDGE-ONE-ITEM SECTION.
      *    The four exceptions an item can carry: its seal does not
      *    hold or the chain is broken before it; it was keyed and
      *    approved by the same operator; the snapshot after it
      *    does not show the amount the journal says was set; no
      *    connection for the session is on the audit log.
           MOVE "N" TO WS-SP-EXC-CHAIN(WS-SP-IDX)
           MOVE "N" TO WS-SP-EXC-SOD(WS-SP-IDX)
           MOVE "N" TO WS-SP-EXC-SNAP(WS-SP-IDX)
           MOVE "N" TO WS-SP-EXC-CONN(WS-SP-IDX)
           MOVE WS-SP-POP(WS-SP-IDX) TO WS-POP-IDX

           IF WS-PP-SEAL(WS-POP-IDX) = "B"
               OR WS-PP-SEAL(WS-POP-IDX) = "U"
               OR (WS-BROKEN-LINE > 0
                   AND WS-BROKEN-LINE < WS-SP-LINE(WS-SP-IDX))
               MOVE "Y" TO WS-SP-EXC-CHAIN(WS-SP-IDX)
               ADD 1 TO WS-EXC-CHAIN-COUNT
           END-IF

           PERFORM FIND-APPROVER
           IF WS-APPROVER NOT = SPACES
               AND WS-APPROVER NOT = "UNKNOWN"
               AND WS-APPROVER = WS-SP-Q-OPER(WS-SP-IDX)
               MOVE "Y" TO WS-SP-EXC-SOD(WS-SP-IDX)
               ADD 1 TO WS-EXC-SOD-COUNT
           END-IF

           IF WS-SP-SN-DATE(WS-SP-IDX, 2) NOT = ZERO
               PERFORM JUDGE-AFTER-SNAPSHOT
           END-IF

           IF WS-SP-CONN-LINE(WS-SP-IDX) = ZERO
               MOVE "Y" TO WS-SP-EXC-CONN(WS-SP-IDX)
               ADD 1 TO WS-EXC-CONN-COUNT
           END-IF

           IF WS-SP-EXC-CHAIN(WS-SP-IDX) = "Y"
               OR WS-SP-EXC-SOD(WS-SP-IDX) = "Y"
               OR WS-SP-EXC-SNAP(WS-SP-IDX) = "Y"
               OR WS-SP-EXC-CONN(WS-SP-IDX) = "Y"
               ADD 1 TO WS-EXC-ITEM-COUNT
           END-IF
           .
       JUDGE-ONE-ITEM-EXIT.
           EXIT.

       FIND-APPROVER SECTION.
      *    SALAPPLY applies an approved change under the approving
      *    supervisor's id. SALEFFAP applies under no one's, so a
      *    dated change's approver is the one on its SAL-APPRVD
      *    line. Anything else was applied straight, not queued.
           MOVE SPACES TO WS-APPROVER
           MOVE "N" TO WS-APPROVED-BY-QUEUE-SW
           IF WS-SP-FIELD(WS-SP-IDX) NOT = "SALARY"
               GO TO FIND-APPROVER-EXIT
           END-IF
           EVALUATE WS-SP-PGM(WS-SP-IDX)
               WHEN "SALAPPLY"
                   MOVE WS-SP-OPER(WS-SP-IDX) TO WS-APPROVER
                   SET WS-APPROVED-BY-QUEUE TO TRUE
               WHEN "SALEFFAP"
                   SET WS-APPROVED-BY-QUEUE TO TRUE
                   IF WS-SP-A-LINE(WS-SP-IDX) NOT = ZERO
                       MOVE WS-SP-A-OPER(WS-SP-IDX) TO WS-APPROVER
                   END-IF
           END-EVALUATE
           .
       FIND-APPROVER-EXIT.
           EXIT.

       JUDGE-AFTER-SNAPSHOT SECTION.
           IF WS-SP-FIELD(WS-SP-IDX) = "SALARY"
               MOVE WS-SP-SN-SAL(WS-SP-IDX, 2) TO WS-SNAP-AMT
           ELSE
               IF WS-SP-AFTER(WS-SP-IDX) = "NULL"
                   IF WS-SP-SN-NULL(WS-SP-IDX, 2) NOT = "Y"
                       MOVE "Y" TO WS-SP-EXC-SNAP(WS-SP-IDX)
                       ADD 1 TO WS-EXC-SNAP-COUNT
                   END-IF
                   GO TO JUDGE-AFTER-SNAPSHOT-EXIT
               END-IF
               IF WS-SP-SN-NULL(WS-SP-IDX, 2) = "Y"
                   MOVE "Y" TO WS-SP-EXC-SNAP(WS-SP-IDX)
                   ADD 1 TO WS-EXC-SNAP-COUNT
                   GO TO JUDGE-AFTER-SNAPSHOT-EXIT
               END-IF
               MOVE WS-SP-SN-COMM(WS-SP-IDX, 2) TO WS-SNAP-AMT
           END-IF
           MOVE WS-SP-AFTER(WS-SP-IDX)(1:7) TO WS-JRNL-AMT-INT
           MOVE WS-SP-AFTER(WS-SP-IDX)(9:2) TO WS-JRNL-AMT-DEC
           IF WS-JRNL-AMT-X NOT NUMERIC
               OR WS-JRNL-AMT-N NOT = WS-SNAP-AMT
               MOVE "Y" TO WS-SP-EXC-SNAP(WS-SP-IDX)
               ADD 1 TO WS-EXC-SNAP-COUNT
           END-IF
           .
       JUDGE-AFTER-SNAPSHOT-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    SALEVID-FILE names the evidence pack; it defaults to
      *    /tmp/salevid.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "SALEVID-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/salevid.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "SALEVID" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT EVIDENCE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "SALEVID: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       WRITE-BLANK-LINE SECTION.
           MOVE SPACES TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-BLANK-LINE-EXIT.
           EXIT.

       WRITE-COVER-PAGE SECTION.
      *    What was drawn, from what, and how to draw it again.
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "SALARY AND COMMISSION CHANGES - AUDIT SAMPLE "
                   DELIMITED SIZE
               "EVIDENCE PACK    RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE ALL "=" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "PERIOD          " DELIMITED SIZE
               WS-SEL-FROM DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-SEL-TO DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE "JOURNAL" TO EVIDENCE-REPORT-REC(1:7)
           MOVE WS-JRNL-FILENAME TO EVIDENCE-REPORT-REC(17:116)
           WRITE EVIDENCE-REPORT-REC
           MOVE WS-POP-COUNT TO D-COUNT
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "POPULATION      " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " SALARY/COMMISSION CHANGE(S) ON THE JOURNAL "
                   DELIMITED SIZE
               "IN THE PERIOD" DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE WS-SAMPLE-COUNT TO D-COUNT
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "SAMPLE          " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " ITEM(S), SEED " DELIMITED SIZE
               WS-SEED DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "TO REDRAW       SALEVID-FROM=" DELIMITED SIZE
               WS-SEL-FROM DELIMITED SIZE
               " SALEVID-TO=" DELIMITED SIZE
               WS-SEL-TO DELIMITED SIZE
               " SALEVID-SAMPLE=" DELIMITED SIZE
               WS-SAMPLE-WANT DELIMITED SIZE
               " SALEVID-SEED=" DELIMITED SIZE
               WS-SEED DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-BROKEN-LINE = 0
               MOVE WS-LINE-NO TO D-LINE
               STRING "JOURNAL CHAIN   INTACT OVER ALL " DELIMITED SIZE
                   D-LINE DELIMITED SIZE
                   " LINE(S)" DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
           ELSE
               MOVE WS-BROKEN-LINE TO D-LINE
               MOVE WS-BROKEN-COUNT TO D-COUNT
               STRING "JOURNAL CHAIN   BROKEN - FIRST AT LINE "
                       DELIMITED SIZE
                   D-LINE DELIMITED SIZE
                   ", " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   " LINE(S) FAIL THEIR SEAL" DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
           END-IF
           WRITE EVIDENCE-REPORT-REC
           PERFORM WRITE-BLANK-LINE

           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE "ITEM" TO EVIDENCE-REPORT-REC(1:4)
           MOVE "JRNL LINE" TO EVIDENCE-REPORT-REC(7:9)
           MOVE "DATE" TO EVIDENCE-REPORT-REC(18:4)
           MOVE "EMPNO" TO EVIDENCE-REPORT-REC(28:5)
           MOVE "FIELD" TO EVIDENCE-REPORT-REC(35:5)
           MOVE "PROGRAM" TO EVIDENCE-REPORT-REC(47:7)
           MOVE "OPERATOR" TO EVIDENCE-REPORT-REC(58:8)
           MOVE "EXCEPTIONS" TO EVIDENCE-REPORT-REC(69:10)
           WRITE EVIDENCE-REPORT-REC
           MOVE ALL "-" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SAMPLE-COUNT
               PERFORM BUILD-EXCEPTION-TEXT
               MOVE SPACES TO EVIDENCE-REPORT-REC
               MOVE WS-SP-IDX TO D-ITEM
               MOVE D-ITEM TO EVIDENCE-REPORT-REC(2:3)
               MOVE WS-SP-LINE(WS-SP-IDX) TO D-LINE
               MOVE D-LINE TO EVIDENCE-REPORT-REC(8:7)
               MOVE WS-SP-DATE(WS-SP-IDX) TO EVIDENCE-REPORT-REC(18:8)
               MOVE WS-SP-EMPNO(WS-SP-IDX) TO D-EMPNO
               MOVE D-EMPNO TO EVIDENCE-REPORT-REC(29:4)
               MOVE WS-SP-FIELD(WS-SP-IDX) TO EVIDENCE-REPORT-REC(35:10)
               MOVE WS-SP-PGM(WS-SP-IDX) TO EVIDENCE-REPORT-REC(47:10)
               MOVE WS-SP-OPER(WS-SP-IDX) TO EVIDENCE-REPORT-REC(58:10)
               MOVE WS-EXC-TEXT TO EVIDENCE-REPORT-REC(69:40)
               WRITE EVIDENCE-REPORT-REC
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "EXCEPTIONS: CHAIN - SEAL FAILS OR CHAIN BROKEN "
                   DELIMITED SIZE
               "BEFORE THE RECORD; SOD - KEYED AND APPROVED BY "
                   DELIMITED SIZE
               "ONE OPERATOR;" DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "            SNAPSHOT - ARCHIVE AFTER THE CHANGE "
                   DELIMITED SIZE
               "DISAGREES WITH THE JOURNAL; CONN - NO CONNECTION "
                   DELIMITED SIZE
               "ON THE AUDIT LOG" DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-COVER-PAGE-EXIT.
           EXIT.

       BUILD-EXCEPTION-TEXT SECTION.
           MOVE SPACES TO WS-EXC-TEXT
           MOVE 1 TO WS-EXC-PTR
           IF WS-SP-EXC-CHAIN(WS-SP-IDX) = "Y"
               STRING "CHAIN " DELIMITED SIZE
                   INTO WS-EXC-TEXT WITH POINTER WS-EXC-PTR
               END-STRING
           END-IF
           IF WS-SP-EXC-SOD(WS-SP-IDX) = "Y"
               STRING "SOD " DELIMITED SIZE
                   INTO WS-EXC-TEXT WITH POINTER WS-EXC-PTR
               END-STRING
           END-IF
           IF WS-SP-EXC-SNAP(WS-SP-IDX) = "Y"
               STRING "SNAPSHOT " DELIMITED SIZE
                   INTO WS-EXC-TEXT WITH POINTER WS-EXC-PTR
               END-STRING
           END-IF
           IF WS-SP-EXC-CONN(WS-SP-IDX) = "Y"
               STRING "CONN " DELIMITED SIZE
                   INTO WS-EXC-TEXT WITH POINTER WS-EXC-PTR
               END-STRING
           END-IF
           IF WS-EXC-TEXT = SPACES
               MOVE "NONE" TO WS-EXC-TEXT
           END-IF
           .
       BUILD-EXCEPTION-TEXT-EXIT.
           EXIT.

       WRITE-EVIDENCE-PAGE SECTION.
      *    One page per item, headed by a form feed, in the order
      *    the auditor works through it.
           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE X"0C" TO EVIDENCE-REPORT-REC(1:1)
           WRITE EVIDENCE-REPORT-REC
           MOVE WS-SP-IDX TO D-ITEM
           MOVE WS-SAMPLE-COUNT TO D-COUNT
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "SAMPLE ITEM " DELIMITED SIZE
               D-ITEM DELIMITED SIZE
               " OF " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               "      PERIOD " DELIMITED SIZE
               WS-SEL-FROM DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-SEL-TO DELIMITED SIZE
               "      SEED " DELIMITED SIZE
               WS-SEED DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE ALL "=" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC

           PERFORM WRITE-JOURNAL-EVIDENCE
           PERFORM WRITE-CHAIN-EVIDENCE
           PERFORM WRITE-APPROVAL-EVIDENCE
           PERFORM WRITE-SNAPSHOT-EVIDENCE
           PERFORM WRITE-OPERATOR-EVIDENCE
           PERFORM WRITE-SESSION-EVIDENCE

           PERFORM BUILD-EXCEPTION-TEXT
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "EXCEPTIONS: " DELIMITED SIZE
               WS-EXC-TEXT DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "EXAMINED BY ____________________   DATE "
                   DELIMITED SIZE
               "__________   CONCLUSION ____________________"
                   DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-EVIDENCE-PAGE-EXIT.
           EXIT.

       WRITE-JOURNAL-EVIDENCE SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE WS-SP-LINE(WS-SP-IDX) TO D-LINE
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "1. JOURNAL RECORD - LINE " DELIMITED SIZE
               D-LINE DELIMITED SIZE
               " OF THE MAINTENANCE JOURNAL" DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE WS-SP-TEXT(WS-SP-IDX)(1:128)
               TO EVIDENCE-REPORT-REC(5:128)
           WRITE EVIDENCE-REPORT-REC
           IF WS-SP-TEXT(WS-SP-IDX)(129:72) NOT = SPACES
               MOVE SPACES TO EVIDENCE-REPORT-REC
               MOVE WS-SP-TEXT(WS-SP-IDX)(129:72)
                   TO EVIDENCE-REPORT-REC(5:72)
               WRITE EVIDENCE-REPORT-REC
           END-IF
           MOVE WS-SP-TIME(WS-SP-IDX)(1:6) TO D-TIME
           MOVE WS-SP-EMPNO(WS-SP-IDX) TO D-EMPNO
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "   " DELIMITED SIZE
               WS-SP-FIELD(WS-SP-IDX) DELIMITED SPACE
               " OF EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               " CHANGED FROM " DELIMITED SIZE
               WS-SP-BEFORE(WS-SP-IDX) DELIMITED SPACE
               " TO " DELIMITED SIZE
               WS-SP-AFTER(WS-SP-IDX) DELIMITED SPACE
               " BY " DELIMITED SIZE
               WS-SP-PGM(WS-SP-IDX) DELIMITED SPACE
               " ON " DELIMITED SIZE
               WS-SP-DATE(WS-SP-IDX) DELIMITED SIZE
               " AT " DELIMITED SIZE
               D-TIME DELIMITED SIZE
               ", OPERATOR " DELIMITED SIZE
               WS-SP-OPER(WS-SP-IDX) DELIMITED SPACE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-JOURNAL-EVIDENCE-EXIT.
           EXIT.

       WRITE-CHAIN-EVIDENCE SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "2. HASH CHAIN" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           MOVE WS-SP-POP(WS-SP-IDX) TO WS-POP-IDX
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-PP-SEAL(WS-POP-IDX) = "L"
               MOVE "   WRITTEN BEFORE THE JOURNAL WAS SEALED - NO HASH"
                   TO EVIDENCE-REPORT-REC
               MOVE " TO CHECK" TO EVIDENCE-REPORT-REC(51:9)
               WRITE EVIDENCE-REPORT-REC
               GO TO WRITE-CHAIN-EVIDENCE-EXIT
           END-IF
           IF WS-PP-SEAL(WS-POP-IDX) = "U"
               MOVE "   NO HASH ON THE RECORD THOUGH THE CHAIN HAD"
                   TO EVIDENCE-REPORT-REC
               MOVE " STARTED - THE LINE WAS REWRITTEN"
                   TO EVIDENCE-REPORT-REC(46:33)
               WRITE EVIDENCE-REPORT-REC
           ELSE
               MOVE WS-PP-STORED(WS-POP-IDX) TO D-HASH
               STRING "   HASH ON RECORD " DELIMITED SIZE
                   D-HASH DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
               WRITE EVIDENCE-REPORT-REC
               MOVE WS-PP-PREV(WS-POP-IDX) TO D-HASH
               MOVE SPACES TO EVIDENCE-REPORT-REC
               STRING "   PREVIOUS HASH  " DELIMITED SIZE
                   D-HASH DELIMITED SIZE
                   "  (CARRIED BY THE RECORD BEFORE)" DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
               WRITE EVIDENCE-REPORT-REC
               MOVE WS-PP-CALC(WS-POP-IDX) TO D-HASH
               MOVE SPACES TO EVIDENCE-REPORT-REC
               STRING "   RECOMPUTED     " DELIMITED SIZE
                   D-HASH DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
               IF WS-PP-SEAL(WS-POP-IDX) = "S"
                   MOVE "- SEAL HOLDS" TO EVIDENCE-REPORT-REC(30:12)
               ELSE
                   MOVE "- SEAL DOES NOT HOLD"
                       TO EVIDENCE-REPORT-REC(30:20)
               END-IF
               WRITE EVIDENCE-REPORT-REC
           END-IF
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-BROKEN-LINE = 0
               MOVE "   CHAIN INTACT FROM THE FIRST SEALED LINE TO THE"
                   TO EVIDENCE-REPORT-REC
               MOVE " END OF THE JOURNAL" TO EVIDENCE-REPORT-REC(50:19)
           ELSE
               MOVE WS-BROKEN-LINE TO D-LINE
               IF WS-BROKEN-LINE < WS-SP-LINE(WS-SP-IDX)
                   STRING "   CHAIN BROKEN AT LINE " DELIMITED SIZE
                       D-LINE DELIMITED SIZE
                       ", BEFORE THIS RECORD" DELIMITED SIZE
                       INTO EVIDENCE-REPORT-REC
                   END-STRING
               ELSE
                   IF WS-BROKEN-LINE = WS-SP-LINE(WS-SP-IDX)
                       STRING "   CHAIN FIRST BREAKS AT THIS RECORD"
                               DELIMITED SIZE
                           INTO EVIDENCE-REPORT-REC
                       END-STRING
                   ELSE
                       STRING "   CHAIN INTACT UP TO THIS RECORD; "
                               DELIMITED SIZE
                           "FIRST BREAK IS LATER, AT LINE "
                               DELIMITED SIZE
                           D-LINE DELIMITED SIZE
                           INTO EVIDENCE-REPORT-REC
                       END-STRING
                   END-IF
               END-IF
           END-IF
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-CHAIN-EVIDENCE-EXIT.
           EXIT.

       WRITE-APPROVAL-EVIDENCE SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "3. APPROVAL TRAIL" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           PERFORM FIND-APPROVER
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF NOT WS-APPROVED-BY-QUEUE
               IF WS-SP-FIELD(WS-SP-IDX) = "COMMISSION"
                   STRING "   COMMISSION IS NOT QUEUED FOR APPROVAL - "
                           DELIMITED SIZE
                       "SET DIRECTLY BY " DELIMITED SIZE
                       WS-SP-PGM(WS-SP-IDX) DELIMITED SPACE
                       INTO EVIDENCE-REPORT-REC
                   END-STRING
               ELSE
                   STRING "   NOT FROM THE PENDING QUEUE - SET "
                           DELIMITED SIZE
                       "DIRECTLY BY " DELIMITED SIZE
                       WS-SP-PGM(WS-SP-IDX) DELIMITED SPACE
                       INTO EVIDENCE-REPORT-REC
                   END-STRING
               END-IF
               WRITE EVIDENCE-REPORT-REC
               PERFORM WRITE-BACKDATED-LINE
               GO TO WRITE-APPROVAL-EVIDENCE-EXIT
           END-IF

      *    Keyed.
           IF WS-SP-Q-LINE(WS-SP-IDX) = ZERO
               MOVE "   KEYING NOT ON THE JOURNAL - QUEUED BEFORE "
                   TO EVIDENCE-REPORT-REC
               MOVE "KEYING WAS JOURNALED" TO EVIDENCE-REPORT-REC(46:20)
           ELSE
               MOVE WS-SP-Q-LINE(WS-SP-IDX) TO D-LINE
               MOVE WS-SP-Q-TIME(WS-SP-IDX)(1:6) TO D-TIME
               STRING "   KEYED     BY " DELIMITED SIZE
                   WS-SP-Q-OPER(WS-SP-IDX) DELIMITED SPACE
                   " ON " DELIMITED SIZE
                   WS-SP-Q-DATE(WS-SP-IDX) DELIMITED SIZE
                   " AT " DELIMITED SIZE
                   D-TIME DELIMITED SIZE
                   " (JOURNAL LINE " DELIMITED SIZE
                   D-LINE DELIMITED SIZE
                   "), SALARY THEN " DELIMITED SIZE
                   WS-SP-Q-BEFORE(WS-SP-IDX) DELIMITED SPACE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
           END-IF
           WRITE EVIDENCE-REPORT-REC

      *    Approved.
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-SP-PGM(WS-SP-IDX) = "SALAPPLY"
               STRING "   APPROVED  BY " DELIMITED SIZE
                   WS-SP-OPER(WS-SP-IDX) DELIMITED SPACE
                   " IN SALAPPLY, APPLIED AT ONCE (THE JOURNAL "
                       DELIMITED SIZE
                   "RECORD ABOVE)" DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
           ELSE
               IF WS-SP-A-LINE(WS-SP-IDX) = ZERO
                   MOVE "   NO SUPERVISOR APPROVAL ON THE JOURNAL -"
                       TO EVIDENCE-REPORT-REC
                   MOVE " UNDER THE APPROVAL THRESHOLD, OR APPROVED"
                       TO EVIDENCE-REPORT-REC(43:42)
                   MOVE " BEFORE APPROVALS WERE JOURNALED"
                       TO EVIDENCE-REPORT-REC(85:32)
               ELSE
                   MOVE WS-SP-A-LINE(WS-SP-IDX) TO D-LINE
                   MOVE WS-SP-A-TIME(WS-SP-IDX)(1:6) TO D-TIME
                   STRING "   APPROVED  BY " DELIMITED SIZE
                       WS-SP-A-OPER(WS-SP-IDX) DELIMITED SPACE
                       " ON " DELIMITED SIZE
                       WS-SP-A-DATE(WS-SP-IDX) DELIMITED SIZE
                       " AT " DELIMITED SIZE
                       D-TIME DELIMITED SIZE
                       " (JOURNAL LINE " DELIMITED SIZE
                       D-LINE DELIMITED SIZE
                       "), TO RUN FROM " DELIMITED SIZE
                       WS-SP-A-EFFDATE(WS-SP-IDX) DELIMITED SPACE
                       INTO EVIDENCE-REPORT-REC
                   END-STRING
               END-IF
           END-IF
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-SP-PGM(WS-SP-IDX) = "SALEFFAP"
               MOVE "   APPLIED   BY SALEFFAP ON ITS EFFECTIVE DATE"
                   TO EVIDENCE-REPORT-REC
               MOVE " (THE JOURNAL RECORD ABOVE)"
                   TO EVIDENCE-REPORT-REC(47:27)
               WRITE EVIDENCE-REPORT-REC
           END-IF
           PERFORM WRITE-BACKDATED-LINE

           IF WS-SP-EXC-SOD(WS-SP-IDX) = "Y"
               MOVE SPACES TO EVIDENCE-REPORT-REC
               STRING "   *** KEYED AND APPROVED BY THE SAME "
                       DELIMITED SIZE
                   "OPERATOR, " DELIMITED SIZE
                   WS-APPROVER DELIMITED SPACE
                   " ***" DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
               WRITE EVIDENCE-REPORT-REC
           END-IF
           .
       WRITE-APPROVAL-EVIDENCE-EXIT.
           EXIT.

       WRITE-BACKDATED-LINE SECTION.
           IF WS-SP-E-LINE(WS-SP-IDX) = ZERO
               GO TO WRITE-BACKDATED-LINE-EXIT
           END-IF
           MOVE WS-SP-E-LINE(WS-SP-IDX) TO D-LINE
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "   BACKDATED TO " DELIMITED SIZE
               WS-SP-E-EFFDATE(WS-SP-IDX) DELIMITED SPACE
               " (JOURNAL LINE " DELIMITED SIZE
               D-LINE DELIMITED SIZE
               ") - ARREARS ON THE BACKDATED CHANGE REGISTER"
                   DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-BACKDATED-LINE-EXIT.
           EXIT.

       WRITE-SNAPSHOT-EVIDENCE SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "4. EMP ARCHIVE SNAPSHOTS" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           IF NOT WS-ARCH-OPEN
               MOVE "   NO EMP ARCHIVE COULD BE READ"
                   TO EVIDENCE-REPORT-REC
               WRITE EVIDENCE-REPORT-REC
               GO TO WRITE-SNAPSHOT-EVIDENCE-EXIT
           END-IF
           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE "TAKEN" TO EVIDENCE-REPORT-REC(13:5)
           MOVE "JOB" TO EVIDENCE-REPORT-REC(23:3)
           MOVE "DEPT" TO EVIDENCE-REPORT-REC(34:4)
           MOVE "SALARY" TO EVIDENCE-REPORT-REC(44:6)
           MOVE "COMMISSION" TO EVIDENCE-REPORT-REC(55:10)
           WRITE EVIDENCE-REPORT-REC
           MOVE WS-BEFORE-SNAP TO WS-SNAP-IDX
           PERFORM WRITE-ONE-SNAPSHOT
           MOVE WS-AFTER-SNAP TO WS-SNAP-IDX
           PERFORM WRITE-ONE-SNAPSHOT
           IF WS-SP-SN-DATE(WS-SP-IDX, 2) NOT = ZERO
               MOVE SPACES TO EVIDENCE-REPORT-REC
               IF WS-SP-EXC-SNAP(WS-SP-IDX) = "Y"
                   STRING "   SNAPSHOT AFTER DOES NOT SHOW THE "
                           DELIMITED SIZE
                       WS-SP-AFTER(WS-SP-IDX) DELIMITED SPACE
                       " THE JOURNAL RECORDS" DELIMITED SIZE
                       INTO EVIDENCE-REPORT-REC
                   END-STRING
               ELSE
                   STRING "   SNAPSHOT AFTER AGREES WITH THE JOURNAL"
                           DELIMITED SIZE
                       INTO EVIDENCE-REPORT-REC
                   END-STRING
               END-IF
               WRITE EVIDENCE-REPORT-REC
           END-IF
           .
       WRITE-SNAPSHOT-EVIDENCE-EXIT.
           EXIT.

       WRITE-ONE-SNAPSHOT SECTION.
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-SNAP-IDX = WS-BEFORE-SNAP
               MOVE "   BEFORE" TO EVIDENCE-REPORT-REC(1:9)
           ELSE
               MOVE "   AFTER" TO EVIDENCE-REPORT-REC(1:8)
           END-IF
           IF WS-SP-SN-DATE(WS-SP-IDX, WS-SNAP-IDX) = ZERO
               IF WS-SNAP-IDX = WS-BEFORE-SNAP
                   MOVE "NONE TAKEN BEFORE THE DAY OF THE CHANGE"
                       TO EVIDENCE-REPORT-REC(13:39)
               ELSE
                   MOVE "NONE TAKEN SINCE THE CHANGE"
                       TO EVIDENCE-REPORT-REC(13:27)
               END-IF
               WRITE EVIDENCE-REPORT-REC
               GO TO WRITE-ONE-SNAPSHOT-EXIT
           END-IF
           MOVE WS-SP-SN-DATE(WS-SP-IDX, WS-SNAP-IDX)
               TO EVIDENCE-REPORT-REC(13:8)
           MOVE WS-SP-SN-JOB(WS-SP-IDX, WS-SNAP-IDX)
               TO EVIDENCE-REPORT-REC(23:9)
           MOVE WS-SP-SN-DEPT(WS-SP-IDX, WS-SNAP-IDX)
               TO EVIDENCE-REPORT-REC(34:4)
           MOVE WS-SP-SN-SAL(WS-SP-IDX, WS-SNAP-IDX) TO D-AMT
           MOVE D-AMT TO EVIDENCE-REPORT-REC(40:10)
           IF WS-SP-SN-NULL(WS-SP-IDX, WS-SNAP-IDX) = "Y"
               MOVE "NULL" TO EVIDENCE-REPORT-REC(61:4)
           ELSE
               MOVE WS-SP-SN-COMM(WS-SP-IDX, WS-SNAP-IDX) TO D-AMT
               MOVE D-AMT TO EVIDENCE-REPORT-REC(55:10)
           END-IF
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-ONE-SNAPSHOT-EXIT.
           EXIT.

       WRITE-OPERATOR-EVIDENCE SECTION.
      *    Roles held then: held now unless first granted since,
      *    or not held now but revoked since.
           PERFORM WRITE-BLANK-LINE
           MOVE "5. OPERATOR" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO WS-ROLES-THEN
           MOVE SPACES TO WS-ROLES-NOW
           MOVE 1 TO WS-ROLE-PTR
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > WS-SP-ROLE-COUNT(WS-SP-IDX)
               IF WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX) = "R"
                   OR (WS-SP-ROLE-LATER(WS-SP-IDX, WS-ROLE-IDX)
                       = SPACE
                   AND WS-SP-ROLE-NOW(WS-SP-IDX, WS-ROLE-IDX) = "Y")
                   IF WS-ROLE-PTR > 1
                       STRING "," DELIMITED SIZE
                           INTO WS-ROLES-THEN
                           WITH POINTER WS-ROLE-PTR
                       END-STRING
                   END-IF
                   STRING WS-SP-ROLE-NAME(WS-SP-IDX, WS-ROLE-IDX)
                           DELIMITED SPACE
                       INTO WS-ROLES-THEN
                       WITH POINTER WS-ROLE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE 1 TO WS-ROLE-PTR
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > WS-SP-ROLE-COUNT(WS-SP-IDX)
               IF WS-SP-ROLE-NOW(WS-SP-IDX, WS-ROLE-IDX) = "Y"
                   IF WS-ROLE-PTR > 1
                       STRING "," DELIMITED SIZE
                           INTO WS-ROLES-NOW
                           WITH POINTER WS-ROLE-PTR
                       END-STRING
                   END-IF
                   STRING WS-SP-ROLE-NAME(WS-SP-IDX, WS-ROLE-IDX)
                           DELIMITED SPACE
                       INTO WS-ROLES-NOW
                       WITH POINTER WS-ROLE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-ROLES-THEN = SPACES
               MOVE "NONE" TO WS-ROLES-THEN
           END-IF
           IF WS-ROLES-NOW = SPACES
               MOVE "NONE" TO WS-ROLES-NOW
           END-IF
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "   OPERATOR " DELIMITED SIZE
               WS-SP-OPER(WS-SP-IDX) DELIMITED SPACE
               "   CLASS " DELIMITED SIZE
               WS-SP-CLASS(WS-SP-IDX) DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "   ROLES AT THE TIME " DELIMITED SIZE
               WS-ROLES-THEN DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "   ROLES TODAY       " DELIMITED SIZE
               WS-ROLES-NOW DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-OPERATOR-EVIDENCE-EXIT.
           EXIT.

       WRITE-SESSION-EVIDENCE SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "6. CONNECTION AUDIT" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           IF WS-SP-CONN-LINE(WS-SP-IDX) = ZERO
               MOVE WS-SP-TIME(WS-SP-IDX)(1:6) TO D-TIME
               STRING "   NO CONNECTION BY " DELIMITED SIZE
                   WS-SP-PGM(WS-SP-IDX) DELIMITED SPACE
                   " FOR " DELIMITED SIZE
                   WS-SP-OPER(WS-SP-IDX) DELIMITED SPACE
                   " ON " DELIMITED SIZE
                   WS-SP-DATE(WS-SP-IDX) DELIMITED SIZE
                   " UP TO " DELIMITED SIZE
                   D-TIME DELIMITED SIZE
                   " ON THE CONNECTION AUDIT LOG" DELIMITED SIZE
                   INTO EVIDENCE-REPORT-REC
               END-STRING
               WRITE EVIDENCE-REPORT-REC
               GO TO WRITE-SESSION-EVIDENCE-EXIT
           END-IF
           MOVE WS-SP-CONN-LINE(WS-SP-IDX) TO D-LINE
           STRING "   LINE " DELIMITED SIZE
               D-LINE DELIMITED SIZE
               " OF " DELIMITED SIZE
               WS-AUDIT-FILENAME DELIMITED SPACE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE WS-SP-CONN-TEXT(WS-SP-IDX)(1:128)
               TO EVIDENCE-REPORT-REC(5:128)
           WRITE EVIDENCE-REPORT-REC
           IF WS-SP-CONN-TEXT(WS-SP-IDX)(129:72) NOT = SPACES
               MOVE SPACES TO EVIDENCE-REPORT-REC
               MOVE WS-SP-CONN-TEXT(WS-SP-IDX)(129:72)
                   TO EVIDENCE-REPORT-REC(5:72)
               WRITE EVIDENCE-REPORT-REC
           END-IF
           .
       WRITE-SESSION-EVIDENCE-EXIT.
           EXIT.

       WRITE-EXCEPTION-PAGE SECTION.
           MOVE SPACES TO EVIDENCE-REPORT-REC
           MOVE X"0C" TO EVIDENCE-REPORT-REC(1:1)
           WRITE EVIDENCE-REPORT-REC
           MOVE "EXCEPTION SUMMARY" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           MOVE ALL "=" TO EVIDENCE-REPORT-REC
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "ITEMS WITH EXCEPTIONS       " DELIMITED SIZE
               WS-EXC-ITEM-COUNT DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "  CHAIN NOT PROVEN          " DELIMITED SIZE
               WS-EXC-CHAIN-COUNT DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "  KEYED AND APPROVED BY ONE " DELIMITED SIZE
               WS-EXC-SOD-COUNT DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "  SNAPSHOT DISAGREES        " DELIMITED SIZE
               WS-EXC-SNAP-COUNT DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           MOVE SPACES TO EVIDENCE-REPORT-REC
           STRING "  NO CONNECTION ON THE LOG  " DELIMITED SIZE
               WS-EXC-CONN-COUNT DELIMITED SIZE
               INTO EVIDENCE-REPORT-REC
           END-STRING
           WRITE EVIDENCE-REPORT-REC
           .
       WRITE-EXCEPTION-PAGE-EXIT.
           EXIT.
