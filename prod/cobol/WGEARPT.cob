       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGEARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT REMUN-DATA-FILE ASSIGN TO WS-REMUN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REMUN-STATUS.
           SELECT GAP-REPORT-FILE ASSIGN TO WS-GAP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-REPORT-FILE.
       01  PROFILE-REPORT-REC          PIC X(132).
       FD  REMUN-DATA-FILE.
       01  REMUN-DATA-REC              PIC X(256).
       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  EMP-JOB                      PIC X(9).
       01  EMP-MGR                      PIC S9(4) COMP VALUE ZERO.
       01  MGR-IND                      PIC S9(4) COMP VALUE ZERO.
       01  EMP-GENDER                   PIC X(1).
       01  EMP-TYPE                     PIC X(1).
       01  OCC-GROUP                    PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY CSVFMTLK.

      *    WGEARPT is the annual Workplace Gender Equality Agency
      *    return, run on the snapshot date over everyone still on
      *    the books. It produces three things:
      *      - the workforce profile (WGEARPT-FILE, default
      *        /tmp/wgearpt.rpt): managers counted by manager
      *        category, everyone else by the occupational category
      *        of their job (OCCGROUP on JOBREF, set in JOBMAINT),
      *        each by gender and employment type, followed by the
      *        gaps in the data to put right before lodging;
      *      - the remuneration data file (WGEA-REMUN-FILE, default
      *        /tmp/wgea_remun.csv), one delimited line per employee
      *        in the agency's upload layout;
      *      - the pay-gap summary (WGEAGAP-FILE, default
      *        /tmp/wgeagap.rpt), women's against men's average and
      *        median total remuneration by job and by department,
      *        for our own review and not for lodgement.
      *    The manager category comes from the reporting chain
      *    ORGCHART prints: the head of the tree is the CEO, and an
      *    employee with reports of their own is key management
      *    personnel one level below, an other executive or general
      *    manager two levels below, a senior manager three below
      *    and an other manager deeper still. Anyone with no reports
      *    is a non-manager.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-REMUN-FILENAME            PIC X(256).
       01  WS-REMUN-STATUS              PIC XX.
           88  WS-REMUN-FILE-OK               VALUE "00".
       01  WS-GAP-FILENAME              PIC X(256).
       01  WS-GAP-STATUS                PIC XX.
           88  WS-GAP-FILE-OK                 VALUE "00".

      *    Remuneration is annualised from the monthly SAL and COMM.
      *    Superannuation is worked out with the settings PAYCALC
      *    uses - SUPER-SG-RATE (NN.NN, default 12.00), SUPER-MCB-QTR
      *    (the quarterly maximum contribution base, default 62500,
      *    taken four times over for the year) and SUPER-COMM-OTE
      *    (Y or N, default Y, whether commission attracts it).
       01  WS-SG-RATE-ENV               PIC X(6).
       01  WS-SG-RATE                   PIC 9(2)V99 VALUE 12.00.
       01  WS-RATE-WORK                 PIC 9(2).99.
       01  WS-MCB-ENV                   PIC 9(9).
       01  WS-MCB-QTR                   PIC 9(9)V99 VALUE 62500.
       01  WS-MCB-YEAR                  PIC 9(11)V99.
       01  WS-COMM-OTE-ENV              PIC X.
       01  WS-COMM-OTE-SWITCH           PIC X VALUE "Y".
           88  WS-COMM-IS-OTE                 VALUE "Y".
       01  WS-OTE                       PIC 9(11)V99.

      *    Everyone on the books, in EMPNO order, with the employee's
      *    place in the reporting tree worked out once loaded.
      *    WS-EMP-SLOT finds an employee's entry from the EMPNO, so
      *    the walk up each chain never scans the table.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY            OCCURS 5000.
               10  WS-EMP-EMPNO        PIC 9(4).
               10  WS-EMP-JOB          PIC X(9).
               10  WS-EMP-DEPT         PIC 9(4).
               10  WS-EMP-MGR          PIC 9(4).
               10  WS-EMP-MGR-SWITCH   PIC X.
                   88  WS-EMP-HAS-MGR        VALUE "Y".
               10  WS-EMP-GENDER       PIC X.
               10  WS-EMP-TYPE         PIC X.
               10  WS-EMP-OCC          PIC X.
               10  WS-EMP-REPORTS      PIC 9(4) COMP.
               10  WS-EMP-DEPTH        PIC 9(4) COMP.
               10  WS-EMP-CHAIN        PIC X.
                   88  WS-EMP-CHAIN-OK       VALUE " ".
                   88  WS-EMP-CHAIN-BROKEN   VALUE "B".
                   88  WS-EMP-CHAIN-LOOP     VALUE "L".
               10  WS-EMP-CATEGORY     PIC 9.
                   88  WS-EMP-IS-CEO         VALUE 1.
                   88  WS-EMP-IS-MANAGER     VALUE 1 THRU 5.
                   88  WS-EMP-IS-NON-MANAGER VALUE 6.
               10  WS-EMP-BASE         PIC 9(9)V99.
               10  WS-EMP-SUPER        PIC 9(9)V99.
               10  WS-EMP-OTHER        PIC 9(9)V99.
               10  WS-EMP-TOTAL        PIC 9(9)V99.
       01  WS-EMP-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-EMP-IDX                   PIC 9(4) COMP.
       01  WS-EMP-SLOT-TABLE.
           05  WS-EMP-SLOT             PIC 9(4) COMP OCCURS 9999.
       01  WS-WALK-IDX                  PIC 9(4) COMP.
       01  WS-WALK-DEPTH                PIC 9(4) COMP.
       01  WS-WALK-DONE-SWITCH          PIC X.
           88  WS-WALK-DONE                   VALUE "Y".
       01  WS-ROOT-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-GAP-LINE-COUNT            PIC 9(5) VALUE 0.

      *    The profile: five manager rows, then the non-managers by
      *    the eight ANZSCO major groups and a row for jobs not yet
      *    mapped. The cells run women, men, then non-binary, each
      *    full-time, part-time and casual, and the tenth cell counts
      *    anyone whose gender or employment type is not recorded.
       01  WS-PROF-LABEL-VALUES.
           05  FILLER                  PIC X(38)
               VALUE "CEO / HEAD OF BUSINESS".
           05  FILLER                  PIC X(38)
               VALUE "KEY MANAGEMENT PERSONNEL".
           05  FILLER                  PIC X(38)
               VALUE "OTHER EXECUTIVES / GENERAL MANAGERS".
           05  FILLER                  PIC X(38)
               VALUE "SENIOR MANAGERS".
           05  FILLER                  PIC X(38)
               VALUE "OTHER MANAGERS".
           05  FILLER                  PIC X(38)
               VALUE "MANAGERS".
           05  FILLER                  PIC X(38)
               VALUE "PROFESSIONALS".
           05  FILLER                  PIC X(38)
               VALUE "TECHNICIANS AND TRADES WORKERS".
           05  FILLER                  PIC X(38)
               VALUE "COMMUNITY AND PERSONAL SERVICE WORKERS".
           05  FILLER                  PIC X(38)
               VALUE "CLERICAL AND ADMINISTRATIVE WORKERS".
           05  FILLER                  PIC X(38)
               VALUE "SALES WORKERS".
           05  FILLER                  PIC X(38)
               VALUE "MACHINERY OPERATORS AND DRIVERS".
           05  FILLER                  PIC X(38)
               VALUE "LABOURERS".
           05  FILLER                  PIC X(38)
               VALUE "JOB NOT MAPPED TO A CATEGORY".
       01  WS-PROF-LABEL-TABLE REDEFINES WS-PROF-LABEL-VALUES.
           05  WS-PROF-LABEL           PIC X(38) OCCURS 14.
       01  WS-PROFILE-TABLE.
           05  WS-PROF-ROW             OCCURS 14.
               10  WS-PROF-CELL        PIC 9(5) COMP OCCURS 10.
               10  WS-PROF-ROW-TOTAL   PIC 9(5) COMP.
       01  WS-PROF-COL-TOTALS.
           05  WS-PROF-COL-TOTAL       PIC 9(5) COMP OCCURS 10.
       01  WS-PROF-GRAND-TOTAL          PIC 9(5) COMP VALUE 0.
       01  WS-PROF-ROW-IDX              PIC 9(4) COMP.
       01  WS-PROF-COL-IDX              PIC 9(4) COMP.
       01  WS-GENDER-IDX                PIC 9(4) COMP.
       01  WS-TYPE-IDX                  PIC 9(4) COMP.
       01  WS-LINE-PTR                  PIC 9(4) COMP.

      *    Names of the categories as they go on the remuneration
      *    data file.
       01  WS-MGR-CAT-VALUES.
           05  FILLER                  PIC X(32)
               VALUE "CEO".
           05  FILLER                  PIC X(32)
               VALUE "KEY MANAGEMENT PERSONNEL".
           05  FILLER                  PIC X(32)
               VALUE "OTHER EXECUTIVE/GENERAL MANAGER".
           05  FILLER                  PIC X(32)
               VALUE "SENIOR MANAGER".
           05  FILLER                  PIC X(32)
               VALUE "OTHER MANAGER".
           05  FILLER                  PIC X(32)
               VALUE "NON-MANAGER".
       01  WS-MGR-CAT-TABLE REDEFINES WS-MGR-CAT-VALUES.
           05  WS-MGR-CAT-NAME         PIC X(32) OCCURS 6.

      *    Data the return cannot be lodged without, listed so HR can
      *    put it right through EMPMAINT and JOBMAINT first.
       01  WS-NO-GENDER-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-TYPE-COUNT             PIC 9(5) VALUE 0.
       01  WS-NO-OCC-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHAIN-ISSUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-JOBS.
           05  WS-UNMAPPED-JOB         PIC X(9) OCCURS 500.
       01  WS-UNMAPPED-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-UNMAPPED-IDX              PIC 9(4) COMP.
       01  WS-FOUND-SWITCH              PIC X.
           88  WS-FOUND                       VALUE "Y".

      *    Pay gap. Part-time and casual pay is not held as a
      *    full-time equivalent, so the gap is measured on full-time
      *    employees only, on annualised total remuneration. Each
      *    group's women's and men's figures are kept in ascending
      *    order as they are gathered, for the medians.
       01  WS-GROUP-JOBS.
           05  WS-GROUP-JOB            PIC X(9) OCCURS 500.
       01  WS-GROUP-JOB-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-DEPTS.
           05  WS-GROUP-DEPT           PIC 9(4) OCCURS 500.
       01  WS-GROUP-DEPT-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-IDX                 PIC 9(4) COMP.
       01  WS-GROUP-KIND                PIC X.
           88  WS-GROUP-BY-JOB                VALUE "J".
           88  WS-GROUP-BY-DEPT               VALUE "D".
           88  WS-GROUP-COMPANY               VALUE "C".
       01  WS-GROUP-LABEL               PIC X(14).
       01  WS-F-VALUES.
           05  WS-F-VALUE              PIC 9(9)V99 OCCURS 5000.
       01  WS-F-COUNT                   PIC 9(4) COMP.
       01  WS-M-VALUES.
           05  WS-M-VALUE              PIC 9(9)V99 OCCURS 5000.
       01  WS-M-COUNT                   PIC 9(4) COMP.
       01  WS-X-COUNT                   PIC 9(4) COMP.
       01  WS-F-SUM                     PIC 9(13)V99.
       01  WS-M-SUM                     PIC 9(13)V99.
       01  WS-INSERT-VALUE              PIC 9(9)V99.
       01  WS-INSERT-POS                PIC 9(4) COMP.
       01  WS-SHIFT-IDX                 PIC 9(4) COMP.
       01  WS-MEDIAN-POS                PIC 9(4) COMP.
       01  WS-F-AVG                     PIC 9(9)V99.
       01  WS-M-AVG                     PIC 9(9)V99.
       01  WS-F-MEDIAN                  PIC 9(9)V99.
       01  WS-M-MEDIAN                  PIC 9(9)V99.
       01  WS-AVG-GAP                   PIC S9(3)V9.
       01  WS-MEDIAN-GAP                PIC S9(3)V9.
       01  WS-GAP-GROUP-COUNT           PIC 9(5) VALUE 0.
       01  WS-TOTAL-FT-COUNT            PIC 9(5) VALUE 0.

       01  WS-TODAY                     PIC 9(8).
       01  WS-EMP-FULL-SWITCH           PIC X VALUE "N".
           88  WS-EMP-TABLE-FULL              VALUE "Y".

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-CELL                   PIC ZZZZ9.
           05  D-TOTAL-CELL             PIC ZZZZZ9.
           05  D-COUNT                  PIC ZZ,ZZ9.
           05  D-COUNT-2                PIC ZZ,ZZ9.
           05  D-CSV-EMPNO              PIC 9(4).
           05  D-CSV-AMOUNT             PIC Z(8)9.99.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.
           05  D-AMOUNT-2               PIC Z,ZZZ,ZZ9.
           05  D-GAP                    PIC -ZZ9.9.
           05  D-GAP-2                  PIC -ZZ9.9.
           05  D-PERSONS                PIC ZZZ9.
           05  D-PERSONS-2              PIC ZZZ9.
           05  D-PERSONS-3              PIC ZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-SUPER-SETTINGS
           PERFORM CONNECT-TO-ORACLE
           PERFORM LOAD-EMP-TABLE

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM PLACE-IN-TREE
           PERFORM WORK-REMUNERATION

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-WORKFORCE-PROFILE
           PERFORM WRITE-DATA-GAPS
           CLOSE PROFILE-REPORT-FILE

           PERFORM WRITE-REMUN-DATA-FILE
           PERFORM WRITE-PAY-GAP-REPORT

           DISPLAY "WGEARPT: " WS-EMP-COUNT " employee(s) - profile "
               "in " WS-RPT-FILENAME
           DISPLAY "WGEARPT: remuneration data in " WS-REMUN-FILENAME
           DISPLAY "WGEARPT: pay-gap summary in " WS-GAP-FILENAME
           IF WS-GAP-LINE-COUNT > 0
               DISPLAY "WGEARPT: " WS-GAP-LINE-COUNT
                   " data gap(s) to put right before lodging"
           END-IF

           PERFORM RECORD-RUN-END

           IF WS-GAP-LINE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "WGEARPT" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "WGEARPT: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-EMP-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-EMP-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-SUPER-SETTINGS SECTION.
           MOVE SPACES TO WS-SG-RATE-ENV
           DISPLAY "SUPER-SG-RATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SG-RATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-SG-RATE-ENV NOT = SPACES
               IF WS-SG-RATE-ENV(1:2) IS NUMERIC
                   AND WS-SG-RATE-ENV(3:1) = "."
                   AND WS-SG-RATE-ENV(4:2) IS NUMERIC
                   MOVE WS-SG-RATE-ENV(1:5) TO WS-RATE-WORK
                   MOVE WS-RATE-WORK TO WS-SG-RATE
               ELSE
                   DISPLAY "WGEARPT: SUPER-SG-RATE IS NOT NN.NN - "
                       "ENDED"
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE ZERO TO WS-MCB-ENV
           DISPLAY "SUPER-MCB-QTR" UPON ENVIRONMENT-NAME
           ACCEPT WS-MCB-ENV FROM ENVIRONMENT-VALUE
           IF WS-MCB-ENV IS NUMERIC
               AND WS-MCB-ENV > 0
               MOVE WS-MCB-ENV TO WS-MCB-QTR
           END-IF
           COMPUTE WS-MCB-YEAR = WS-MCB-QTR * 4

           MOVE SPACES TO WS-COMM-OTE-ENV
           DISPLAY "SUPER-COMM-OTE" UPON ENVIRONMENT-NAME
           ACCEPT WS-COMM-OTE-ENV FROM ENVIRONMENT-VALUE
           IF WS-COMM-OTE-ENV = "N" OR WS-COMM-OTE-ENV = "n"
               MOVE "N" TO WS-COMM-OTE-SWITCH
           END-IF
           .
       RESOLVE-SUPER-SETTINGS-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "WGEARPT" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "WGEARPT: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       LOAD-EMP-TABLE SECTION.
      *    A return with people missing from it is worse than none,
      *    so a table overflow ends the run rather than truncating.
           EXEC SQL
               DECLARE WGEACURS CURSOR FOR
                   SELECT E.EMPNO, NVL(E.JOB, ' '), NVL(E.DEPTNO, 0),
                       E.MGR, E.SAL, E.COMM,
                       NVL(E.GENDER, ' '), NVL(E.EMPTYPE, ' '),
                       NVL(J.OCCGROUP, ' ')
                   FROM EMP E, JOBREF J
                   WHERE NVL(E.STATUS, 'A') <> 'T'
                     AND J.JOBCODE (+) = E.JOB
                   ORDER BY E.EMPNO
           END-EXEC

           EXEC SQL
               OPEN WGEACURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "WGEARPT: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-EMP-SLOT-TABLE
           PERFORM FETCH-NEXT-EMP
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
                   OR WS-EMP-TABLE-FULL
               IF WS-EMP-COUNT >= 5000
                   SET WS-EMP-TABLE-FULL TO TRUE
               ELSE
                   PERFORM STORE-ONE-EMP
                   PERFORM FETCH-NEXT-EMP
               END-IF
           END-PERFORM

           IF SQLCODE < 0 OR WS-EMP-TABLE-FULL
               IF WS-EMP-TABLE-FULL
                   DISPLAY "WGEARPT: MORE THAN 5000 EMPLOYEES - ENDED"
               ELSE
                   DISPLAY "WGEARPT: FETCH FAILED, SQLCODE: " SQLCODE
               END-IF
               EXEC SQL
                   CLOSE WGEACURS
               END-EXEC
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               CLOSE WGEACURS
           END-EXEC
           .
       LOAD-EMP-TABLE-EXIT.
           EXIT.

       FETCH-NEXT-EMP SECTION.
           MOVE ZERO TO MGR-IND
           MOVE ZERO TO COMM-IND
           EXEC SQL
               FETCH WGEACURS
                   INTO :EMP-NUMBER, :EMP-JOB, :DEPT-NUMBER,
                       :EMP-MGR:MGR-IND, :SALARY,
                       :COMMISSION:COMM-IND,
                       :EMP-GENDER, :EMP-TYPE, :OCC-GROUP
           END-EXEC
           .
       FETCH-NEXT-EMP-EXIT.
           EXIT.

       STORE-ONE-EMP SECTION.
           ADD 1 TO WS-EMP-COUNT
           MOVE WS-EMP-COUNT TO WS-EMP-IDX
           MOVE EMP-NUMBER TO WS-EMP-EMPNO(WS-EMP-IDX)
           MOVE EMP-JOB TO WS-EMP-JOB(WS-EMP-IDX)
           MOVE DEPT-NUMBER TO WS-EMP-DEPT(WS-EMP-IDX)
           IF MGR-IND = -1
               MOVE "N" TO WS-EMP-MGR-SWITCH(WS-EMP-IDX)
               MOVE ZERO TO WS-EMP-MGR(WS-EMP-IDX)
           ELSE
               MOVE "Y" TO WS-EMP-MGR-SWITCH(WS-EMP-IDX)
               MOVE EMP-MGR TO WS-EMP-MGR(WS-EMP-IDX)
           END-IF
           MOVE EMP-GENDER TO WS-EMP-GENDER(WS-EMP-IDX)
           MOVE EMP-TYPE TO WS-EMP-TYPE(WS-EMP-IDX)
           MOVE OCC-GROUP TO WS-EMP-OCC(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-REPORTS(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-DEPTH(WS-EMP-IDX)
           MOVE SPACE TO WS-EMP-CHAIN(WS-EMP-IDX)
           MOVE 6 TO WS-EMP-CATEGORY(WS-EMP-IDX)
           COMPUTE WS-EMP-BASE(WS-EMP-IDX) = SALARY * 12
           IF COMM-IND = -1
               MOVE ZERO TO WS-EMP-OTHER(WS-EMP-IDX)
           ELSE
               COMPUTE WS-EMP-OTHER(WS-EMP-IDX) = COMMISSION * 12
           END-IF
           IF EMP-NUMBER > 0
               MOVE WS-EMP-IDX TO WS-EMP-SLOT(EMP-NUMBER)
           END-IF
           .
       STORE-ONE-EMP-EXIT.
           EXIT.

       PLACE-IN-TREE SECTION.
      *    First every manager's count of direct reports, then each
      *    employee's depth below the head of their tree - the walk
      *    up the MGR chain stops at a manager no longer on the books
      *    (a broken chain) or after 50 levels (a loop).
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-HAS-MGR(WS-EMP-IDX)
                   AND WS-EMP-MGR(WS-EMP-IDX) > 0
                   MOVE WS-EMP-SLOT(WS-EMP-MGR(WS-EMP-IDX))
                       TO WS-WALK-IDX
                   IF WS-WALK-IDX > 0
                       ADD 1 TO WS-EMP-REPORTS(WS-WALK-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM WALK-UP-CHAIN
               PERFORM SET-MANAGER-CATEGORY
           END-PERFORM
           .
       PLACE-IN-TREE-EXIT.
           EXIT.

       WALK-UP-CHAIN SECTION.
           MOVE WS-EMP-IDX TO WS-WALK-IDX
           MOVE ZERO TO WS-WALK-DEPTH
           MOVE "N" TO WS-WALK-DONE-SWITCH
           PERFORM UNTIL WS-WALK-DONE
               EVALUATE TRUE
                   WHEN NOT WS-EMP-HAS-MGR(WS-WALK-IDX)
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-EMP-MGR(WS-WALK-IDX) = 0
                       SET WS-EMP-CHAIN-BROKEN(WS-EMP-IDX) TO TRUE
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-EMP-SLOT(WS-EMP-MGR(WS-WALK-IDX)) = 0
                       SET WS-EMP-CHAIN-BROKEN(WS-EMP-IDX) TO TRUE
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-WALK-DEPTH >= 50
                       SET WS-EMP-CHAIN-LOOP(WS-EMP-IDX) TO TRUE
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       MOVE WS-EMP-SLOT(WS-EMP-MGR(WS-WALK-IDX))
                           TO WS-WALK-IDX
                       ADD 1 TO WS-WALK-DEPTH
               END-EVALUATE
           END-PERFORM
           MOVE WS-WALK-DEPTH TO WS-EMP-DEPTH(WS-EMP-IDX)
           .
       WALK-UP-CHAIN-EXIT.
           EXIT.

       SET-MANAGER-CATEGORY SECTION.
      *    An employee whose chain does not reach the head of a tree
      *    cannot be placed by level - a manager among them counts as
      *    an other manager - and goes on the data gaps. So does
      *    anyone with no manager and nobody reporting to them, who
      *    is counted a non-manager rather than a second CEO.
           EVALUATE TRUE
               WHEN NOT WS-EMP-CHAIN-OK(WS-EMP-IDX)
                   ADD 1 TO WS-CHAIN-ISSUE-COUNT
                   IF WS-EMP-REPORTS(WS-EMP-IDX) > 0
                       MOVE 5 TO WS-EMP-CATEGORY(WS-EMP-IDX)
                   ELSE
                       MOVE 6 TO WS-EMP-CATEGORY(WS-EMP-IDX)
                   END-IF
               WHEN WS-EMP-DEPTH(WS-EMP-IDX) = 0
                   IF WS-EMP-REPORTS(WS-EMP-IDX) > 0
                       MOVE 1 TO WS-EMP-CATEGORY(WS-EMP-IDX)
                       ADD 1 TO WS-ROOT-COUNT
                   ELSE
                       MOVE 6 TO WS-EMP-CATEGORY(WS-EMP-IDX)
                       SET WS-EMP-CHAIN-BROKEN(WS-EMP-IDX) TO TRUE
                       ADD 1 TO WS-CHAIN-ISSUE-COUNT
                   END-IF
               WHEN WS-EMP-REPORTS(WS-EMP-IDX) = 0
                   MOVE 6 TO WS-EMP-CATEGORY(WS-EMP-IDX)
               WHEN WS-EMP-DEPTH(WS-EMP-IDX) = 1
                   MOVE 2 TO WS-EMP-CATEGORY(WS-EMP-IDX)
               WHEN WS-EMP-DEPTH(WS-EMP-IDX) = 2
                   MOVE 3 TO WS-EMP-CATEGORY(WS-EMP-IDX)
               WHEN WS-EMP-DEPTH(WS-EMP-IDX) = 3
                   MOVE 4 TO WS-EMP-CATEGORY(WS-EMP-IDX)
               WHEN OTHER
                   MOVE 5 TO WS-EMP-CATEGORY(WS-EMP-IDX)
           END-EVALUATE
           .
       SET-MANAGER-CATEGORY-EXIT.
           EXIT.

       WORK-REMUNERATION SECTION.
      *    Superannuation on the year's ordinary time earnings up to
      *    four quarters' maximum contribution base; total
      *    remuneration is base, super and commission together.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE WS-EMP-BASE(WS-EMP-IDX) TO WS-OTE
               IF WS-COMM-IS-OTE
                   ADD WS-EMP-OTHER(WS-EMP-IDX) TO WS-OTE
               END-IF
               IF WS-OTE > WS-MCB-YEAR
                   MOVE WS-MCB-YEAR TO WS-OTE
               END-IF
               COMPUTE WS-EMP-SUPER(WS-EMP-IDX) ROUNDED =
                   WS-OTE * WS-SG-RATE / 100
               COMPUTE WS-EMP-TOTAL(WS-EMP-IDX) =
                   WS-EMP-BASE(WS-EMP-IDX) + WS-EMP-SUPER(WS-EMP-IDX)
                   + WS-EMP-OTHER(WS-EMP-IDX)
           END-PERFORM
           .
       WORK-REMUNERATION-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    WGEARPT-FILE names the workforce profile; it defaults to
      *    /tmp/wgearpt.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "WGEARPT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/wgearpt.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "WGEARPT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT PROFILE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "WGEARPT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PROFILE-REPORT-REC
           STRING "WGEA WORKFORCE PROFILE AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO PROFILE-REPORT-REC
           END-STRING
           WRITE PROFILE-REPORT-REC
           MOVE SPACES TO PROFILE-REPORT-REC
           STRING "MANAGERS BY MANAGER CATEGORY, NON-MANAGERS BY "
                   DELIMITED SIZE
               "OCCUPATIONAL CATEGORY (ANZSCO MAJOR GROUP)"
                   DELIMITED SIZE
             INTO PROFILE-REPORT-REC
           END-STRING
           WRITE PROFILE-REPORT-REC
           MOVE SPACES TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       WRITE-WORKFORCE-PROFILE SECTION.
           MOVE ZERO TO WS-PROFILE-TABLE
           MOVE ZERO TO WS-PROF-COL-TOTALS
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM COUNT-ONE-PROFILE
           END-PERFORM

           PERFORM WRITE-PROFILE-HEADING
           PERFORM VARYING WS-PROF-ROW-IDX FROM 1 BY 1
               UNTIL WS-PROF-ROW-IDX > 14
               IF WS-PROF-ROW-IDX = 6
                   MOVE SPACES TO PROFILE-REPORT-REC
                   WRITE PROFILE-REPORT-REC
                   MOVE "NON-MANAGERS" TO PROFILE-REPORT-REC
                   WRITE PROFILE-REPORT-REC
               END-IF
               PERFORM WRITE-PROFILE-ROW
           END-PERFORM

           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE 1 TO WS-LINE-PTR
           STRING "TOTAL" DELIMITED SIZE
               INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 39 TO WS-LINE-PTR
           PERFORM VARYING WS-PROF-COL-IDX FROM 1 BY 1
               UNTIL WS-PROF-COL-IDX > 10
               MOVE WS-PROF-COL-TOTAL(WS-PROF-COL-IDX) TO D-CELL
               STRING " " DELIMITED SIZE
                   D-CELL DELIMITED SIZE
                   INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           MOVE WS-PROF-GRAND-TOTAL TO D-TOTAL-CELL
           STRING " " DELIMITED SIZE
               D-TOTAL-CELL DELIMITED SIZE
               INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE PROFILE-REPORT-REC
           .
       WRITE-WORKFORCE-PROFILE-EXIT.
           EXIT.

       COUNT-ONE-PROFILE SECTION.
           IF WS-EMP-IS-MANAGER(WS-EMP-IDX)
               MOVE WS-EMP-CATEGORY(WS-EMP-IDX) TO WS-PROF-ROW-IDX
           ELSE
               IF WS-EMP-OCC(WS-EMP-IDX) >= "1"
                   AND WS-EMP-OCC(WS-EMP-IDX) <= "8"
                   MOVE WS-EMP-OCC(WS-EMP-IDX) TO WS-PROF-ROW-IDX
                   ADD 5 TO WS-PROF-ROW-IDX
               ELSE
                   MOVE 14 TO WS-PROF-ROW-IDX
               END-IF
           END-IF

           EVALUATE WS-EMP-GENDER(WS-EMP-IDX)
               WHEN "F"
                   MOVE 1 TO WS-GENDER-IDX
               WHEN "M"
                   MOVE 2 TO WS-GENDER-IDX
               WHEN "X"
                   MOVE 3 TO WS-GENDER-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-GENDER-IDX
           END-EVALUATE
           EVALUATE WS-EMP-TYPE(WS-EMP-IDX)
               WHEN "F"
                   MOVE 1 TO WS-TYPE-IDX
               WHEN "P"
                   MOVE 2 TO WS-TYPE-IDX
               WHEN "C"
                   MOVE 3 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-TYPE-IDX
           END-EVALUATE
           IF WS-GENDER-IDX = 0 OR WS-TYPE-IDX = 0
               MOVE 10 TO WS-PROF-COL-IDX
           ELSE
               COMPUTE WS-PROF-COL-IDX =
                   (WS-GENDER-IDX - 1) * 3 + WS-TYPE-IDX
           END-IF

           ADD 1 TO WS-PROF-CELL(WS-PROF-ROW-IDX, WS-PROF-COL-IDX)
           ADD 1 TO WS-PROF-ROW-TOTAL(WS-PROF-ROW-IDX)
           ADD 1 TO WS-PROF-COL-TOTAL(WS-PROF-COL-IDX)
           ADD 1 TO WS-PROF-GRAND-TOTAL
           .
       COUNT-ONE-PROFILE-EXIT.
           EXIT.

       WRITE-PROFILE-HEADING SECTION.
           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE "------ WOMEN -------" TO PROFILE-REPORT-REC(40:20)
           MOVE "------- MEN --------" TO PROFILE-REPORT-REC(58:20)
           MOVE "---- NON-BINARY ----" TO PROFILE-REPORT-REC(76:20)
           MOVE "   NOT" TO PROFILE-REPORT-REC(94:6)
           WRITE PROFILE-REPORT-REC
           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE "CATEGORY" TO PROFILE-REPORT-REC(1:8)
           MOVE 39 TO WS-LINE-PTR
           PERFORM 3 TIMES
               STRING "  FULL  PART   CAS" DELIMITED SIZE
                   INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           STRING "   REC  TOTAL" DELIMITED SIZE
               INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE PROFILE-REPORT-REC
           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE ALL "-" TO PROFILE-REPORT-REC(1:104)
           WRITE PROFILE-REPORT-REC
           MOVE "MANAGERS" TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           .
       WRITE-PROFILE-HEADING-EXIT.
           EXIT.

       WRITE-PROFILE-ROW SECTION.
           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE 1 TO WS-LINE-PTR
           STRING "  " DELIMITED SIZE
               WS-PROF-LABEL(WS-PROF-ROW-IDX) DELIMITED SIZE
               INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 39 TO WS-LINE-PTR
           PERFORM VARYING WS-PROF-COL-IDX FROM 1 BY 1
               UNTIL WS-PROF-COL-IDX > 10
               MOVE WS-PROF-CELL(WS-PROF-ROW-IDX, WS-PROF-COL-IDX)
                   TO D-CELL
               STRING " " DELIMITED SIZE
                   D-CELL DELIMITED SIZE
                   INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           MOVE WS-PROF-ROW-TOTAL(WS-PROF-ROW-IDX) TO D-TOTAL-CELL
           STRING " " DELIMITED SIZE
               D-TOTAL-CELL DELIMITED SIZE
               INTO PROFILE-REPORT-REC WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE PROFILE-REPORT-REC
           .
       WRITE-PROFILE-ROW-EXIT.
           EXIT.

       WRITE-DATA-GAPS SECTION.
      *    Everything the return needs that EMP and JOBREF do not
      *    yet hold, one line each.
           MOVE SPACES TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE "DATA TO PUT RIGHT BEFORE LODGING" TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE ALL "-" TO PROFILE-REPORT-REC(1:32)
           WRITE PROFILE-REPORT-REC

           IF WS-ROOT-COUNT > 1
               MOVE WS-ROOT-COUNT TO D-COUNT
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "  " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   " EMPLOYEES HEAD A REPORTING TREE WITH NO MANAGER "
                       DELIMITED SIZE
                   "- EACH IS COUNTED AS CEO" DELIMITED SIZE
                 INTO PROFILE-REPORT-REC
               END-STRING
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-GAP-LINE-COUNT
           END-IF
           IF WS-ROOT-COUNT = 0 AND WS-EMP-COUNT > 0
               MOVE "  NO EMPLOYEE HEADS THE REPORTING TREE - NO CEO"
                   TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-GAP-LINE-COUNT
           END-IF

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM NOTE-EMP-DATA-GAPS
           END-PERFORM

           IF WS-GAP-LINE-COUNT = 0
               MOVE "  NONE - THE RETURN IS COMPLETE"
                   TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
           ELSE
               MOVE SPACES TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               MOVE WS-NO-GENDER-COUNT TO D-COUNT
               MOVE WS-NO-TYPE-COUNT TO D-COUNT-2
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "  GENDER NOT RECORDED " DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   "   EMPLOYMENT TYPE NOT RECORDED " DELIMITED SIZE
                   D-COUNT-2 DELIMITED SIZE
                 INTO PROFILE-REPORT-REC
               END-STRING
               WRITE PROFILE-REPORT-REC
               MOVE WS-NO-OCC-COUNT TO D-COUNT
               MOVE WS-CHAIN-ISSUE-COUNT TO D-COUNT-2
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "  NON-MANAGERS IN AN UNMAPPED JOB "
                       DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   "   NOT PLACED IN THE REPORTING TREE "
                       DELIMITED SIZE
                   D-COUNT-2 DELIMITED SIZE
                 INTO PROFILE-REPORT-REC
               END-STRING
               WRITE PROFILE-REPORT-REC
           END-IF
           .
       WRITE-DATA-GAPS-EXIT.
           EXIT.

       NOTE-EMP-DATA-GAPS SECTION.
           MOVE WS-EMP-EMPNO(WS-EMP-IDX) TO D-EMPNO
           IF WS-EMP-GENDER(WS-EMP-IDX) = SPACE
               ADD 1 TO WS-NO-GENDER-COUNT
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "  EMPNO " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  GENDER NOT RECORDED (EMPMAINT G)"
                       DELIMITED SIZE
                 INTO PROFILE-REPORT-REC
               END-STRING
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-GAP-LINE-COUNT
           END-IF
           IF WS-EMP-TYPE(WS-EMP-IDX) = SPACE
               ADD 1 TO WS-NO-TYPE-COUNT
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "  EMPNO " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  EMPLOYMENT TYPE NOT RECORDED (EMPMAINT E)"
                       DELIMITED SIZE
                 INTO PROFILE-REPORT-REC
               END-STRING
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-GAP-LINE-COUNT
           END-IF
           IF WS-EMP-CHAIN-BROKEN(WS-EMP-IDX)
               MOVE SPACES TO PROFILE-REPORT-REC
               IF WS-EMP-HAS-MGR(WS-EMP-IDX)
                   STRING "  EMPNO " DELIMITED SIZE
                       D-EMPNO DELIMITED SIZE
                       "  REPORTING CHAIN REACHES A MANAGER NOT ON "
                           DELIMITED SIZE
                       "THE BOOKS (EMPMAINT M)" DELIMITED SIZE
                     INTO PROFILE-REPORT-REC
                   END-STRING
               ELSE
                   STRING "  EMPNO " DELIMITED SIZE
                       D-EMPNO DELIMITED SIZE
                       "  HAS NO MANAGER AND NO REPORTS (EMPMAINT M)"
                           DELIMITED SIZE
                     INTO PROFILE-REPORT-REC
                   END-STRING
               END-IF
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-GAP-LINE-COUNT
           END-IF
           IF WS-EMP-CHAIN-LOOP(WS-EMP-IDX)
               MOVE SPACES TO PROFILE-REPORT-REC
               STRING "  EMPNO " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   "  REPORTING CHAIN LOOPS BACK ON ITSELF "
                       DELIMITED SIZE
                   "(EMPMAINT M)" DELIMITED SIZE
                 INTO PROFILE-REPORT-REC
               END-STRING
               WRITE PROFILE-REPORT-REC
               ADD 1 TO WS-GAP-LINE-COUNT
           END-IF
      *    An unmapped job is listed once, however many hold it.
           IF WS-EMP-IS-NON-MANAGER(WS-EMP-IDX)
               AND (WS-EMP-OCC(WS-EMP-IDX) < "1"
                   OR WS-EMP-OCC(WS-EMP-IDX) > "8")
               ADD 1 TO WS-NO-OCC-COUNT
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-UNMAPPED-IDX FROM 1 BY 1
                   UNTIL WS-UNMAPPED-IDX > WS-UNMAPPED-COUNT
                       OR WS-FOUND
                   IF WS-UNMAPPED-JOB(WS-UNMAPPED-IDX) =
                       WS-EMP-JOB(WS-EMP-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-UNMAPPED-COUNT < 500
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-EMP-JOB(WS-EMP-IDX)
                       TO WS-UNMAPPED-JOB(WS-UNMAPPED-COUNT)
                   MOVE SPACES TO PROFILE-REPORT-REC
                   STRING "  JOB " DELIMITED SIZE
                       WS-EMP-JOB(WS-EMP-IDX) DELIMITED SIZE
                       "  NO OCCUPATIONAL CATEGORY (JOBMAINT O)"
                           DELIMITED SIZE
                     INTO PROFILE-REPORT-REC
                   END-STRING
                   WRITE PROFILE-REPORT-REC
                   ADD 1 TO WS-GAP-LINE-COUNT
               END-IF
           END-IF
           .
       NOTE-EMP-DATA-GAPS-EXIT.
           EXIT.

       WRITE-REMUN-DATA-FILE SECTION.
      *    WGEA-REMUN-FILE names the remuneration data file for the
      *    agency's upload; it defaults to /tmp/wgea_remun.csv when
      *    unset. A heading line, then one line per employee with
      *    the year's figures annualised from the monthly pay.
           MOVE SPACES TO WS-REMUN-FILENAME
           DISPLAY "WGEA-REMUN-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REMUN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REMUN-FILENAME = SPACES
               MOVE "/tmp/wgea_remun.csv" TO WS-REMUN-FILENAME
           END-IF
           OPEN OUTPUT REMUN-DATA-FILE
           IF NOT WS-REMUN-FILE-OK
               DISPLAY "WGEARPT: UNABLE TO OPEN REMUNERATION FILE: "
                   WS-REMUN-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 9 TO CSVF-FIELD-COUNT
           MOVE "EMPLOYEE_ID" TO CSVF-FIELD(1)
           MOVE "GENDER" TO CSVF-FIELD(2)
           MOVE "MANAGER_CATEGORY" TO CSVF-FIELD(3)
           MOVE "OCCUPATIONAL_CATEGORY" TO CSVF-FIELD(4)
           MOVE "EMPLOYMENT_STATUS" TO CSVF-FIELD(5)
           MOVE "ANNUALISED_BASE_SALARY" TO CSVF-FIELD(6)
           MOVE "ANNUALISED_SUPERANNUATION" TO CSVF-FIELD(7)
           MOVE "ANNUALISED_OTHER_REMUNERATION" TO CSVF-FIELD(8)
           MOVE "ANNUALISED_TOTAL_REMUNERATION" TO CSVF-FIELD(9)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC TO REMUN-DATA-REC
           WRITE REMUN-DATA-REC

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM WRITE-REMUN-DATA-LINE
           END-PERFORM
           CLOSE REMUN-DATA-FILE
           .
       WRITE-REMUN-DATA-FILE-EXIT.
           EXIT.

       WRITE-REMUN-DATA-LINE SECTION.
           MOVE SPACES TO CSVF-PARM
           MOVE "," TO CSVF-DELIM
           MOVE 9 TO CSVF-FIELD-COUNT
           MOVE WS-EMP-EMPNO(WS-EMP-IDX) TO D-CSV-EMPNO
           MOVE D-CSV-EMPNO TO CSVF-FIELD(1)
           EVALUATE WS-EMP-GENDER(WS-EMP-IDX)
               WHEN "F"
                   MOVE "FEMALE" TO CSVF-FIELD(2)
               WHEN "M"
                   MOVE "MALE" TO CSVF-FIELD(2)
               WHEN "X"
                   MOVE "NON-BINARY" TO CSVF-FIELD(2)
           END-EVALUATE
           MOVE WS-MGR-CAT-NAME(WS-EMP-CATEGORY(WS-EMP-IDX))
               TO CSVF-FIELD(3)
           IF WS-EMP-OCC(WS-EMP-IDX) >= "1"
               AND WS-EMP-OCC(WS-EMP-IDX) <= "8"
               MOVE WS-EMP-OCC(WS-EMP-IDX) TO WS-PROF-ROW-IDX
               ADD 5 TO WS-PROF-ROW-IDX
               MOVE WS-PROF-LABEL(WS-PROF-ROW-IDX) TO CSVF-FIELD(4)
           END-IF
           EVALUATE WS-EMP-TYPE(WS-EMP-IDX)
               WHEN "F"
                   MOVE "FULL-TIME" TO CSVF-FIELD(5)
               WHEN "P"
                   MOVE "PART-TIME" TO CSVF-FIELD(5)
               WHEN "C"
                   MOVE "CASUAL" TO CSVF-FIELD(5)
           END-EVALUATE
           MOVE WS-EMP-BASE(WS-EMP-IDX) TO D-CSV-AMOUNT
           MOVE D-CSV-AMOUNT TO CSVF-FIELD(6)
           MOVE WS-EMP-SUPER(WS-EMP-IDX) TO D-CSV-AMOUNT
           MOVE D-CSV-AMOUNT TO CSVF-FIELD(7)
           MOVE WS-EMP-OTHER(WS-EMP-IDX) TO D-CSV-AMOUNT
           MOVE D-CSV-AMOUNT TO CSVF-FIELD(8)
           MOVE WS-EMP-TOTAL(WS-EMP-IDX) TO D-CSV-AMOUNT
           MOVE D-CSV-AMOUNT TO CSVF-FIELD(9)
           CALL "CSVFMT" USING CSVF-PARM
           MOVE CSVF-REC TO REMUN-DATA-REC
           WRITE REMUN-DATA-REC
           .
       WRITE-REMUN-DATA-LINE-EXIT.
           EXIT.

       WRITE-PAY-GAP-REPORT SECTION.
      *    WGEAGAP-FILE names the pay-gap summary; it defaults to
      *    /tmp/wgeagap.rpt when unset, and goes through the report
      *    router like any other report.
           MOVE SPACES TO WS-GAP-FILENAME
           DISPLAY "WGEAGAP-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-GAP-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-GAP-FILENAME = SPACES
               MOVE "/tmp/wgeagap.rpt" TO WS-GAP-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "WGEAGAP" TO RR-REPORT
           MOVE WS-GAP-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-GAP-FILENAME
           OPEN OUTPUT GAP-REPORT-FILE
           IF NOT WS-GAP-FILE-OK
               DISPLAY "WGEARPT: UNABLE TO OPEN PAY-GAP FILE: "
                   WS-GAP-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO GAP-REPORT-REC
           STRING "GENDER PAY-GAP SUMMARY AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               " - FOR INTERNAL REVIEW, NOT FOR LODGEMENT"
                   DELIMITED SIZE
             INTO GAP-REPORT-REC
           END-STRING
           WRITE GAP-REPORT-REC
           MOVE SPACES TO GAP-REPORT-REC
           STRING "FULL-TIME EMPLOYEES, ANNUALISED TOTAL "
                   DELIMITED SIZE
               "REMUNERATION. GAP IS MEN'S FIGURE LESS WOMEN'S AS A "
                   DELIMITED SIZE
               "PERCENTAGE OF MEN'S." DELIMITED SIZE
             INTO GAP-REPORT-REC
           END-STRING
           WRITE GAP-REPORT-REC

      *    The distinct jobs and departments in use, gathered from
      *    the full-time employees.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-TYPE(WS-EMP-IDX) = "F"
                   ADD 1 TO WS-TOTAL-FT-COUNT
                   PERFORM NOTE-GAP-GROUPS
               END-IF
           END-PERFORM

           MOVE "BY JOB" TO WS-GROUP-LABEL
           PERFORM WRITE-GAP-HEADING
           SET WS-GROUP-BY-JOB TO TRUE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-JOB-COUNT
               MOVE WS-GROUP-JOB(WS-GROUP-IDX) TO WS-GROUP-LABEL
               PERFORM WORK-ONE-GAP-GROUP
           END-PERFORM

           MOVE "BY DEPARTMENT" TO WS-GROUP-LABEL
           PERFORM WRITE-GAP-HEADING
           SET WS-GROUP-BY-DEPT TO TRUE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-DEPT-COUNT
               MOVE WS-GROUP-DEPT(WS-GROUP-IDX) TO D-DEPTNO
               MOVE SPACES TO WS-GROUP-LABEL
               STRING "DEPT " DELIMITED SIZE
                   D-DEPTNO DELIMITED SIZE
                 INTO WS-GROUP-LABEL
               END-STRING
               PERFORM WORK-ONE-GAP-GROUP
           END-PERFORM

           MOVE SPACES TO GAP-REPORT-REC
           WRITE GAP-REPORT-REC
           SET WS-GROUP-COMPANY TO TRUE
           MOVE "COMPANY" TO WS-GROUP-LABEL
           PERFORM WORK-ONE-GAP-GROUP

           IF WS-TOTAL-FT-COUNT < WS-EMP-COUNT
               COMPUTE WS-GAP-GROUP-COUNT =
                   WS-EMP-COUNT - WS-TOTAL-FT-COUNT
               MOVE WS-GAP-GROUP-COUNT TO D-COUNT
               MOVE SPACES TO GAP-REPORT-REC
               WRITE GAP-REPORT-REC
               MOVE SPACES TO GAP-REPORT-REC
               STRING D-COUNT DELIMITED SIZE
                   " PART-TIME, CASUAL OR UNRECORDED EMPLOYEE(S) "
                       DELIMITED SIZE
                   "NOT INCLUDED" DELIMITED SIZE
                 INTO GAP-REPORT-REC
               END-STRING
               WRITE GAP-REPORT-REC
           END-IF
           CLOSE GAP-REPORT-FILE
           .
       WRITE-PAY-GAP-REPORT-EXIT.
           EXIT.

       NOTE-GAP-GROUPS SECTION.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-JOB-COUNT OR WS-FOUND
               IF WS-GROUP-JOB(WS-GROUP-IDX) = WS-EMP-JOB(WS-EMP-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-GROUP-JOB-COUNT < 500
               ADD 1 TO WS-GROUP-JOB-COUNT
               MOVE WS-EMP-JOB(WS-EMP-IDX)
                   TO WS-GROUP-JOB(WS-GROUP-JOB-COUNT)
           END-IF

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-DEPT-COUNT OR WS-FOUND
               IF WS-GROUP-DEPT(WS-GROUP-IDX) = WS-EMP-DEPT(WS-EMP-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-GROUP-DEPT-COUNT < 500
               ADD 1 TO WS-GROUP-DEPT-COUNT
               MOVE WS-EMP-DEPT(WS-EMP-IDX)
                   TO WS-GROUP-DEPT(WS-GROUP-DEPT-COUNT)
           END-IF
           .
       NOTE-GAP-GROUPS-EXIT.
           EXIT.

       WRITE-GAP-HEADING SECTION.
           MOVE SPACES TO GAP-REPORT-REC
           WRITE GAP-REPORT-REC
           MOVE WS-GROUP-LABEL TO GAP-REPORT-REC
           WRITE GAP-REPORT-REC
           MOVE SPACES TO GAP-REPORT-REC
           STRING "                 ------------ WOMEN -----------"
                   DELIMITED SIZE
               "  ------------- MEN ------------  NON-   --- GAP ---"
                   DELIMITED SIZE
             INTO GAP-REPORT-REC
           END-STRING
           WRITE GAP-REPORT-REC
           MOVE SPACES TO GAP-REPORT-REC
           STRING "                    N     AVERAGE      MEDIAN"
                   DELIMITED SIZE
               "     N     AVERAGE      MEDIAN  BINARY    AVG    MED"
                   DELIMITED SIZE
             INTO GAP-REPORT-REC
           END-STRING
           WRITE GAP-REPORT-REC
           .
       WRITE-GAP-HEADING-EXIT.
           EXIT.

       WORK-ONE-GAP-GROUP SECTION.
      *    Gather the group's full-time women and men, each list kept
      *    sorted as it grows, then the averages, medians and gaps.
           MOVE ZERO TO WS-F-COUNT WS-M-COUNT WS-X-COUNT
           MOVE ZERO TO WS-F-SUM WS-M-SUM
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-TYPE(WS-EMP-IDX) = "F"
                   AND (WS-GROUP-COMPANY
                       OR (WS-GROUP-BY-JOB AND WS-EMP-JOB(WS-EMP-IDX)
                           = WS-GROUP-JOB(WS-GROUP-IDX))
                       OR (WS-GROUP-BY-DEPT AND WS-EMP-DEPT(WS-EMP-IDX)
                           = WS-GROUP-DEPT(WS-GROUP-IDX)))
                   MOVE WS-EMP-TOTAL(WS-EMP-IDX) TO WS-INSERT-VALUE
                   EVALUATE WS-EMP-GENDER(WS-EMP-IDX)
                       WHEN "F"
                           ADD WS-INSERT-VALUE TO WS-F-SUM
                           PERFORM INSERT-WOMAN-VALUE
                       WHEN "M"
                           ADD WS-INSERT-VALUE TO WS-M-SUM
                           PERFORM INSERT-MAN-VALUE
                       WHEN "X"
                           ADD 1 TO WS-X-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE SPACES TO GAP-REPORT-REC
           MOVE WS-GROUP-LABEL TO GAP-REPORT-REC(1:14)
           MOVE WS-F-COUNT TO D-PERSONS
           MOVE D-PERSONS TO GAP-REPORT-REC(17:4)
           IF WS-F-COUNT > 0
               COMPUTE WS-F-AVG ROUNDED = WS-F-SUM / WS-F-COUNT
               MOVE WS-F-AVG TO D-AMOUNT
               MOVE D-AMOUNT TO GAP-REPORT-REC(22:9)
               IF WS-F-COUNT = 1
                   MOVE WS-F-VALUE(1) TO WS-F-MEDIAN
               ELSE
                   DIVIDE WS-F-COUNT BY 2 GIVING WS-MEDIAN-POS
                   IF WS-F-COUNT = WS-MEDIAN-POS * 2
                       COMPUTE WS-F-MEDIAN ROUNDED =
                           (WS-F-VALUE(WS-MEDIAN-POS)
                           + WS-F-VALUE(WS-MEDIAN-POS + 1)) / 2
                   ELSE
                       MOVE WS-F-VALUE(WS-MEDIAN-POS + 1)
                           TO WS-F-MEDIAN
                   END-IF
               END-IF
               MOVE WS-F-MEDIAN TO D-AMOUNT-2
               MOVE D-AMOUNT-2 TO GAP-REPORT-REC(34:9)
           END-IF
           MOVE WS-M-COUNT TO D-PERSONS-2
           MOVE D-PERSONS-2 TO GAP-REPORT-REC(48:4)
           IF WS-M-COUNT > 0
               COMPUTE WS-M-AVG ROUNDED = WS-M-SUM / WS-M-COUNT
               MOVE WS-M-AVG TO D-AMOUNT
               MOVE D-AMOUNT TO GAP-REPORT-REC(53:9)
               IF WS-M-COUNT = 1
                   MOVE WS-M-VALUE(1) TO WS-M-MEDIAN
               ELSE
                   DIVIDE WS-M-COUNT BY 2 GIVING WS-MEDIAN-POS
                   IF WS-M-COUNT = WS-MEDIAN-POS * 2
                       COMPUTE WS-M-MEDIAN ROUNDED =
                           (WS-M-VALUE(WS-MEDIAN-POS)
                           + WS-M-VALUE(WS-MEDIAN-POS + 1)) / 2
                   ELSE
                       MOVE WS-M-VALUE(WS-MEDIAN-POS + 1)
                           TO WS-M-MEDIAN
                   END-IF
               END-IF
               MOVE WS-M-MEDIAN TO D-AMOUNT-2
               MOVE D-AMOUNT-2 TO GAP-REPORT-REC(65:9)
           END-IF
           MOVE WS-X-COUNT TO D-PERSONS-3
           MOVE D-PERSONS-3 TO GAP-REPORT-REC(76:4)
      *    A gap needs both women and men in the group.
           IF WS-F-COUNT > 0 AND WS-M-COUNT > 0
               AND WS-M-AVG > 0 AND WS-M-MEDIAN > 0
               COMPUTE WS-AVG-GAP ROUNDED =
                   (WS-M-AVG - WS-F-AVG) * 100 / WS-M-AVG
               COMPUTE WS-MEDIAN-GAP ROUNDED =
                   (WS-M-MEDIAN - WS-F-MEDIAN) * 100 / WS-M-MEDIAN
               MOVE WS-AVG-GAP TO D-GAP
               MOVE WS-MEDIAN-GAP TO D-GAP-2
               MOVE D-GAP TO GAP-REPORT-REC(82:6)
               MOVE "%" TO GAP-REPORT-REC(88:1)
               MOVE D-GAP-2 TO GAP-REPORT-REC(89:6)
               MOVE "%" TO GAP-REPORT-REC(95:1)
           ELSE
               MOVE "    N/A    N/A" TO GAP-REPORT-REC(82:14)
           END-IF
           WRITE GAP-REPORT-REC
           .
       WORK-ONE-GAP-GROUP-EXIT.
           EXIT.

       INSERT-WOMAN-VALUE SECTION.
      *    Shift every larger figure up one and drop the new one in.
           ADD 1 TO WS-F-COUNT
           MOVE WS-F-COUNT TO WS-INSERT-POS
           PERFORM UNTIL WS-INSERT-POS = 1
               OR WS-F-VALUE(WS-INSERT-POS - 1) <= WS-INSERT-VALUE
               COMPUTE WS-SHIFT-IDX = WS-INSERT-POS - 1
               MOVE WS-F-VALUE(WS-SHIFT-IDX)
                   TO WS-F-VALUE(WS-INSERT-POS)
               MOVE WS-SHIFT-IDX TO WS-INSERT-POS
           END-PERFORM
           MOVE WS-INSERT-VALUE TO WS-F-VALUE(WS-INSERT-POS)
           .
       INSERT-WOMAN-VALUE-EXIT.
           EXIT.

       INSERT-MAN-VALUE SECTION.
           ADD 1 TO WS-M-COUNT
           MOVE WS-M-COUNT TO WS-INSERT-POS
           PERFORM UNTIL WS-INSERT-POS = 1
               OR WS-M-VALUE(WS-INSERT-POS - 1) <= WS-INSERT-VALUE
               COMPUTE WS-SHIFT-IDX = WS-INSERT-POS - 1
               MOVE WS-M-VALUE(WS-SHIFT-IDX)
                   TO WS-M-VALUE(WS-INSERT-POS)
               MOVE WS-SHIFT-IDX TO WS-INSERT-POS
           END-PERFORM
           MOVE WS-INSERT-VALUE TO WS-M-VALUE(WS-INSERT-POS)
           .
       INSERT-MAN-VALUE-EXIT.
           EXIT.
