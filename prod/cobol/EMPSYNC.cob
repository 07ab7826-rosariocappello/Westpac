           SELECT EXCEPTION-REPORT-FILE ASSIGN TO WS-EXC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXC-STATUS.
           SELECT HRM-SORTED-FILE ASSIGN TO WS-HRM-SORTED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HRM-SORTED-STATUS.
           SELECT HRM-SORT-FILE ASSIGN TO HRMSORT.
           SELECT MISS-SORT-FILE ASSIGN TO MISSSORT.

       DATA DIVISION.
       FILE SECTION.
           05  TROUT-NEW-SAL           PIC 9(7)V99.
           05  TROUT-NEW-COMM          PIC 9(7)V99.
           05  FILLER                  PIC X(57).
           COPY BATCHHT.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REC               PIC X(132).

      *    The HR master is sorted on EMPNO into a work file under
      *    SORT-WORK-DIR and merged with the EMP cursor, which runs
      *    in the same order, so the run has no ceiling on volume.
      *    Rows the merge passes over are the missing hires; they
      *    are sorted back into HR master order for the report.
       FD  HRM-SORTED-FILE.
       01  HRM-SORTED-REC.
           05  HSR-EMPNO               PIC 9(4).
           05  HSR-SEQ                 PIC 9(9).
           05  HSR-NAME                PIC X(10).
           05  HSR-SAL                 PIC 9(7)V99.
           05  HSR-COMM                PIC 9(7)V99.
           05  HSR-COMM-NULL           PIC X.
       SD  HRM-SORT-FILE.
       01  HRM-SORT-REC.
           05  HS-EMPNO                PIC 9(4).
           05  HS-SEQ                  PIC 9(9).
           05  HS-NAME                 PIC X(10).
           05  HS-SAL                  PIC 9(7)V99.
           05  HS-COMM                 PIC 9(7)V99.
           05  HS-COMM-NULL            PIC X.
       SD  MISS-SORT-FILE.
       01  MISS-SORT-REC.
           05  MS-SEQ                  PIC 9(9).
           05  MS-EMPNO                PIC 9(4).
           05  MS-NAME                 PIC X(10).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  WS-EXC-FILENAME              PIC X(256).
       01  WS-EXC-STATUS                PIC XX.
           88  WS-EXC-FILE-OK                 VALUE "00".
       01  WS-SORT-DIR                  PIC X(200).
       01  WS-HRM-SORTED-FILENAME       PIC X(256).
       01  WS-HRM-SORTED-STATUS         PIC XX.
           88  WS-HRM-SORTED-OK               VALUE "00".

       01  WS-HRM-EOF-SWITCH            PIC X VALUE "N".
           88  WS-HRM-EOF                     VALUE "Y".
       01  WS-HRM-SORTED-EOF-SWITCH     PIC X VALUE "N".
           88  WS-HRM-SORTED-EOF              VALUE "Y".
       01  WS-MISS-SORT-EOF-SWITCH      PIC X VALUE "N".
           88  WS-MISS-SORT-EOF               VALUE "Y".
       01  WS-REFUSED-SWITCH            PIC X VALUE "N".
           88  WS-RUN-REFUSED                 VALUE "Y".

      *    HR master detail lines kept, counted as they are read;
      *    the count is each line's sequence number for the sorts.
       01  WS-HRM-COUNT                 PIC 9(9) VALUE 0.

       01  WS-PARSE-EMPNO               PIC X(12).
       01  WS-PARSE-NAME                PIC X(16).
           88  WS-COMM-DIFFERS                VALUE "Y".

       01  WS-TRANS-COUNT               PIC 9(4) VALUE 0.

      *    Control totals for the batch trailer - EMPUPDT proves the
      *    file against them before it applies a line.
       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).
       01  WS-BATCH-COUNT               PIC 9(9).
       01  WS-EMPNO-HASH                PIC 9(13) VALUE 0.
       01  WS-AMOUNT-HASH               PIC 9(13)V99 VALUE 0.
       01  WS-AMOUNT-CENTS              PIC 9(15).
       01  WS-EXC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-EQUAL-COUNT               PIC 9(4) VALUE 0.


       PROCEDURE DIVISION.
           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-SORT-FILES
           SORT HRM-SORT-FILE ON ASCENDING KEY HS-EMPNO HS-SEQ
               INPUT PROCEDURE LOAD-HRMASTER-FILE
               GIVING HRM-SORTED-FILE
           PERFORM CHECK-SORT-RESULT
           IF WS-HRM-COUNT = 0
               DISPLAY "EMPSYNC: HR MASTER HELD NO DETAIL ROWS"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-OUTPUT-FILES
           SORT MISS-SORT-FILE ON ASCENDING KEY MS-SEQ
               INPUT PROCEDURE COMPARE-LIVE-ROWS
               OUTPUT PROCEDURE REPORT-MISSING-EMPLOYEES
           PERFORM CHECK-SORT-RESULT

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM WRITE-BATCH-TRAILER
           CLOSE TRANS-OUT-FILE
           CLOSE EXCEPTION-REPORT-FILE

       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-SORT-FILES SECTION.
      *    SORT-WORK-DIR is where the sorted HR master is written
      *    for the match; it defaults to /tmp. It is rewritten by
      *    every run.
           MOVE SPACES TO WS-SORT-DIR
           DISPLAY "SORT-WORK-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-SORT-DIR FROM ENVIRONMENT-VALUE
           IF WS-SORT-DIR = SPACES
               MOVE "/tmp" TO WS-SORT-DIR
           END-IF
           MOVE SPACES TO WS-HRM-SORTED-FILENAME
           STRING WS-SORT-DIR DELIMITED BY SPACE
               "/empsync_hrm.srt" DELIMITED BY SIZE
             INTO WS-HRM-SORTED-FILENAME
           END-STRING
           .
       RESOLVE-SORT-FILES-EXIT.
           EXIT.

       CHECK-SORT-RESULT SECTION.
      *    A procedure that could not open its input has already
      *    said why; a sort that failed on its own is reported here.
           IF WS-RUN-REFUSED
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "EMPSYNC: SORT FAILED - RUN ABANDONED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-SORT-RESULT-EXIT.
           EXIT.

       LOAD-HRMASTER-FILE SECTION.
      *    HR-MASTER-FILE names the authoritative HR system's CSV:
      *    EMPNO,ENAME,SAL,COMM per line, a header line starting
      *    EMPNO, and COMM of NULL (or empty) for no commission.
      *    Each detail line is released to the sort on EMPNO.
           MOVE SPACES TO WS-HRM-FILENAME
           DISPLAY "HR-MASTER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HRM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HRM-FILENAME = SPACES
               DISPLAY "EMPSYNC: HR-MASTER-FILE NOT SET - NO INPUT"
               SET WS-RUN-REFUSED TO TRUE
               GO TO LOAD-HRMASTER-FILE-EXIT
           END-IF
           OPEN INPUT HRMASTER-FILE
           IF NOT WS-HRM-FILE-OK
               DISPLAY "EMPSYNC: UNABLE TO OPEN HR MASTER FILE: "
                   WS-HRM-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO LOAD-HRMASTER-FILE-EXIT
           END-IF
           PERFORM READ-NEXT-HRMASTER
           PERFORM UNTIL WS-HRM-EOF
               PERFORM READ-NEXT-HRMASTER
           END-PERFORM
           CLOSE HRMASTER-FILE
           .
       LOAD-HRMASTER-FILE-EXIT.
           EXIT.
                   HRMASTER-REC(1:40)
               GO TO STORE-ONE-HRMASTER-EXIT
           END-IF
           ADD 1 TO WS-HRM-COUNT
           MOVE WS-PARSE-EMPNO-RJUST TO HS-EMPNO
           MOVE WS-HRM-COUNT TO HS-SEQ
           MOVE WS-PARSE-NAME(1:10) TO HS-NAME
           MOVE WS-PARSE-SAL TO WS-AMT-IN
           PERFORM EDIT-HRMASTER-AMOUNT
           IF WS-AMT-OK
               MOVE WS-AMT-VALUE TO HS-SAL
           ELSE
               MOVE ZERO TO HS-SAL
           END-IF
           IF WS-PARSE-COMM(1:4) = "NULL" OR WS-PARSE-COMM = SPACES
               MOVE "Y" TO HS-COMM-NULL
               MOVE ZERO TO HS-COMM
           ELSE
               MOVE "N" TO HS-COMM-NULL
               MOVE WS-PARSE-COMM TO WS-AMT-IN
               PERFORM EDIT-HRMASTER-AMOUNT
               IF WS-AMT-OK
                   MOVE WS-AMT-VALUE TO HS-COMM
               ELSE
                   MOVE ZERO TO HS-COMM
               END-IF
           END-IF
           RELEASE HRM-SORT-REC
           .
       STORE-ONE-HRMASTER-EXIT.
           EXIT.
      *    file (default /tmp/empsync_trans.dat) - point
      *    EMPUPDT-TRANS at it and the differences apply through the
      *    normal edited, journaled path instead of hand keying.
      *    The file goes out as one batch between a header and a
      *    trailer (copy/BATCHHT.cpy), numbered from today's date
      *    and the time it was made.
      *    EMPSYNC-EXCEPTIONS names the report of rows this program
      *    will not auto-correct (default /tmp/empsync_exc.rpt).
           MOVE SPACES TO WS-TRANS-FILENAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-BATCH-HEADER
           MOVE SPACES TO WS-EXC-FILENAME
           DISPLAY "EMPSYNC-EXCEPTIONS" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXC-FILENAME FROM ENVIRONMENT-VALUE
           EXIT.

       COMPARE-LIVE-ROWS SECTION.
      *    EMP is read in EMPNO order against the sorted HR master.
      *    HR master rows the cursor passes over, and any left when
      *    it ends, are released to the sort as missing hires.
           OPEN INPUT HRM-SORTED-FILE
           IF NOT WS-HRM-SORTED-OK
               DISPLAY "EMPSYNC: UNABLE TO OPEN SORTED HR MASTER: "
                   WS-HRM-SORTED-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO COMPARE-LIVE-ROWS-EXIT
           END-IF
           PERFORM READ-NEXT-SORTED-HRMASTER

           EXEC SQL
               DECLARE SYNCCURS CURSOR FOR
                   SELECT EMPNO, ENAME, SAL, COMM
           IF SQLCODE NOT = 0
               DISPLAY "EMPSYNC: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               CLOSE HRM-SORTED-FILE
               SET WS-RUN-REFUSED TO TRUE
               GO TO COMPARE-LIVE-ROWS-EXIT
           END-IF

           MOVE SPACES TO EMP-NAME-ARR
           EXEC SQL
               CLOSE SYNCCURS
           END-EXEC

           PERFORM RELEASE-MISSING-HRMASTER
               UNTIL WS-HRM-SORTED-EOF
           CLOSE HRM-SORTED-FILE
           .
       COMPARE-LIVE-ROWS-EXIT.
           EXIT.

       READ-NEXT-SORTED-HRMASTER SECTION.
           READ HRM-SORTED-FILE
               AT END
                   SET WS-HRM-SORTED-EOF TO TRUE
           END-READ
           .
       READ-NEXT-SORTED-HRMASTER-EXIT.
           EXIT.

       RELEASE-MISSING-HRMASTER SECTION.
           MOVE HSR-SEQ TO MS-SEQ
           MOVE HSR-EMPNO TO MS-EMPNO
           MOVE HSR-NAME TO MS-NAME
           RELEASE MISS-SORT-REC
           PERFORM READ-NEXT-SORTED-HRMASTER
           .
       RELEASE-MISSING-HRMASTER-EXIT.
           EXIT.

       COMPARE-ONE-ROW SECTION.
           PERFORM RELEASE-MISSING-HRMASTER
               UNTIL WS-HRM-SORTED-EOF
                   OR HSR-EMPNO >= EMP-NUMBER
           IF WS-HRM-SORTED-EOF OR HSR-EMPNO NOT = EMP-NUMBER
               MOVE "ON EMP, NOT IN HR MASTER - INVESTIGATE"
                   TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO COMPARE-ONE-ROW-EXIT
           END-IF

      *    Name corrections go through EMPMAINT, not EMPUPDT - the
      *    generated file only carries the money actions EMPUPDT
      *    understands, so a differing name is reported instead.
           MOVE EMP-NAME-ARR TO WS-LIVE-NAME
           IF WS-LIVE-NAME NOT = HSR-NAME
               MOVE "ENAME DIFFERS - CORRECT VIA EMPMAINT"
                   TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION-LINE

           MOVE "N" TO WS-SAL-DIFF-SWITCH
           MOVE "N" TO WS-COMM-DIFF-SWITCH
           IF SALARY NOT = HSR-SAL
               SET WS-SAL-DIFFERS TO TRUE
           END-IF
           PERFORM JUDGE-COMM-DIFFERENCE
               WHEN OTHER
                   ADD 1 TO WS-EQUAL-COUNT
           END-EVALUATE
      *    The matched row is spent; a second HR master line for the
      *    same EMPNO is left over and reads as a missing hire.
           PERFORM READ-NEXT-SORTED-HRMASTER
           .
       COMPARE-ONE-ROW-EXIT.
           EXIT.
      *    EMPUPDT can set a commission but has no way to store a
      *    NULL - when the HR master says NULL and EMP holds a
      *    value, the row is an exception, not a transaction.
           IF HSR-COMM-NULL = "Y"
               IF COMM-IND NOT = -1
                   MOVE "HR COMM IS NULL, EMP HAS VALUE - MANUAL"
                       TO WS-EXC-TEXT
               SET WS-COMM-DIFFERS TO TRUE
               GO TO JUDGE-COMM-DIFFERENCE-EXIT
           END-IF
           IF COMMISSION NOT = HSR-COMM
               SET WS-COMM-DIFFERS TO TRUE
           END-IF
           .
       WRITE-ONE-TRANSACTION SECTION.
           ADD 1 TO WS-TRANS-COUNT
           MOVE EMP-NUMBER TO TROUT-EMPNO
           MOVE HSR-SAL TO TROUT-NEW-SAL
           MOVE HSR-COMM TO TROUT-NEW-COMM
           WRITE TRANS-OUT-REC
           ADD TROUT-EMPNO TO WS-EMPNO-HASH
           ADD TROUT-NEW-SAL TROUT-NEW-COMM TO WS-AMOUNT-HASH
           .
       WRITE-ONE-TRANSACTION-EXIT.
           EXIT.

       WRITE-BATCH-HEADER SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO BATCH-HEADER-REC
           MOVE "HDR" TO BHD-TAG
           MOVE "EMPSYNC" TO BHD-SOURCE
           STRING WS-TODAY(3:6) DELIMITED SIZE
               WS-TIME-NOW(1:4) DELIMITED SIZE
               INTO BHD-BATCH-NO
           END-STRING
           MOVE WS-TODAY TO BHD-CREATED
           WRITE BATCH-HEADER-REC
           .
       WRITE-BATCH-HEADER-EXIT.
           EXIT.

       WRITE-BATCH-TRAILER SECTION.
           MOVE SPACES TO BATCH-TRAILER-REC
           MOVE "TRL" TO BTR-TAG
           MOVE WS-TRANS-COUNT TO WS-BATCH-COUNT
           MOVE WS-BATCH-COUNT TO BTR-COUNT
           MOVE WS-EMPNO-HASH TO BTR-EMPNO-HASH
           COMPUTE WS-AMOUNT-CENTS = WS-AMOUNT-HASH * 100
           MOVE WS-AMOUNT-CENTS TO BTR-AMOUNT-HASH
           WRITE BATCH-TRAILER-REC
           .
       WRITE-BATCH-TRAILER-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE SECTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE EMP-NUMBER TO D-EMPNO
       REPORT-MISSING-EMPLOYEES SECTION.
      *    HR master rows with no EMP match are new hires this
      *    system has never seen - EMPLOAD territory, never an
      *    auto-correction. They are listed in HR master order.
           PERFORM UNTIL WS-MISS-SORT-EOF
               RETURN MISS-SORT-FILE
                   AT END
                       SET WS-MISS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-MISSING
               END-RETURN
           END-PERFORM
           .
       REPORT-MISSING-EMPLOYEES-EXIT.
           EXIT.

       REPORT-ONE-MISSING SECTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE MS-EMPNO TO D-EMPNO
           MOVE SPACES TO EXCEPTION-REC
           STRING "EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               " " DELIMITED SIZE
               MS-NAME DELIMITED SIZE
               "  IN HR MASTER, NOT ON EMP - LOAD VIA "
                   DELIMITED SIZE
               "EMPLOAD" DELIMITED SIZE
             INTO EXCEPTION-REC
           END-STRING
           WRITE EXCEPTION-REC
           .
       REPORT-ONE-MISSING-EXIT.
           EXIT.
