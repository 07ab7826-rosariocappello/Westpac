           SELECT RECON-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT EXT-SORTED-FILE ASSIGN TO WS-EXT-SORTED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXT-SORTED-STATUS.
           SELECT EXT-SORT-FILE ASSIGN TO EXTSORT.
           SELECT DEL-SORT-FILE ASSIGN TO DELSORT.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC            PIC X(132).

      *    The prior extract is sorted on EMPNO into a work file
      *    under SORT-WORK-DIR and merged with the EMP cursor, which
      *    runs in the same order, so the run has no ceiling on
      *    volume. Entries the merge passes over are the deletes;
      *    they are sorted back into extract order for the report.
       FD  EXT-SORTED-FILE.
       01  EXT-SORTED-REC.
           05  XSR-EMPNO               PIC 9(4).
           05  XSR-SEQ                 PIC 9(9).
           05  XSR-NAME                PIC X(10).
           05  XSR-SAL                 PIC 9(7)V99.
           05  XSR-COMM                PIC 9(7)V99.
           05  XSR-COMM-NULL           PIC X.
       SD  EXT-SORT-FILE.
       01  EXT-SORT-REC.
           05  XS-EMPNO                PIC 9(4).
           05  XS-SEQ                  PIC 9(9).
           05  XS-NAME                 PIC X(10).
           05  XS-SAL                  PIC 9(7)V99.
           05  XS-COMM                 PIC 9(7)V99.
           05  XS-COMM-NULL            PIC X.
       SD  DEL-SORT-FILE.
       01  DEL-SORT-REC.
           05  DS-SEQ                  PIC 9(9).
           05  DS-EMPNO                PIC 9(4).
           05  DS-NAME                 PIC X(10).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-SORT-DIR                  PIC X(200).
       01  WS-EXT-SORTED-FILENAME       PIC X(256).
       01  WS-EXT-SORTED-STATUS         PIC XX.
           88  WS-EXT-SORTED-OK               VALUE "00".

       01  WS-EXTRACT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-EXTRACT-EOF                 VALUE "Y".
       01  WS-EXT-SORTED-EOF-SWITCH     PIC X VALUE "N".
           88  WS-EXT-SORTED-EOF              VALUE "Y".
       01  WS-DEL-SORT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-DEL-SORT-EOF                VALUE "Y".
       01  WS-REFUSED-SWITCH            PIC X VALUE "N".
           88  WS-RUN-REFUSED                 VALUE "Y".

      *    Extract detail lines kept, counted as they are read; the
      *    count is each line's sequence number for the sorts.
       01  WS-EXT-COUNT                 PIC 9(9) VALUE 0.

       01  WS-PARSE-EMPNO               PIC X(12).
       01  WS-PARSE-NAME                PIC X(16).
           05  D-NEW-COMM-TXT           PIC X(12).

       PROCEDURE DIVISION.
           PERFORM RESOLVE-SORT-FILES
           SORT EXT-SORT-FILE ON ASCENDING KEY XS-EMPNO XS-SEQ
               INPUT PROCEDURE LOAD-EXTRACT-FILE
               GIVING EXT-SORTED-FILE
           PERFORM CHECK-SORT-RESULT
           IF WS-EXT-COUNT = 0
               DISPLAY "EMPRECON: EXTRACT HELD NO DETAIL ROWS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-REPORT-FILE
           SORT DEL-SORT-FILE ON ASCENDING KEY DS-SEQ
               INPUT PROCEDURE COMPARE-LIVE-ROWS
               OUTPUT PROCEDURE REPORT-DELETED-ROWS
           PERFORM CHECK-SORT-RESULT
           PERFORM WRITE-RECON-SUMMARY

           MOVE "D" TO CM-FUNCTION

           goback.

       RESOLVE-SORT-FILES SECTION.
      *    SORT-WORK-DIR is where the sorted extract is written for
      *    the match; it defaults to /tmp. It is rewritten by every
      *    run.
           MOVE SPACES TO WS-SORT-DIR
           DISPLAY "SORT-WORK-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-SORT-DIR FROM ENVIRONMENT-VALUE
           IF WS-SORT-DIR = SPACES
               MOVE "/tmp" TO WS-SORT-DIR
           END-IF
           MOVE SPACES TO WS-EXT-SORTED-FILENAME
           STRING WS-SORT-DIR DELIMITED BY SPACE
               "/emprecon_ext.srt" DELIMITED BY SIZE
             INTO WS-EXT-SORTED-FILENAME
           END-STRING
           .
       RESOLVE-SORT-FILES-EXIT.
           EXIT.

       CHECK-SORT-RESULT SECTION.
      *    A procedure that could not open its input has already
      *    said why; a sort that failed on its own is reported here.
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "EMPRECON: SORT FAILED - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-SORT-RESULT-EXIT.
           EXIT.

       LOAD-EXTRACT-FILE SECTION.
      *    EMP-EXTRACT-FILE names the prior extract to reconcile -
      *    the same variable EMPEXTR writes through, defaulting to
      *    /tmp/emp_extract.csv. The header and TRAILER lines are
      *    recognized and skipped; each detail line is released to
      *    the sort on EMPNO.
           MOVE SPACES TO WS-EXTRACT-FILENAME
           DISPLAY "EMP-EXTRACT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXTRACT-FILENAME FROM ENVIRONMENT-VALUE
           IF NOT WS-EXTRACT-FILE-OK
               DISPLAY "EMPRECON: UNABLE TO OPEN EXTRACT FILE: "
                   WS-EXTRACT-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO LOAD-EXTRACT-FILE-EXIT
           END-IF
           PERFORM READ-NEXT-EXTRACT
           PERFORM UNTIL WS-EXTRACT-EOF
               PERFORM READ-NEXT-EXTRACT
           END-PERFORM
           CLOSE EXTRACT-FILE
           .
       LOAD-EXTRACT-FILE-EXIT.
           EXIT.
                   EXTRACT-REC(1:40)
               GO TO STORE-ONE-EXTRACT-EXIT
           END-IF
           ADD 1 TO WS-EXT-COUNT
           MOVE WS-PARSE-EMPNO-RJUST TO XS-EMPNO
           MOVE WS-EXT-COUNT TO XS-SEQ
           MOVE WS-PARSE-NAME(1:10) TO XS-NAME
           MOVE WS-PARSE-SAL TO WS-AMT-IN
           PERFORM EDIT-EXTRACT-AMOUNT
           IF WS-AMT-OK
               MOVE WS-AMT-VALUE TO XS-SAL
           ELSE
               MOVE ZERO TO XS-SAL
           END-IF
           IF WS-PARSE-COMM(1:4) = "NULL"
               MOVE "Y" TO XS-COMM-NULL
               MOVE ZERO TO XS-COMM
           ELSE
               MOVE "N" TO XS-COMM-NULL
               MOVE WS-PARSE-COMM TO WS-AMT-IN
               PERFORM EDIT-EXTRACT-AMOUNT
               IF WS-AMT-OK
                   MOVE WS-AMT-VALUE TO XS-COMM
               ELSE
                   MOVE ZERO TO XS-COMM
               END-IF
           END-IF
           RELEASE EXT-SORT-REC
           .
       STORE-ONE-EXTRACT-EXIT.
           EXIT.
           EXIT.

       COMPARE-LIVE-ROWS SECTION.
      *    EMP is read in EMPNO order against the sorted extract.
      *    Extract entries the cursor passes over, and any left when
      *    it ends, are released to the sort as deletes.
           OPEN INPUT EXT-SORTED-FILE
           IF NOT WS-EXT-SORTED-OK
               DISPLAY "EMPRECON: UNABLE TO OPEN SORTED EXTRACT: "
                   WS-EXT-SORTED-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO COMPARE-LIVE-ROWS-EXIT
           END-IF
           PERFORM READ-NEXT-SORTED-EXTRACT

           EXEC SQL
               DECLARE RECONCURS CURSOR FOR
                   SELECT EMPNO, ENAME, SAL, COMM
           IF SQLCODE NOT = 0
               DISPLAY "EMPRECON: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               CLOSE EXT-SORTED-FILE
               SET WS-RUN-REFUSED TO TRUE
               GO TO COMPARE-LIVE-ROWS-EXIT
           END-IF

           MOVE SPACES TO EMP-NAME-ARR
           EXEC SQL
               CLOSE RECONCURS
           END-EXEC

           PERFORM RELEASE-DELETED-EXTRACT
               UNTIL WS-EXT-SORTED-EOF
           CLOSE EXT-SORTED-FILE
           .
       COMPARE-LIVE-ROWS-EXIT.
           EXIT.

       READ-NEXT-SORTED-EXTRACT SECTION.
           READ EXT-SORTED-FILE
               AT END
                   SET WS-EXT-SORTED-EOF TO TRUE
           END-READ
           .
       READ-NEXT-SORTED-EXTRACT-EXIT.
           EXIT.

       RELEASE-DELETED-EXTRACT SECTION.
           MOVE XSR-SEQ TO DS-SEQ
           MOVE XSR-EMPNO TO DS-EMPNO
           MOVE XSR-NAME TO DS-NAME
           RELEASE DEL-SORT-REC
           PERFORM READ-NEXT-SORTED-EXTRACT
           .
       RELEASE-DELETED-EXTRACT-EXIT.
           EXIT.

       COMPARE-ONE-ROW SECTION.
           PERFORM RELEASE-DELETED-EXTRACT
               UNTIL WS-EXT-SORTED-EOF
                   OR XSR-EMPNO >= EMP-NUMBER
           IF WS-EXT-SORTED-EOF OR XSR-EMPNO NOT = EMP-NUMBER
               ADD 1 TO WS-ADD-COUNT
               MOVE EMP-NUMBER TO D-EMPNO
               MOVE SPACES TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               GO TO COMPARE-ONE-ROW-EXIT
           END-IF
           MOVE "N" TO WS-DIFF-SWITCH
           MOVE EMP-NAME-ARR TO WS-LIVE-NAME
           IF WS-LIVE-NAME NOT = XSR-NAME
               PERFORM REPORT-NAME-CHANGE
           END-IF
           IF SALARY NOT = XSR-SAL
               PERFORM REPORT-SAL-CHANGE
           END-IF
           PERFORM CHECK-COMM-CHANGE
           ELSE
               ADD 1 TO WS-EQUAL-COUNT
           END-IF
      *    The matched entry is spent; a second extract line for the
      *    same EMPNO is left over and reads as a delete.
           PERFORM READ-NEXT-SORTED-EXTRACT
           .
       COMPARE-ONE-ROW-EXIT.
           EXIT.
           STRING "CHANGED EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               " ENAME " DELIMITED SIZE
               XSR-NAME DELIMITED SIZE
               " -> " DELIMITED SIZE
               WS-LIVE-NAME DELIMITED SIZE
             INTO RECON-REPORT-REC
       REPORT-SAL-CHANGE SECTION.
           SET WS-ROW-DIFFERS TO TRUE
           MOVE EMP-NUMBER TO D-EMPNO
           MOVE XSR-SAL TO D-OLD-AMOUNT
           MOVE SALARY TO D-NEW-AMOUNT
           MOVE SPACES TO RECON-REPORT-REC
           STRING "CHANGED EMPNO " DELIMITED SIZE

       CHECK-COMM-CHANGE SECTION.
           IF COMM-IND = -1
               IF XSR-COMM-NULL = "Y"
                   GO TO CHECK-COMM-CHANGE-EXIT
               END-IF
           ELSE
               IF XSR-COMM-NULL = "N"
               AND COMMISSION = XSR-COMM
                   GO TO CHECK-COMM-CHANGE-EXIT
               END-IF
           END-IF
           SET WS-ROW-DIFFERS TO TRUE
           MOVE EMP-NUMBER TO D-EMPNO
           MOVE SPACES TO RECON-REPORT-REC
           IF XSR-COMM-NULL = "Y"
               MOVE "NULL" TO D-OLD-COMM-TXT
           ELSE
               MOVE XSR-COMM TO D-OLD-AMOUNT
               MOVE D-OLD-AMOUNT TO D-OLD-COMM-TXT
           END-IF
           IF COMM-IND = -1
           EXIT.

       REPORT-DELETED-ROWS SECTION.
      *    The extract entries EMP no longer holds, in the order the
      *    extract listed them.
           PERFORM UNTIL WS-DEL-SORT-EOF
               RETURN DEL-SORT-FILE
                   AT END
                       SET WS-DEL-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-DELETE
               END-RETURN
           END-PERFORM
           .
       REPORT-DELETED-ROWS-EXIT.
           EXIT.

       REPORT-ONE-DELETE SECTION.
           ADD 1 TO WS-DELETE-COUNT
           MOVE DS-EMPNO TO D-EMPNO
           MOVE SPACES TO RECON-REPORT-REC
           STRING "DELETED EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               " " DELIMITED SIZE
               DS-NAME DELIMITED SIZE
               " IN EXTRACT, NOT ON EMP" DELIMITED SIZE
             INTO RECON-REPORT-REC
           END-STRING
           WRITE RECON-REPORT-REC
           .
       REPORT-ONE-DELETE-EXIT.
           EXIT.

       WRITE-RECON-SUMMARY SECTION.
           MOVE ALL "-" TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
