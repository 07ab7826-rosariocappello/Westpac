       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPER-LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SLG-KEY
               FILE STATUS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPER-LEDGER-FILE.
           COPY SUPLEDG.
       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY DATEEDLK.
           COPY RPTRTELK.

       01  WS-LEDGER-FILENAME           PIC X(256).
       01  WS-LEDGER-STATUS             PIC XX.
           88  WS-LEDGER-FILE-OK              VALUE "00".
       01  WS-LEDGER-EOF-SWITCH         PIC X VALUE "N".
           88  WS-LEDGER-EOF                  VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    SUPERREC-QUARTER is any date (YYYYMMDD) in the quarter to
      *    reconcile; unset, the quarter is the current one, so the
      *    page can be run before the quarter's due date while a
      *    shortfall can still be paid. SUPER-SG-RATE and
      *    SUPER-MCB-QTR are the settings PAYCALC works from.
       01  WS-QTR-ENV                   PIC X(8).
       01  WS-QTR-START                 PIC 9(8).
       01  WS-QTR-START-SPLIT REDEFINES WS-QTR-START.
           05  WS-QTR-START-YYYY        PIC 9(4).
           05  WS-QTR-START-MM          PIC 9(2).
           05  WS-QTR-START-DD          PIC 9(2).
       01  WS-QTR-NUMBER                PIC 9 COMP.
      *    Contributions for a quarter fall due on the 28th day of
      *    the month after it ends.
       01  WS-DUE-DATE                  PIC 9(8).
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
           05  WS-DUE-DATE-YYYY         PIC 9(4).
           05  WS-DUE-DATE-MM           PIC 9(2).
           05  WS-DUE-DATE-DD           PIC 9(2).

       01  WS-SG-RATE-ENV               PIC X(6).
       01  WS-SG-RATE                   PIC 9(2)V99 VALUE 12.00.
       01  WS-RATE-WORK                 PIC 9(2).99.
       01  WS-MCB-ENV                   PIC 9(9).
       01  WS-MCB-QTR                   PIC 9(9)V99 VALUE 62500.

      *    Each period's contribution is rounded to the cent on its
      *    own, so paid can trail the quarter's due by a few cents
      *    without anything being missed; only a gap of more than a
      *    dollar is a shortfall.
       01  WS-TOLERANCE                 PIC 9V99 VALUE 1.00.

       01  WS-DUE-OTE                   PIC 9(9)V99.
       01  WS-DUE                       PIC 9(9)V99.
       01  WS-DIFFERENCE                PIC S9(9)V99.
       01  WS-EMP-COUNT                 PIC 9(5) VALUE 0.
       01  WS-SHORTFALL-COUNT           PIC 9(5) VALUE 0.
       01  WS-TOTAL-OTE                 PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DUE                 PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PAID                PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SHORT               PIC 9(11)V99 VALUE 0.

       01  WS-TODAY                     PIC 9(8).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  D-COUNT                  PIC Z(4)9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-QUARTER
           PERFORM OPEN-SUPER-LEDGER
           PERFORM OPEN-REPORT
           PERFORM RECONCILE-QUARTER
           PERFORM CLOSE-REPORT
           CLOSE SUPER-LEDGER-FILE

           DISPLAY "SUPERREC: " WS-EMP-COUNT " employee(s) for the "
               "quarter from " WS-QTR-START ", " WS-SHORTFALL-COUNT
               " shortfall(s) - see " WS-RPT-FILENAME
           IF WS-SHORTFALL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "SUPERREC" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "SUPERREC: ANOTHER COPY IS RUNNING - ENDED"
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

       RESOLVE-QUARTER SECTION.
           MOVE WS-TODAY TO WS-QTR-START
           MOVE SPACES TO WS-QTR-ENV
           DISPLAY "SUPERREC-QUARTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-QTR-ENV FROM ENVIRONMENT-VALUE
           IF WS-QTR-ENV NOT = SPACES
               MOVE SPACES TO DE-PARM
               MOVE WS-QTR-ENV TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE ZERO TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "SUPERREC: SUPERREC-QUARTER IS NOT A REAL "
                       "YYYYMMDD DATE"
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE DE-DATE-OUT TO WS-QTR-START
           END-IF
           COMPUTE WS-QTR-NUMBER = (WS-QTR-START-MM - 1) / 3
           COMPUTE WS-QTR-START-MM = WS-QTR-NUMBER * 3 + 1
           MOVE 1 TO WS-QTR-START-DD

           MOVE WS-QTR-START TO WS-DUE-DATE
           MOVE 28 TO WS-DUE-DATE-DD
           IF WS-QTR-START-MM = 10
               ADD 1 TO WS-DUE-DATE-YYYY
               MOVE 1 TO WS-DUE-DATE-MM
           ELSE
               ADD 3 TO WS-DUE-DATE-MM
           END-IF

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
                   DISPLAY "SUPERREC: SUPER-SG-RATE IS NOT NN.NN - "
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
           .
       RESOLVE-QUARTER-EXIT.
           EXIT.

       OPEN-SUPER-LEDGER SECTION.
      *    SUPER-LEDGER-FILE names the indexed ledger SUPERFILE posts
      *    (copy/SUPLEDG.cpy); it defaults to /tmp/super_ledger.dat
      *    when unset.
           MOVE SPACES TO WS-LEDGER-FILENAME
           DISPLAY "SUPER-LEDGER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-FILENAME = SPACES
               MOVE "/tmp/super_ledger.dat" TO WS-LEDGER-FILENAME
           END-IF
           OPEN INPUT SUPER-LEDGER-FILE
           IF NOT WS-LEDGER-FILE-OK
               DISPLAY "SUPERREC: UNABLE TO OPEN SUPER LEDGER: "
                   WS-LEDGER-FILENAME " STATUS=" WS-LEDGER-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-SUPER-LEDGER-EXIT.
           EXIT.

       OPEN-REPORT SECTION.
      *    SUPERREC-RPT names the reconciliation page; it defaults to
      *    /tmp/superrec.rpt when unset and is filed through the
      *    shared report router.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "SUPERREC-RPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/superrec.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "SUPERREC" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "SUPERREC: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               CLOSE SUPER-LEDGER-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING
               "Superannuation guarantee reconciliation - quarter "
                   DELIMITED SIZE
               "from " DELIMITED SIZE
               WS-QTR-START DELIMITED SIZE
               ", due by " DELIMITED SIZE
               WS-DUE-DATE DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-SG-RATE TO WS-RATE-WORK
           MOVE WS-MCB-QTR TO D-AMOUNT
           STRING
               "Rate " DELIMITED SIZE
               WS-RATE-WORK DELIMITED SIZE
               "% of OTE up to the maximum contribution base of "
                   DELIMITED SIZE
               D-AMOUNT DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "EMPNO  FUND     " TO REPORT-REC
           MOVE "     OTE TO DATE" TO REPORT-REC(17:16)
           MOVE "             DUE" TO REPORT-REC(33:16)
           MOVE "            PAID" TO REPORT-REC(49:16)
           MOVE "       SHORTFALL" TO REPORT-REC(65:16)
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC
           WRITE REPORT-REC
           .
       OPEN-REPORT-EXIT.
           EXIT.

       RECONCILE-QUARTER SECTION.
      *    The ledger is keyed employee first, so the whole file is
      *    read and only the chosen quarter's records are kept.
           MOVE ZERO TO SLG-EMPNO
           MOVE ZERO TO SLG-QTR-START
           START SUPER-LEDGER-FILE
               KEY NOT LESS SLG-KEY
               INVALID KEY
                   SET WS-LEDGER-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-LEDGER-EOF
               READ SUPER-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF SLG-QTR-START = WS-QTR-START
                           PERFORM RECONCILE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           .
       RECONCILE-QUARTER-EXIT.
           EXIT.

       RECONCILE-ONE-EMPLOYEE SECTION.
      *    Due is the guarantee on the quarter's OTE up to the
      *    maximum contribution base; paid is what went out on the
      *    fund files.
           ADD 1 TO WS-EMP-COUNT
           IF SLG-QTD-OTE > WS-MCB-QTR
               MOVE WS-MCB-QTR TO WS-DUE-OTE
           ELSE
               MOVE SLG-QTD-OTE TO WS-DUE-OTE
           END-IF
           COMPUTE WS-DUE ROUNDED = WS-DUE-OTE * WS-SG-RATE / 100
           COMPUTE WS-DIFFERENCE = WS-DUE - SLG-QTD-PAID
           ADD SLG-QTD-OTE TO WS-TOTAL-OTE
           ADD WS-DUE TO WS-TOTAL-DUE
           ADD SLG-QTD-PAID TO WS-TOTAL-PAID

           MOVE SPACES TO REPORT-REC
           MOVE SLG-EMPNO TO D-EMPNO
           MOVE D-EMPNO TO REPORT-REC(1:4)
           MOVE SLG-FUND-CODE TO REPORT-REC(8:8)
           MOVE SLG-QTD-OTE TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(17:16)
           MOVE WS-DUE TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(33:16)
           MOVE SLG-QTD-PAID TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(49:16)
           IF WS-DIFFERENCE > WS-TOLERANCE
               ADD 1 TO WS-SHORTFALL-COUNT
               ADD WS-DIFFERENCE TO WS-TOTAL-SHORT
               MOVE WS-DIFFERENCE TO D-AMOUNT
               MOVE D-AMOUNT TO REPORT-REC(65:16)
               MOVE "** SHORT" TO REPORT-REC(83:8)
           END-IF
           WRITE REPORT-REC
           .
       RECONCILE-ONE-EMPLOYEE-EXIT.
           EXIT.

       CLOSE-REPORT SECTION.
           MOVE ALL "-" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "TOTAL" TO REPORT-REC(1:5)
           MOVE WS-TOTAL-OTE TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(17:16)
           MOVE WS-TOTAL-DUE TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(33:16)
           MOVE WS-TOTAL-PAID TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(49:16)
           MOVE WS-TOTAL-SHORT TO D-AMOUNT
           MOVE D-AMOUNT TO REPORT-REC(65:16)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-EMP-COUNT TO D-COUNT
           STRING D-COUNT DELIMITED SIZE
               " employee(s), " DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           MOVE WS-SHORTFALL-COUNT TO D-COUNT
           MOVE D-COUNT TO REPORT-REC(21:5)
           MOVE " with a shortfall to pay before the due date"
               TO REPORT-REC(26:44)
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           .
       CLOSE-REPORT-EXIT.
           EXIT.
