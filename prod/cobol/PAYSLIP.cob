       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT BANK-MASTER-FILE ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BNK-EMPNO
               FILE STATUS WS-BANK-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO WS-YTD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY YTD-KEY
               FILE STATUS WS-YTD-STATUS.
           SELECT SLIP-FILE ASSIGN TO WS-SLIP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY PAYCREC.
       FD  BANK-MASTER-FILE.
           COPY BANKMAST.
       FD  PAY-YTD-FILE.
           COPY PAYYTD.
       FD  SLIP-FILE.
       01  SLIP-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.

       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-PAYCALC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYCALC-EOF                 VALUE "Y".
       01  WS-BANK-FILENAME             PIC X(256).
       01  WS-BANK-STATUS               PIC XX.
           88  WS-BANK-FILE-OK                VALUE "00".
       01  WS-BANK-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-BANK-OPEN                   VALUE "Y".
       01  WS-YTD-FILENAME              PIC X(256).
       01  WS-YTD-STATUS                PIC XX.
           88  WS-YTD-FILE-OK                 VALUE "00".
       01  WS-YTD-OPEN-SWITCH           PIC X VALUE "N".
           88  WS-YTD-OPEN                    VALUE "Y".
       01  WS-SLIP-FILENAME             PIC X(256).
       01  WS-SLIP-STATUS               PIC XX.
           88  WS-SLIP-FILE-OK                VALUE "00".

      *    PAYSLIP-DEPT restricts the run to one department and
      *    PAYSLIP-EMPNO to one employee - a reissue for someone who
      *    lost a slip; unset, a slip is printed for everyone paid.
       01  WS-DEPT-ENV                  PIC X(4).
       01  WS-DEPT-NUM                  PIC 9(4).
       01  WS-DEPT-SWITCH               PIC X VALUE "N".
           88  WS-ONE-DEPT                    VALUE "Y".
       01  WS-EMPNO-ENV                 PIC X(4).
       01  WS-EMPNO-NUM                 PIC 9(4).
       01  WS-EMPNO-SWITCH              PIC X VALUE "N".
           88  WS-ONE-EMPNO                   VALUE "Y".

      *    Control totals of the pay-calculation file as read, proved
      *    against its own trailer before any slip is printed.
       01  WS-CALC-COUNT                PIC 9(9) VALUE 0.
       01  WS-CALC-NET-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-CALC-DED-COUNT            PIC 9(9) VALUE 0.
       01  WS-CALC-ARR-COUNT            PIC 9(9) VALUE 0.
       01  WS-CALC-CLM-COUNT            PIC 9(9) VALUE 0.
       01  WS-CALC-TRAILER-SWITCH       PIC X VALUE "N".
           88  WS-CALC-TRAILER-SEEN           VALUE "Y".
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".
       01  WS-PERIOD-START              PIC 9(8) VALUE 0.
       01  WS-PERIOD-END                PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END.
           05  WS-PERIOD-END-YYYY       PIC 9(4).
           05  WS-PERIOD-END-MM         PIC 9(2).
           05  WS-PERIOD-END-DD         PIC 9(2).
       01  WS-FIN-YEAR                  PIC 9(4) VALUE 0.

      *    The employee whose slip is being gathered: the DTL, then
      *    the DED, ARR and CLM records that follow it on the file.
       01  WS-SLIP-PENDING-SWITCH       PIC X VALUE "N".
           88  WS-SLIP-PENDING                VALUE "Y".
       01  WS-SLIP-EMP.
           05  WS-SLIP-EMPNO            PIC 9(4).
           05  WS-SLIP-NAME             PIC X(10).
           05  WS-SLIP-DEPTNO           PIC 9(4).
           05  WS-SLIP-PERIOD-DAYS      PIC 9(3).
           05  WS-SLIP-PAID-DAYS        PIC 9(3).
           05  WS-SLIP-LEAVE-DAYS       PIC 9(3).
           05  WS-SLIP-SAL-PAID         PIC 9(7)V99.
           05  WS-SLIP-COMM-PAID        PIC 9(7)V99.
           05  WS-SLIP-GROSS            PIC 9(7)V99.
           05  WS-SLIP-TAX              PIC 9(7)V99.
           05  WS-SLIP-TAX-SCALE        PIC X(2).
           05  WS-SLIP-NET              PIC 9(7)V99.
           05  WS-SLIP-SUPER            PIC 9(7)V99.
           05  WS-SLIP-PRETAX-DED       PIC 9(7)V99.
           05  WS-SLIP-POSTTAX-DED      PIC 9(7)V99.
       01  WS-SLIP-DED-TABLE.
           05  WS-SLIP-DED             OCCURS 20.
               10  WS-SD-CODE          PIC X(6).
               10  WS-SD-PRE-TAX       PIC X.
               10  WS-SD-PAYEE         PIC X(10).
               10  WS-SD-AMOUNT        PIC 9(7)V99.
               10  WS-SD-SHORT         PIC 9(7)V99.
       01  WS-SD-COUNT                  PIC 99 COMP VALUE 0.
       01  WS-SLIP-ARR-TABLE.
           05  WS-SLIP-ARR             OCCURS 20.
               10  WS-SA-EFF-DATE      PIC 9(8).
               10  WS-SA-PERIODS       PIC 9(3).
               10  WS-SA-AMOUNT        PIC 9(7)V99.
       01  WS-SA-COUNT                  PIC 99 COMP VALUE 0.
       01  WS-SA-IDX                    PIC 99 COMP.
       01  WS-SLIP-CLM-TABLE.
           05  WS-SLIP-CLM             OCCURS 20.
               10  WS-SC-TYPE          PIC X(6).
               10  WS-SC-DATE          PIC 9(8).
               10  WS-SC-HOURS         PIC 9(3)V99.
               10  WS-SC-AMOUNT        PIC 9(7)V99.
       01  WS-SC-COUNT                  PIC 99 COMP VALUE 0.
       01  WS-SC-IDX                    PIC 99 COMP.
       01  WS-SD-IDX                    PIC 99 COMP.
       01  WS-DED-PASS                  PIC X.
       01  WS-TAXABLE                   PIC 9(7)V99.

      *    Net pay split across the bank master's accounts.
       01  WS-SPLIT-SECOND              PIC 9(7)V99.
       01  WS-SPLIT-FIRST               PIC 9(7)V99.
       01  WS-ACCT-IN                   PIC X(9).
       01  WS-ACCT-MASKED               PIC X(9).
       01  WS-ACCT-TRAIL-CT             PIC 99 COMP.
       01  WS-ACCT-LEN                  PIC 99 COMP.
       01  WS-BSB-IN                    PIC 9(6).
       01  WS-BSB-EDIT.
           05  WS-BSB-EDIT-1            PIC 9(3).
           05  FILLER                   PIC X VALUE "-".
           05  WS-BSB-EDIT-2            PIC 9(3).

      *    Year to date as printed on the slip.
       01  WS-YTD-FIGURES.
           05  WS-YTD-GROSS             PIC 9(9)V99.
           05  WS-YTD-TAX               PIC 9(9)V99.
           05  WS-YTD-SUPER             PIC 9(9)V99.
           05  WS-YTD-DED               PIC 9(9)V99.
           05  WS-YTD-NET               PIC 9(9)V99.
       01  WS-YTD-LATER-END             PIC 9(8).

       01  WS-SLIP-COUNT                PIC 9(5) VALUE 0.
       01  WS-NO-BANK-COUNT             PIC 9(5) VALUE 0.
       01  WS-TODAY                     PIC 9(8).

      *    One printed amount line: a label, the amount, a note.
       01  WS-AMOUNT-LINE.
           05  AL-LABEL                 PIC X(40).
           05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2).
           05  AL-NOTE                  PIC X(76).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-DAYS                   PIC ZZ9.
           05  D-PERIOD-DAYS            PIC ZZ9.
           05  D-ARR-PERIODS            PIC ZZ9.
           05  D-CLM-HOURS              PIC ZZ9.99.
           05  D-LEAVE-DAYS             PIC ZZ9.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RESOLVE-RUN-PARAMETERS
           PERFORM OPEN-PAYCALC-FILE
           PERFORM PROVE-PAYCALC-FILE
           CLOSE PAYCALC-FILE

           IF WS-FETCH-FAILED
      *        A slip printed from a pay-calculation file that cannot
      *        be proved complete could disagree with what the bank
      *        is paid - none are printed.
               DISPLAY "PAYSLIP: NO SLIPS PRINTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-REFERENCE-FILES
           PERFORM OPEN-SLIP-FILE
           PERFORM OPEN-PAYCALC-FILE
           PERFORM PRINT-ALL-SLIPS

           CLOSE PAYCALC-FILE
           CLOSE SLIP-FILE
           IF WS-BANK-OPEN
               CLOSE BANK-MASTER-FILE
           END-IF
           IF WS-YTD-OPEN
               CLOSE PAY-YTD-FILE
           END-IF

           DISPLAY "PAYSLIP: " WS-SLIP-COUNT " slip(s) for "
               WS-PERIOD-START "-" WS-PERIOD-END " written to "
               WS-SLIP-FILENAME
           IF WS-NO-BANK-COUNT > 0
               DISPLAY "PAYSLIP: " WS-NO-BANK-COUNT
                   " slip(s) with no bank account on file"
           END-IF

           goback.

       RESOLVE-RUN-PARAMETERS SECTION.
           MOVE SPACES TO WS-DEPT-ENV
           DISPLAY "PAYSLIP-DEPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEPT-ENV FROM ENVIRONMENT-VALUE
           IF WS-DEPT-ENV NOT = SPACES
               MOVE ZERO TO WS-DEPT-NUM
               DISPLAY "PAYSLIP-DEPT" UPON ENVIRONMENT-NAME
               ACCEPT WS-DEPT-NUM FROM ENVIRONMENT-VALUE
               IF WS-DEPT-NUM IS NUMERIC AND WS-DEPT-NUM > 0
                   SET WS-ONE-DEPT TO TRUE
               ELSE
                   DISPLAY "PAYSLIP: PAYSLIP-DEPT NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-EMPNO-ENV
           DISPLAY "PAYSLIP-EMPNO" UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPNO-ENV FROM ENVIRONMENT-VALUE
           IF WS-EMPNO-ENV NOT = SPACES
               MOVE ZERO TO WS-EMPNO-NUM
               DISPLAY "PAYSLIP-EMPNO" UPON ENVIRONMENT-NAME
               ACCEPT WS-EMPNO-NUM FROM ENVIRONMENT-VALUE
               IF WS-EMPNO-NUM IS NUMERIC AND WS-EMPNO-NUM > 0
                   SET WS-ONE-EMPNO TO TRUE
               ELSE
                   DISPLAY "PAYSLIP: PAYSLIP-EMPNO NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       RESOLVE-RUN-PARAMETERS-EXIT.
           EXIT.

       OPEN-PAYCALC-FILE SECTION.
      *    PAYCALC-OUT names the pay-calculation file PAYCALC wrote
      *    for the period (copy/PAYCREC.cpy); it defaults to
      *    /tmp/paycalc.dat when unset. Its header must be the first
      *    record - anything else is not a pay-calculation file.
           MOVE SPACES TO WS-PAYCALC-FILENAME
           DISPLAY "PAYCALC-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYCALC-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PAYCALC-FILENAME = SPACES
               MOVE "/tmp/paycalc.dat" TO WS-PAYCALC-FILENAME
           END-IF
           MOVE "N" TO WS-PAYCALC-EOF-SWITCH
           OPEN INPUT PAYCALC-FILE
           IF NOT WS-PAYCALC-FILE-OK
               DISPLAY "PAYSLIP: UNABLE TO OPEN PAY-CALCULATION "
                   "FILE: " WS-PAYCALC-FILENAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ PAYCALC-FILE
               AT END
                   MOVE SPACES TO PAYCALC-REC
           END-READ
           IF PCH-TAG NOT = "HDR"
               OR PCH-PERIOD-END IS NOT NUMERIC
               OR PCH-PERIOD-END = ZERO
               DISPLAY "PAYSLIP: NO HEADER ON PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               CLOSE PAYCALC-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PCH-PERIOD-START TO WS-PERIOD-START
           MOVE PCH-PERIOD-END TO WS-PERIOD-END
      *    The financial year runs 1 July to 30 June and is named
      *    for the year it ends in.
           IF WS-PERIOD-END-MM > 6
               COMPUTE WS-FIN-YEAR = WS-PERIOD-END-YYYY + 1
           ELSE
               MOVE WS-PERIOD-END-YYYY TO WS-FIN-YEAR
           END-IF
           .
       OPEN-PAYCALC-FILE-EXIT.
           EXIT.

       PROVE-PAYCALC-FILE SECTION.
      *    A first pass over the file: it is only complete once its
      *    trailer has been read and its detail and deduction counts
      *    and net hash agree.
           PERFORM UNTIL WS-PAYCALC-EOF OR WS-CALC-TRAILER-SEEN
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               ADD 1 TO WS-CALC-COUNT
                               ADD PCD-NET TO WS-CALC-NET-HASH
                           WHEN "DED"
                               ADD 1 TO WS-CALC-DED-COUNT
                           WHEN "ARR"
                               ADD 1 TO WS-CALC-ARR-COUNT
                           WHEN "CLM"
                               ADD 1 TO WS-CALC-CLM-COUNT
                           WHEN "TRL"
                               SET WS-CALC-TRAILER-SEEN TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF NOT WS-CALC-TRAILER-SEEN
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYSLIP: PAY-CALCULATION FILE HAS NO TRAILER"
               GO TO PROVE-PAYCALC-FILE-EXIT
           END-IF
           IF PCT-COUNT NOT = WS-CALC-COUNT
               OR PCT-NET-HASH NOT = WS-CALC-NET-HASH
               OR PCT-DED-COUNT NOT = WS-CALC-DED-COUNT
               OR PCT-ARR-COUNT NOT = WS-CALC-ARR-COUNT
               OR PCT-CLM-COUNT NOT = WS-CALC-CLM-COUNT
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYSLIP: PAY-CALCULATION TRAILER MISMATCH - "
                   "TRAILER " PCT-COUNT " / " PCT-NET-HASH
                   ", READ " WS-CALC-COUNT " / " WS-CALC-NET-HASH
           END-IF
           .
       PROVE-PAYCALC-FILE-EXIT.
           EXIT.

       OPEN-REFERENCE-FILES SECTION.
      *    BANK-MASTER-FILE names the indexed bank account master
      *    (copy/BANKMAST.cpy), defaulting to /tmp/bank_master.dat;
      *    PAY-YTD-FILE the year-to-date accumulator YTDPOST keeps
      *    (copy/PAYYTD.cpy), defaulting to /tmp/pay_ytd.dat. Both
      *    are optional - without them the slip says no account is
      *    on file and the year to date is this period alone.
           MOVE SPACES TO WS-BANK-FILENAME
           DISPLAY "BANK-MASTER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BANK-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BANK-FILENAME = SPACES
               MOVE "/tmp/bank_master.dat" TO WS-BANK-FILENAME
           END-IF
           OPEN INPUT BANK-MASTER-FILE
           IF WS-BANK-FILE-OK
               SET WS-BANK-OPEN TO TRUE
           END-IF

           MOVE SPACES TO WS-YTD-FILENAME
           DISPLAY "PAY-YTD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-YTD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-YTD-FILENAME = SPACES
               MOVE "/tmp/pay_ytd.dat" TO WS-YTD-FILENAME
           END-IF
           OPEN INPUT PAY-YTD-FILE
           IF WS-YTD-FILE-OK
               SET WS-YTD-OPEN TO TRUE
           END-IF
           .
       OPEN-REFERENCE-FILES-EXIT.
           EXIT.

       OPEN-SLIP-FILE SECTION.
      *    PAYSLIP-FILE names the slip print file; it defaults to
      *    /tmp/payslip.rpt when unset. Filed through the report
      *    router, so a reissue is a reprint from RPTBROWS.
           MOVE SPACES TO WS-SLIP-FILENAME
           DISPLAY "PAYSLIP-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SLIP-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-SLIP-FILENAME = SPACES
               MOVE "/tmp/payslip.rpt" TO WS-SLIP-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYSLIP" TO RR-REPORT
           MOVE WS-SLIP-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-SLIP-FILENAME
           OPEN OUTPUT SLIP-FILE
           IF NOT WS-SLIP-FILE-OK
               DISPLAY "PAYSLIP: UNABLE TO OPEN SLIP FILE: "
                   WS-SLIP-FILENAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-SLIP-FILE-EXIT.
           EXIT.

       PRINT-ALL-SLIPS SECTION.
      *    A slip is printed once the next DTL (or the trailer)
      *    shows every DED record of its employee has been read.
           PERFORM UNTIL WS-PAYCALC-EOF
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               PERFORM PRINT-PENDING-SLIP
                               PERFORM HOLD-EMPLOYEE
                           WHEN "DED"
                               PERFORM HOLD-DEDUCTION
                           WHEN "ARR"
                               PERFORM HOLD-ARREARS
                           WHEN "CLM"
                               PERFORM HOLD-CLAIM
                           WHEN "TRL"
                               SET WS-PAYCALC-EOF TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM PRINT-PENDING-SLIP
           .
       PRINT-ALL-SLIPS-EXIT.
           EXIT.

       HOLD-EMPLOYEE SECTION.
           IF WS-ONE-DEPT AND PCD-DEPTNO NOT = WS-DEPT-NUM
               GO TO HOLD-EMPLOYEE-EXIT
           END-IF
           IF WS-ONE-EMPNO AND PCD-EMPNO NOT = WS-EMPNO-NUM
               GO TO HOLD-EMPLOYEE-EXIT
           END-IF
           MOVE PCD-EMPNO TO WS-SLIP-EMPNO
           MOVE PCD-NAME TO WS-SLIP-NAME
           MOVE PCD-DEPTNO TO WS-SLIP-DEPTNO
           MOVE PCD-PERIOD-DAYS TO WS-SLIP-PERIOD-DAYS
           MOVE PCD-PAID-DAYS TO WS-SLIP-PAID-DAYS
           MOVE PCD-LEAVE-DAYS TO WS-SLIP-LEAVE-DAYS
           MOVE PCD-SAL-PAID TO WS-SLIP-SAL-PAID
           MOVE PCD-COMM-PAID TO WS-SLIP-COMM-PAID
           MOVE PCD-GROSS TO WS-SLIP-GROSS
           MOVE PCD-TAX TO WS-SLIP-TAX
           MOVE PCD-TAX-SCALE TO WS-SLIP-TAX-SCALE
           MOVE PCD-NET TO WS-SLIP-NET
           MOVE PCD-SUPER TO WS-SLIP-SUPER
           MOVE PCD-PRETAX-DED TO WS-SLIP-PRETAX-DED
           MOVE PCD-POSTTAX-DED TO WS-SLIP-POSTTAX-DED
           MOVE ZERO TO WS-SD-COUNT
           MOVE ZERO TO WS-SA-COUNT
           MOVE ZERO TO WS-SC-COUNT
           SET WS-SLIP-PENDING TO TRUE
           .
       HOLD-EMPLOYEE-EXIT.
           EXIT.

       HOLD-DEDUCTION SECTION.
      *    PAYCALC takes at most 20 deductions an employee.
           IF NOT WS-SLIP-PENDING
               OR PCX-EMPNO NOT = WS-SLIP-EMPNO
               OR WS-SD-COUNT >= 20
               GO TO HOLD-DEDUCTION-EXIT
           END-IF
           ADD 1 TO WS-SD-COUNT
           MOVE PCX-CODE TO WS-SD-CODE(WS-SD-COUNT)
           MOVE PCX-PRE-TAX TO WS-SD-PRE-TAX(WS-SD-COUNT)
           MOVE PCX-PAYEE TO WS-SD-PAYEE(WS-SD-COUNT)
           MOVE PCX-AMOUNT TO WS-SD-AMOUNT(WS-SD-COUNT)
           MOVE PCX-SHORT TO WS-SD-SHORT(WS-SD-COUNT)
           .
       HOLD-DEDUCTION-EXIT.
           EXIT.

       HOLD-ARREARS SECTION.
      *    PAYCALC pays at most 20 backdated changes an employee.
           IF NOT WS-SLIP-PENDING
               OR PCA-EMPNO NOT = WS-SLIP-EMPNO
               OR WS-SA-COUNT >= 20
               GO TO HOLD-ARREARS-EXIT
           END-IF
           ADD 1 TO WS-SA-COUNT
           MOVE PCA-EFF-DATE TO WS-SA-EFF-DATE(WS-SA-COUNT)
           MOVE PCA-PERIODS TO WS-SA-PERIODS(WS-SA-COUNT)
           MOVE PCA-AMOUNT TO WS-SA-AMOUNT(WS-SA-COUNT)
           .
       HOLD-ARREARS-EXIT.
           EXIT.

       HOLD-CLAIM SECTION.
      *    PAYCALC pays at most 20 claims an employee.
           IF NOT WS-SLIP-PENDING
               OR PCM-EMPNO NOT = WS-SLIP-EMPNO
               OR WS-SC-COUNT >= 20
               GO TO HOLD-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE PCM-TYPE TO WS-SC-TYPE(WS-SC-COUNT)
           MOVE PCM-CLAIM-DATE TO WS-SC-DATE(WS-SC-COUNT)
           MOVE PCM-HOURS TO WS-SC-HOURS(WS-SC-COUNT)
           MOVE PCM-AMOUNT TO WS-SC-AMOUNT(WS-SC-COUNT)
           .
       HOLD-CLAIM-EXIT.
           EXIT.

       PRINT-PENDING-SLIP SECTION.
      *    Ejects to a new page (leading form-feed byte) and writes
      *    the slip in the printer-ready style of COMPSTMT.
           IF NOT WS-SLIP-PENDING
               GO TO PRINT-PENDING-SLIP-EXIT
           END-IF
           MOVE "N" TO WS-SLIP-PENDING-SWITCH
           ADD 1 TO WS-SLIP-COUNT
           MOVE WS-SLIP-EMPNO TO D-EMPNO
           MOVE WS-SLIP-DEPTNO TO D-DEPTNO

           MOVE SPACES TO SLIP-REC
           MOVE X"0C" TO SLIP-REC(1:1)
           WRITE SLIP-REC

           MOVE SPACES TO SLIP-REC
           STRING "PAYSLIP" DELIMITED SIZE
               "     PAY PERIOD: " DELIMITED SIZE
               WS-PERIOD-START DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-PERIOD-END DELIMITED SIZE
               "     ISSUED: " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO SLIP-REC
           END-STRING
           WRITE SLIP-REC

           MOVE ALL "-" TO SLIP-REC
           WRITE SLIP-REC

           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC

           MOVE SPACES TO SLIP-REC
           STRING "EMPLOYEE:    " DELIMITED SIZE
               WS-SLIP-NAME DELIMITED SIZE
               "  (EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               ")" DELIMITED SIZE
             INTO SLIP-REC
           END-STRING
           WRITE SLIP-REC

           MOVE SPACES TO SLIP-REC
           STRING "DEPARTMENT:  " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
             INTO SLIP-REC
           END-STRING
           WRITE SLIP-REC

           MOVE WS-SLIP-PAID-DAYS TO D-DAYS
           MOVE WS-SLIP-PERIOD-DAYS TO D-PERIOD-DAYS
           MOVE WS-SLIP-LEAVE-DAYS TO D-LEAVE-DAYS
           MOVE SPACES TO SLIP-REC
           STRING "DAYS PAID:   " DELIMITED SIZE
               D-DAYS DELIMITED SIZE
               " OF " DELIMITED SIZE
               D-PERIOD-DAYS DELIMITED SIZE
               "  (UNPAID LEAVE DAYS " DELIMITED SIZE
               D-LEAVE-DAYS DELIMITED SIZE
               ")" DELIMITED SIZE
             INTO SLIP-REC
           END-STRING
           WRITE SLIP-REC

           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC

           PERFORM WRITE-EARNINGS-LINES
           PERFORM WRITE-ACCOUNT-LINES
           PERFORM WRITE-YTD-LINES
           .
       PRINT-PENDING-SLIP-EXIT.
           EXIT.

       WRITE-EARNINGS-LINES SECTION.
      *    Gross, pre-tax deductions, taxable pay, tax, post-tax
      *    deductions and net, in the order PAYCALC worked them.
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "SALARY" TO AL-LABEL
           MOVE WS-SLIP-SAL-PAID TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           IF WS-SLIP-COMM-PAID > 0
               MOVE SPACES TO WS-AMOUNT-LINE
               MOVE "COMMISSION" TO AL-LABEL
               MOVE WS-SLIP-COMM-PAID TO AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF

      *    Arrears of a backdated salary change, one line a change.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE SPACES TO WS-AMOUNT-LINE
               STRING "SALARY ARREARS FROM " DELIMITED SIZE
                   WS-SA-EFF-DATE(WS-SA-IDX) DELIMITED SIZE
                 INTO AL-LABEL
               END-STRING
               MOVE WS-SA-AMOUNT(WS-SA-IDX) TO AL-AMOUNT
               MOVE WS-SA-PERIODS(WS-SA-IDX) TO D-ARR-PERIODS
               STRING "(" DELIMITED SIZE
                   D-ARR-PERIODS DELIMITED SIZE
                   " PERIOD(S) AT THE OLD RATE)" DELIMITED SIZE
                 INTO AL-NOTE
               END-STRING
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM

      *    Overtime and allowance claims, one line a claim, with the
      *    hours for the types paid by the hour.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE SPACES TO WS-AMOUNT-LINE
               STRING "CLAIM " DELIMITED SIZE
                   WS-SC-TYPE(WS-SC-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-SC-DATE(WS-SC-IDX) DELIMITED SIZE
                 INTO AL-LABEL
               END-STRING
               MOVE WS-SC-AMOUNT(WS-SC-IDX) TO AL-AMOUNT
               IF WS-SC-HOURS(WS-SC-IDX) > 0
                   MOVE WS-SC-HOURS(WS-SC-IDX) TO D-CLM-HOURS
                   STRING "(" DELIMITED SIZE
                       D-CLM-HOURS DELIMITED SIZE
                       " HOURS)" DELIMITED SIZE
                     INTO AL-NOTE
                   END-STRING
               END-IF
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "GROSS PAY" TO AL-LABEL
           MOVE WS-SLIP-GROSS TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE "Y" TO WS-DED-PASS
           PERFORM WRITE-DEDUCTION-LINES

           COMPUTE WS-TAXABLE = WS-SLIP-GROSS - WS-SLIP-PRETAX-DED
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "TAXABLE PAY" TO AL-LABEL
           MOVE WS-TAXABLE TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-AMOUNT-LINE
           STRING "LESS TAX WITHHELD (SCALE " DELIMITED SIZE
               WS-SLIP-TAX-SCALE DELIMITED SIZE
               ")" DELIMITED SIZE
             INTO AL-LABEL
           END-STRING
           MOVE WS-SLIP-TAX TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE "N" TO WS-DED-PASS
           PERFORM WRITE-DEDUCTION-LINES

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "NET PAY" TO AL-LABEL
           MOVE WS-SLIP-NET TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "EMPLOYER SUPERANNUATION" TO AL-LABEL
           MOVE WS-SLIP-SUPER TO AL-AMOUNT
           MOVE "(PAID TO YOUR FUND, NOT PART OF NET PAY)"
               TO AL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC
           .
       WRITE-EARNINGS-LINES-EXIT.
           EXIT.

       WRITE-DEDUCTION-LINES SECTION.
      *    WS-DED-PASS "Y" lists the pre-tax deductions, "N" the
      *    post-tax ones. A deduction the pay could not cover in
      *    full shows what was not taken.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
               UNTIL WS-SD-IDX > WS-SD-COUNT
               IF (WS-DED-PASS = "Y" AND WS-SD-PRE-TAX(WS-SD-IDX) = "Y")
                   OR (WS-DED-PASS = "N"
                       AND WS-SD-PRE-TAX(WS-SD-IDX) NOT = "Y")
                   MOVE SPACES TO WS-AMOUNT-LINE
                   STRING "LESS " DELIMITED SIZE
                       WS-SD-CODE(WS-SD-IDX) DELIMITED SPACE
                       " - " DELIMITED SIZE
                       WS-SD-PAYEE(WS-SD-IDX) DELIMITED SIZE
                     INTO AL-LABEL
                   END-STRING
                   MOVE WS-SD-AMOUNT(WS-SD-IDX) TO AL-AMOUNT
                   IF WS-SD-SHORT(WS-SD-IDX) > 0
                       MOVE WS-SD-SHORT(WS-SD-IDX) TO D-AMOUNT
                       STRING "(" DELIMITED SIZE
                           D-AMOUNT DELIMITED SIZE
                           " NOT TAKEN - PAY TOO LOW)" DELIMITED SIZE
                         INTO AL-NOTE
                       END-STRING
                   END-IF
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM
           .
       WRITE-DEDUCTION-LINES-EXIT.
           EXIT.

       WRITE-ACCOUNT-LINES SECTION.
      *    Only the last three digits of an account number are ever
      *    printed - a slip left on a printer must not hand anyone
      *    the account.
           IF WS-BANK-OPEN
               MOVE WS-SLIP-EMPNO TO BNK-EMPNO
               READ BANK-MASTER-FILE
                   KEY IS BNK-EMPNO
                   INVALID KEY
                       MOVE SPACES TO BNK-ACCOUNT-NO
               END-READ
           END-IF
           IF NOT WS-BANK-OPEN OR BNK-ACCOUNT-NO = SPACES
               ADD 1 TO WS-NO-BANK-COUNT
               MOVE "PAID TO:     (NO BANK ACCOUNT ON FILE)"
                   TO SLIP-REC
               WRITE SLIP-REC
               GO TO WRITE-ACCOUNT-LINES-EXIT
           END-IF

           MOVE ZERO TO WS-SPLIT-SECOND
           IF BNK-SPLIT-AMOUNT
               IF BNK-SPLIT-VALUE > WS-SLIP-NET
                   MOVE WS-SLIP-NET TO WS-SPLIT-SECOND
               ELSE
                   MOVE BNK-SPLIT-VALUE TO WS-SPLIT-SECOND
               END-IF
           END-IF
           IF BNK-SPLIT-PERCENT
               COMPUTE WS-SPLIT-SECOND ROUNDED =
                   WS-SLIP-NET * BNK-SPLIT-VALUE / 100
           END-IF
           COMPUTE WS-SPLIT-FIRST = WS-SLIP-NET - WS-SPLIT-SECOND

           MOVE BNK-BSB TO WS-BSB-IN
           MOVE BNK-ACCOUNT-NO TO WS-ACCT-IN
           PERFORM MASK-ACCOUNT
           MOVE SPACES TO WS-AMOUNT-LINE
           STRING "PAID TO:     BSB " DELIMITED SIZE
               WS-BSB-EDIT DELIMITED SIZE
               " ACCOUNT " DELIMITED SIZE
               WS-ACCT-MASKED DELIMITED SIZE
             INTO AL-LABEL
           END-STRING
           MOVE WS-SPLIT-FIRST TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           IF NOT BNK-NO-SPLIT
               MOVE BNK-BSB-2 TO WS-BSB-IN
               MOVE BNK-ACCOUNT-NO-2 TO WS-ACCT-IN
               PERFORM MASK-ACCOUNT
               MOVE SPACES TO WS-AMOUNT-LINE
               STRING "             BSB " DELIMITED SIZE
                   WS-BSB-EDIT DELIMITED SIZE
                   " ACCOUNT " DELIMITED SIZE
                   WS-ACCT-MASKED DELIMITED SIZE
                 INTO AL-LABEL
               END-STRING
               MOVE WS-SPLIT-SECOND TO AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           .
       WRITE-ACCOUNT-LINES-EXIT.
           EXIT.

       MASK-ACCOUNT SECTION.
      *    Edits the BSB as nnn-nnn, and stars over all but the last
      *    three characters of the left-justified account number in
      *    WS-ACCT-IN.
           MOVE WS-BSB-IN(1:3) TO WS-BSB-EDIT-1
           MOVE WS-BSB-IN(4:3) TO WS-BSB-EDIT-2
           MOVE SPACES TO WS-ACCT-MASKED
           MOVE ZERO TO WS-ACCT-TRAIL-CT
           INSPECT WS-ACCT-IN
               TALLYING WS-ACCT-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-ACCT-LEN = 9 - WS-ACCT-TRAIL-CT
           IF WS-ACCT-LEN > 3
               MOVE ALL "*" TO WS-ACCT-MASKED(1:WS-ACCT-LEN - 3)
               MOVE WS-ACCT-IN(WS-ACCT-LEN - 2:3)
                   TO WS-ACCT-MASKED(WS-ACCT-LEN - 2:3)
           ELSE
               MOVE ALL "*" TO WS-ACCT-MASKED(1:3)
           END-IF
           .
       MASK-ACCOUNT-EXIT.
           EXIT.

       WRITE-YTD-LINES SECTION.
      *    The accumulator may or may not hold this period yet -
      *    slips can print before YTDPOST runs, and are reprinted
      *    after. Its last period posted says which: this period is
      *    added only when the accumulator stops short of it. A
      *    reprint of an older period shows the year as now posted.
           MOVE WS-SLIP-GROSS TO WS-YTD-GROSS
           MOVE WS-SLIP-TAX TO WS-YTD-TAX
           MOVE WS-SLIP-SUPER TO WS-YTD-SUPER
           COMPUTE WS-YTD-DED =
               WS-SLIP-PRETAX-DED + WS-SLIP-POSTTAX-DED
           MOVE WS-SLIP-NET TO WS-YTD-NET
           MOVE ZERO TO WS-YTD-LATER-END

           IF WS-YTD-OPEN
               MOVE WS-SLIP-EMPNO TO YTD-EMPNO
               MOVE WS-FIN-YEAR TO YTD-FIN-YEAR
               READ PAY-YTD-FILE
                   KEY IS YTD-KEY
                   INVALID KEY
                       MOVE ZERO TO YTD-LAST-PERIOD-END
                   NOT INVALID KEY
                       PERFORM MERGE-YTD-RECORD
               END-READ
           END-IF

           MOVE SPACES TO SLIP-REC
           STRING "YEAR TO DATE - FINANCIAL YEAR ENDING 30 JUNE "
                   DELIMITED SIZE
               WS-FIN-YEAR DELIMITED SIZE
             INTO SLIP-REC
           END-STRING
           WRITE SLIP-REC
           IF WS-YTD-LATER-END > 0
               MOVE SPACES TO SLIP-REC
               STRING "(INCLUDES PAY PERIODS TO " DELIMITED SIZE
                   WS-YTD-LATER-END DELIMITED SIZE
                   ")" DELIMITED SIZE
                 INTO SLIP-REC
               END-STRING
               WRITE SLIP-REC
           END-IF

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "  GROSS PAY" TO AL-LABEL
           MOVE WS-YTD-GROSS TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "  TAX WITHHELD" TO AL-LABEL
           MOVE WS-YTD-TAX TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "  DEDUCTIONS" TO AL-LABEL
           MOVE WS-YTD-DED TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "  NET PAY" TO AL-LABEL
           MOVE WS-YTD-NET TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "  EMPLOYER SUPERANNUATION" TO AL-LABEL
           MOVE WS-YTD-SUPER TO AL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           .
       WRITE-YTD-LINES-EXIT.
           EXIT.

       MERGE-YTD-RECORD SECTION.
           IF YTD-LAST-PERIOD-END < WS-PERIOD-END
               ADD YTD-GROSS TO WS-YTD-GROSS
               ADD YTD-TAX TO WS-YTD-TAX
               ADD YTD-SUPER TO WS-YTD-SUPER
               ADD YTD-PRETAX-DED YTD-POSTTAX-DED TO WS-YTD-DED
               ADD YTD-NET TO WS-YTD-NET
               GO TO MERGE-YTD-RECORD-EXIT
           END-IF
           MOVE YTD-GROSS TO WS-YTD-GROSS
           MOVE YTD-TAX TO WS-YTD-TAX
           MOVE YTD-SUPER TO WS-YTD-SUPER
           COMPUTE WS-YTD-DED = YTD-PRETAX-DED + YTD-POSTTAX-DED
           MOVE YTD-NET TO WS-YTD-NET
           IF YTD-LAST-PERIOD-END > WS-PERIOD-END
               MOVE YTD-LAST-PERIOD-END TO WS-YTD-LATER-END
           END-IF
           .
       MERGE-YTD-RECORD-EXIT.
           EXIT.

       WRITE-AMOUNT-LINE SECTION.
           MOVE WS-AMOUNT-LINE TO SLIP-REC
           WRITE SLIP-REC
           .
       WRITE-AMOUNT-LINE-EXIT.
           EXIT.
