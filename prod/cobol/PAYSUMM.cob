       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSUMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-YTD-FILE ASSIGN TO WS-YTD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY YTD-KEY
               FILE STATUS WS-YTD-STATUS.
           SELECT TAX-DECL-FILE ASSIGN TO WS-DECL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY TAXD-EMPNO
               FILE STATUS WS-DECL-STATUS.
           SELECT PAY-RUN-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO WS-SUMM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SUMM-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO WS-RECON-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-YTD-FILE.
           COPY PAYYTD.
       FD  TAX-DECL-FILE.
           COPY TAXDECL.
       FD  PAY-RUN-FILE.
           COPY PAYRUNS.
       FD  SUMMARY-FILE.
       01  SUMMARY-REC                 PIC X(132).
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY RPTRTELK.

      *    PAYSUMM is the end-of-financial-year run. It prints a
      *    payment summary for every employee the year-to-date
      *    accumulator holds for the year, then reconciles the
      *    accumulator's totals with the payment files released in
      *    the year, as the pay-run register records them.
       01  WS-YTD-FILENAME              PIC X(256).
       01  WS-YTD-STATUS                PIC XX.
           88  WS-YTD-FILE-OK                 VALUE "00".
       01  WS-YTD-EOF-SWITCH            PIC X VALUE "N".
           88  WS-YTD-EOF                     VALUE "Y".
       01  WS-DECL-FILENAME             PIC X(256).
       01  WS-DECL-STATUS               PIC XX.
           88  WS-DECL-FILE-OK                VALUE "00".
       01  WS-DECL-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-DECL-OPEN                   VALUE "Y".
       01  WS-REGISTER-FILENAME         PIC X(256).
       01  WS-REGISTER-STATUS           PIC XX.
           88  WS-REGISTER-FILE-OK            VALUE "00".
       01  WS-REGISTER-EOF-SWITCH       PIC X VALUE "N".
           88  WS-REGISTER-EOF                VALUE "Y".
       01  WS-SUMM-FILENAME             PIC X(256).
       01  WS-SUMM-STATUS               PIC XX.
           88  WS-SUMM-FILE-OK                VALUE "00".
       01  WS-RECON-FILENAME            PIC X(256).
       01  WS-RECON-STATUS              PIC XX.
           88  WS-RECON-FILE-OK               VALUE "00".

      *    PAYSUMM-YEAR is the financial year to summarise, named for
      *    the year it ends in; it defaults to the last year ended.
      *    PAYSUMM-PAYER and PAYSUMM-ABN are the employer's name and
      *    11-digit ABN as printed on every summary - both must be
      *    set.
       01  WS-YEAR-ENV                  PIC X(4).
       01  WS-FIN-YEAR                  PIC 9(4) VALUE 0.
       01  WS-YEAR-START                PIC 9(4) VALUE 0.
       01  WS-PAYER-NAME                PIC X(40).
       01  WS-PAYER-ABN                 PIC X(11).

      *    The year's released runs, in the order released. A period
      *    released a second time (a rerun after release) replaces
      *    the first, as YTDPOST replaces the period it posted.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 400 TIMES.
               10  WS-RUN-PERIOD-END    PIC 9(8).
               10  WS-RUN-COUNT         PIC 9(9).
               10  WS-RUN-NET           PIC 9(13)V99.
               10  WS-RUN-SWITCH        PIC X.
                   88  WS-RUN-SUPERSEDED      VALUE "S".
               10  WS-RUN-TYPE          PIC X.
                   88  WS-RUN-FINAL-PAY       VALUE "F".
       01  WS-RUN-MAX                   PIC 9(3) COMP VALUE 0.
       01  WS-RX                        PIC 9(3) COMP.
       01  WS-RUN-TEXT                  PIC X(30).

      *    Accumulator totals for the year, and the register's.
       01  WS-EMP-COUNT                 PIC 9(5) VALUE 0.
       01  WS-SUMM-COUNT                PIC 9(5) VALUE 0.
       01  WS-YTD-PERIODS               PIC 9(9) VALUE 0.
       01  WS-YTD-GROSS-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-YTD-TAX-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-YTD-SUPER-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-YTD-PRETAX-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-YTD-POSTTAX-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-YTD-NET-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-REG-RUNS                  PIC 9(5) VALUE 0.
       01  WS-REG-SUPERSEDED            PIC 9(5) VALUE 0.
       01  WS-REG-COUNT                 PIC 9(9) VALUE 0.
       01  WS-REG-NET                   PIC 9(13)V99 VALUE 0.
       01  WS-NET-DIFFERENCE            PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-DIFFERENCE          PIC S9(9) VALUE 0.
       01  WS-BALANCE-SWITCH            PIC X VALUE "Y".
           88  WS-IN-BALANCE                  VALUE "Y".

       01  WS-GROSS-PAYMENTS            PIC S9(9)V99.
       01  WS-TFN-TEXT                  PIC X(3).

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-PERIODS                PIC ZZ9.
           05  D-AMOUNT                 PIC Z(8)9.99-.

       01  SUMM-AMOUNT-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  SA-LABEL                 PIC X(44).
           05  SA-AMOUNT                PIC Z(8)9.99-.
           05  FILLER                   PIC X(71) VALUE SPACES.

       01  RPT-HEADING-1.
           05  FILLER                   PIC X(44)
               VALUE "PAYSUMM - YEAR-TO-DATE RECONCILIATION  FY ".
           05  RH1-YEAR                 PIC 9(4).
           05  FILLER                   PIC X(11) VALUE "  RUN DATE ".
           05  RH1-DATE                 PIC 9(8).
           05  FILLER                   PIC X(65) VALUE SPACES.
       01  RPT-HEADING-2.
           05  FILLER                   PIC X(49) VALUE
               "PERIOD END  PAY DATE   PAYMENTS          NET PAID".
           05  FILLER                   PIC X(83) VALUE
               "  RELEASED BY  ON".
       01  RPT-RUN-DETAIL.
           05  RR-PERIOD-END            PIC 9(8).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RR-PAY-DATE              PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RR-COUNT                 PIC Z(8)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RR-NET                   PIC Z(12)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RR-RELEASED-BY           PIC X(10).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RR-RELEASED-DATE         PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RR-TEXT                  PIC X(30).
           05  FILLER                   PIC X(27) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RT-LABEL                 PIC X(40).
           05  RT-COUNT                 PIC Z(8)9-
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RT-AMOUNT                PIC Z(12)9.99-
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-RUN-PARAMETERS
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-TAX-DECLARATIONS
           PERFORM OPEN-SUMMARY-FILE
           PERFORM PRINT-ALL-SUMMARIES
           CLOSE SUMMARY-FILE
           CLOSE PAY-YTD-FILE
           IF WS-DECL-OPEN
               CLOSE TAX-DECL-FILE
           END-IF

           PERFORM LOAD-RUN-REGISTER
           PERFORM OPEN-RECON-REPORT
           PERFORM REPORT-RELEASED-RUNS
           PERFORM WRITE-RECONCILIATION
           CLOSE RECON-REPORT-FILE

           DISPLAY "PAYSUMM: " WS-SUMM-COUNT " payment summar(ies) "
               "for financial year " WS-FIN-YEAR " on "
               WS-SUMM-FILENAME
           IF WS-IN-BALANCE
               DISPLAY "PAYSUMM: YEAR TO DATE RECONCILED TO "
                   WS-REG-RUNS " RELEASED RUN(S) - "
                   WS-RECON-FILENAME
           ELSE
               DISPLAY "PAYSUMM: YEAR TO DATE OUT OF BALANCE WITH "
                   "THE RELEASED RUNS - SEE " WS-RECON-FILENAME
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PAYSUMM" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PAYSUMM: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-SUMM-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-SUMM-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-RUN-PARAMETERS SECTION.
      *    Run after 30 June, the default year is the one just
      *    ended: in July to December that is the calendar year, in
      *    January to June the year before.
           IF WS-TODAY-MM > 6
               MOVE WS-TODAY-YYYY TO WS-FIN-YEAR
           ELSE
               COMPUTE WS-FIN-YEAR = WS-TODAY-YYYY - 1
           END-IF
           MOVE SPACES TO WS-YEAR-ENV
           DISPLAY "PAYSUMM-YEAR" UPON ENVIRONMENT-NAME
           ACCEPT WS-YEAR-ENV FROM ENVIRONMENT-VALUE
           IF WS-YEAR-ENV NOT = SPACES
               IF WS-YEAR-ENV IS NOT NUMERIC OR WS-YEAR-ENV < "1900"
                   DISPLAY "PAYSUMM: PAYSUMM-YEAR NOT A YEAR: "
                       WS-YEAR-ENV
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-YEAR-ENV TO WS-FIN-YEAR
           END-IF
           COMPUTE WS-YEAR-START = WS-FIN-YEAR - 1

           MOVE SPACES TO WS-PAYER-NAME
           DISPLAY "PAYSUMM-PAYER" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYER-NAME FROM ENVIRONMENT-VALUE
           MOVE SPACES TO WS-PAYER-ABN
           DISPLAY "PAYSUMM-ABN" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYER-ABN FROM ENVIRONMENT-VALUE
           IF WS-PAYER-NAME = SPACES
               OR WS-PAYER-ABN IS NOT NUMERIC
               DISPLAY "PAYSUMM: PAYSUMM-PAYER AND AN 11-DIGIT "
                   "PAYSUMM-ABN MUST BE SET"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RESOLVE-RUN-PARAMETERS-EXIT.
           EXIT.

       OPEN-YTD-FILE SECTION.
      *    PAY-YTD-FILE names the indexed accumulator YTDPOST keeps
      *    (copy/PAYYTD.cpy); it defaults to /tmp/pay_ytd.dat.
           MOVE SPACES TO WS-YTD-FILENAME
           DISPLAY "PAY-YTD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-YTD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-YTD-FILENAME = SPACES
               MOVE "/tmp/pay_ytd.dat" TO WS-YTD-FILENAME
           END-IF
           OPEN INPUT PAY-YTD-FILE
           IF NOT WS-YTD-FILE-OK
               DISPLAY "PAYSUMM: UNABLE TO OPEN YEAR-TO-DATE FILE: "
                   WS-YTD-FILENAME " STATUS=" WS-YTD-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-YTD-FILE-EXIT.
           EXIT.

       OPEN-TAX-DECLARATIONS SECTION.
      *    TAX-DECL-FILE names the declaration master TAXMAINT keeps
      *    (copy/TAXDECL.cpy); it defaults to /tmp/tax_decl.dat. It
      *    only says whether a TFN was provided - without it every
      *    summary shows none.
           MOVE SPACES TO WS-DECL-FILENAME
           DISPLAY "TAX-DECL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DECL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DECL-FILENAME = SPACES
               MOVE "/tmp/tax_decl.dat" TO WS-DECL-FILENAME
           END-IF
           OPEN INPUT TAX-DECL-FILE
           IF WS-DECL-FILE-OK
               SET WS-DECL-OPEN TO TRUE
           ELSE
               DISPLAY "PAYSUMM: NO TAX DECLARATION MASTER AT "
                   WS-DECL-FILENAME " STATUS=" WS-DECL-STATUS
           END-IF
           .
       OPEN-TAX-DECLARATIONS-EXIT.
           EXIT.

       OPEN-SUMMARY-FILE SECTION.
      *    PAYSUMM-FILE names the printed summaries, one page per
      *    employee; it defaults to /tmp/paysumm.rpt when unset and
      *    is filed through the report router.
           MOVE SPACES TO WS-SUMM-FILENAME
           DISPLAY "PAYSUMM-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SUMM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-SUMM-FILENAME = SPACES
               MOVE "/tmp/paysumm.rpt" TO WS-SUMM-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYSUMM" TO RR-REPORT
           MOVE WS-SUMM-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-SUMM-FILENAME
           OPEN OUTPUT SUMMARY-FILE
           IF NOT WS-SUMM-FILE-OK
               DISPLAY "PAYSUMM: UNABLE TO OPEN SUMMARY FILE: "
                   WS-SUMM-FILENAME
               CLOSE PAY-YTD-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-SUMMARY-FILE-EXIT.
           EXIT.

       PRINT-ALL-SUMMARIES SECTION.
      *    The accumulator is keyed EMPNO then year, so the whole
      *    file is read in EMPNO order and only the year's records
      *    taken.
           MOVE ZEROS TO YTD-KEY
           START PAY-YTD-FILE
               KEY NOT LESS YTD-KEY
               INVALID KEY
                   SET WS-YTD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-YTD-EOF
               READ PAY-YTD-FILE NEXT
                   AT END
                       SET WS-YTD-EOF TO TRUE
               END-READ
               IF NOT WS-YTD-EOF
                   IF YTD-FIN-YEAR = WS-FIN-YEAR
                       PERFORM ADD-TO-YEAR-TOTALS
                       PERFORM PRINT-ONE-SUMMARY
                   END-IF
               END-IF
           END-PERFORM
           .
       PRINT-ALL-SUMMARIES-EXIT.
           EXIT.

       ADD-TO-YEAR-TOTALS SECTION.
           ADD 1 TO WS-EMP-COUNT
           ADD YTD-PERIOD-COUNT TO WS-YTD-PERIODS
           ADD YTD-GROSS TO WS-YTD-GROSS-TOTAL
           ADD YTD-TAX TO WS-YTD-TAX-TOTAL
           ADD YTD-SUPER TO WS-YTD-SUPER-TOTAL
           ADD YTD-PRETAX-DED TO WS-YTD-PRETAX-TOTAL
           ADD YTD-POSTTAX-DED TO WS-YTD-POSTTAX-TOTAL
           ADD YTD-NET TO WS-YTD-NET-TOTAL
           .
       ADD-TO-YEAR-TOTALS-EXIT.
           EXIT.

       PRINT-ONE-SUMMARY SECTION.
      *    One page per employee (leading form-feed byte), in the
      *    printer-ready style of PAYSLIP. Gross payments are the
      *    taxable gross - pay less the deductions taken before
      *    withholding, which are shown separately as reportable.
      *    The superannuation guarantee is shown for information;
      *    it is not paid to the employee.
           ADD 1 TO WS-SUMM-COUNT
           MOVE YTD-EMPNO TO D-EMPNO
           MOVE YTD-PERIOD-COUNT TO D-PERIODS
           MOVE "NO" TO WS-TFN-TEXT
           IF WS-DECL-OPEN
               MOVE YTD-EMPNO TO TAXD-EMPNO
               READ TAX-DECL-FILE
                   KEY IS TAXD-EMPNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAXD-TFN-YES
                           MOVE "YES" TO WS-TFN-TEXT
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO SUMMARY-REC
           MOVE X"0C" TO SUMMARY-REC(1:1)
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "PAYMENT SUMMARY - INDIVIDUAL NON-BUSINESS"
                   DELIMITED SIZE
               "     YEAR 1 JULY " DELIMITED SIZE
               WS-YEAR-START DELIMITED SIZE
               " TO 30 JUNE " DELIMITED SIZE
               WS-FIN-YEAR DELIMITED SIZE
               "     ISSUED: " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE ALL "-" TO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "PAYER:       " DELIMITED SIZE
               WS-PAYER-NAME DELIMITED SIZE
               "  ABN " DELIMITED SIZE
               WS-PAYER-ABN DELIMITED SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "PAYEE:       " DELIMITED SIZE
               YTD-NAME DELIMITED SIZE
               "  (EMPNO " DELIMITED SIZE
               D-EMPNO DELIMITED SIZE
               ")" DELIMITED SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "TFN PROVIDED: " DELIMITED SIZE
               WS-TFN-TEXT DELIMITED SIZE
               "     PAY PERIODS: " DELIMITED SIZE
               D-PERIODS DELIMITED SIZE
               "     LAST PERIOD ENDED: " DELIMITED SIZE
               YTD-LAST-PERIOD-END DELIMITED SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC

           COMPUTE WS-GROSS-PAYMENTS = YTD-GROSS - YTD-PRETAX-DED
           MOVE "GROSS PAYMENTS" TO SA-LABEL
           MOVE WS-GROSS-PAYMENTS TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE
           MOVE "TOTAL TAX WITHHELD" TO SA-LABEL
           MOVE YTD-TAX TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE
           MOVE "REPORTABLE PRE-TAX DEDUCTIONS" TO SA-LABEL
           MOVE YTD-PRETAX-DED TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE

           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE "TOTAL PAY BEFORE DEDUCTIONS" TO SA-LABEL
           MOVE YTD-GROSS TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE
           MOVE "AFTER-TAX DEDUCTIONS" TO SA-LABEL
           MOVE YTD-POSTTAX-DED TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE
           MOVE "NET PAID" TO SA-LABEL
           MOVE YTD-NET TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE
           MOVE "SUPERANNUATION GUARANTEE (NOT REPORTABLE)"
               TO SA-LABEL
           MOVE YTD-SUPER TO SA-AMOUNT
           WRITE SUMMARY-REC FROM SUMM-AMOUNT-LINE
           .
       PRINT-ONE-SUMMARY-EXIT.
           EXIT.

       LOAD-RUN-REGISTER SECTION.
      *    PAY-RUN-REGISTER names the register of released runs
      *    PAYREL keeps (copy/PAYRUNS.cpy); it defaults to
      *    /tmp/pay_runs.dat. With none, nothing was released and
      *    any year to date at all is out of balance.
           MOVE SPACES TO WS-REGISTER-FILENAME
           DISPLAY "PAY-RUN-REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTER-FILENAME = SPACES
               MOVE "/tmp/pay_runs.dat" TO WS-REGISTER-FILENAME
           END-IF
           INITIALIZE WS-RUN-TABLE
           OPEN INPUT PAY-RUN-FILE
           IF NOT WS-REGISTER-FILE-OK
               DISPLAY "PAYSUMM: NO PAY-RUN REGISTER AT "
                   WS-REGISTER-FILENAME
               GO TO LOAD-RUN-REGISTER-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF
               READ PAY-RUN-FILE
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF PRR-FIN-YEAR = WS-FIN-YEAR
                           PERFORM STORE-RELEASED-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-RUN-FILE
           .
       LOAD-RUN-REGISTER-EXIT.
           EXIT.

       STORE-RELEASED-RUN SECTION.
           IF WS-RUN-MAX = 400
               DISPLAY "PAYSUMM: MORE THAN 400 RELEASED RUNS IN THE "
                   "YEAR - REGISTER NOT READ"
               CLOSE PAY-RUN-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    A final-pay run is paid once, off-cycle - it neither
      *    replaces nor is replaced by a regular run's release.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RUN-MAX
               IF WS-RUN-PERIOD-END(WS-RX) = PRR-PERIOD-END
                   AND NOT WS-RUN-SUPERSEDED(WS-RX)
                   AND NOT WS-RUN-FINAL-PAY(WS-RX)
                   AND NOT PRR-FINAL-PAY-RUN
                   SET WS-RUN-SUPERSEDED(WS-RX) TO TRUE
                   ADD 1 TO WS-REG-SUPERSEDED
                   SUBTRACT 1 FROM WS-REG-RUNS
                   SUBTRACT WS-RUN-COUNT(WS-RX) FROM WS-REG-COUNT
                   SUBTRACT WS-RUN-NET(WS-RX) FROM WS-REG-NET
               END-IF
           END-PERFORM
           ADD 1 TO WS-RUN-MAX
           MOVE PRR-PERIOD-END TO WS-RUN-PERIOD-END(WS-RUN-MAX)
           MOVE PRR-COUNT TO WS-RUN-COUNT(WS-RUN-MAX)
           MOVE PRR-NET-HASH TO WS-RUN-NET(WS-RUN-MAX)
           MOVE PRR-RUN-TYPE TO WS-RUN-TYPE(WS-RUN-MAX)
           ADD 1 TO WS-REG-RUNS
           ADD PRR-COUNT TO WS-REG-COUNT
           ADD PRR-NET-HASH TO WS-REG-NET
           .
       STORE-RELEASED-RUN-EXIT.
           EXIT.

       OPEN-RECON-REPORT SECTION.
      *    PAYSUMM-RECON names the reconciliation report; it defaults
      *    to /tmp/paysumm_recon.rpt when unset and is filed through
      *    the report router.
           MOVE SPACES TO WS-RECON-FILENAME
           DISPLAY "PAYSUMM-RECON" UPON ENVIRONMENT-NAME
           ACCEPT WS-RECON-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RECON-FILENAME = SPACES
               MOVE "/tmp/paysumm_recon.rpt" TO WS-RECON-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYSUMMREC" TO RR-REPORT
           MOVE WS-RECON-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RECON-FILENAME
           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT WS-RECON-FILE-OK
               DISPLAY "PAYSUMM: UNABLE TO OPEN RECONCILIATION "
                   "REPORT: " WS-RECON-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FIN-YEAR TO RH1-YEAR
           MOVE WS-TODAY TO RH1-DATE
           WRITE RECON-REPORT-REC FROM RPT-HEADING-1
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           .
       OPEN-RECON-REPORT-EXIT.
           EXIT.

       REPORT-RELEASED-RUNS SECTION.
      *    Every run released in the year is listed, in the order
      *    released; a run a later release of its period replaced is
      *    listed but not counted.
           WRITE RECON-REPORT-REC FROM RPT-HEADING-2
           MOVE ALL "-" TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           IF WS-RUN-MAX = 0
               MOVE "  NO RUNS RELEASED IN THE YEAR" TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               GO TO REPORT-RELEASED-RUNS-EXIT
           END-IF
           MOVE "N" TO WS-REGISTER-EOF-SWITCH
           MOVE ZERO TO WS-RX
           OPEN INPUT PAY-RUN-FILE
           PERFORM UNTIL WS-REGISTER-EOF
               READ PAY-RUN-FILE
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF PRR-FIN-YEAR = WS-FIN-YEAR
                           ADD 1 TO WS-RX
                           PERFORM WRITE-RUN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-RUN-FILE
           .
       REPORT-RELEASED-RUNS-EXIT.
           EXIT.

       WRITE-RUN-LINE SECTION.
           MOVE SPACES TO WS-RUN-TEXT
           IF WS-RUN-SUPERSEDED(WS-RX)
               MOVE "REPLACED BY A LATER RELEASE" TO WS-RUN-TEXT
           END-IF
           IF PRR-FINAL-PAY-RUN
               MOVE "OFF-CYCLE FINAL PAY" TO WS-RUN-TEXT
           END-IF
           MOVE PRR-PERIOD-END TO RR-PERIOD-END
           MOVE PRR-PAY-DATE TO RR-PAY-DATE
           MOVE PRR-COUNT TO RR-COUNT
           MOVE PRR-NET-HASH TO RR-NET
           MOVE PRR-RELEASED-BY TO RR-RELEASED-BY
           MOVE PRR-RELEASED-DATE TO RR-RELEASED-DATE
           MOVE WS-RUN-TEXT TO RR-TEXT
           WRITE RECON-REPORT-REC FROM RPT-RUN-DETAIL
           .
       WRITE-RUN-LINE-EXIT.
           EXIT.

       WRITE-RECONCILIATION SECTION.
      *    The accumulator balances when the periods it posted equal
      *    the payments released and its net equals the net
      *    released. Its other totals are shown for the year's
      *    payroll records.
           COMPUTE WS-COUNT-DIFFERENCE = WS-YTD-PERIODS - WS-REG-COUNT
           COMPUTE WS-NET-DIFFERENCE = WS-YTD-NET-TOTAL - WS-REG-NET
           IF WS-COUNT-DIFFERENCE NOT = 0 OR WS-NET-DIFFERENCE NOT = 0
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF

           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE ALL "=" TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC

           MOVE "EMPLOYEES IN THE YEAR TO DATE" TO RT-LABEL
           MOVE WS-EMP-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "YEAR TO DATE GROSS" TO RT-LABEL
           MOVE ZERO TO RT-COUNT
           MOVE WS-YTD-GROSS-TOTAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "YEAR TO DATE TAX WITHHELD" TO RT-LABEL
           MOVE WS-YTD-TAX-TOTAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "YEAR TO DATE PRE-TAX DEDUCTIONS" TO RT-LABEL
           MOVE WS-YTD-PRETAX-TOTAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "YEAR TO DATE AFTER-TAX DEDUCTIONS" TO RT-LABEL
           MOVE WS-YTD-POSTTAX-TOTAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "YEAR TO DATE SUPERANNUATION" TO RT-LABEL
           MOVE WS-YTD-SUPER-TOTAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE "YEAR TO DATE - PERIODS / NET" TO RT-LABEL
           MOVE WS-YTD-PERIODS TO RT-COUNT
           MOVE WS-YTD-NET-TOTAL TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "RELEASED RUNS - PAYMENTS / NET" TO RT-LABEL
           MOVE WS-REG-COUNT TO RT-COUNT
           MOVE WS-REG-NET TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "DIFFERENCE" TO RT-LABEL
           MOVE WS-COUNT-DIFFERENCE TO RT-COUNT
           MOVE WS-NET-DIFFERENCE TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "RELEASED RUNS COUNTED" TO RT-LABEL
           MOVE WS-REG-RUNS TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-REG-SUPERSEDED > 0
               MOVE "RUNS REPLACED BY A LATER RELEASE" TO RT-LABEL
               MOVE WS-REG-SUPERSEDED TO RT-COUNT
               WRITE RECON-REPORT-REC FROM RPT-TOTAL-LINE
           END-IF

           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           IF WS-IN-BALANCE
               MOVE "RESULT: RECONCILED" TO RECON-REPORT-REC
           ELSE
               MOVE "RESULT: OUT OF BALANCE" TO RECON-REPORT-REC
           END-IF
           WRITE RECON-REPORT-REC
           .
       WRITE-RECONCILIATION-EXIT.
           EXIT.
