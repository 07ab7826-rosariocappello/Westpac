       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT PRORATE-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT TAX-DECL-FILE ASSIGN TO WS-DECL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY TAXD-EMPNO
               FILE STATUS WS-DECL-STATUS.
           SELECT TAX-EXCEPTION-FILE ASSIGN TO WS-TAXEXC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TAXEXC-STATUS.
           SELECT SUPER-LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SLG-KEY
               FILE STATUS WS-LEDGER-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO WS-DED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY DED-KEY
               FILE STATUS WS-DED-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO WS-REMIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REMIT-STATUS.
           SELECT SAL-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RTR-KEY
               FILE STATUS WS-RETRO-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO WS-FINAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FPY-KEY
               FILE STATUS WS-FINAL-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY PAYCREC.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  PRORATE-REPORT-FILE.
       01  PRORATE-REPORT-REC          PIC X(132).
       FD  TAX-DECL-FILE.
           COPY TAXDECL.
       FD  TAX-EXCEPTION-FILE.
       01  TAX-EXCEPTION-REC           PIC X(132).
       FD  SUPER-LEDGER-FILE.
           COPY SUPLEDG.
       FD  DEDUCTION-FILE.
           COPY DEDMAST.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC              PIC X(132).
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.
       FD  FINAL-PAY-FILE.
           COPY FINALPAY.
       FD  CLAIMS-FILE.
           COPY CLAIMS.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  EMP-STATUS                   PIC X(1).
       01  HIRE-DATE-CHAR               PIC X(8).
       01  HIRE-DATE-IND                PIC S9(4) COMP VALUE ZERO.
       01  TERM-DATE-CHAR               PIC X(8).
       01  TERM-DATE-IND                PIC S9(4) COMP VALUE ZERO.
       01  SEL-PERIOD-START             PIC X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY DATEEDLK.
           COPY RPTRTELK.
           COPY TAXCALCL.

       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           88  WS-JRNL-FILE-OK                VALUE "00".
       01  WS-JRNL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-JRNL-EOF                    VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-DECL-FILENAME             PIC X(256).
       01  WS-DECL-STATUS               PIC XX.
           88  WS-DECL-FILE-OK                VALUE "00".
       01  WS-DECL-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-DECL-OPEN                   VALUE "Y".
       01  WS-DECL-FOUND-SWITCH         PIC X.
           88  WS-DECL-FOUND                  VALUE "Y".
       01  WS-TAXEXC-FILENAME           PIC X(256).
       01  WS-TAXEXC-STATUS             PIC XX.
           88  WS-TAXEXC-FILE-OK              VALUE "00".
       01  WS-LEDGER-FILENAME           PIC X(256).
       01  WS-LEDGER-STATUS             PIC XX.
           88  WS-LEDGER-FILE-OK              VALUE "00".
       01  WS-LEDGER-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-LEDGER-OPEN                 VALUE "Y".
       01  WS-DED-FILENAME              PIC X(256).
       01  WS-DED-STATUS                PIC XX.
           88  WS-DED-FILE-OK                 VALUE "00".
       01  WS-DED-OPEN-SWITCH           PIC X VALUE "N".
           88  WS-DED-OPEN                    VALUE "Y".
       01  WS-DED-EOF-SWITCH            PIC X.
           88  WS-DED-EOF                     VALUE "Y".
       01  WS-REMIT-FILENAME            PIC X(256).
       01  WS-REMIT-STATUS              PIC XX.
           88  WS-REMIT-FILE-OK               VALUE "00".
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
           88  WS-RETRO-NO-FILE               VALUE "35".
       01  WS-RETRO-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-RETRO-OPEN                  VALUE "Y".
       01  WS-RETRO-EOF-SWITCH          PIC X.
           88  WS-RETRO-EOF                   VALUE "Y".
       01  WS-FINAL-FILENAME            PIC X(256).
       01  WS-FINAL-STATUS              PIC XX.
           88  WS-FINAL-FILE-OK               VALUE "00".
           88  WS-FINAL-NO-FILE               VALUE "35".
       01  WS-FINAL-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-FINAL-OPEN                  VALUE "Y".
       01  WS-FINAL-PAY-COUNT           PIC 9(5) VALUE 0.

      *    Salary arrears RETROCALC has calculated for the employee
      *    being paid - each backdated change is paid once, in the
      *    first run after it is calculated, and stamped with the
      *    period paying it so PAYREL can mark it paid at release.
       01  WS-EMP-ARR-TABLE.
           05  WS-EMP-ARR-ENTRY        OCCURS 20.
               10  WS-EMP-ARR-KEY      PIC X(28).
               10  WS-EMP-ARR-EFF      PIC 9(8).
               10  WS-EMP-ARR-APPLIED  PIC 9(8).
               10  WS-EMP-ARR-PERIODS  PIC 9(3).
               10  WS-EMP-ARR-OLD      PIC 9(7)V99.
               10  WS-EMP-ARR-NEW      PIC 9(7)V99.
               10  WS-EMP-ARR-AMOUNT   PIC 9(7)V99.
       01  WS-EMP-ARR-COUNT             PIC 9(3) COMP.
       01  WS-EMP-ARR-IDX               PIC 9(3) COMP.
       01  WS-ARREARS                   PIC 9(7)V99.
       01  WS-ARR-COUNT                 PIC 9(9) VALUE 0.
       01  WS-ARR-HASH                  PIC 9(13)V99 VALUE 0.

      *    Overtime and allowance claims approved for the employee
      *    being paid - each is paid once, in the first run after
      *    approval, and stamped with the period paying it so PAYREL
      *    can mark it paid at release.
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".
       01  WS-CLAIMS-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-CLAIMS-OPEN                 VALUE "Y".
       01  WS-CLAIMS-EOF-SWITCH         PIC X.
           88  WS-CLAIMS-EOF                  VALUE "Y".
       01  WS-EMP-CLM-TABLE.
           05  WS-EMP-CLM-ENTRY        OCCURS 20.
               10  WS-EMP-CLM-KEY      PIC X(25).
               10  WS-EMP-CLM-TYPE     PIC X(6).
               10  WS-EMP-CLM-DATE     PIC 9(8).
               10  WS-EMP-CLM-HOURS    PIC 9(3)V99.
               10  WS-EMP-CLM-AMOUNT   PIC 9(7)V99.
               10  WS-EMP-CLM-OTE      PIC X.
       01  WS-EMP-CLM-COUNT             PIC 9(3) COMP.
       01  WS-EMP-CLM-IDX               PIC 9(3) COMP.
       01  WS-CLAIMS                    PIC 9(7)V99.
       01  WS-CLAIMS-OTE                PIC 9(7)V99.
       01  WS-CLM-COUNT                 PIC 9(9) VALUE 0.
       01  WS-CLM-HASH                  PIC 9(13)V99 VALUE 0.

      *    The standing deductions active for the employee being
      *    calculated, in deduction-code order - the order they are
      *    taken in when the pay will not cover them all.
       01  WS-EMP-DED-TABLE.
           05  WS-EMP-DED-ENTRY        OCCURS 20.
               10  WS-EMP-DED-CODE     PIC X(6).
               10  WS-EMP-DED-PRE-TAX  PIC X.
               10  WS-EMP-DED-PAYEE    PIC X(10).
               10  WS-EMP-DED-WANTED   PIC 9(7)V99.
               10  WS-EMP-DED-TAKEN    PIC 9(7)V99.
               10  WS-EMP-DED-SHORT    PIC 9(7)V99.
       01  WS-EMP-DED-COUNT             PIC 9(3) COMP.
       01  WS-EMP-DED-IDX               PIC 9(3) COMP.
       01  WS-PRETAX-DED                PIC 9(7)V99.
       01  WS-POSTTAX-DED               PIC 9(7)V99.
       01  WS-TAXABLE                   PIC 9(7)V99.
       01  WS-DED-ROOM                  PIC 9(7)V99.
       01  WS-DED-COUNT                 PIC 9(9) VALUE 0.
       01  WS-DED-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-DED-SHORT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DED-TOTAL                 PIC 9(7)V99.
       01  WS-DED-PASS                  PIC X.

      *    Every deduction applied this run, for the remittance
      *    listing - grouped by payee at the end of the run.
       01  WS-REMIT-TABLE.
           05  WS-REMIT-ENTRY          OCCURS 10000.
               10  WS-REMIT-PAYEE      PIC X(10).
               10  WS-REMIT-EMPNO      PIC 9(4).
               10  WS-REMIT-NAME       PIC X(10).
               10  WS-REMIT-CODE       PIC X(6).
               10  WS-REMIT-AMOUNT     PIC 9(7)V99.
               10  WS-REMIT-SHORT      PIC 9(7)V99.
       01  WS-REMIT-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-REMIT-IDX                 PIC 9(5) COMP.
       01  WS-REMIT-FULL-SWITCH         PIC X VALUE "N".
           88  WS-REMIT-TABLE-FULL            VALUE "Y".
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY          OCCURS 500.
               10  WS-PAYEE-NAME       PIC X(10).
       01  WS-PAYEE-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-PAYEE-IDX                 PIC 9(3) COMP.
       01  WS-PAYEE-FOUND-SWITCH        PIC X.
           88  WS-PAYEE-FOUND                 VALUE "Y".
       01  WS-PAYEE-TOTAL               PIC 9(11)V99.
       01  WS-PAYEE-LINES               PIC 9(5).
       01  WS-REMIT-GRAND-TOTAL         PIC 9(13)V99 VALUE 0.

      *    Superannuation guarantee settings. SUPER-SG-RATE is the
      *    percentage of ordinary time earnings (NN.NN, default
      *    12.00); SUPER-MCB-QTR the quarterly maximum contribution
      *    base in whole dollars (default 62500) - OTE above it in a
      *    quarter attracts no guarantee; SUPER-COMM-OTE Y or N says
      *    whether COMM counts as ordinary time earnings (default Y,
      *    commission being paid for ordinary hours).
       01  WS-SG-RATE-ENV               PIC X(6).
       01  WS-SG-RATE                   PIC 9(2)V99 VALUE 12.00.
       01  WS-RATE-WORK                 PIC 9(2).99.
       01  WS-MCB-ENV                   PIC 9(9).
       01  WS-MCB-QTR                   PIC 9(9)V99 VALUE 62500.
       01  WS-COMM-OTE-ENV              PIC X.
       01  WS-COMM-OTE-SWITCH           PIC X VALUE "Y".
           88  WS-COMM-IS-OTE                 VALUE "Y".
       01  WS-QTR-START                 PIC 9(8).
       01  WS-QTR-START-SPLIT REDEFINES WS-QTR-START.
           05  WS-QTR-START-YYYY        PIC 9(4).
           05  WS-QTR-START-MM          PIC 9(2).
           05  WS-QTR-START-DD          PIC 9(2).
       01  WS-QTR-NUMBER                PIC 9 COMP.
       01  WS-OTE                       PIC 9(7)V99.
       01  WS-SUPER-OTE                 PIC 9(7)V99.
       01  WS-SUPER                     PIC 9(7)V99.
       01  WS-QTD-OTE                   PIC 9(9)V99.
       01  WS-MCB-ROOM                  PIC S9(9)V99.
       01  WS-SUPER-HASH                PIC 9(13)V99 VALUE 0.
       01  WS-MCB-CAPPED-COUNT          PIC 9(5) VALUE 0.

      *    PAYCALC-PERIOD-START / PAYCALC-PERIOD-END (YYYYMMDD) name
      *    the pay period; unset, the period is the current calendar
      *    month, which is what the monthly SAL and COMM rates on EMP
      *    are paid for.
       01  WS-PERIOD-ENV                PIC X(8).
       01  WS-PERIOD-START              PIC 9(8).
       01  WS-PERIOD-START-SPLIT REDEFINES WS-PERIOD-START.
           05  WS-PERIOD-START-YYYY     PIC 9(4).
           05  WS-PERIOD-START-MM       PIC 9(2).
           05  WS-PERIOD-START-DD       PIC 9(2).
       01  WS-PERIOD-END                PIC 9(8).
       01  WS-NEXT-MONTH                PIC 9(8).
       01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-MONTH-YYYY       PIC 9(4).
           05  WS-NEXT-MONTH-MM         PIC 9(2).
           05  WS-NEXT-MONTH-DD         PIC 9(2).
       01  WS-START-INT                 PIC 9(7) COMP-5.
       01  WS-END-INT                   PIC 9(7) COMP-5.
       01  WS-PERIOD-DAYS               PIC 9(3) COMP.

      *    The STATUS changes TOGGLE-LEAVE-STATUS journals are the
      *    only record of when a leave span began and ended - EMP
      *    itself only holds today's STATUS. Every A/L change up to
      *    the period end is held here in journal (date) order.
       01  WS-LEAVE-TABLE.
           05  WS-LEAVE-ENTRY          OCCURS 5000.
               10  WS-LEAVE-EMPNO      PIC 9(4).
               10  WS-LEAVE-DATE-INT   PIC 9(7) COMP-5.
               10  WS-LEAVE-BEFORE     PIC X.
               10  WS-LEAVE-AFTER      PIC X.
       01  WS-LEAVE-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-LEAVE-IDX                 PIC 9(5) COMP.
       01  WS-LEAVE-FULL-SWITCH         PIC X VALUE "N".
           88  WS-LEAVE-TABLE-FULL            VALUE "Y".

       01  WS-JRNL-DATE-PART            PIC X(20).
       01  WS-JRNL-PGM-PART             PIC X(20).
       01  WS-JRNL-EMPNO-PART           PIC X(12).
       01  WS-JRNL-FIELD-PART           PIC X(12).
       01  WS-JRNL-BEFORE-PART          PIC X(12).
       01  WS-JRNL-AFTER-PART           PIC X(12).
       01  WS-JRNL-REST-PART            PIC X(80).
       01  WS-JRNL-REC-DATE             PIC 9(8).

      *    Per-employee working figures, all as day numbers so the
      *    span arithmetic is plain subtraction.
       01  WS-HIRE-DATE                 PIC 9(8).
       01  WS-TERM-DATE                 PIC 9(8).
       01  WS-FIRST-PAID-INT            PIC 9(7) COMP-5.
       01  WS-LAST-PAID-INT             PIC 9(7) COMP-5.
       01  WS-WORK-INT                  PIC 9(7) COMP-5.
       01  WS-SPAN-DAYS                 PIC S9(5) COMP.
       01  WS-PAID-DAYS                 PIC S9(5) COMP.
       01  WS-LEAVE-DAYS                PIC S9(5) COMP.
       01  WS-SEG-START-INT             PIC 9(7) COMP-5.
       01  WS-SEG-END-INT               PIC 9(7) COMP-5.
       01  WS-OVERLAP-FROM              PIC 9(7) COMP-5.
       01  WS-OVERLAP-TO                PIC 9(7) COMP-5.
       01  WS-SEG-STATUS                PIC X.
       01  WS-OPENING-SWITCH            PIC X.
           88  WS-OPENING-FOUND               VALUE "Y".
       01  WS-SAL-PAID                  PIC 9(7)V99.
       01  WS-COMM-PAID                 PIC 9(7)V99.
       01  WS-GROSS                     PIC 9(7)V99.
       01  WS-RATE-COMM                 PIC 9(7)V99.
       01  WS-TAX                       PIC 9(7)V99.
       01  WS-NET                       PIC 9(7)V99.
       01  WS-TAX-BASIS                 PIC X.
       01  WS-TAX-SCALE                 PIC X(2).
       01  WS-TAX-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-TAX-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-TAX-REASON                PIC X(40).

       01  WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01  WS-GROSS-HASH                PIC 9(13)V99 VALUE 0.
       01  WS-NET-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-NOT-PAID-COUNT            PIC 9(5) VALUE 0.
       01  WS-PRORATED-COUNT            PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

       01  WS-TODAY                     PIC 9(8).

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DAYS                   PIC ZZ9.
           05  D-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  D-COUNT                  PIC Z(4)9.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-PAY-PERIOD
           PERFORM LOAD-LEAVE-HISTORY
           PERFORM LOAD-TAX-SCALES
           PERFORM OPEN-TAX-DECLARATIONS
           PERFORM RESOLVE-SUPER-SETTINGS
           PERFORM OPEN-SUPER-LEDGER
           PERFORM OPEN-DEDUCTIONS
           PERFORM OPEN-RETRO-FILE
           PERFORM OPEN-FINAL-PAY-FILE
           PERFORM OPEN-CLAIMS-FILE
           PERFORM CONNECT-TO-ORACLE
           PERFORM OPEN-PAYCALC-FILE
           PERFORM OPEN-PRORATE-REPORT
           PERFORM OPEN-TAX-EXCEPTION-REPORT
           PERFORM CALCULATE-PERIOD-PAY

           IF WS-FETCH-FAILED
      *        Same rule as the payment file itself: a calculation
      *        that died mid-run gets no trailer, so PAYFILE refuses
      *        to pay from the partial file.
               CLOSE PAYCALC-FILE
               IF WS-RPT-FILE-OK
                   CLOSE PRORATE-REPORT-FILE
               END-IF
               IF WS-TAXEXC-FILE-OK
                   CLOSE TAX-EXCEPTION-FILE
               END-IF
               IF WS-DECL-OPEN
                   CLOSE TAX-DECL-FILE
               END-IF
               IF WS-LEDGER-OPEN
                   CLOSE SUPER-LEDGER-FILE
               END-IF
               IF WS-DED-OPEN
                   CLOSE DEDUCTION-FILE
               END-IF
               IF WS-RETRO-OPEN
                   CLOSE SAL-RETRO-FILE
               END-IF
               IF WS-FINAL-OPEN
                   CLOSE FINAL-PAY-FILE
               END-IF
               IF WS-CLAIMS-OPEN
                   CLOSE CLAIMS-FILE
               END-IF
               DISPLAY "PAYCALC: FETCH FAILED MID-RUN AFTER "
                   WS-ROW-COUNT " ROW(S) - NO TRAILER WRITTEN"
               MOVE "D" TO CM-FUNCTION
               CALL "CONNMGR" USING CM-PARM
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CLOSE-PAYCALC-FILE
           PERFORM CLOSE-PRORATE-REPORT
           PERFORM CLOSE-TAX-EXCEPTION-REPORT
           IF WS-DECL-OPEN
               CLOSE TAX-DECL-FILE
           END-IF
           IF WS-LEDGER-OPEN
               CLOSE SUPER-LEDGER-FILE
           END-IF
           IF WS-DED-OPEN
               CLOSE DEDUCTION-FILE
           END-IF
           IF WS-RETRO-OPEN
               CLOSE SAL-RETRO-FILE
           END-IF
           IF WS-FINAL-OPEN
               CLOSE FINAL-PAY-FILE
           END-IF
           IF WS-CLAIMS-OPEN
               CLOSE CLAIMS-FILE
           END-IF
           PERFORM WRITE-REMITTANCE-LISTING

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           DISPLAY "PAYCALC: " WS-ROW-COUNT " employee(s) calculated "
               "for " WS-PERIOD-START "-" WS-PERIOD-END " in "
               WS-PAYCALC-FILENAME
           IF WS-TAX-EXCEPTION-COUNT > 0
               DISPLAY "PAYCALC: " WS-TAX-EXCEPTION-COUNT
                   " withheld at the top rate - see "
                   WS-TAXEXC-FILENAME
           END-IF
           IF WS-MCB-CAPPED-COUNT > 0
               DISPLAY "PAYCALC: " WS-MCB-CAPPED-COUNT
                   " reached the quarterly maximum contribution base"
           END-IF
           IF WS-DED-SHORT-COUNT > 0
               DISPLAY "PAYCALC: " WS-DED-SHORT-COUNT
                   " deduction(s) not taken in full - see "
                   WS-REMIT-FILENAME
           END-IF
           IF WS-ARR-COUNT > 0
               DISPLAY "PAYCALC: " WS-ARR-COUNT
                   " backdated salary change(s) paid as arrears"
           END-IF
           IF WS-CLM-COUNT > 0
               DISPLAY "PAYCALC: " WS-CLM-COUNT
                   " overtime/allowance claim(s) paid"
           END-IF
           IF WS-FINAL-PAY-COUNT > 0
               DISPLAY "PAYCALC: " WS-FINAL-PAY-COUNT
                   " leaver(s) left to the off-cycle final-pay run"
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The calculation feeds the payment run - two copies must
      *    never write the pay-calculation file at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PAYCALC" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PAYCALC: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-ROW-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-ROW-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-PAY-PERIOD SECTION.
      *    Both ends go through the shared date edit, so a period of
      *    20260231 is refused before anyone is paid against it.
           MOVE WS-TODAY TO WS-PERIOD-START
           MOVE 1 TO WS-PERIOD-START-DD
           MOVE SPACES TO WS-PERIOD-ENV
           DISPLAY "PAYCALC-PERIOD-START" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-ENV NOT = SPACES
               MOVE SPACES TO DE-PARM
               MOVE WS-PERIOD-ENV TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE ZERO TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "PAYCALC: PAYCALC-PERIOD-START IS NOT A "
                       "REAL YYYYMMDD DATE"
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE DE-DATE-OUT TO WS-PERIOD-START
           END-IF

      *    The default end is the day before the first of the month
      *    after the one the period starts in.
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH
           MOVE 1 TO WS-NEXT-MONTH-DD
           IF WS-NEXT-MONTH-MM = 12
               ADD 1 TO WS-NEXT-MONTH-YYYY
               MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)

           MOVE SPACES TO WS-PERIOD-ENV
           DISPLAY "PAYCALC-PERIOD-END" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-ENV NOT = SPACES
               MOVE SPACES TO DE-PARM
               MOVE WS-PERIOD-ENV TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-PERIOD-START TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF NOT DE-OK
                   DISPLAY "PAYCALC: PAYCALC-PERIOD-END IS NOT A REAL "
                       "YYYYMMDD DATE ON OR AFTER THE PERIOD START"
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE DE-DATE-OUT TO WS-PERIOD-END
           END-IF

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1
           IF WS-PERIOD-DAYS > 366
               DISPLAY "PAYCALC: PAY PERIOD " WS-PERIOD-START "-"
                   WS-PERIOD-END " IS LONGER THAN A YEAR"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD-START TO SEL-PERIOD-START
           .
       RESOLVE-PAY-PERIOD-EXIT.
           EXIT.

       LOAD-LEAVE-HISTORY SECTION.
      *    Reads the shared maintenance journal (MAINT-JOURNAL-FILE,
      *    defaulting to /tmp/maint_journal.log when unset) for the
      *    FIELD=STATUS lines. No journal simply means no leave
      *    history - each employee's current STATUS then stands for
      *    the whole period.
           MOVE SPACES TO WS-JRNL-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-JRNL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-JRNL-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-JRNL-FILENAME
           END-IF
           OPEN INPUT MAINT-JOURNAL-FILE
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "PAYCALC: NO MAINTENANCE JOURNAL AT "
                   WS-JRNL-FILENAME " - NO LEAVE HISTORY APPLIED"
               GO TO LOAD-LEAVE-HISTORY-EXIT
           END-IF

           PERFORM UNTIL WS-JRNL-EOF
               READ MAINT-JOURNAL-FILE
                   AT END
                       SET WS-JRNL-EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-LEAVE-CHANGE
               END-READ
           END-PERFORM
           CLOSE MAINT-JOURNAL-FILE

           IF WS-LEAVE-TABLE-FULL
               DISPLAY "PAYCALC: MORE THAN 5000 STATUS CHANGES ON "
                   "THE JOURNAL - LATER CHANGES NOT APPLIED"
           END-IF
           .
       LOAD-LEAVE-HISTORY-EXIT.
           EXIT.

       KEEP-LEAVE-CHANGE SECTION.
      *    Lines read "YYYYMMDD HHMMSSss PGM=name EMPNO=nnnn
      *    FIELD=field BEFORE=value AFTER=value OPER=op HASH=n"
      *    (copy/EMPJRNPR.cpy); unstring on the literal tags, as
      *    MAINTRPT does, since PGM names vary in length.
           MOVE SPACES TO WS-JRNL-DATE-PART WS-JRNL-PGM-PART
               WS-JRNL-EMPNO-PART WS-JRNL-FIELD-PART
               WS-JRNL-BEFORE-PART WS-JRNL-AFTER-PART
               WS-JRNL-REST-PART
           UNSTRING MAINT-JOURNAL-REC
               DELIMITED BY " PGM=" OR " EMPNO=" OR " FIELD="
                   OR " BEFORE=" OR " AFTER=" OR " OPER="
               INTO WS-JRNL-DATE-PART WS-JRNL-PGM-PART
                   WS-JRNL-EMPNO-PART WS-JRNL-FIELD-PART
                   WS-JRNL-BEFORE-PART WS-JRNL-AFTER-PART
                   WS-JRNL-REST-PART
           END-UNSTRING
           IF WS-JRNL-FIELD-PART NOT = "STATUS"
               GO TO KEEP-LEAVE-CHANGE-EXIT
           END-IF
           IF WS-JRNL-DATE-PART(1:8) IS NOT NUMERIC
               OR WS-JRNL-EMPNO-PART(1:4) IS NOT NUMERIC
               GO TO KEEP-LEAVE-CHANGE-EXIT
           END-IF
           MOVE WS-JRNL-DATE-PART(1:8) TO WS-JRNL-REC-DATE
           IF WS-JRNL-REC-DATE > WS-PERIOD-END
               GO TO KEEP-LEAVE-CHANGE-EXIT
           END-IF
           IF WS-LEAVE-COUNT >= 5000
               SET WS-LEAVE-TABLE-FULL TO TRUE
               GO TO KEEP-LEAVE-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-LEAVE-COUNT
           MOVE WS-JRNL-EMPNO-PART(1:4)
               TO WS-LEAVE-EMPNO(WS-LEAVE-COUNT)
           COMPUTE WS-LEAVE-DATE-INT(WS-LEAVE-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-JRNL-REC-DATE)
           MOVE WS-JRNL-BEFORE-PART(1:1)
               TO WS-LEAVE-BEFORE(WS-LEAVE-COUNT)
           MOVE WS-JRNL-AFTER-PART(1:1)
               TO WS-LEAVE-AFTER(WS-LEAVE-COUNT)
           .
       KEEP-LEAVE-CHANGE-EXIT.
           EXIT.

       LOAD-TAX-SCALES SECTION.
      *    No withholding is worked without the scale table - every
      *    declared employee would otherwise fall to the top rate.
           MOVE SPACES TO TX-PARM
           MOVE "L" TO TX-FUNCTION
           CALL "TAXCALC" USING TX-PARM
           IF NOT TX-OK
               DISPLAY "PAYCALC: NO USABLE TAX-SCALE TABLE - ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-TAX-SCALES-EXIT.
           EXIT.

       OPEN-TAX-DECLARATIONS SECTION.
      *    TAX-DECL-FILE names the indexed declaration master TAXMAINT
      *    keeps (copy/TAXDECL.cpy); it defaults to /tmp/tax_decl.dat
      *    when unset. A missing master is not fatal - everyone is
      *    then withheld at the top rate and listed as undeclared.
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
               DISPLAY "PAYCALC: NO TAX DECLARATION MASTER AT "
                   WS-DECL-FILENAME " STATUS=" WS-DECL-STATUS
           END-IF
           .
       OPEN-TAX-DECLARATIONS-EXIT.
           EXIT.

       RESOLVE-SUPER-SETTINGS SECTION.
      *    The quarter is the calendar quarter the period end falls
      *    in - super is counted against the quarter it is paid in.
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
                   DISPLAY "PAYCALC: SUPER-SG-RATE IS NOT NN.NN - "
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

           MOVE SPACES TO WS-COMM-OTE-ENV
           DISPLAY "SUPER-COMM-OTE" UPON ENVIRONMENT-NAME
           ACCEPT WS-COMM-OTE-ENV FROM ENVIRONMENT-VALUE
           IF WS-COMM-OTE-ENV = "N" OR WS-COMM-OTE-ENV = "n"
               MOVE "N" TO WS-COMM-OTE-SWITCH
           END-IF

           MOVE WS-PERIOD-END TO WS-QTR-START
           COMPUTE WS-QTR-NUMBER = (WS-QTR-START-MM - 1) / 3
           COMPUTE WS-QTR-START-MM = WS-QTR-NUMBER * 3 + 1
           MOVE 1 TO WS-QTR-START-DD
           .
       RESOLVE-SUPER-SETTINGS-EXIT.
           EXIT.

       OPEN-SUPER-LEDGER SECTION.
      *    SUPER-LEDGER-FILE names the indexed ledger SUPERFILE posts
      *    each period's OTE and contributions to (copy/SUPLEDG.cpy);
      *    it defaults to /tmp/super_ledger.dat when unset. With no
      *    ledger yet, nobody has earned anything this quarter.
           MOVE SPACES TO WS-LEDGER-FILENAME
           DISPLAY "SUPER-LEDGER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-FILENAME = SPACES
               MOVE "/tmp/super_ledger.dat" TO WS-LEDGER-FILENAME
           END-IF
           OPEN INPUT SUPER-LEDGER-FILE
           IF WS-LEDGER-FILE-OK
               SET WS-LEDGER-OPEN TO TRUE
           ELSE
               DISPLAY "PAYCALC: NO SUPER LEDGER AT "
                   WS-LEDGER-FILENAME " STATUS=" WS-LEDGER-STATUS
                   " - NO EARLIER OTE THIS QUARTER"
           END-IF
           .
       OPEN-SUPER-LEDGER-EXIT.
           EXIT.

       OPEN-DEDUCTIONS SECTION.
      *    DEDUCTION-FILE names the indexed standing deductions
      *    master DEDMAINT keeps (copy/DEDMAST.cpy); it defaults to
      *    /tmp/deductions.dat when unset. No master means no
      *    deductions this run.
           MOVE SPACES TO WS-DED-FILENAME
           DISPLAY "DEDUCTION-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DED-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DED-FILENAME = SPACES
               MOVE "/tmp/deductions.dat" TO WS-DED-FILENAME
           END-IF
           OPEN INPUT DEDUCTION-FILE
           IF WS-DED-FILE-OK
               SET WS-DED-OPEN TO TRUE
           ELSE
               DISPLAY "PAYCALC: NO DEDUCTIONS MASTER AT "
                   WS-DED-FILENAME " STATUS=" WS-DED-STATUS
           END-IF
           .
       OPEN-DEDUCTIONS-EXIT.
           EXIT.

       OPEN-RETRO-FILE SECTION.
      *    SAL-RETRO-FILE names the backdated salary change register
      *    (copy/SALRETRO.cpy); it defaults to /tmp/sal_retro.dat
      *    when unset. It is opened for update - each entry paid is
      *    stamped with this run's period. No register means no
      *    arrears this run.
           MOVE SPACES TO WS-RETRO-FILENAME
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           OPEN I-O SAL-RETRO-FILE
           IF WS-RETRO-FILE-OK
               SET WS-RETRO-OPEN TO TRUE
           ELSE
               IF NOT WS-RETRO-NO-FILE
                   DISPLAY "PAYCALC: UNABLE TO OPEN BACKDATED CHANGE "
                       "REGISTER " WS-RETRO-FILENAME " STATUS="
                       WS-RETRO-STATUS " - NO ARREARS PAID"
               END-IF
           END-IF
           .
       OPEN-RETRO-FILE-EXIT.
           EXIT.

       OPEN-CLAIMS-FILE SECTION.
      *    CLAIMS-FILE names the overtime and allowance claims
      *    register (copy/CLAIMS.cpy); it defaults to /tmp/claims.dat
      *    when unset. No register means no claims to pay.
           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN I-O CLAIMS-FILE
           IF WS-CLAIMS-FILE-OK
               SET WS-CLAIMS-OPEN TO TRUE
           ELSE
               IF NOT WS-CLAIMS-NO-FILE
                   DISPLAY "PAYCALC: UNABLE TO OPEN CLAIMS REGISTER "
                       WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
                       " - NO CLAIMS PAID"
               END-IF
           END-IF
           .
       OPEN-CLAIMS-FILE-EXIT.
           EXIT.

       OPEN-FINAL-PAY-FILE SECTION.
      *    FINAL-PAY-FILE names the final-pay register FINALREG
      *    keeps (copy/FINALPAY.cpy); it defaults to
      *    /tmp/final_pay.dat when unset. A leaver on it is paid by
      *    the off-cycle final-pay run, not here.
           MOVE SPACES TO WS-FINAL-FILENAME
           DISPLAY "FINAL-PAY-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FINAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FINAL-FILENAME = SPACES
               MOVE "/tmp/final_pay.dat" TO WS-FINAL-FILENAME
           END-IF
           OPEN INPUT FINAL-PAY-FILE
           IF WS-FINAL-FILE-OK
               SET WS-FINAL-OPEN TO TRUE
           ELSE
               IF NOT WS-FINAL-NO-FILE
                   DISPLAY "PAYCALC: UNABLE TO OPEN FINAL-PAY REGISTER "
                       WS-FINAL-FILENAME " STATUS=" WS-FINAL-STATUS
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       OPEN-FINAL-PAY-FILE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager. The calculation pays money,
      *    so it reads production, not the reporting copy.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "PAYCALC" TO CM-CALLER
      *    Credential fields left blank - CONNMGR resolves them from
      *    the protected SQLCRED-CONFIG file at run time.

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "PAYCALC: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       OPEN-PAYCALC-FILE SECTION.
      *    PAYCALC-OUT names the pay-calculation file PAYFILE pays
      *    from; it defaults to /tmp/paycalc.dat when unset. The
      *    layout is copy/PAYCREC.cpy.
           MOVE SPACES TO WS-PAYCALC-FILENAME
           DISPLAY "PAYCALC-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYCALC-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PAYCALC-FILENAME = SPACES
               MOVE "/tmp/paycalc.dat" TO WS-PAYCALC-FILENAME
           END-IF
           OPEN OUTPUT PAYCALC-FILE
           IF NOT WS-PAYCALC-FILE-OK
               DISPLAY "PAYCALC: UNABLE TO OPEN PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PAYCALC-REC
           MOVE "HDR" TO PCH-TAG
           MOVE WS-TODAY TO PCH-RUN-DATE
           MOVE WS-PERIOD-START TO PCH-PERIOD-START
           MOVE WS-PERIOD-END TO PCH-PERIOD-END
           MOVE WS-PERIOD-DAYS TO PCH-PERIOD-DAYS
           MOVE WS-QTR-START TO PCH-QTR-START
           WRITE PAYCALC-REC
           .
       OPEN-PAYCALC-FILE-EXIT.
           EXIT.

       OPEN-PRORATE-REPORT SECTION.
      *    PAYCALC-RPT names the listing of everyone paid less than a
      *    full period, with the days behind each figure - the check
      *    payroll used to do by hand on a spreadsheet. It defaults
      *    to /tmp/paycalc.rpt when unset and is filed through the
      *    shared report router.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "PAYCALC-RPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/paycalc.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYCALC" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT PRORATE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "PAYCALC: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               GO TO OPEN-PRORATE-REPORT-EXIT
           END-IF
           MOVE SPACES TO PRORATE-REPORT-REC
           STRING
               "Pay calculation - part-period employees for "
                   DELIMITED SIZE
               WS-PERIOD-START DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-PERIOD-END DELIMITED SIZE
               INTO PRORATE-REPORT-REC
           END-STRING
           WRITE PRORATE-REPORT-REC
           MOVE "EMPNO  EMPLOYEE    HIRED     TERMINATED  PAID  LEAVE"
               TO PRORATE-REPORT-REC
           MOVE "         GROSS" TO PRORATE-REPORT-REC(53:14)
           WRITE PRORATE-REPORT-REC
           MOVE ALL "-" TO PRORATE-REPORT-REC
           WRITE PRORATE-REPORT-REC
           .
       OPEN-PRORATE-REPORT-EXIT.
           EXIT.

       OPEN-TAX-EXCEPTION-REPORT SECTION.
      *    PAYG-EXCEPTIONS names the page of everyone withheld at the
      *    top rate this period, with the reason, so payroll can
      *    chase the missing TFN or declaration before the next run;
      *    it defaults to /tmp/payg_exceptions.rpt when unset and is
      *    filed through the shared report router.
           MOVE SPACES TO WS-TAXEXC-FILENAME
           DISPLAY "PAYG-EXCEPTIONS" UPON ENVIRONMENT-NAME
           ACCEPT WS-TAXEXC-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-TAXEXC-FILENAME = SPACES
               MOVE "/tmp/payg_exceptions.rpt" TO WS-TAXEXC-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYGEXC" TO RR-REPORT
           MOVE WS-TAXEXC-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-TAXEXC-FILENAME
           OPEN OUTPUT TAX-EXCEPTION-FILE
           IF NOT WS-TAXEXC-FILE-OK
               DISPLAY "PAYCALC: UNABLE TO OPEN EXCEPTION REPORT: "
                   WS-TAXEXC-FILENAME
               GO TO OPEN-TAX-EXCEPTION-REPORT-EXIT
           END-IF
           MOVE SPACES TO TAX-EXCEPTION-REC
           STRING
               "PAYG withholding exceptions for " DELIMITED SIZE
               WS-PERIOD-START DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-PERIOD-END DELIMITED SIZE
               INTO TAX-EXCEPTION-REC
           END-STRING
           WRITE TAX-EXCEPTION-REC
           MOVE "EMPNO  EMPLOYEE           GROSS      WITHHELD  REASON"
               TO TAX-EXCEPTION-REC
           WRITE TAX-EXCEPTION-REC
           MOVE ALL "-" TO TAX-EXCEPTION-REC
           WRITE TAX-EXCEPTION-REC
           .
       OPEN-TAX-EXCEPTION-REPORT-EXIT.
           EXIT.

       CALCULATE-PERIOD-PAY SECTION.
      *    Everyone not terminated, plus anyone terminated on or
      *    after the period start - their days up to TERMDATE are
      *    still owed. Dates come back as YYYYMMDD for the day-number
      *    arithmetic.
           EXEC SQL
               DECLARE CALCCURS CURSOR FOR
                   SELECT EMPNO, ENAME, SAL, COMM, DEPTNO,
                       NVL(STATUS, 'A'),
                       TO_CHAR(HIREDATE, 'YYYYMMDD'),
                       TO_CHAR(TERMDATE, 'YYYYMMDD')
                   FROM EMP
                   WHERE NVL(STATUS, 'A') <> 'T'
                      OR TERMDATE >= TO_DATE(:SEL-PERIOD-START,
                                             'YYYYMMDD')
                   ORDER BY EMPNO
           END-EXEC

           EXEC SQL
               OPEN CALCCURS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PAYCALC: UNABLE TO OPEN CURSOR, SQLCODE: "
                   SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO EMP-NAME-ARR

           EXEC SQL
               FETCH CALCCURS
                   INTO :EMP-NUMBER, :EMP-NAME, :SALARY,
                       :COMMISSION:COMM-IND, :DEPT-NUMBER,
                       :EMP-STATUS,
                       :HIRE-DATE-CHAR:HIRE-DATE-IND,
                       :TERM-DATE-CHAR:TERM-DATE-IND
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM CALCULATE-ONE-EMPLOYEE
               MOVE SPACES TO EMP-NAME-ARR
               EXEC SQL
                   FETCH CALCCURS
                       INTO :EMP-NUMBER, :EMP-NAME, :SALARY,
                           :COMMISSION:COMM-IND, :DEPT-NUMBER,
                           :EMP-STATUS,
                           :HIRE-DATE-CHAR:HIRE-DATE-IND,
                           :TERM-DATE-CHAR:TERM-DATE-IND
               END-EXEC
           END-PERFORM

           IF SQLCODE < 0
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYCALC: FETCH FAILED, SQLCODE: " SQLCODE
               DISPLAY SQLERRMC
           END-IF

           EXEC SQL
               CLOSE CALCCURS
           END-EXEC
           .
       CALCULATE-PERIOD-PAY-EXIT.
           EXIT.

       CALCULATE-ONE-EMPLOYEE SECTION.
      *    The paid span runs from the later of the period start and
      *    HIREDATE to the earlier of the period end and TERMDATE;
      *    days inside it spent on leave come off, and SAL and COMM
      *    are paid for the days left over the days in the period.
           MOVE WS-START-INT TO WS-FIRST-PAID-INT
           MOVE WS-END-INT TO WS-LAST-PAID-INT
           MOVE ZERO TO WS-HIRE-DATE
           MOVE ZERO TO WS-TERM-DATE

           IF HIRE-DATE-IND NOT = -1
               AND HIRE-DATE-CHAR IS NUMERIC
               MOVE HIRE-DATE-CHAR TO WS-HIRE-DATE
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
               IF WS-WORK-INT > WS-FIRST-PAID-INT
                   MOVE WS-WORK-INT TO WS-FIRST-PAID-INT
               END-IF
           END-IF

           IF EMP-STATUS = "T"
               AND TERM-DATE-IND NOT = -1
               AND TERM-DATE-CHAR IS NUMERIC
               MOVE TERM-DATE-CHAR TO WS-TERM-DATE
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-DATE)
               IF WS-WORK-INT < WS-LAST-PAID-INT
                   MOVE WS-WORK-INT TO WS-LAST-PAID-INT
               END-IF
           END-IF

           IF WS-FIRST-PAID-INT > WS-LAST-PAID-INT
               ADD 1 TO WS-NOT-PAID-COUNT
               GO TO CALCULATE-ONE-EMPLOYEE-EXIT
           END-IF

      *    A leaver on the final-pay register has their days up to
      *    TERMDATE paid by the off-cycle final-pay run.
           IF WS-TERM-DATE NOT = ZERO AND WS-FINAL-OPEN
               MOVE EMP-NUMBER TO FPY-EMPNO
               MOVE WS-TERM-DATE TO FPY-TERM-DATE
               READ FINAL-PAY-FILE
                   KEY IS FPY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT FPY-CANCELLED
                           ADD 1 TO WS-FINAL-PAY-COUNT
                           GO TO CALCULATE-ONE-EMPLOYEE-EXIT
                       END-IF
               END-READ
           END-IF

           COMPUTE WS-SPAN-DAYS =
               WS-LAST-PAID-INT - WS-FIRST-PAID-INT + 1
           PERFORM COUNT-LEAVE-DAYS
           COMPUTE WS-PAID-DAYS = WS-SPAN-DAYS - WS-LEAVE-DAYS

      *    A whole period away on leave is unpaid leave - nothing to
      *    send, so no detail goes to the payment run.
           IF WS-PAID-DAYS <= 0
               ADD 1 TO WS-NOT-PAID-COUNT
               PERFORM REPORT-PART-PERIOD
               GO TO CALCULATE-ONE-EMPLOYEE-EXIT
           END-IF

           IF COMM-IND = -1
               MOVE ZERO TO WS-RATE-COMM
           ELSE
               MOVE COMMISSION TO WS-RATE-COMM
           END-IF

           IF WS-PAID-DAYS = WS-PERIOD-DAYS
               MOVE SALARY TO WS-SAL-PAID
               MOVE WS-RATE-COMM TO WS-COMM-PAID
           ELSE
               COMPUTE WS-SAL-PAID ROUNDED =
                   SALARY * WS-PAID-DAYS / WS-PERIOD-DAYS
               COMPUTE WS-COMM-PAID ROUNDED =
                   WS-RATE-COMM * WS-PAID-DAYS / WS-PERIOD-DAYS
           END-IF
           COMPUTE WS-GROSS = WS-SAL-PAID + WS-COMM-PAID

      *    Arrears of a backdated raise are salary for the periods
      *    already paid - they go through deductions, withholding
      *    and super with the rest of this period's pay.
           PERFORM LOAD-EMPLOYEE-ARREARS
           ADD WS-ARREARS TO WS-GROSS

      *    Approved overtime and allowance claims are paid as their
      *    own line, taxed with the period's pay.
           PERFORM LOAD-EMPLOYEE-CLAIMS
           ADD WS-CLAIMS TO WS-GROSS

      *    Pre-tax deductions come off before withholding is worked,
      *    post-tax ones off what is left after it. Neither may take
      *    more than there is, so net never goes below zero.
           PERFORM LOAD-EMPLOYEE-DEDUCTIONS
           MOVE "Y" TO WS-DED-PASS
           MOVE WS-GROSS TO WS-DED-ROOM
           PERFORM TAKE-DEDUCTIONS
           MOVE WS-DED-TOTAL TO WS-PRETAX-DED
           COMPUTE WS-TAXABLE = WS-GROSS - WS-PRETAX-DED
           PERFORM CALCULATE-WITHHOLDING
           MOVE "N" TO WS-DED-PASS
           COMPUTE WS-DED-ROOM = WS-TAXABLE - WS-TAX
           PERFORM TAKE-DEDUCTIONS
           MOVE WS-DED-TOTAL TO WS-POSTTAX-DED
           COMPUTE WS-NET = WS-TAXABLE - WS-TAX - WS-POSTTAX-DED
           PERFORM CALCULATE-SUPER

           MOVE SPACES TO PAYCALC-REC
           MOVE "DTL" TO PCD-TAG
           MOVE EMP-NUMBER TO PCD-EMPNO
           MOVE EMP-NAME-ARR TO PCD-NAME
           MOVE DEPT-NUMBER TO PCD-DEPTNO
           MOVE EMP-STATUS TO PCD-STATUS
           MOVE WS-HIRE-DATE TO PCD-HIREDATE
           MOVE WS-TERM-DATE TO PCD-TERMDATE
           MOVE WS-PERIOD-DAYS TO PCD-PERIOD-DAYS
           MOVE WS-PAID-DAYS TO PCD-PAID-DAYS
           MOVE WS-LEAVE-DAYS TO PCD-LEAVE-DAYS
           MOVE SALARY TO PCD-RATE-SAL
           MOVE WS-RATE-COMM TO PCD-RATE-COMM
           IF COMM-IND = -1
               MOVE "Y" TO PCD-COMM-NULL
           ELSE
               MOVE "N" TO PCD-COMM-NULL
           END-IF
           MOVE WS-SAL-PAID TO PCD-SAL-PAID
           MOVE WS-COMM-PAID TO PCD-COMM-PAID
           MOVE WS-GROSS TO PCD-GROSS
           MOVE WS-TAX TO PCD-TAX
           MOVE WS-TAX-SCALE TO PCD-TAX-SCALE
           MOVE WS-TAX-BASIS TO PCD-TAX-BASIS
           MOVE WS-NET TO PCD-NET
           MOVE WS-OTE TO PCD-OTE
           MOVE WS-SUPER TO PCD-SUPER
           MOVE WS-PRETAX-DED TO PCD-PRETAX-DED
           MOVE WS-POSTTAX-DED TO PCD-POSTTAX-DED
           MOVE WS-ARREARS TO PCD-ARREARS
           MOVE WS-CLAIMS TO PCD-CLAIMS
           WRITE PAYCALC-REC
           ADD 1 TO WS-ROW-COUNT
           ADD PCD-GROSS TO WS-GROSS-HASH
           ADD PCD-NET TO WS-NET-HASH
           ADD PCD-TAX TO WS-TAX-HASH
           ADD PCD-SUPER TO WS-SUPER-HASH
           PERFORM WRITE-DEDUCTION-RECORDS
           PERFORM WRITE-ARREARS-RECORDS
           PERFORM WRITE-CLAIM-RECORDS

           IF WS-PAID-DAYS < WS-PERIOD-DAYS
               PERFORM REPORT-PART-PERIOD
           END-IF
           .
       CALCULATE-ONE-EMPLOYEE-EXIT.
           EXIT.

       CALCULATE-WITHHOLDING SECTION.
      *    The employee's declaration decides the scale; with none
      *    on file, or no TFN provided, TAXCALC withholds at the top
      *    rate and the employee goes on the exception page.
           MOVE SPACES TO TX-PARM
           MOVE "C" TO TX-FUNCTION
           MOVE "N" TO WS-DECL-FOUND-SWITCH
           IF WS-DECL-OPEN
               MOVE EMP-NUMBER TO TAXD-EMPNO
               READ TAX-DECL-FILE
                   KEY IS TAXD-EMPNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DECL-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-DECL-FOUND
               MOVE TAXD-SCALE TO TX-SCALE
               MOVE TAXD-TFT-CLAIMED TO TX-TFT-CLAIMED
               MOVE TAXD-TFN-PROVIDED TO TX-TFN-PROVIDED
           ELSE
               MOVE "N" TO TX-TFN-PROVIDED
           END-IF
           MOVE WS-PERIOD-END TO TX-PAY-DATE
           MOVE WS-PERIOD-DAYS TO TX-PERIOD-DAYS
           MOVE WS-TAXABLE TO TX-GROSS
           CALL "TAXCALC" USING TX-PARM
           MOVE TX-WITHHELD TO WS-TAX
           MOVE TX-SCALE TO WS-TAX-SCALE
           MOVE TX-BASIS TO WS-TAX-BASIS

           EVALUATE TRUE
               WHEN NOT WS-DECL-FOUND
                   MOVE "D" TO WS-TAX-BASIS
                   MOVE "NO TAX DECLARATION ON FILE" TO WS-TAX-REASON
               WHEN TX-BASIS-NO-TFN
                   MOVE "NO TFN PROVIDED" TO WS-TAX-REASON
               WHEN TX-BASIS-NO-SCALE
                   MOVE SPACES TO WS-TAX-REASON
                   STRING "SCALE " DELIMITED SIZE
                       TX-SCALE DELIMITED SIZE
                       " NOT IN FORCE ON TABLE" DELIMITED SIZE
                       INTO WS-TAX-REASON
                   END-STRING
               WHEN OTHER
                   GO TO CALCULATE-WITHHOLDING-EXIT
           END-EVALUATE
           PERFORM REPORT-TAX-EXCEPTION
           .
       CALCULATE-WITHHOLDING-EXIT.
           EXIT.

       CALCULATE-SUPER SECTION.
      *    Guarantee on the period's OTE, but only on the part that
      *    keeps the quarter's OTE within the maximum contribution
      *    base. The quarter so far comes from the ledger; if this
      *    same period was already posted (PAYCALC rerun after
      *    SUPERFILE), its own OTE is taken back out first.
           COMPUTE WS-OTE = WS-SAL-PAID + WS-ARREARS + WS-CLAIMS-OTE
           IF WS-COMM-IS-OTE
               ADD WS-COMM-PAID TO WS-OTE
           END-IF
           MOVE ZERO TO WS-QTD-OTE
           IF WS-LEDGER-OPEN
               MOVE EMP-NUMBER TO SLG-EMPNO
               MOVE WS-QTR-START TO SLG-QTR-START
               READ SUPER-LEDGER-FILE
                   KEY IS SLG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SLG-QTD-OTE TO WS-QTD-OTE
                       IF SLG-LAST-PERIOD-END = WS-PERIOD-END
                           SUBTRACT SLG-LAST-OTE FROM WS-QTD-OTE
                       END-IF
               END-READ
           END-IF

           COMPUTE WS-MCB-ROOM = WS-MCB-QTR - WS-QTD-OTE
           IF WS-MCB-ROOM < WS-OTE
               ADD 1 TO WS-MCB-CAPPED-COUNT
               IF WS-MCB-ROOM > 0
                   MOVE WS-MCB-ROOM TO WS-SUPER-OTE
               ELSE
                   MOVE ZERO TO WS-SUPER-OTE
               END-IF
           ELSE
               MOVE WS-OTE TO WS-SUPER-OTE
           END-IF
           COMPUTE WS-SUPER ROUNDED = WS-SUPER-OTE * WS-SG-RATE / 100
           .
       CALCULATE-SUPER-EXIT.
           EXIT.

       LOAD-EMPLOYEE-DEDUCTIONS SECTION.
      *    Every deduction on the master for this employee whose
      *    dates overlap the pay period. A percentage is of the
      *    period's gross pay.
           MOVE ZERO TO WS-EMP-DED-COUNT
           IF NOT WS-DED-OPEN
               GO TO LOAD-EMPLOYEE-DEDUCTIONS-EXIT
           END-IF
           MOVE EMP-NUMBER TO DED-EMPNO
           MOVE LOW-VALUES TO DED-CODE
           MOVE "N" TO WS-DED-EOF-SWITCH
           START DEDUCTION-FILE
               KEY NOT LESS DED-KEY
               INVALID KEY
                   SET WS-DED-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-DED-EOF
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       SET WS-DED-EOF TO TRUE
                   NOT AT END
                       IF DED-EMPNO NOT = EMP-NUMBER
                           SET WS-DED-EOF TO TRUE
                       ELSE
                           PERFORM KEEP-EMPLOYEE-DEDUCTION
                       END-IF
               END-READ
           END-PERFORM
           .
       LOAD-EMPLOYEE-DEDUCTIONS-EXIT.
           EXIT.

       KEEP-EMPLOYEE-DEDUCTION SECTION.
           IF DED-START-DATE > WS-PERIOD-END
               GO TO KEEP-EMPLOYEE-DEDUCTION-EXIT
           END-IF
           IF DED-END-DATE NOT = ZERO
               AND DED-END-DATE < WS-PERIOD-START
               GO TO KEEP-EMPLOYEE-DEDUCTION-EXIT
           END-IF
           IF WS-EMP-DED-COUNT >= 20
               DISPLAY "PAYCALC: EMPNO " DED-EMPNO " HAS MORE THAN "
                   "20 ACTIVE DEDUCTIONS - " DED-CODE " NOT TAKEN"
               GO TO KEEP-EMPLOYEE-DEDUCTION-EXIT
           END-IF
           ADD 1 TO WS-EMP-DED-COUNT
           MOVE DED-CODE TO WS-EMP-DED-CODE(WS-EMP-DED-COUNT)
           MOVE DED-PRE-TAX TO WS-EMP-DED-PRE-TAX(WS-EMP-DED-COUNT)
           MOVE DED-PAYEE TO WS-EMP-DED-PAYEE(WS-EMP-DED-COUNT)
           IF DED-PERCENT-OF-GROSS
               COMPUTE WS-EMP-DED-WANTED(WS-EMP-DED-COUNT) ROUNDED =
                   WS-GROSS * DED-VALUE / 100
           ELSE
               MOVE DED-VALUE TO WS-EMP-DED-WANTED(WS-EMP-DED-COUNT)
           END-IF
           MOVE ZERO TO WS-EMP-DED-TAKEN(WS-EMP-DED-COUNT)
           MOVE ZERO TO WS-EMP-DED-SHORT(WS-EMP-DED-COUNT)
           .
       KEEP-EMPLOYEE-DEDUCTION-EXIT.
           EXIT.

       TAKE-DEDUCTIONS SECTION.
      *    Takes the pre-tax (WS-DED-PASS "Y") or post-tax ("N")
      *    deductions out of WS-DED-ROOM in code order; whatever
      *    the room will not cover is left as the deduction's
      *    shortfall. WS-DED-TOTAL comes back with what was taken.
           MOVE ZERO TO WS-DED-TOTAL
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
               UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               IF (WS-DED-PASS = "Y"
                       AND WS-EMP-DED-PRE-TAX(WS-EMP-DED-IDX) = "Y")
                   OR (WS-DED-PASS = "N"
                       AND WS-EMP-DED-PRE-TAX(WS-EMP-DED-IDX)
                           NOT = "Y")
                   IF WS-EMP-DED-WANTED(WS-EMP-DED-IDX) > WS-DED-ROOM
                       MOVE WS-DED-ROOM
                           TO WS-EMP-DED-TAKEN(WS-EMP-DED-IDX)
                       COMPUTE WS-EMP-DED-SHORT(WS-EMP-DED-IDX) =
                           WS-EMP-DED-WANTED(WS-EMP-DED-IDX)
                           - WS-DED-ROOM
                       ADD 1 TO WS-DED-SHORT-COUNT
                   ELSE
                       MOVE WS-EMP-DED-WANTED(WS-EMP-DED-IDX)
                           TO WS-EMP-DED-TAKEN(WS-EMP-DED-IDX)
                   END-IF
                   SUBTRACT WS-EMP-DED-TAKEN(WS-EMP-DED-IDX)
                       FROM WS-DED-ROOM
                   ADD WS-EMP-DED-TAKEN(WS-EMP-DED-IDX)
                       TO WS-DED-TOTAL
               END-IF
           END-PERFORM
           .
       TAKE-DEDUCTIONS-EXIT.
           EXIT.

       WRITE-DEDUCTION-RECORDS SECTION.
      *    One DED record per deduction applied, after the DTL it
      *    belongs to, and one line on the remittance table.
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
               UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               MOVE SPACES TO PAYCALC-REC
               MOVE "DED" TO PCX-TAG
               MOVE EMP-NUMBER TO PCX-EMPNO
               MOVE WS-EMP-DED-CODE(WS-EMP-DED-IDX) TO PCX-CODE
               MOVE WS-EMP-DED-PRE-TAX(WS-EMP-DED-IDX) TO PCX-PRE-TAX
               MOVE WS-EMP-DED-PAYEE(WS-EMP-DED-IDX) TO PCX-PAYEE
               MOVE WS-EMP-DED-TAKEN(WS-EMP-DED-IDX) TO PCX-AMOUNT
               MOVE WS-EMP-DED-SHORT(WS-EMP-DED-IDX) TO PCX-SHORT
               WRITE PAYCALC-REC
               ADD 1 TO WS-DED-COUNT
               ADD PCX-AMOUNT TO WS-DED-HASH
               PERFORM KEEP-REMITTANCE
           END-PERFORM
           .
       WRITE-DEDUCTION-RECORDS-EXIT.
           EXIT.

       LOAD-EMPLOYEE-ARREARS SECTION.
      *    Every calculated, unpaid arrears entry for this employee.
      *    One already stamped by an earlier run that was never
      *    released is still unpaid and is picked up again here.
           MOVE ZERO TO WS-EMP-ARR-COUNT
           MOVE ZERO TO WS-ARREARS
           IF NOT WS-RETRO-OPEN
               GO TO LOAD-EMPLOYEE-ARREARS-EXIT
           END-IF
           MOVE LOW-VALUES TO RTR-KEY
           MOVE EMP-NUMBER TO RTR-EMPNO
           MOVE "N" TO WS-RETRO-EOF-SWITCH
           START SAL-RETRO-FILE
               KEY NOT LESS RTR-KEY
               INVALID KEY
                   SET WS-RETRO-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RETRO-EOF
               READ SAL-RETRO-FILE NEXT RECORD
                   AT END
                       SET WS-RETRO-EOF TO TRUE
                   NOT AT END
                       IF RTR-EMPNO NOT = EMP-NUMBER
                           SET WS-RETRO-EOF TO TRUE
                       ELSE
                           IF RTR-CALCULATED
                               PERFORM KEEP-EMPLOYEE-ARREARS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       LOAD-EMPLOYEE-ARREARS-EXIT.
           EXIT.

       KEEP-EMPLOYEE-ARREARS SECTION.
           IF WS-EMP-ARR-COUNT >= 20
               DISPLAY "PAYCALC: EMPNO " RTR-EMPNO " HAS MORE THAN "
                   "20 ARREARS ENTRIES - " RTR-EFF-DATE
                   " LEFT FOR THE NEXT RUN"
               GO TO KEEP-EMPLOYEE-ARREARS-EXIT
           END-IF
           ADD 1 TO WS-EMP-ARR-COUNT
           MOVE RTR-KEY TO WS-EMP-ARR-KEY(WS-EMP-ARR-COUNT)
           MOVE RTR-EFF-DATE TO WS-EMP-ARR-EFF(WS-EMP-ARR-COUNT)
           MOVE RTR-APPLIED-DATE TO WS-EMP-ARR-APPLIED(WS-EMP-ARR-COUNT)
           MOVE RTR-PERIODS TO WS-EMP-ARR-PERIODS(WS-EMP-ARR-COUNT)
           MOVE RTR-OLD-SAL TO WS-EMP-ARR-OLD(WS-EMP-ARR-COUNT)
           MOVE RTR-NEW-SAL TO WS-EMP-ARR-NEW(WS-EMP-ARR-COUNT)
           MOVE RTR-ARREARS TO WS-EMP-ARR-AMOUNT(WS-EMP-ARR-COUNT)
           ADD RTR-ARREARS TO WS-ARREARS
           .
       KEEP-EMPLOYEE-ARREARS-EXIT.
           EXIT.

       WRITE-ARREARS-RECORDS SECTION.
      *    One ARR record per backdated change paid, after the DED
      *    records, and the register entry stamped with the period
      *    paying it.
           PERFORM VARYING WS-EMP-ARR-IDX FROM 1 BY 1
               UNTIL WS-EMP-ARR-IDX > WS-EMP-ARR-COUNT
               MOVE SPACES TO PAYCALC-REC
               MOVE "ARR" TO PCA-TAG
               MOVE EMP-NUMBER TO PCA-EMPNO
               MOVE WS-EMP-ARR-EFF(WS-EMP-ARR-IDX) TO PCA-EFF-DATE
               MOVE WS-EMP-ARR-APPLIED(WS-EMP-ARR-IDX)
                   TO PCA-APPLIED-DATE
               MOVE WS-EMP-ARR-PERIODS(WS-EMP-ARR-IDX) TO PCA-PERIODS
               MOVE WS-EMP-ARR-OLD(WS-EMP-ARR-IDX) TO PCA-OLD-SAL
               MOVE WS-EMP-ARR-NEW(WS-EMP-ARR-IDX) TO PCA-NEW-SAL
               MOVE WS-EMP-ARR-AMOUNT(WS-EMP-ARR-IDX) TO PCA-AMOUNT
               WRITE PAYCALC-REC
               ADD 1 TO WS-ARR-COUNT
               ADD PCA-AMOUNT TO WS-ARR-HASH

               MOVE WS-EMP-ARR-KEY(WS-EMP-ARR-IDX) TO RTR-KEY
               READ SAL-RETRO-FILE
                   KEY IS RTR-KEY
                   INVALID KEY
                       DISPLAY "PAYCALC: ARREARS ENTRY FOR EMPNO "
                           EMP-NUMBER " GONE FROM THE REGISTER"
                   NOT INVALID KEY
                       MOVE WS-PERIOD-END TO RTR-PAY-PERIOD-END
                       REWRITE SAL-RETRO-REC
                           INVALID KEY
                               DISPLAY "PAYCALC: UNABLE TO STAMP "
                                   "ARREARS FOR EMPNO " EMP-NUMBER
                       END-REWRITE
               END-READ
           END-PERFORM
           .
       WRITE-ARREARS-RECORDS-EXIT.
           EXIT.

       LOAD-EMPLOYEE-CLAIMS SECTION.
      *    Every approved, unpaid claim for this employee. One
      *    already stamped by an earlier run that was never released
      *    is still unpaid and is picked up again here.
           MOVE ZERO TO WS-EMP-CLM-COUNT
           MOVE ZERO TO WS-CLAIMS
           MOVE ZERO TO WS-CLAIMS-OTE
           IF NOT WS-CLAIMS-OPEN
               GO TO LOAD-EMPLOYEE-CLAIMS-EXIT
           END-IF
           MOVE LOW-VALUES TO CLM-KEY
           MOVE EMP-NUMBER TO CLM-EMPNO
           MOVE "N" TO WS-CLAIMS-EOF-SWITCH
           START CLAIMS-FILE
               KEY NOT LESS CLM-KEY
               INVALID KEY
                   SET WS-CLAIMS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CLAIMS-EOF
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET WS-CLAIMS-EOF TO TRUE
                   NOT AT END
                       IF CLM-EMPNO NOT = EMP-NUMBER
                           SET WS-CLAIMS-EOF TO TRUE
                       ELSE
                           IF CLM-APPROVED
                               PERFORM KEEP-EMPLOYEE-CLAIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       LOAD-EMPLOYEE-CLAIMS-EXIT.
           EXIT.

       KEEP-EMPLOYEE-CLAIM SECTION.
           IF WS-EMP-CLM-COUNT >= 20
               DISPLAY "PAYCALC: EMPNO " CLM-EMPNO " HAS MORE THAN "
                   "20 APPROVED CLAIMS - " CLM-TYPE " " CLM-CLAIM-DATE
                   " LEFT FOR THE NEXT RUN"
               GO TO KEEP-EMPLOYEE-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-EMP-CLM-COUNT
           MOVE CLM-KEY TO WS-EMP-CLM-KEY(WS-EMP-CLM-COUNT)
           MOVE CLM-TYPE TO WS-EMP-CLM-TYPE(WS-EMP-CLM-COUNT)
           MOVE CLM-CLAIM-DATE TO WS-EMP-CLM-DATE(WS-EMP-CLM-COUNT)
           MOVE CLM-HOURS TO WS-EMP-CLM-HOURS(WS-EMP-CLM-COUNT)
           MOVE CLM-AMOUNT TO WS-EMP-CLM-AMOUNT(WS-EMP-CLM-COUNT)
           MOVE CLM-OTE TO WS-EMP-CLM-OTE(WS-EMP-CLM-COUNT)
           ADD CLM-AMOUNT TO WS-CLAIMS
           IF CLM-IS-OTE
               ADD CLM-AMOUNT TO WS-CLAIMS-OTE
           END-IF
           .
       KEEP-EMPLOYEE-CLAIM-EXIT.
           EXIT.

       WRITE-CLAIM-RECORDS SECTION.
      *    One CLM record per claim paid, after the ARR records, and
      *    the register entry stamped with the period paying it.
           PERFORM VARYING WS-EMP-CLM-IDX FROM 1 BY 1
               UNTIL WS-EMP-CLM-IDX > WS-EMP-CLM-COUNT
               MOVE SPACES TO PAYCALC-REC
               MOVE "CLM" TO PCM-TAG
               MOVE EMP-NUMBER TO PCM-EMPNO
               MOVE WS-EMP-CLM-TYPE(WS-EMP-CLM-IDX) TO PCM-TYPE
               MOVE WS-EMP-CLM-DATE(WS-EMP-CLM-IDX) TO PCM-CLAIM-DATE
               MOVE WS-EMP-CLM-HOURS(WS-EMP-CLM-IDX) TO PCM-HOURS
               MOVE WS-EMP-CLM-AMOUNT(WS-EMP-CLM-IDX) TO PCM-AMOUNT
               MOVE WS-EMP-CLM-OTE(WS-EMP-CLM-IDX) TO PCM-OTE
               WRITE PAYCALC-REC
               ADD 1 TO WS-CLM-COUNT
               ADD PCM-AMOUNT TO WS-CLM-HASH

               MOVE WS-EMP-CLM-KEY(WS-EMP-CLM-IDX) TO CLM-KEY
               READ CLAIMS-FILE
                   KEY IS CLM-KEY
                   INVALID KEY
                       DISPLAY "PAYCALC: CLAIM FOR EMPNO "
                           EMP-NUMBER " GONE FROM THE REGISTER"
                   NOT INVALID KEY
                       MOVE WS-PERIOD-END TO CLM-PAY-PERIOD-END
                       REWRITE CLAIM-REC
                           INVALID KEY
                               DISPLAY "PAYCALC: UNABLE TO STAMP "
                                   "CLAIM FOR EMPNO " EMP-NUMBER
                       END-REWRITE
               END-READ
           END-PERFORM
           .
       WRITE-CLAIM-RECORDS-EXIT.
           EXIT.

       KEEP-REMITTANCE SECTION.
           IF WS-REMIT-COUNT >= 10000
               SET WS-REMIT-TABLE-FULL TO TRUE
               GO TO KEEP-REMITTANCE-EXIT
           END-IF
           ADD 1 TO WS-REMIT-COUNT
           MOVE PCX-PAYEE TO WS-REMIT-PAYEE(WS-REMIT-COUNT)
           MOVE PCX-EMPNO TO WS-REMIT-EMPNO(WS-REMIT-COUNT)
           MOVE EMP-NAME-ARR TO WS-REMIT-NAME(WS-REMIT-COUNT)
           MOVE PCX-CODE TO WS-REMIT-CODE(WS-REMIT-COUNT)
           MOVE PCX-AMOUNT TO WS-REMIT-AMOUNT(WS-REMIT-COUNT)
           MOVE PCX-SHORT TO WS-REMIT-SHORT(WS-REMIT-COUNT)

           MOVE "N" TO WS-PAYEE-FOUND-SWITCH
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                  OR WS-PAYEE-FOUND
               IF WS-PAYEE-NAME(WS-PAYEE-IDX) = PCX-PAYEE
                   SET WS-PAYEE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PAYEE-FOUND
               IF WS-PAYEE-COUNT >= 500
      *            Lines for payees past the table's end are not
      *            listed - the run's total says so.
                   SET WS-REMIT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE PCX-PAYEE TO WS-PAYEE-NAME(WS-PAYEE-COUNT)
               END-IF
           END-IF
           .
       KEEP-REMITTANCE-EXIT.
           EXIT.

       WRITE-REMITTANCE-LISTING SECTION.
      *    DED-REMIT-RPT names the listing of what is owed to each
      *    payee from this run, employee by employee, with anything
      *    the pay did not cover; it defaults to
      *    /tmp/ded_remit.rpt when unset and is filed through the
      *    shared report router.
           MOVE SPACES TO WS-REMIT-FILENAME
           DISPLAY "DED-REMIT-RPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-REMIT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REMIT-FILENAME = SPACES
               MOVE "/tmp/ded_remit.rpt" TO WS-REMIT-FILENAME
           END-IF
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "DEDREMIT" TO RR-REPORT
           MOVE WS-REMIT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-REMIT-FILENAME
           OPEN OUTPUT REMITTANCE-FILE
           IF NOT WS-REMIT-FILE-OK
               DISPLAY "PAYCALC: UNABLE TO OPEN REMITTANCE LISTING: "
                   WS-REMIT-FILENAME
               GO TO WRITE-REMITTANCE-LISTING-EXIT
           END-IF
           MOVE SPACES TO REMITTANCE-REC
           STRING
               "Deduction remittances for " DELIMITED SIZE
               WS-PERIOD-START DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-PERIOD-END DELIMITED SIZE
               INTO REMITTANCE-REC
           END-STRING
           WRITE REMITTANCE-REC

           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               PERFORM WRITE-ONE-PAYEE
           END-PERFORM

           MOVE SPACES TO REMITTANCE-REC
           WRITE REMITTANCE-REC
           MOVE WS-REMIT-GRAND-TOTAL TO D-AMOUNT
           MOVE "TOTAL TO REMIT, ALL PAYEES" TO REMITTANCE-REC
           MOVE D-AMOUNT TO REMITTANCE-REC(36:12)
           WRITE REMITTANCE-REC
           IF WS-REMIT-TABLE-FULL
               MOVE "** MORE DEDUCTIONS THAN THE LISTING HOLDS - "
                   TO REMITTANCE-REC
               MOVE "SEE THE DED RECORDS ON THE PAY-CALCULATION FILE"
                   TO REMITTANCE-REC(46:47)
               WRITE REMITTANCE-REC
           END-IF
           CLOSE REMITTANCE-FILE
           .
       WRITE-REMITTANCE-LISTING-EXIT.
           EXIT.

       WRITE-ONE-PAYEE SECTION.
           MOVE ZERO TO WS-PAYEE-TOTAL
           MOVE ZERO TO WS-PAYEE-LINES
           MOVE SPACES TO REMITTANCE-REC
           WRITE REMITTANCE-REC
           MOVE SPACES TO REMITTANCE-REC
           STRING "PAYEE " DELIMITED SIZE
               WS-PAYEE-NAME(WS-PAYEE-IDX) DELIMITED SIZE
               INTO REMITTANCE-REC
           END-STRING
           WRITE REMITTANCE-REC
           MOVE "EMPNO  EMPLOYEE    CODE          AMOUNT    NOT TAKEN"
               TO REMITTANCE-REC
           WRITE REMITTANCE-REC
           PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
               UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
               IF WS-REMIT-PAYEE(WS-REMIT-IDX)
                       = WS-PAYEE-NAME(WS-PAYEE-IDX)
                   MOVE SPACES TO REMITTANCE-REC
                   MOVE WS-REMIT-EMPNO(WS-REMIT-IDX) TO D-EMPNO
                   MOVE D-EMPNO TO REMITTANCE-REC(1:4)
                   MOVE WS-REMIT-NAME(WS-REMIT-IDX)
                       TO REMITTANCE-REC(8:10)
                   MOVE WS-REMIT-CODE(WS-REMIT-IDX)
                       TO REMITTANCE-REC(20:6)
                   MOVE WS-REMIT-AMOUNT(WS-REMIT-IDX) TO D-AMOUNT
                   MOVE D-AMOUNT TO REMITTANCE-REC(28:12)
                   IF WS-REMIT-SHORT(WS-REMIT-IDX) > 0
                       MOVE WS-REMIT-SHORT(WS-REMIT-IDX) TO D-AMOUNT
                       MOVE D-AMOUNT TO REMITTANCE-REC(42:12)
                   END-IF
                   WRITE REMITTANCE-REC
                   ADD WS-REMIT-AMOUNT(WS-REMIT-IDX) TO WS-PAYEE-TOTAL
                   ADD 1 TO WS-PAYEE-LINES
               END-IF
           END-PERFORM
           ADD WS-PAYEE-TOTAL TO WS-REMIT-GRAND-TOTAL
           MOVE SPACES TO REMITTANCE-REC
           MOVE WS-PAYEE-LINES TO D-COUNT
           STRING "TOTAL TO " DELIMITED SIZE
               WS-PAYEE-NAME(WS-PAYEE-IDX) DELIMITED BY SPACE
               " (" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO REMITTANCE-REC
           END-STRING
           MOVE WS-PAYEE-TOTAL TO D-AMOUNT
           MOVE D-AMOUNT TO REMITTANCE-REC(28:12)
           WRITE REMITTANCE-REC
           .
       WRITE-ONE-PAYEE-EXIT.
           EXIT.

       REPORT-TAX-EXCEPTION SECTION.
           ADD 1 TO WS-TAX-EXCEPTION-COUNT
           IF NOT WS-TAXEXC-FILE-OK
               GO TO REPORT-TAX-EXCEPTION-EXIT
           END-IF
           MOVE SPACES TO TAX-EXCEPTION-REC
           MOVE EMP-NUMBER TO D-EMPNO
           MOVE D-EMPNO TO TAX-EXCEPTION-REC(1:4)
           MOVE EMP-NAME-ARR TO TAX-EXCEPTION-REC(8:10)
           MOVE WS-GROSS TO D-AMOUNT
           MOVE D-AMOUNT TO TAX-EXCEPTION-REC(20:12)
           MOVE WS-TAX TO D-AMOUNT
           MOVE D-AMOUNT TO TAX-EXCEPTION-REC(34:12)
           MOVE WS-TAX-REASON TO TAX-EXCEPTION-REC(48:40)
           WRITE TAX-EXCEPTION-REC
           .
       REPORT-TAX-EXCEPTION-EXIT.
           EXIT.

       COUNT-LEAVE-DAYS SECTION.
      *    Walks the employee's STATUS changes in date order. The
      *    status at the period start is the AFTER of the last change
      *    before it, else the BEFORE of the first change inside it,
      *    else (no change on file at all) today's STATUS. Each
      *    change takes effect from its own date; days spent at L
      *    inside the paid span are counted.
           MOVE ZERO TO WS-LEAVE-DAYS
           MOVE "N" TO WS-OPENING-SWITCH
           MOVE EMP-STATUS TO WS-SEG-STATUS
           IF WS-SEG-STATUS = "T"
               MOVE "A" TO WS-SEG-STATUS
           END-IF

           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
               IF WS-LEAVE-EMPNO(WS-LEAVE-IDX) = EMP-NUMBER
                   IF WS-LEAVE-DATE-INT(WS-LEAVE-IDX) < WS-START-INT
                       MOVE WS-LEAVE-AFTER(WS-LEAVE-IDX)
                           TO WS-SEG-STATUS
                       SET WS-OPENING-FOUND TO TRUE
                   ELSE
                       IF NOT WS-OPENING-FOUND
                           MOVE WS-LEAVE-BEFORE(WS-LEAVE-IDX)
                               TO WS-SEG-STATUS
                           SET WS-OPENING-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-START-INT TO WS-SEG-START-INT
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
               IF WS-LEAVE-EMPNO(WS-LEAVE-IDX) = EMP-NUMBER
                   AND WS-LEAVE-DATE-INT(WS-LEAVE-IDX) >= WS-START-INT
                   IF WS-LEAVE-DATE-INT(WS-LEAVE-IDX)
                           > WS-SEG-START-INT
                       COMPUTE WS-SEG-END-INT =
                           WS-LEAVE-DATE-INT(WS-LEAVE-IDX) - 1
                       PERFORM ADD-LEAVE-SEGMENT
                   END-IF
                   MOVE WS-LEAVE-AFTER(WS-LEAVE-IDX) TO WS-SEG-STATUS
                   MOVE WS-LEAVE-DATE-INT(WS-LEAVE-IDX)
                       TO WS-SEG-START-INT
               END-IF
           END-PERFORM
           MOVE WS-END-INT TO WS-SEG-END-INT
           PERFORM ADD-LEAVE-SEGMENT
           .
       COUNT-LEAVE-DAYS-EXIT.
           EXIT.

       ADD-LEAVE-SEGMENT SECTION.
      *    Adds the part of one leave segment that falls inside the
      *    paid span.
           IF WS-SEG-STATUS NOT = "L"
               GO TO ADD-LEAVE-SEGMENT-EXIT
           END-IF
           MOVE WS-SEG-START-INT TO WS-OVERLAP-FROM
           IF WS-FIRST-PAID-INT > WS-OVERLAP-FROM
               MOVE WS-FIRST-PAID-INT TO WS-OVERLAP-FROM
           END-IF
           MOVE WS-SEG-END-INT TO WS-OVERLAP-TO
           IF WS-LAST-PAID-INT < WS-OVERLAP-TO
               MOVE WS-LAST-PAID-INT TO WS-OVERLAP-TO
           END-IF
           IF WS-OVERLAP-TO >= WS-OVERLAP-FROM
               COMPUTE WS-LEAVE-DAYS = WS-LEAVE-DAYS
                   + WS-OVERLAP-TO - WS-OVERLAP-FROM + 1
           END-IF
           .
       ADD-LEAVE-SEGMENT-EXIT.
           EXIT.

       REPORT-PART-PERIOD SECTION.
           ADD 1 TO WS-PRORATED-COUNT
           IF NOT WS-RPT-FILE-OK
               GO TO REPORT-PART-PERIOD-EXIT
           END-IF
           MOVE SPACES TO PRORATE-REPORT-REC
           MOVE EMP-NUMBER TO D-EMPNO
           MOVE D-EMPNO TO PRORATE-REPORT-REC(1:4)
           MOVE EMP-NAME-ARR TO PRORATE-REPORT-REC(8:10)
           IF WS-HIRE-DATE NOT = ZERO
               MOVE WS-HIRE-DATE TO PRORATE-REPORT-REC(20:8)
           END-IF
           IF WS-TERM-DATE NOT = ZERO
               MOVE WS-TERM-DATE TO PRORATE-REPORT-REC(30:8)
           END-IF
           IF WS-PAID-DAYS > 0
               MOVE WS-PAID-DAYS TO D-DAYS
           ELSE
               MOVE ZERO TO D-DAYS
           END-IF
           MOVE D-DAYS TO PRORATE-REPORT-REC(43:3)
           MOVE WS-LEAVE-DAYS TO D-DAYS
           MOVE D-DAYS TO PRORATE-REPORT-REC(49:3)
           IF WS-PAID-DAYS > 0
               MOVE WS-GROSS TO D-AMOUNT
               MOVE D-AMOUNT TO PRORATE-REPORT-REC(55:12)
           ELSE
               MOVE "NOT PAID" TO PRORATE-REPORT-REC(59:8)
           END-IF
           WRITE PRORATE-REPORT-REC
           .
       REPORT-PART-PERIOD-EXIT.
           EXIT.

       CLOSE-PAYCALC-FILE SECTION.
      *    Count and hash totals in the PAYFILE trailer style - the
      *    payment run checks them before paying from the file.
           MOVE SPACES TO PAYCALC-REC
           MOVE "TRL" TO PCT-TAG
           MOVE WS-ROW-COUNT TO PCT-COUNT
           MOVE WS-GROSS-HASH TO PCT-GROSS-HASH
           MOVE WS-NET-HASH TO PCT-NET-HASH
           MOVE WS-TAX-HASH TO PCT-TAX-HASH
           MOVE WS-SUPER-HASH TO PCT-SUPER-HASH
           MOVE WS-DED-COUNT TO PCT-DED-COUNT
           MOVE WS-DED-HASH TO PCT-DED-HASH
           MOVE WS-ARR-COUNT TO PCT-ARR-COUNT
           MOVE WS-ARR-HASH TO PCT-ARR-HASH
           MOVE WS-CLM-COUNT TO PCT-CLM-COUNT
           MOVE WS-CLM-HASH TO PCT-CLM-HASH
           WRITE PAYCALC-REC
           CLOSE PAYCALC-FILE
           .
       CLOSE-PAYCALC-FILE-EXIT.
           EXIT.

       CLOSE-PRORATE-REPORT SECTION.
           IF NOT WS-RPT-FILE-OK
               GO TO CLOSE-PRORATE-REPORT-EXIT
           END-IF
           MOVE ALL "-" TO PRORATE-REPORT-REC
           WRITE PRORATE-REPORT-REC
           MOVE SPACES TO PRORATE-REPORT-REC
           MOVE WS-ROW-COUNT TO D-COUNT
           STRING
               "EMPLOYEES PAID         " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO PRORATE-REPORT-REC
           END-STRING
           WRITE PRORATE-REPORT-REC
           MOVE SPACES TO PRORATE-REPORT-REC
           MOVE WS-PRORATED-COUNT TO D-COUNT
           STRING
               "PART-PERIOD / UNPAID   " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO PRORATE-REPORT-REC
           END-STRING
           WRITE PRORATE-REPORT-REC
           MOVE SPACES TO PRORATE-REPORT-REC
           MOVE WS-NOT-PAID-COUNT TO D-COUNT
           STRING
               "NOTHING PAYABLE        " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO PRORATE-REPORT-REC
           END-STRING
           WRITE PRORATE-REPORT-REC
           CLOSE PRORATE-REPORT-FILE
           .
       CLOSE-PRORATE-REPORT-EXIT.
           EXIT.

       CLOSE-TAX-EXCEPTION-REPORT SECTION.
           IF NOT WS-TAXEXC-FILE-OK
               GO TO CLOSE-TAX-EXCEPTION-REPORT-EXIT
           END-IF
           MOVE ALL "-" TO TAX-EXCEPTION-REC
           WRITE TAX-EXCEPTION-REC
           MOVE SPACES TO TAX-EXCEPTION-REC
           MOVE WS-TAX-EXCEPTION-COUNT TO D-COUNT
           STRING
               "WITHHELD AT TOP RATE   " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               INTO TAX-EXCEPTION-REC
           END-STRING
           WRITE TAX-EXCEPTION-REC
           CLOSE TAX-EXCEPTION-FILE
           .
       CLOSE-TAX-EXCEPTION-REPORT-EXIT.
           EXIT.
