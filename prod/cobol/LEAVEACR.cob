       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT LEAVE-BAL-FILE ASSIGN TO WS-BAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LVB-KEY
               FILE STATUS WS-BAL-STATUS.
           SELECT LEAVE-HIST-FILE ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY PAYCREC.
       FD  LEAVE-BAL-FILE.
           COPY LEAVEBAL.
       FD  LEAVE-HIST-FILE.
           COPY LEAVEHST.
       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.

      *    LEAVEACR accrues annual and personal leave for a released
      *    pay period, from the pay-calculation file PAYCALC wrote
      *    for it. Run it after PAYREL, alongside YTDPOST.
       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-PAYCALC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYCALC-EOF                 VALUE "Y".
       01  WS-BAL-FILENAME              PIC X(256).
       01  WS-BAL-STATUS                PIC XX.
           88  WS-BAL-FILE-OK                 VALUE "00".
           88  WS-BAL-NO-FILE                 VALUE "35".
       01  WS-HIST-FILENAME             PIC X(256).
       01  WS-HIST-STATUS               PIC XX.
           88  WS-HIST-FILE-OK                VALUE "00".
       01  WS-HIST-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-HIST-OPEN                   VALUE "Y".
       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".

      *    A full year's entitlement in days: LEAVE-ANNUAL-DAYS
      *    (default 20) and LEAVE-PERSONAL-DAYS (default 10). Each
      *    period accrues the year's entitlement over 365 days for
      *    every day of the period paid.
       01  WS-ENTITLE-ENV               PIC X(3).
       01  WS-ANNUAL-DAYS               PIC 9(3) VALUE 20.
       01  WS-PERSONAL-DAYS             PIC 9(3) VALUE 10.
       01  WS-ENTITLEMENT               PIC 9(3).
       01  WS-ACCRUAL                   PIC 9(3)V99.
       01  WS-ACCRUE-TYPE               PIC X.
       01  WS-HIST-KIND                 PIC X.
       01  WS-HIST-DAYS                 PIC 9(3)V99.

       01  WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01  WS-ACCRUED-COUNT             PIC 9(5) VALUE 0.
       01  WS-REACCRUED-COUNT           PIC 9(5) VALUE 0.
       01  WS-LATER-COUNT               PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

      *    Control totals of the pay-calculation file as read, proved
      *    against its own trailer before anything is accrued.
       01  WS-CALC-COUNT                PIC 9(9) VALUE 0.
       01  WS-CALC-GROSS-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-CALC-NET-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-CALC-TRAILER-SWITCH       PIC X VALUE "N".
           88  WS-CALC-TRAILER-SEEN           VALUE "Y".
       01  WS-PERIOD-START              PIC 9(8) VALUE 0.
       01  WS-PERIOD-END                PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END.
           05  WS-PERIOD-END-YYYY       PIC 9(4).
           05  WS-PERIOD-END-MM         PIC 9(2).
           05  WS-PERIOD-END-DD         PIC 9(2).
       01  WS-FIN-YEAR                  PIC 9(4) VALUE 0.

       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW                       PIC 9(8).
       01  WS-OPERATOR                  PIC X(10).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-OPERATOR
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE

           PERFORM RECORD-RUN-START
           PERFORM LOAD-ENTITLEMENTS
           PERFORM OPEN-PAYCALC-FILE
           PERFORM PROVE-PAYCALC-FILE
           CLOSE PAYCALC-FILE

           IF WS-FETCH-FAILED
      *        Nothing is accrued from a pay-calculation file that
      *        cannot be proved complete.
               DISPLAY "LEAVEACR: NO LEAVE ACCRUED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-RUN-RELEASED
           IF WS-FETCH-FAILED
      *        Leave accrues on a period actually paid - one signed
      *        off and released to the bank.
               DISPLAY "LEAVEACR: NO LEAVE ACCRUED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-BALANCE-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-PAYCALC-FILE
           PERFORM ACCRUE-ALL-EMPLOYEES
           CLOSE PAYCALC-FILE
           CLOSE LEAVE-BAL-FILE
           IF WS-HIST-OPEN
               CLOSE LEAVE-HIST-FILE
           END-IF

           DISPLAY "LEAVEACR: " WS-ROW-COUNT " employee(s) for "
               WS-PERIOD-START "-" WS-PERIOD-END ": "
               WS-ACCRUED-COUNT " balance(s) accrued, "
               WS-REACCRUED-COUNT " accrued again for the same period"
           IF WS-LATER-COUNT > 0
               DISPLAY "LEAVEACR: " WS-LATER-COUNT
                   " balance(s) not accrued - a later period is "
                   "already accrued"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The balances are posted by this run - two copies must
      *    never accrue the same period at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "LEAVEACR" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "LEAVEACR: ANOTHER COPY IS RUNNING - ENDED"
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

       LOAD-ENTITLEMENTS SECTION.
           MOVE SPACES TO WS-ENTITLE-ENV
           DISPLAY "LEAVE-ANNUAL-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENTITLE-ENV FROM ENVIRONMENT-VALUE
           IF WS-ENTITLE-ENV NOT = SPACES
               DISPLAY "LEAVE-ANNUAL-DAYS" UPON ENVIRONMENT-NAME
               ACCEPT WS-ANNUAL-DAYS FROM ENVIRONMENT-VALUE
               IF WS-ANNUAL-DAYS IS NOT NUMERIC
                   DISPLAY "LEAVEACR: LEAVE-ANNUAL-DAYS NOT NUMERIC - "
                       "USING 20"
                   MOVE 20 TO WS-ANNUAL-DAYS
               END-IF
           END-IF

           MOVE SPACES TO WS-ENTITLE-ENV
           DISPLAY "LEAVE-PERSONAL-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENTITLE-ENV FROM ENVIRONMENT-VALUE
           IF WS-ENTITLE-ENV NOT = SPACES
               DISPLAY "LEAVE-PERSONAL-DAYS" UPON ENVIRONMENT-NAME
               ACCEPT WS-PERSONAL-DAYS FROM ENVIRONMENT-VALUE
               IF WS-PERSONAL-DAYS IS NOT NUMERIC
                   DISPLAY "LEAVEACR: LEAVE-PERSONAL-DAYS NOT NUMERIC "
                       "- USING 10"
                   MOVE 10 TO WS-PERSONAL-DAYS
               END-IF
           END-IF
           .
       LOAD-ENTITLEMENTS-EXIT.
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
               DISPLAY "LEAVEACR: UNABLE TO OPEN PAY-CALCULATION "
                   "FILE: " WS-PAYCALC-FILENAME
               PERFORM RECORD-RUN-FAIL
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
               DISPLAY "LEAVEACR: NO HEADER ON PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PCH-PERIOD-START TO WS-PERIOD-START
           MOVE PCH-PERIOD-END TO WS-PERIOD-END
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
      *    trailer has been read and its count and gross and net
      *    hashes agree.
           PERFORM UNTIL WS-PAYCALC-EOF OR WS-CALC-TRAILER-SEEN
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               ADD 1 TO WS-CALC-COUNT
                               ADD PCD-GROSS TO WS-CALC-GROSS-HASH
                               ADD PCD-NET TO WS-CALC-NET-HASH
                           WHEN "TRL"
                               SET WS-CALC-TRAILER-SEEN TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF NOT WS-CALC-TRAILER-SEEN
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "LEAVEACR: PAY-CALCULATION FILE HAS NO TRAILER"
               GO TO PROVE-PAYCALC-FILE-EXIT
           END-IF
           IF PCT-COUNT NOT = WS-CALC-COUNT
               OR PCT-GROSS-HASH NOT = WS-CALC-GROSS-HASH
               OR PCT-NET-HASH NOT = WS-CALC-NET-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "LEAVEACR: PAY-CALCULATION TRAILER MISMATCH - "
                   "TRAILER " PCT-COUNT " / " PCT-NET-HASH
                   ", READ " WS-CALC-COUNT " / " WS-CALC-NET-HASH
           END-IF
           .
       PROVE-PAYCALC-FILE-EXIT.
           EXIT.

       CHECK-RUN-RELEASED SECTION.
      *    PAY-HOLD-FILE names the release-control record
      *    (copy/PAYHOLD.cpy); it defaults to /tmp/pay_hold.dat. The
      *    period is accrued once PAYREL has released the payment
      *    file that paid it.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "PAY-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/tmp/pay_hold.dat" TO WS-HOLD-FILENAME
           END-IF
           OPEN INPUT PAY-HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "LEAVEACR: NO PAYMENT RUN HAS BEEN RELEASED - "
                   "RUN PAYVAR AND PAYREL FIRST"
               GO TO CHECK-RUN-RELEASED-EXIT
           END-IF
           READ PAY-HOLD-FILE
               AT END
                   MOVE SPACES TO PAY-HOLD-REC
           END-READ
           CLOSE PAY-HOLD-FILE
           IF NOT PRH-RELEASED
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "LEAVEACR: THE PAYMENT RUN IS NOT RELEASED - "
                   "SIGN IT OFF WITH PAYREL FIRST"
               GO TO CHECK-RUN-RELEASED-EXIT
           END-IF
           IF PRH-PERIOD-END NOT = WS-PERIOD-END
               OR PRH-PAY-COUNT NOT = WS-CALC-COUNT
               OR PRH-PAY-HASH NOT = WS-CALC-NET-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "LEAVEACR: RUN RELEASED FOR PERIOD ENDING "
                   PRH-PERIOD-END " (" PRH-PAY-COUNT " / "
                   PRH-PAY-HASH ") IS NOT THIS PAY-CALCULATION FILE"
           END-IF
           .
       CHECK-RUN-RELEASED-EXIT.
           EXIT.

       OPEN-BALANCE-FILE SECTION.
      *    LEAVE-BAL-FILE names the leave balance master
      *    (copy/LEAVEBAL.cpy); it defaults to /tmp/leave_bal.dat
      *    when unset, and is created empty on first use.
           MOVE SPACES TO WS-BAL-FILENAME
           DISPLAY "LEAVE-BAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BAL-FILENAME = SPACES
               MOVE "/tmp/leave_bal.dat" TO WS-BAL-FILENAME
           END-IF
           OPEN I-O LEAVE-BAL-FILE
           IF WS-BAL-NO-FILE
               OPEN OUTPUT LEAVE-BAL-FILE
               CLOSE LEAVE-BAL-FILE
               OPEN I-O LEAVE-BAL-FILE
           END-IF
           IF NOT WS-BAL-FILE-OK
               DISPLAY "LEAVEACR: UNABLE TO OPEN LEAVE BALANCES: "
                   WS-BAL-FILENAME " STATUS=" WS-BAL-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-BALANCE-FILE-EXIT.
           EXIT.

       OPEN-HISTORY-FILE SECTION.
      *    LEAVE-HIST-FILE names the leave history
      *    (copy/LEAVEHST.cpy); it defaults to /tmp/leave_hist.dat.
      *    The balances are still accrued when it cannot be opened.
           MOVE SPACES TO WS-HIST-FILENAME
           DISPLAY "LEAVE-HIST-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HIST-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HIST-FILENAME = SPACES
               MOVE "/tmp/leave_hist.dat" TO WS-HIST-FILENAME
           END-IF
           OPEN EXTEND LEAVE-HIST-FILE
           IF NOT WS-HIST-FILE-OK
               OPEN OUTPUT LEAVE-HIST-FILE
           END-IF
           IF WS-HIST-FILE-OK
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "LEAVEACR: UNABLE TO ADD TO LEAVE HISTORY: "
                   WS-HIST-FILENAME " - ACCRUALS NOT RECORDED THERE"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       OPEN-HISTORY-FILE-EXIT.
           EXIT.

       ACCRUE-ALL-EMPLOYEES SECTION.
           PERFORM UNTIL WS-PAYCALC-EOF
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               ADD 1 TO WS-ROW-COUNT
                               MOVE "A" TO WS-ACCRUE-TYPE
                               MOVE WS-ANNUAL-DAYS TO WS-ENTITLEMENT
                               PERFORM ACCRUE-ONE-BALANCE
                               MOVE "P" TO WS-ACCRUE-TYPE
                               MOVE WS-PERSONAL-DAYS TO WS-ENTITLEMENT
                               PERFORM ACCRUE-ONE-BALANCE
                           WHEN "TRL"
                               SET WS-PAYCALC-EOF TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .
       ACCRUE-ALL-EMPLOYEES-EXIT.
           EXIT.

       ACCRUE-ONE-BALANCE SECTION.
      *    A period already accrued (LEAVEACR rerun, perhaps after a
      *    PAYCALC rerun) has its earlier accrual taken back before
      *    the new one goes in, so no period accrues twice. A period
      *    older than the one last accrued is left alone and
      *    reported.
           COMPUTE WS-ACCRUAL ROUNDED =
               WS-ENTITLEMENT * PCD-PAID-DAYS / 365
           MOVE PCD-EMPNO TO LVB-EMPNO
           MOVE WS-ACCRUE-TYPE TO LVB-TYPE
           READ LEAVE-BAL-FILE
               KEY IS LVB-KEY
               INVALID KEY
                   MOVE SPACES TO LEAVE-BAL-REC
                   INITIALIZE LEAVE-BAL-REC
                   MOVE PCD-EMPNO TO LVB-EMPNO
                   MOVE WS-ACCRUE-TYPE TO LVB-TYPE
                   MOVE WS-FIN-YEAR TO LVB-FIN-YEAR
                   PERFORM FILL-ACCRUAL
                   WRITE LEAVE-BAL-REC
                   ADD 1 TO WS-ACCRUED-COUNT
                   PERFORM WRITE-ACCRUAL-HISTORY
                   GO TO ACCRUE-ONE-BALANCE-EXIT
           END-READ

           IF LVB-LAST-ACCRUAL-END > WS-PERIOD-END
               ADD 1 TO WS-LATER-COUNT
               DISPLAY "LEAVEACR: EMPNO " LVB-EMPNO " TYPE " LVB-TYPE
                   " ALREADY ACCRUED TO " LVB-LAST-ACCRUAL-END
               GO TO ACCRUE-ONE-BALANCE-EXIT
           END-IF
           IF LVB-LAST-ACCRUAL-END = WS-PERIOD-END
               SUBTRACT LVB-LAST-ACCRUED FROM LVB-BALANCE
               IF LVB-FIN-YEAR = WS-FIN-YEAR
                   IF LVB-ACCRUED-FY > LVB-LAST-ACCRUED
                       SUBTRACT LVB-LAST-ACCRUED FROM LVB-ACCRUED-FY
                   ELSE
                       MOVE ZERO TO LVB-ACCRUED-FY
                   END-IF
               END-IF
               IF LVB-LAST-ACCRUED > 0
                   MOVE "B" TO WS-HIST-KIND
                   MOVE LVB-LAST-ACCRUED TO WS-HIST-DAYS
                   PERFORM WRITE-HISTORY-LINE
               END-IF
               ADD 1 TO WS-REACCRUED-COUNT
           ELSE
               ADD 1 TO WS-ACCRUED-COUNT
           END-IF
           IF WS-FIN-YEAR > LVB-FIN-YEAR
               MOVE WS-FIN-YEAR TO LVB-FIN-YEAR
               MOVE ZERO TO LVB-ACCRUED-FY
               MOVE ZERO TO LVB-TAKEN-FY
           END-IF
           PERFORM FILL-ACCRUAL
           REWRITE LEAVE-BAL-REC
           PERFORM WRITE-ACCRUAL-HISTORY
           .
       ACCRUE-ONE-BALANCE-EXIT.
           EXIT.

       FILL-ACCRUAL SECTION.
           ADD WS-ACCRUAL TO LVB-BALANCE
           ADD WS-ACCRUAL TO LVB-ACCRUED-FY
           MOVE WS-PERIOD-END TO LVB-LAST-ACCRUAL-END
           MOVE WS-ACCRUAL TO LVB-LAST-ACCRUED
           MOVE WS-TODAY TO LVB-UPDATED-DATE
           MOVE "LEAVEACR" TO LVB-UPDATED-BY
           .
       FILL-ACCRUAL-EXIT.
           EXIT.

       WRITE-ACCRUAL-HISTORY SECTION.
      *    A period with no paid days accrues nothing and is not
      *    worth a history line.
           IF WS-ACCRUAL > 0
               MOVE "C" TO WS-HIST-KIND
               MOVE WS-ACCRUAL TO WS-HIST-DAYS
               PERFORM WRITE-HISTORY-LINE
           END-IF
           .
       WRITE-ACCRUAL-HISTORY-EXIT.
           EXIT.

       WRITE-HISTORY-LINE SECTION.
           IF NOT WS-HIST-OPEN
               GO TO WRITE-HISTORY-LINE-EXIT
           END-IF
           MOVE SPACES TO LEAVE-HIST-REC
           MOVE LVB-EMPNO TO LVH-EMPNO
           MOVE LVB-TYPE TO LVH-TYPE
           MOVE WS-HIST-KIND TO LVH-KIND
           MOVE WS-PERIOD-END TO LVH-LEAVE-DATE
           MOVE WS-HIST-DAYS TO LVH-DAYS
           MOVE LVB-BALANCE TO LVH-BALANCE
           MOVE WS-TODAY TO LVH-POSTED-DATE
           MOVE WS-NOW TO LVH-POSTED-TIME
           MOVE "LEAVEACR" TO LVH-SOURCE
           MOVE WS-OPERATOR TO LVH-OPERATOR
           WRITE LEAVE-HIST-REC
           .
       WRITE-HISTORY-LINE-EXIT.
           EXIT.
