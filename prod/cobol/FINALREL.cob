       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-PAY-FILE ASSIGN TO WS-FINAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FPY-KEY
               FILE STATUS WS-FINAL-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYMENT-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO WS-YTD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY YTD-KEY
               FILE STATUS WS-YTD-STATUS.
           SELECT PAY-RUN-FILE ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT SAL-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RTR-KEY
               FILE STATUS WS-RETRO-STATUS.
           SELECT LEAVE-BAL-FILE ASSIGN TO WS-LEAVE-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LVB-KEY
               FILE STATUS WS-LEAVE-STATUS.
           SELECT LEAVE-HIST-FILE ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-FILE.
           COPY FINALPAY.
      *    The off-cycle payment file is laid out as PAYFILE's, so
      *    the bank transfer takes it the same way; PAYH-RUN-TYPE is
      *    F on its header where a regular file has a space.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC                 PIC X(80).
       01  PAYMENT-HEADER-REC REDEFINES PAYMENT-REC.
           05  PAYH-TAG                PIC X(3).
           05  PAYH-DATE               PIC 9(8).
           05  PAYH-PERIOD-END         PIC 9(8).
           05  PAYH-PERIOD-START       PIC 9(8).
           05  PAYH-RUN-TYPE           PIC X.
           05  FILLER                  PIC X(52).
       01  PAYMENT-DETAIL-REC REDEFINES PAYMENT-REC.
           05  PAYD-TAG                PIC X(3).
           05  PAYD-EMPNO              PIC 9(4).
           05  PAYD-NAME               PIC X(10).
           05  PAYD-AMOUNT             PIC 9(9)V99.
           05  FILLER                  PIC X(52).
       01  PAYMENT-TRAILER-REC REDEFINES PAYMENT-REC.
           05  PAYT-TAG                PIC X(3).
           05  PAYT-COUNT              PIC 9(9).
           05  PAYT-HASH               PIC 9(13)V99.
           05  FILLER                  PIC X(53).
       FD  PAY-YTD-FILE.
           COPY PAYYTD.
       FD  PAY-RUN-FILE.
           COPY PAYRUNS.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.
       FD  LEAVE-BAL-FILE.
           COPY LEAVEBAL.
       FD  LEAVE-HIST-FILE.
           COPY LEAVEHST.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.
           COPY OUTREGLK.

      *    FINALREL is the sign-off that pays the final pay FINALCALC
      *    worked out, off-cycle and outside the regular pay run.
      *    The signer is the operator signed on through MENU
      *    (OPERATOR-ID), and must hold the UPDATE class. Every
      *    leaver paid is journalled against their EMPNO as FIELD
      *    FINALPAY, CALCULATED to the net paid, with the operator.
       01  WS-FINAL-FILENAME            PIC X(256).
       01  WS-FINAL-STATUS              PIC XX.
           88  WS-FINAL-FILE-OK               VALUE "00".
           88  WS-FINAL-NO-FILE               VALUE "35".
       01  WS-FINAL-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FINAL-EOF                   VALUE "Y".
       01  WS-PAYMENT-FILENAME          PIC X(256).
       01  WS-PAYMENT-STATUS            PIC XX.
           88  WS-PAYMENT-FILE-OK             VALUE "00".
       01  WS-YTD-FILENAME              PIC X(256).
       01  WS-YTD-STATUS                PIC XX.
           88  WS-YTD-FILE-OK                 VALUE "00".
           88  WS-YTD-NO-FILE                 VALUE "35".
       01  WS-YTD-OPEN-SWITCH           PIC X VALUE "N".
           88  WS-YTD-OPEN                    VALUE "Y".
       01  WS-REGISTER-FILENAME         PIC X(256).
       01  WS-REGISTER-STATUS           PIC XX.
           88  WS-REGISTER-FILE-OK            VALUE "00".
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
       01  WS-RETRO-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-RETRO-OPEN                  VALUE "Y".
       01  WS-RETRO-EOF-SWITCH          PIC X.
           88  WS-RETRO-EOF                   VALUE "Y".
       01  WS-LEAVE-FILENAME            PIC X(256).
       01  WS-LEAVE-STATUS              PIC XX.
           88  WS-LEAVE-FILE-OK               VALUE "00".
       01  WS-LEAVE-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-LEAVE-OPEN                  VALUE "Y".
       01  WS-HIST-FILENAME             PIC X(256).
       01  WS-HIST-STATUS               PIC XX.
           88  WS-HIST-FILE-OK                VALUE "00".
       01  WS-HIST-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-HIST-OPEN                   VALUE "Y".

       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-DECISION                  PIC X.

       01  WS-CALC-COUNT                PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT             PIC 9(5) VALUE 0.
       01  WS-PAY-COUNT                 PIC 9(9) VALUE 0.
       01  WS-PAY-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-NIL-COUNT                 PIC 9(5) VALUE 0.
       01  WS-ARR-PAID-COUNT            PIC 9(9) VALUE 0.
       01  WS-LEAVE-PAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-LIST-NET-TOTAL            PIC 9(13)V99 VALUE 0.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).
       01  WS-NOW-TIME                  PIC 9(8).
       01  WS-FIN-YEAR                  PIC 9(4).
       01  WS-OVERDUE-FLAG              PIC X(11).

       01  DISPLAY-VARIABLES.
           05  D-COUNT                  PIC Z(8)9.
           05  D-HASH                   PIC Z(12)9.99.
           05  D-NET                    PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "FINALREL - OFF-CYCLE FINAL PAY SIGN-OFF AND RELEASE"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY-MM > 6
               COMPUTE WS-FIN-YEAR = WS-TODAY-YYYY + 1
           ELSE
               MOVE WS-TODAY-YYYY TO WS-FIN-YEAR
           END-IF
           PERFORM CHECK-SIGNER

           PERFORM RECORD-RUN-START
           PERFORM OPEN-FINAL-FILE
           PERFORM LIST-CALCULATED-ENTRIES

           IF WS-CALC-COUNT = 0
               DISPLAY "FINALREL: NO FINAL PAY IS CALCULATED AND "
                   "UNPAID - RUN FINALCALC FIRST."
               CLOSE FINAL-PAY-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

           MOVE WS-CALC-COUNT TO D-COUNT
           MOVE WS-LIST-NET-TOTAL TO D-HASH
           DISPLAY " "
           DISPLAY D-COUNT " LEAVER(S) TOTALLING " D-HASH " NET"
           IF WS-OVERDUE-COUNT > 0
               DISPLAY WS-OVERDUE-COUNT " ARE PAST THE DAY THEIR FINAL "
                   "PAY WAS DUE"
           END-IF
           DISPLAY " "
           DISPLAY "HAVE YOU REVIEWED THE FINAL-PAY REGISTER AND DO "
               "YOU SIGN IT OFF FOR PAYMENT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-DECISION

           IF WS-DECISION NOT = "Y" AND WS-DECISION NOT = "y"
               DISPLAY "FINALREL: NOT SIGNED OFF - NOTHING PAID."
               CLOSE FINAL-PAY-FILE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

           PERFORM OPEN-PAYMENT-FILE
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-RETRO-FILE
           PERFORM OPEN-LEAVE-FILES
           PERFORM PAY-CALCULATED-ENTRIES
           PERFORM WRITE-PAYMENT-TRAILER
           PERFORM REGISTER-PAYMENT-FILE
           CLOSE FINAL-PAY-FILE
           IF WS-YTD-OPEN
               CLOSE PAY-YTD-FILE
           END-IF
           IF WS-RETRO-OPEN
               CLOSE SAL-RETRO-FILE
           END-IF
           IF WS-LEAVE-OPEN
               CLOSE LEAVE-BAL-FILE
           END-IF
           IF WS-HIST-OPEN
               CLOSE LEAVE-HIST-FILE
           END-IF
           PERFORM ADD-RUN-REGISTER-ENTRY

           MOVE WS-PAY-COUNT TO D-COUNT
           MOVE WS-PAY-HASH TO D-HASH
           DISPLAY "FINALREL: SIGNED OFF BY " WS-SIGNER-ID " - "
               D-COUNT " PAYMENT(S) TOTALLING " D-HASH
           DISPLAY "FINALREL: RELEASED TO " WS-PAYMENT-FILENAME
           IF WS-NIL-COUNT > 0
               DISPLAY "FINALREL: " WS-NIL-COUNT
                   " LEAVER(S) WITH NO NET FINAL PAY MARKED PAID"
           END-IF
           IF WS-ARR-PAID-COUNT > 0
               DISPLAY "FINALREL: " WS-ARR-PAID-COUNT
                   " BACKDATED SALARY ARREARS ENTRY(S) MARKED PAID"
           END-IF
           IF WS-LEAVE-PAID-COUNT > 0
               DISPLAY "FINALREL: " WS-LEAVE-PAID-COUNT
                   " ANNUAL LEAVE BALANCE(S) PAID OUT"
           END-IF

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-SIGNER SECTION.
      *    The signer needs FINAL-PAY on their roles (PERMCHK) -
      *    no sign-on at all is refused.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-SIGNER-ID = SPACES
               DISPLAY "FINALREL: SIGN-OFF NEEDS AN OPERATOR SIGNED ON "
                   "THROUGH MENU."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-SIGNER-ID TO PX-OPERATOR
           MOVE "FINAL-PAY" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "FINALREL: " WS-SIGNER-ID
                   " MAY NOT SIGN OFF FINAL PAY - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    The payments are journalled - holding EMP-WRITE serializes
      *    this session with every other journal writer, so the hash
      *    chain stays unbroken.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "FINALREL" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "FINALREL: EMP IS HELD BY ANOTHER WRITER - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-JRNL-WRITER-LOCKED TO TRUE
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           IF RETURN-CODE = 0
               MOVE "OK" TO RS-STATUS
           ELSE
               MOVE "FAIL" TO RS-STATUS
           END-IF
           MOVE WS-PAY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       OPEN-FINAL-FILE SECTION.
      *    FINAL-PAY-FILE names the final-pay register; it defaults
      *    to /tmp/final_pay.dat.
           MOVE SPACES TO WS-FINAL-FILENAME
           DISPLAY "FINAL-PAY-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FINAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FINAL-FILENAME = SPACES
               MOVE "/tmp/final_pay.dat" TO WS-FINAL-FILENAME
           END-IF
           OPEN I-O FINAL-PAY-FILE
           IF WS-FINAL-NO-FILE
               DISPLAY "FINALREL: NO TERMINATIONS REGISTERED - "
                   "NOTHING TO PAY."
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF NOT WS-FINAL-FILE-OK
               DISPLAY "FINALREL: UNABLE TO OPEN FINAL-PAY REGISTER: "
                   WS-FINAL-FILENAME " STATUS=" WS-FINAL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       OPEN-FINAL-FILE-EXIT.
           EXIT.

       LIST-CALCULATED-ENTRIES SECTION.
      *    What is about to be paid, for the signer to hold against
      *    the FINALCALC register report. Entries still open have
      *    not been worked and are not paid.
           DISPLAY " "
           DISPLAY "EMPNO  EMPLOYEE    TERMINATED  DUE BY        "
               "NET FINAL PAY"
           MOVE LOW-VALUES TO FPY-KEY
           MOVE "N" TO WS-FINAL-EOF-SWITCH
           START FINAL-PAY-FILE KEY NOT LESS THAN FPY-KEY
               INVALID KEY
                   SET WS-FINAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FINAL-EOF
               READ FINAL-PAY-FILE NEXT
                   AT END
                       SET WS-FINAL-EOF TO TRUE
                   NOT AT END
                       IF FPY-CALCULATED
                           ADD 1 TO WS-CALC-COUNT
                           ADD FPY-NET TO WS-LIST-NET-TOTAL
                           MOVE SPACES TO WS-OVERDUE-FLAG
                           IF WS-TODAY > FPY-DUE-DATE
                               MOVE "** OVERDUE" TO WS-OVERDUE-FLAG
                               ADD 1 TO WS-OVERDUE-COUNT
                           END-IF
                           MOVE FPY-NET TO D-NET
                           DISPLAY FPY-EMPNO "   " FPY-NAME "  "
                               FPY-TERM-DATE "    " FPY-DUE-DATE "  "
                               D-NET " " WS-OVERDUE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           .
       LIST-CALCULATED-ENTRIES-EXIT.
           EXIT.

       OPEN-PAYMENT-FILE SECTION.
      *    FINAL-PAY-PAYFILE names the off-cycle payment file for the
      *    bank; it defaults to /tmp/payfile_offcycle.dat. It stands
      *    apart from the regular PAYFILE-OUT, so a held regular run
      *    is never overwritten. The header's period is the release
      *    day.
           MOVE SPACES TO WS-PAYMENT-FILENAME
           DISPLAY "FINAL-PAY-PAYFILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYMENT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PAYMENT-FILENAME = SPACES
               MOVE "/tmp/payfile_offcycle.dat" TO WS-PAYMENT-FILENAME
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "FINALREL: UNABLE TO OPEN PAYMENT FILE: "
                   WS-PAYMENT-FILENAME " - NOTHING PAID"
               CLOSE FINAL-PAY-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO PAYMENT-REC
           MOVE "HDR" TO PAYH-TAG
           MOVE WS-TODAY TO PAYH-DATE
           MOVE WS-TODAY TO PAYH-PERIOD-END
           MOVE WS-TODAY TO PAYH-PERIOD-START
           MOVE "F" TO PAYH-RUN-TYPE
           WRITE PAYMENT-REC
           .
       OPEN-PAYMENT-FILE-EXIT.
           EXIT.

       OPEN-YTD-FILE SECTION.
      *    PAY-YTD-FILE names the year-to-date accumulator; it
      *    defaults to /tmp/pay_ytd.dat and is started here if no
      *    regular run has posted to it yet. Final pay counts in the
      *    financial year it is paid in.
           MOVE SPACES TO WS-YTD-FILENAME
           DISPLAY "PAY-YTD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-YTD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-YTD-FILENAME = SPACES
               MOVE "/tmp/pay_ytd.dat" TO WS-YTD-FILENAME
           END-IF
           OPEN I-O PAY-YTD-FILE
           IF WS-YTD-NO-FILE
               OPEN OUTPUT PAY-YTD-FILE
               CLOSE PAY-YTD-FILE
               OPEN I-O PAY-YTD-FILE
           END-IF
           IF WS-YTD-FILE-OK
               SET WS-YTD-OPEN TO TRUE
           ELSE
               DISPLAY "FINALREL: UNABLE TO OPEN YEAR-TO-DATE FILE: "
                   WS-YTD-FILENAME " STATUS=" WS-YTD-STATUS
                   " - FINAL PAY NOT POSTED TO THE YEAR"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       OPEN-YTD-FILE-EXIT.
           EXIT.

       OPEN-RETRO-FILE SECTION.
      *    SAL-RETRO-FILE names the backdated salary change register;
      *    it defaults to /tmp/sal_retro.dat.
           MOVE SPACES TO WS-RETRO-FILENAME
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           OPEN I-O SAL-RETRO-FILE
           IF WS-RETRO-FILE-OK
               SET WS-RETRO-OPEN TO TRUE
           END-IF
           .
       OPEN-RETRO-FILE-EXIT.
           EXIT.

       OPEN-LEAVE-FILES SECTION.
      *    LEAVE-BAL-FILE names the leave balance master and
      *    LEAVE-HIST-FILE its history (copy/LEAVEBAL.cpy and
      *    copy/LEAVEHST.cpy), defaulting to /tmp/leave_bal.dat and
      *    /tmp/leave_hist.dat. With no master there is no leave
      *    balance to pay out.
           MOVE SPACES TO WS-LEAVE-FILENAME
           DISPLAY "LEAVE-BAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEAVE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEAVE-FILENAME = SPACES
               MOVE "/tmp/leave_bal.dat" TO WS-LEAVE-FILENAME
           END-IF
           OPEN I-O LEAVE-BAL-FILE
           IF NOT WS-LEAVE-FILE-OK
               GO TO OPEN-LEAVE-FILES-EXIT
           END-IF
           SET WS-LEAVE-OPEN TO TRUE
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
           END-IF
           .
       OPEN-LEAVE-FILES-EXIT.
           EXIT.

       PAY-CALCULATED-ENTRIES SECTION.
      *    Each calculated entry is written to the payment file and
      *    marked paid in the same pass, so what the file pays and
      *    what the register shows paid are the same entries.
           MOVE LOW-VALUES TO FPY-KEY
           MOVE "N" TO WS-FINAL-EOF-SWITCH
           START FINAL-PAY-FILE KEY NOT LESS THAN FPY-KEY
               INVALID KEY
                   SET WS-FINAL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FINAL-EOF
               READ FINAL-PAY-FILE NEXT
                   AT END
                       SET WS-FINAL-EOF TO TRUE
                   NOT AT END
                       IF FPY-CALCULATED
                           PERFORM PAY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .
       PAY-CALCULATED-ENTRIES-EXIT.
           EXIT.

       PAY-ONE-ENTRY SECTION.
           IF FPY-NET > 0
               MOVE SPACES TO PAYMENT-REC
               MOVE "DTL" TO PAYD-TAG
               MOVE FPY-EMPNO TO PAYD-EMPNO
               MOVE FPY-NAME TO PAYD-NAME
               MOVE FPY-NET TO PAYD-AMOUNT
               WRITE PAYMENT-REC
               ADD 1 TO WS-PAY-COUNT
               ADD FPY-NET TO WS-PAY-HASH
           ELSE
               ADD 1 TO WS-NIL-COUNT
           END-IF

           SET FPY-PAID TO TRUE
           MOVE WS-TODAY TO FPY-PAID-DATE
           MOVE WS-SIGNER-ID TO FPY-PAID-BY
           REWRITE FINAL-PAY-REC
               INVALID KEY
                   DISPLAY "FINALREL: UNABLE TO MARK EMPNO " FPY-EMPNO
                       " PAID STATUS=" WS-FINAL-STATUS
                   MOVE 4 TO RETURN-CODE
           END-REWRITE

           MOVE FPY-EMPNO TO WS-JRNL-EMPNO
           MOVE "FINALPAY" TO WS-JRNL-FIELD
           MOVE "CALCULATED" TO WS-JRNL-BEFORE
           MOVE FPY-NET TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL

           PERFORM POST-YEAR-TO-DATE
           PERFORM MARK-ARREARS-PAID
           PERFORM PAY-OUT-LEAVE-BALANCE
           .
       PAY-ONE-ENTRY-EXIT.
           EXIT.

       POST-YEAR-TO-DATE SECTION.
      *    Final pay adds to the year's totals and, when a payment is
      *    made, counts as a payment the way a regular period does,
      *    so PAYSUMM still reconciles with the run register. The
      *    YTD-LAST- figures are the last regular period's and are
      *    left alone for YTDPOST. Super on final pay is remitted by
      *    hand from the FINALCALC register.
           IF NOT WS-YTD-OPEN
               GO TO POST-YEAR-TO-DATE-EXIT
           END-IF
           MOVE FPY-EMPNO TO YTD-EMPNO
           MOVE WS-FIN-YEAR TO YTD-FIN-YEAR
           READ PAY-YTD-FILE
               KEY IS YTD-KEY
               INVALID KEY
                   MOVE SPACES TO PAY-YTD-REC
                   MOVE FPY-EMPNO TO YTD-EMPNO
                   MOVE WS-FIN-YEAR TO YTD-FIN-YEAR
                   MOVE ZERO TO YTD-GROSS
                   MOVE ZERO TO YTD-TAX
                   MOVE ZERO TO YTD-SUPER
                   MOVE ZERO TO YTD-PRETAX-DED
                   MOVE ZERO TO YTD-POSTTAX-DED
                   MOVE ZERO TO YTD-NET
                   MOVE ZERO TO YTD-PERIOD-COUNT
                   MOVE ZERO TO YTD-LAST-PERIOD-END
                   MOVE ZERO TO YTD-LAST-GROSS
                   MOVE ZERO TO YTD-LAST-TAX
                   MOVE ZERO TO YTD-LAST-SUPER
                   MOVE ZERO TO YTD-LAST-PRETAX-DED
                   MOVE ZERO TO YTD-LAST-POSTTAX-DED
                   MOVE ZERO TO YTD-LAST-NET
                   MOVE FPY-NAME TO YTD-NAME
                   PERFORM ADD-FINAL-TO-YEAR
                   WRITE PAY-YTD-REC
                   GO TO POST-YEAR-TO-DATE-EXIT
           END-READ
           PERFORM ADD-FINAL-TO-YEAR
           REWRITE PAY-YTD-REC
           .
       POST-YEAR-TO-DATE-EXIT.
           EXIT.

       ADD-FINAL-TO-YEAR SECTION.
           ADD FPY-GROSS TO YTD-GROSS
           ADD FPY-TAX TO YTD-TAX
           ADD FPY-NET TO YTD-NET
           IF FPY-NET > 0
               ADD 1 TO YTD-PERIOD-COUNT
           END-IF
           .
       ADD-FINAL-TO-YEAR-EXIT.
           EXIT.

       MARK-ARREARS-PAID SECTION.
      *    Arrears FINALCALC carried into this leaver's final pay are
      *    stamped all nines in place of a period end.
           IF NOT WS-RETRO-OPEN OR FPY-ARREARS = 0
               GO TO MARK-ARREARS-PAID-EXIT
           END-IF
           MOVE LOW-VALUES TO RTR-KEY
           MOVE FPY-EMPNO TO RTR-EMPNO
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
                       IF RTR-EMPNO NOT = FPY-EMPNO
                           SET WS-RETRO-EOF TO TRUE
                       ELSE
                           IF RTR-CALCULATED
                               AND RTR-PAY-PERIOD-END = 99999999
                               SET RTR-PAID TO TRUE
                               REWRITE SAL-RETRO-REC
                               ADD 1 TO WS-ARR-PAID-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       MARK-ARREARS-PAID-EXIT.
           EXIT.

       PAY-OUT-LEAVE-BALANCE SECTION.
      *    The annual leave days FINALCALC paid out come off the
      *    leaver's balance, with an F line on the leave history.
           IF NOT WS-LEAVE-OPEN OR FPY-LEAVE-DAYS = 0
               GO TO PAY-OUT-LEAVE-BALANCE-EXIT
           END-IF
           MOVE FPY-EMPNO TO LVB-EMPNO
           MOVE "A" TO LVB-TYPE
           READ LEAVE-BAL-FILE
               INVALID KEY
                   DISPLAY "FINALREL: NO ANNUAL LEAVE BALANCE FOR "
                       "EMPNO " FPY-EMPNO " - NOTHING CLEARED"
                   MOVE 4 TO RETURN-CODE
                   GO TO PAY-OUT-LEAVE-BALANCE-EXIT
           END-READ
           SUBTRACT FPY-LEAVE-DAYS FROM LVB-BALANCE
           MOVE WS-TODAY TO LVB-UPDATED-DATE
           MOVE WS-SIGNER-ID TO LVB-UPDATED-BY
           REWRITE LEAVE-BAL-REC
               INVALID KEY
                   DISPLAY "FINALREL: UNABLE TO CLEAR LEAVE BALANCE "
                       "FOR EMPNO " FPY-EMPNO " STATUS=" WS-LEAVE-STATUS
                   MOVE 4 TO RETURN-CODE
                   GO TO PAY-OUT-LEAVE-BALANCE-EXIT
           END-REWRITE
           ADD 1 TO WS-LEAVE-PAID-COUNT
           IF NOT WS-HIST-OPEN
               GO TO PAY-OUT-LEAVE-BALANCE-EXIT
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO LEAVE-HIST-REC
           MOVE FPY-EMPNO TO LVH-EMPNO
           MOVE "A" TO LVH-TYPE
           SET LVH-PAID-OUT TO TRUE
           MOVE WS-TODAY TO LVH-LEAVE-DATE
           MOVE FPY-LEAVE-DAYS TO LVH-DAYS
           MOVE LVB-BALANCE TO LVH-BALANCE
           MOVE WS-TODAY TO LVH-POSTED-DATE
           MOVE WS-NOW-TIME TO LVH-POSTED-TIME
           MOVE "FINALREL" TO LVH-SOURCE
           MOVE WS-SIGNER-ID TO LVH-OPERATOR
           WRITE LEAVE-HIST-REC
           .
       PAY-OUT-LEAVE-BALANCE-EXIT.
           EXIT.

       WRITE-PAYMENT-TRAILER SECTION.
           MOVE SPACES TO PAYMENT-REC
           MOVE "TRL" TO PAYT-TAG
           MOVE WS-PAY-COUNT TO PAYT-COUNT
           MOVE WS-PAY-HASH TO PAYT-HASH
           WRITE PAYMENT-REC
           CLOSE PAYMENT-FILE
           .
       WRITE-PAYMENT-TRAILER-EXIT.
           EXIT.

       REGISTER-PAYMENT-FILE SECTION.
      *    The off-cycle payment file goes on the outbound register
      *    with its trailer figures, for OUTACK to match to the
      *    bank's acknowledgement like the regular run's. A register
      *    that cannot be written is reported, but the file stands.
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "FINALREL" TO OX-PRODUCER
           MOVE "BANK" TO OX-RECEIVER
           MOVE WS-PAYMENT-FILENAME TO OX-FILENAME
           MOVE WS-PAY-COUNT TO OX-RECORDS
           MOVE WS-PAY-HASH TO OX-CONTROL-TOTAL
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "FINALREL: WARNING - PAYMENT FILE NOT ON THE "
                   "OUTBOUND REGISTER"
           END-IF
           .
       REGISTER-PAYMENT-FILE-EXIT.
           EXIT.

       ADD-RUN-REGISTER-ENTRY SECTION.
      *    PAY-RUN-REGISTER names the register of released runs
      *    (copy/PAYRUNS.cpy); it defaults to /tmp/pay_runs.dat. The
      *    off-cycle run goes on it as a final-pay run, so PAYSUMM
      *    reconciles the year's final pay with the rest.
           MOVE SPACES TO WS-REGISTER-FILENAME
           DISPLAY "PAY-RUN-REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTER-FILENAME = SPACES
               MOVE "/tmp/pay_runs.dat" TO WS-REGISTER-FILENAME
           END-IF
           OPEN EXTEND PAY-RUN-FILE
           IF NOT WS-REGISTER-FILE-OK
               OPEN OUTPUT PAY-RUN-FILE
           END-IF
           IF NOT WS-REGISTER-FILE-OK
               DISPLAY "FINALREL: UNABLE TO ADD TO PAY-RUN REGISTER: "
                   WS-REGISTER-FILENAME
               MOVE 8 TO RETURN-CODE
               GO TO ADD-RUN-REGISTER-ENTRY-EXIT
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO PAY-RUN-REC
           MOVE WS-TODAY TO PRR-PERIOD-END
           MOVE WS-FIN-YEAR TO PRR-FIN-YEAR
           MOVE WS-TODAY TO PRR-PAY-DATE
           MOVE WS-PAY-COUNT TO PRR-COUNT
           MOVE WS-PAY-HASH TO PRR-NET-HASH
           MOVE WS-SIGNER-ID TO PRR-RELEASED-BY
           MOVE WS-TODAY TO PRR-RELEASED-DATE
           MOVE WS-NOW-TIME TO PRR-RELEASED-TIME
           MOVE WS-TODAY TO PRR-PERIOD-START
           MOVE "F" TO PRR-RUN-TYPE
           WRITE PAY-RUN-REC
           CLOSE PAY-RUN-FILE
           .
       ADD-RUN-REGISTER-ENTRY-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="FINALREL"==.
