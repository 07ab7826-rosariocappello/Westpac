       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYMENT-STATUS.
           SELECT PAYMENT-COPY-FILE ASSIGN TO WS-COPY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COPY-STATUS.
           SELECT ABA-FILE ASSIGN TO WS-ABA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ABA-STATUS.
           SELECT ABA-COPY-FILE ASSIGN TO WS-ABA-COPY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ABA-COPY-STATUS.
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
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC                 PIC X(80).
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
       FD  PAYMENT-COPY-FILE.
       01  PAYMENT-COPY-REC            PIC X(80).
       FD  ABA-FILE.
       01  ABA-REC                     PIC X(120).
       01  ABA-DETAIL-REC REDEFINES ABA-REC.
           05  ABA1-TYPE               PIC X.
           05  FILLER                  PIC X(17).
           05  ABA1-TXN-CODE           PIC 9(2).
               88  ABA1-DEBIT                  VALUE 13.
           05  ABA1-AMOUNT             PIC 9(8)V99.
           05  FILLER                  PIC X(90).
       01  ABA-TOTAL-REC REDEFINES ABA-REC.
           05  ABA7-TYPE               PIC X.
           05  FILLER                  PIC X(29).
           05  ABA7-CREDIT             PIC 9(8)V99.
           05  FILLER                  PIC X(34).
           05  ABA7-COUNT              PIC 9(6).
           05  FILLER                  PIC X(40).
       FD  ABA-COPY-FILE.
       01  ABA-COPY-REC                PIC X(120).
       FD  PAY-RUN-FILE.
           COPY PAYRUNS.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.
       FD  CLAIMS-FILE.
           COPY CLAIMS.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.
           COPY OUTREGLK.

      *    PAYREL is the sign-off that lets a payment run PAYVAR held
      *    go to the bank. The signer is the operator signed on
      *    through MENU (OPERATOR-ID), and must hold the UPDATE
      *    class; a release is journalled against EMPNO 0000 as
      *    FIELD PAYRELEASE, HELD to RELEASED, with the operator.
       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".
       01  WS-PAYMENT-FILENAME          PIC X(256).
       01  WS-PAYMENT-STATUS            PIC XX.
           88  WS-PAYMENT-FILE-OK             VALUE "00".
       01  WS-PAYMENT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYMENT-EOF                 VALUE "Y".
       01  WS-COPY-FILENAME             PIC X(256).
       01  WS-COPY-STATUS               PIC XX.
           88  WS-COPY-FILE-OK                VALUE "00".
       01  WS-ABA-FILENAME              PIC X(256).
       01  WS-ABA-STATUS                PIC XX.
           88  WS-ABA-FILE-OK                 VALUE "00".
       01  WS-ABA-EOF-SWITCH            PIC X VALUE "N".
           88  WS-ABA-EOF                     VALUE "Y".
       01  WS-ABA-COPY-FILENAME         PIC X(256).
       01  WS-ABA-COPY-STATUS           PIC XX.
           88  WS-ABA-COPY-FILE-OK            VALUE "00".

      *    The released names the bank transfer collects from:
      *    PAYFILE-RELEASED (default /tmp/payfile_released.dat) and,
      *    for an ABA run, PAYFILE-ABA-RELEASED (default
      *    /tmp/payfile_released.aba). PAYFILE-PRIOR (default
      *    /tmp/payfile_prior.dat) gets a copy too, as the run the
      *    next PAYVAR review compares with.
       01  WS-RELEASED-FILENAME         PIC X(256).
       01  WS-REGISTER-FILENAME         PIC X(256).
       01  WS-REGISTER-STATUS           PIC XX.
           88  WS-REGISTER-FILE-OK            VALUE "00".
       01  WS-PRIOR-FILENAME            PIC X(256).
       01  WS-ABA-RELEASED-FILENAME     PIC X(256).

       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-DECISION                  PIC X.
       01  WS-COPY-FAIL-SWITCH          PIC X VALUE "N".
           88  WS-COPY-FAILED                 VALUE "Y".

       01  WS-PAY-COUNT                 PIC 9(9) VALUE 0.
       01  WS-PAY-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-TRL-COUNT                 PIC 9(9) VALUE 0.
       01  WS-TRL-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-SWITCH            PIC X VALUE "N".
           88  WS-TRAILER-SEEN                VALUE "Y".
       01  WS-ABA-LAST-TYPE             PIC X.
       01  WS-ABA-TRL-COUNT             PIC 9(6) VALUE 0.
       01  WS-ABA-TRL-CREDIT            PIC 9(8)V99 VALUE 0.
       01  WS-ABA-DTL-COUNT             PIC 9(6) VALUE 0.
       01  WS-ABA-DTL-CREDIT            PIC 9(8)V99 VALUE 0.
       01  WS-ABA-CR-COUNT              PIC 9(6) VALUE 0.
       01  WS-ABA-MAX-CREDITS           PIC 9(10) VALUE 0.
       01  WS-COPY-COUNT                PIC 9(9) VALUE 0.

       01  WS-PERIOD-END                PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END.
           05  WS-PERIOD-END-YYYY       PIC 9(4).
           05  WS-PERIOD-END-MM         PIC 9(2).
           05  WS-PERIOD-END-DD         PIC 9(2).

       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW-TIME                  PIC 9(8).

      *    Backdated salary arrears the released run paid.
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
           88  WS-RETRO-NO-FILE               VALUE "35".
       01  WS-RETRO-EOF-SWITCH          PIC X VALUE "N".
           88  WS-RETRO-EOF                   VALUE "Y".
       01  WS-ARR-PAID-COUNT            PIC 9(9) VALUE 0.

      *    Overtime and allowance claims the released run paid.
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".
       01  WS-CLAIMS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CLAIMS-EOF                  VALUE "Y".
       01  WS-CLM-PAID-COUNT            PIC 9(9) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-COUNT                  PIC Z(8)9.
           05  D-HASH                   PIC Z(12)9.99.
           05  D-EXCEPTIONS             PIC Z(4)9.

       PROCEDURE DIVISION.
           DISPLAY "PAYREL - PAYMENT FILE SIGN-OFF AND RELEASE"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM CHECK-SIGNER

           PERFORM RECORD-RUN-START
           PERFORM READ-HOLD-RECORD
           PERFORM PROVE-PAYMENT-FILE

           MOVE PRH-PAY-COUNT TO D-COUNT
           MOVE PRH-PAY-HASH TO D-HASH
           MOVE PRH-EXCEPTIONS TO D-EXCEPTIONS
           DISPLAY " "
           DISPLAY "PAYMENT FILE DATED " PRH-PAY-DATE ": " D-COUNT
               " PAYMENT(S) TOTALLING " D-HASH
           DISPLAY "REVIEWED BY PAYVAR " PRH-REVIEW-DATE " "
               PRH-REVIEW-TIME " AT " PRH-THRESHOLD "% - "
               D-EXCEPTIONS " EXCEPTION(S)"
           DISPLAY "VARIANCE REPORT: " PRH-REPORT
           IF PRH-ABA-WRITTEN
               DISPLAY "ABA FILE: " WS-ABA-FILENAME
           END-IF
           DISPLAY " "
           DISPLAY "HAVE YOU REVIEWED THE VARIANCE REPORT AND DO YOU "
               "SIGN IT OFF FOR RELEASE? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-DECISION

           IF WS-DECISION NOT = "Y" AND WS-DECISION NOT = "y"
               DISPLAY "PAYREL: NOT SIGNED OFF - PAYMENT FILE STAYS "
                   "HELD."
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

           PERFORM RELEASE-PAYMENT-FILES
           IF WS-COPY-FAILED
               DISPLAY "PAYREL: RELEASE INCOMPLETE - PAYMENT FILE "
                   "STAYS HELD."
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF

           PERFORM MARK-RELEASED
           PERFORM REGISTER-OUTBOUND-FILES
           PERFORM ADD-RUN-REGISTER-ENTRY
           PERFORM MARK-ARREARS-PAID
           PERFORM MARK-CLAIMS-PAID

           DISPLAY "PAYREL: SIGNED OFF BY " WS-SIGNER-ID
               " - RELEASED TO " WS-RELEASED-FILENAME
           IF PRH-ABA-WRITTEN
               DISPLAY "PAYREL: ABA FILE RELEASED TO "
                   WS-ABA-RELEASED-FILENAME
           END-IF

           PERFORM RECORD-RUN-END

           stop run.

       CHECK-SIGNER SECTION.
      *    The signer needs PAY-RELEASE on their roles (PERMCHK) -
      *    never held with SAL-CHANGE, so nobody releases a run
      *    carrying their own salary keying. No sign-on at all is
      *    refused outright.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-SIGNER-ID = SPACES
               DISPLAY "PAYREL: SIGN-OFF NEEDS AN OPERATOR SIGNED ON "
                   "THROUGH MENU."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE WS-SIGNER-ID TO PX-OPERATOR
           MOVE "PAY-RELEASE" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "PAYREL: " WS-SIGNER-ID
                   " MAY NOT SIGN OFF PAY - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    The sign-off is journalled - holding EMP-WRITE serializes
      *    this session with every other journal writer, so the hash
      *    chain stays unbroken.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PAYREL" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PAYREL: EMP IS HELD BY ANOTHER WRITER - "
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
           MOVE WS-COPY-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       READ-HOLD-RECORD SECTION.
      *    PAY-HOLD-FILE names the release-control record PAYVAR
      *    wrote (copy/PAYHOLD.cpy); it defaults to
      *    /tmp/pay_hold.dat.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "PAY-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/tmp/pay_hold.dat" TO WS-HOLD-FILENAME
           END-IF
           OPEN INPUT PAY-HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "PAYREL: NO PAYMENT RUN HAS BEEN REVIEWED - "
                   "RUN PAYVAR FIRST."
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           READ PAY-HOLD-FILE
               AT END
                   MOVE SPACES TO PAY-HOLD-REC
           END-READ
           CLOSE PAY-HOLD-FILE
           IF PRH-RELEASED
               DISPLAY "PAYREL: THE LAST RUN WAS RELEASED "
                   PRH-SIGNED-DATE " BY " PRH-SIGNED-BY
                   " - NOTHING IS HELD."
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF NOT PRH-HELD
               DISPLAY "PAYREL: RELEASE CONTROL " WS-HOLD-FILENAME
                   " IS NOT A PAYVAR RECORD - RUN PAYVAR."
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       READ-HOLD-RECORD-EXIT.
           EXIT.

       PROVE-PAYMENT-FILE SECTION.
      *    The file about to be released must be the file PAYVAR
      *    reviewed - a PAYFILE rerun after the review, or a file
      *    altered on disk, moves its count or hash and is refused.
           MOVE SPACES TO WS-PAYMENT-FILENAME
           DISPLAY "PAYFILE-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYMENT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PAYMENT-FILENAME = SPACES
               MOVE "/tmp/payfile.dat" TO WS-PAYMENT-FILENAME
           END-IF
           MOVE SPACES TO WS-ABA-FILENAME
           DISPLAY "PAYFILE-ABA-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ABA-FILENAME = SPACES
               MOVE "/tmp/payfile.aba" TO WS-ABA-FILENAME
           END-IF
           OPEN INPUT PAYMENT-FILE
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "PAYREL: UNABLE TO OPEN PAYMENT FILE: "
                   WS-PAYMENT-FILENAME
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PAYMENT-EOF OR WS-TRAILER-SEEN
               READ PAYMENT-FILE
                   AT END
                       SET WS-PAYMENT-EOF TO TRUE
                   NOT AT END
                       EVALUATE PAYD-TAG
                           WHEN "DTL"
                               ADD 1 TO WS-PAY-COUNT
                               ADD PAYD-AMOUNT TO WS-PAY-HASH
                           WHEN "TRL"
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE PAYT-COUNT TO WS-TRL-COUNT
                               MOVE PAYT-HASH TO WS-TRL-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           IF NOT WS-TRAILER-SEEN
               OR WS-TRL-COUNT NOT = WS-PAY-COUNT
               OR WS-TRL-HASH NOT = WS-PAY-HASH
               OR WS-PAY-COUNT NOT = PRH-PAY-COUNT
               OR WS-PAY-HASH NOT = PRH-PAY-HASH
               DISPLAY "PAYREL: PAYMENT FILE " WS-PAYMENT-FILENAME
                   " IS NOT THE FILE PAYVAR REVIEWED - RUN PAYVAR "
                   "AGAIN."
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           .
       PROVE-PAYMENT-FILE-EXIT.
           EXIT.

       RELEASE-PAYMENT-FILES SECTION.
      *    The ABA file goes first: it is only copied whole, and
      *    only when its last record is the type 7 total PAYFILE
      *    proved - an ABA file PAYFILE emptied has none - and that
      *    total still adds up and matches the proven PAY file.
           IF PRH-ABA-WRITTEN
               MOVE SPACES TO WS-ABA-RELEASED-FILENAME
               DISPLAY "PAYFILE-ABA-RELEASED" UPON ENVIRONMENT-NAME
               ACCEPT WS-ABA-RELEASED-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-ABA-RELEASED-FILENAME = SPACES
                   MOVE "/tmp/payfile_released.aba"
                       TO WS-ABA-RELEASED-FILENAME
               END-IF
               PERFORM COPY-ABA-FILE
               IF WS-COPY-FAILED
                   GO TO RELEASE-PAYMENT-FILES-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-RELEASED-FILENAME
           DISPLAY "PAYFILE-RELEASED" UPON ENVIRONMENT-NAME
           ACCEPT WS-RELEASED-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RELEASED-FILENAME = SPACES
               MOVE "/tmp/payfile_released.dat"
                   TO WS-RELEASED-FILENAME
           END-IF
           MOVE WS-RELEASED-FILENAME TO WS-COPY-FILENAME
           PERFORM COPY-PAYMENT-FILE
           IF WS-COPY-FAILED
               GO TO RELEASE-PAYMENT-FILES-EXIT
           END-IF

           MOVE SPACES TO WS-PRIOR-FILENAME
           DISPLAY "PAYFILE-PRIOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-PRIOR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PRIOR-FILENAME = SPACES
               MOVE "/tmp/payfile_prior.dat" TO WS-PRIOR-FILENAME
           END-IF
           MOVE WS-PRIOR-FILENAME TO WS-COPY-FILENAME
           PERFORM COPY-PAYMENT-FILE
           .
       RELEASE-PAYMENT-FILES-EXIT.
           EXIT.

       COPY-PAYMENT-FILE SECTION.
           OPEN INPUT PAYMENT-FILE
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "PAYREL: UNABLE TO REOPEN PAYMENT FILE: "
                   WS-PAYMENT-FILENAME
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-PAYMENT-FILE-EXIT
           END-IF
           OPEN OUTPUT PAYMENT-COPY-FILE
           IF NOT WS-COPY-FILE-OK
               DISPLAY "PAYREL: UNABLE TO OPEN " WS-COPY-FILENAME
               CLOSE PAYMENT-FILE
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-PAYMENT-FILE-EXIT
           END-IF
           MOVE "N" TO WS-PAYMENT-EOF-SWITCH
           PERFORM UNTIL WS-PAYMENT-EOF
               READ PAYMENT-FILE
                   AT END
                       SET WS-PAYMENT-EOF TO TRUE
                   NOT AT END
                       WRITE PAYMENT-COPY-REC FROM PAYMENT-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           CLOSE PAYMENT-COPY-FILE
           .
       COPY-PAYMENT-FILE-EXIT.
           EXIT.

       COPY-ABA-FILE SECTION.
           OPEN INPUT ABA-FILE
           IF NOT WS-ABA-FILE-OK
               DISPLAY "PAYREL: UNABLE TO OPEN ABA FILE: "
                   WS-ABA-FILENAME
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-ABA-FILE-EXIT
           END-IF
           MOVE SPACE TO WS-ABA-LAST-TYPE
           PERFORM UNTIL WS-ABA-EOF
               READ ABA-FILE
                   AT END
                       SET WS-ABA-EOF TO TRUE
                   NOT AT END
                       MOVE ABA-REC(1:1) TO WS-ABA-LAST-TYPE
                       IF ABA1-TYPE = "1"
                           ADD 1 TO WS-ABA-DTL-COUNT
                           IF NOT ABA1-DEBIT
                               ADD 1 TO WS-ABA-CR-COUNT
                               ADD ABA1-AMOUNT TO WS-ABA-DTL-CREDIT
                           END-IF
                       END-IF
                       IF ABA7-TYPE = "7"
                           MOVE ABA7-COUNT TO WS-ABA-TRL-COUNT
                           MOVE ABA7-CREDIT TO WS-ABA-TRL-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABA-FILE
           IF WS-ABA-LAST-TYPE NOT = "7"
               DISPLAY "PAYREL: ABA FILE " WS-ABA-FILENAME
                   " HAS NO FILE TOTAL RECORD - NOT RELEASED"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-ABA-FILE-EXIT
           END-IF
      *    The file is the one this run proved only if its type 1
      *    records still add up to its type 7, and its credits are
      *    the net on the proven PAY file - PAYFILE writes them so.
      *    The credits cannot be counted one for one against the
      *    payments: a nil net has none and a split account two, so
      *    no more than two a payment, and some when net is due.
           IF WS-ABA-TRL-COUNT NOT = WS-ABA-DTL-COUNT
               OR WS-ABA-TRL-CREDIT NOT = WS-ABA-DTL-CREDIT
               DISPLAY "PAYREL: ABA FILE " WS-ABA-FILENAME
                   " TYPE 7 DOES NOT ADD UP - NOT RELEASED"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-ABA-FILE-EXIT
           END-IF
           IF WS-ABA-TRL-CREDIT NOT = PRH-PAY-HASH
               DISPLAY "PAYREL: ABA TOTAL DOES NOT MATCH PROVEN NET "
                   "- NOT RELEASED"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-ABA-FILE-EXIT
           END-IF
           COMPUTE WS-ABA-MAX-CREDITS = PRH-PAY-COUNT * 2
           IF WS-ABA-CR-COUNT > WS-ABA-MAX-CREDITS
               OR (WS-ABA-CR-COUNT = 0 AND PRH-PAY-HASH > 0)
               DISPLAY "PAYREL: ABA FILE HAS " WS-ABA-CR-COUNT
                   " CREDIT(S) FOR " PRH-PAY-COUNT
                   " PROVEN PAYMENT(S) - NOT RELEASED"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-ABA-FILE-EXIT
           END-IF

           MOVE WS-ABA-RELEASED-FILENAME TO WS-ABA-COPY-FILENAME
           OPEN INPUT ABA-FILE
           OPEN OUTPUT ABA-COPY-FILE
           IF NOT WS-ABA-COPY-FILE-OK
               DISPLAY "PAYREL: UNABLE TO OPEN "
                   WS-ABA-RELEASED-FILENAME
               CLOSE ABA-FILE
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-ABA-FILE-EXIT
           END-IF
           MOVE "N" TO WS-ABA-EOF-SWITCH
           PERFORM UNTIL WS-ABA-EOF
               READ ABA-FILE
                   AT END
                       SET WS-ABA-EOF TO TRUE
                   NOT AT END
                       WRITE ABA-COPY-REC FROM ABA-REC
               END-READ
           END-PERFORM
           CLOSE ABA-FILE
           CLOSE ABA-COPY-FILE
           .
       COPY-ABA-FILE-EXIT.
           EXIT.

       MARK-RELEASED SECTION.
           SET PRH-RELEASED TO TRUE
           MOVE WS-SIGNER-ID TO PRH-SIGNED-BY
           MOVE WS-TODAY TO PRH-SIGNED-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO PRH-SIGNED-TIME
           OPEN OUTPUT PAY-HOLD-FILE
           IF WS-HOLD-FILE-OK
               WRITE PAY-HOLD-REC
               CLOSE PAY-HOLD-FILE
           ELSE
               DISPLAY "PAYREL: UNABLE TO REWRITE RELEASE CONTROL: "
                   WS-HOLD-FILENAME
           END-IF

           MOVE ZERO TO WS-JRNL-EMPNO
           MOVE "PAYRELEASE" TO WS-JRNL-FIELD
           MOVE "HELD" TO WS-JRNL-BEFORE
           MOVE "RELEASED" TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           .
       MARK-RELEASED-EXIT.
           EXIT.

       REGISTER-OUTBOUND-FILES SECTION.
      *    The released copies are what the bank collects, so they
      *    are what goes on the outbound register - with the figures
      *    PAYVAR reviewed and the ABA file's type 7 total - for
      *    OUTACK to match to the bank's acknowledgements. A register
      *    that cannot be written is reported, but the release
      *    stands.
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "PAYREL" TO OX-PRODUCER
           MOVE "BANK" TO OX-RECEIVER
           MOVE WS-RELEASED-FILENAME TO OX-FILENAME
           MOVE PRH-PAY-COUNT TO OX-RECORDS
           MOVE PRH-PAY-HASH TO OX-CONTROL-TOTAL
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "PAYREL: WARNING - PAYMENT FILE NOT ON THE "
                   "OUTBOUND REGISTER"
           END-IF
           IF NOT PRH-ABA-WRITTEN
               GO TO REGISTER-OUTBOUND-FILES-EXIT
           END-IF
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "PAYREL" TO OX-PRODUCER
           MOVE "BANK" TO OX-RECEIVER
           MOVE WS-ABA-RELEASED-FILENAME TO OX-FILENAME
           MOVE WS-ABA-TRL-COUNT TO OX-RECORDS
           MOVE WS-ABA-TRL-CREDIT TO OX-CONTROL-TOTAL
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "PAYREL: WARNING - ABA FILE NOT ON THE "
                   "OUTBOUND REGISTER"
           END-IF
           .
       REGISTER-OUTBOUND-FILES-EXIT.
           EXIT.

       ADD-RUN-REGISTER-ENTRY SECTION.
      *    PAY-RUN-REGISTER names the register of released runs
      *    (copy/PAYRUNS.cpy); it defaults to /tmp/pay_runs.dat and
      *    is started on the first release. The end-of-year
      *    reconciliation in PAYSUMM is only as good as this file,
      *    so a failure to add to it is an error, not a warning.
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
               DISPLAY "PAYREL: UNABLE TO ADD TO PAY-RUN REGISTER: "
                   WS-REGISTER-FILENAME
               MOVE 8 TO RETURN-CODE
               GO TO ADD-RUN-REGISTER-ENTRY-EXIT
           END-IF

           MOVE PRH-PERIOD-END TO WS-PERIOD-END
           MOVE SPACES TO PAY-RUN-REC
           MOVE WS-PERIOD-END TO PRR-PERIOD-END
           IF WS-PERIOD-END-MM > 6
               COMPUTE PRR-FIN-YEAR = WS-PERIOD-END-YYYY + 1
           ELSE
               MOVE WS-PERIOD-END-YYYY TO PRR-FIN-YEAR
           END-IF
           MOVE PRH-PAY-DATE TO PRR-PAY-DATE
           MOVE PRH-PAY-COUNT TO PRR-COUNT
           MOVE PRH-PAY-HASH TO PRR-NET-HASH
           MOVE WS-SIGNER-ID TO PRR-RELEASED-BY
           MOVE PRH-SIGNED-DATE TO PRR-RELEASED-DATE
           MOVE PRH-SIGNED-TIME TO PRR-RELEASED-TIME
           MOVE PRH-PERIOD-START TO PRR-PERIOD-START
           MOVE "R" TO PRR-RUN-TYPE
           WRITE PAY-RUN-REC
           CLOSE PAY-RUN-FILE
           .
       ADD-RUN-REGISTER-ENTRY-EXIT.
           EXIT.

       MARK-ARREARS-PAID SECTION.
      *    Arrears PAYCALC stamped with this run's period are paid
      *    once the run is released. Arrears stamped by a run that
      *    was never released stay calculated and are paid again by
      *    the next run.
           MOVE SPACES TO WS-RETRO-FILENAME
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           OPEN I-O SAL-RETRO-FILE
           IF WS-RETRO-NO-FILE
               GO TO MARK-ARREARS-PAID-EXIT
           END-IF
           IF NOT WS-RETRO-FILE-OK
               DISPLAY "PAYREL: UNABLE TO OPEN BACKDATED CHANGE "
                   "REGISTER " WS-RETRO-FILENAME " STATUS="
                   WS-RETRO-STATUS " - ARREARS NOT MARKED PAID"
               MOVE 4 TO RETURN-CODE
               GO TO MARK-ARREARS-PAID-EXIT
           END-IF

           MOVE LOW-VALUES TO RTR-KEY
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
                       IF RTR-CALCULATED
                           AND RTR-PAY-PERIOD-END = PRH-PERIOD-END
                           SET RTR-PAID TO TRUE
                           REWRITE SAL-RETRO-REC
                           ADD 1 TO WS-ARR-PAID-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAL-RETRO-FILE

           IF WS-ARR-PAID-COUNT > 0
               DISPLAY "PAYREL: " WS-ARR-PAID-COUNT
                   " BACKDATED SALARY ARREARS ENTRY(S) MARKED PAID"
           END-IF
           .
       MARK-ARREARS-PAID-EXIT.
           EXIT.

       MARK-CLAIMS-PAID SECTION.
      *    Claims PAYCALC stamped with this run's period are paid
      *    once the run is released - the same rule as arrears.
           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN I-O CLAIMS-FILE
           IF WS-CLAIMS-NO-FILE
               GO TO MARK-CLAIMS-PAID-EXIT
           END-IF
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "PAYREL: UNABLE TO OPEN CLAIMS REGISTER "
                   WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
                   " - CLAIMS NOT MARKED PAID"
               MOVE 4 TO RETURN-CODE
               GO TO MARK-CLAIMS-PAID-EXIT
           END-IF

           MOVE LOW-VALUES TO CLM-KEY
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
                       IF CLM-APPROVED
                           AND CLM-PAY-PERIOD-END = PRH-PERIOD-END
                           SET CLM-PAID TO TRUE
                           REWRITE CLAIM-REC
                           ADD 1 TO WS-CLM-PAID-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE

           IF WS-CLM-PAID-COUNT > 0
               DISPLAY "PAYREL: " WS-CLM-PAID-COUNT
                   " OVERTIME/ALLOWANCE CLAIM(S) MARKED PAID"
           END-IF
           .
       MARK-CLAIMS-PAID-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="PAYREL"==.
