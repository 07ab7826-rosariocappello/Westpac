       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYMENT-STATUS.
           SELECT PRIOR-FILE ASSIGN TO WS-PRIOR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRIOR-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC                 PIC X(80).
       01  PAYMENT-HEADER-REC REDEFINES PAYMENT-REC.
           05  PAYH-TAG                PIC X(3).
           05  PAYH-DATE               PIC 9(8).
           05  PAYH-PERIOD-END         PIC 9(8).
           05  PAYH-PERIOD-START       PIC 9(8).
           05  FILLER                  PIC X(53).
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
       FD  PRIOR-FILE.
       01  PRIOR-REC                   PIC X(80).
       01  PRIOR-DETAIL-REC REDEFINES PRIOR-REC.
           05  PRD-TAG                 PIC X(3).
           05  PRD-EMPNO               PIC 9(4).
           05  PRD-NAME                PIC X(10).
           05  PRD-AMOUNT              PIC 9(9)V99.
           05  FILLER                  PIC X(52).
       01  PRIOR-TRAILER-REC REDEFINES PRIOR-REC.
           05  PRT-TAG                 PIC X(3).
           05  PRT-COUNT               PIC 9(9).
           05  PRT-HASH                PIC 9(13)V99.
           05  FILLER                  PIC X(53).
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-REC         PIC X(132).
       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY RPTRTELK.

       01  WS-PAYMENT-FILENAME          PIC X(256).
       01  WS-PAYMENT-STATUS            PIC XX.
           88  WS-PAYMENT-FILE-OK             VALUE "00".
       01  WS-PAYMENT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYMENT-EOF                 VALUE "Y".
       01  WS-PRIOR-FILENAME            PIC X(256).
       01  WS-PRIOR-STATUS              PIC XX.
           88  WS-PRIOR-FILE-OK               VALUE "00".
       01  WS-PRIOR-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PRIOR-EOF                   VALUE "Y".
       01  WS-PRIOR-SWITCH              PIC X VALUE "N".
           88  WS-PRIOR-LOADED                VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".

      *    PAYVAR-PCT is the percentage movement from the last
      *    released run that puts a payment on the report; it
      *    defaults to 10. A keyed extra zero is a 900% movement.
       01  WS-PCT-ENV                   PIC X(3).
       01  WS-THRESHOLD                 PIC 9(3) VALUE 10.
       01  WS-FORMAT-ENV                PIC X(8).

      *    Both runs, side by side, one slot per EMPNO (slot EMPNO
      *    plus one) - the match is a subscript, not a search, and a
      *    second payment to the same EMPNO finds its slot taken.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 10000 TIMES.
               10  WS-PRIOR-SEEN        PIC 9(3).
               10  WS-PRIOR-AMOUNT      PIC 9(9)V99.
               10  WS-CUR-SEEN          PIC 9(3).
               10  WS-CUR-AMOUNT        PIC 9(9)V99.
               10  WS-PAY-NAME          PIC X(10).
       01  WS-IX                        PIC 9(5) COMP.

      *    Control totals of both files as read, proved against
      *    their own trailers.
       01  WS-CUR-COUNT                 PIC 9(9) VALUE 0.
       01  WS-CUR-HASH                  PIC 9(13)V99 VALUE 0.
       01  WS-CUR-TRAILER-SWITCH        PIC X VALUE "N".
           88  WS-CUR-TRAILER-SEEN            VALUE "Y".
       01  WS-CUR-TRL-COUNT             PIC 9(9) VALUE 0.
       01  WS-CUR-TRL-HASH              PIC 9(13)V99 VALUE 0.
       01  WS-PAY-DATE                  PIC 9(8) VALUE 0.
       01  WS-PAY-PERIOD-END            PIC 9(8) VALUE 0.
       01  WS-PAY-PERIOD-START          PIC 9(8) VALUE 0.
       01  WS-PRIOR-COUNT               PIC 9(9) VALUE 0.
       01  WS-PRIOR-HASH                PIC 9(13)V99 VALUE 0.
       01  WS-PRIOR-TRAILER-SWITCH      PIC X VALUE "N".
           88  WS-PRIOR-TRAILER-SEEN          VALUE "Y".
       01  WS-PRIOR-TRL-COUNT           PIC 9(9) VALUE 0.
       01  WS-PRIOR-TRL-HASH            PIC 9(13)V99 VALUE 0.

      *    Exception counts by kind.
       01  WS-EXCEPTIONS                PIC 9(5) VALUE 0.
       01  WS-VARIANCE-COUNT            PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT                 PIC 9(5) VALUE 0.
       01  WS-GONE-COUNT                PIC 9(5) VALUE 0.
       01  WS-ZERO-COUNT                PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT           PIC 9(5) VALUE 0.

       01  WS-CHANGE                    PIC S9(9)V99.
       01  WS-CHANGE-ABS                PIC 9(9)V99.
       01  WS-PCT                       PIC 9(7)V9.
       01  WS-EXCEPTION-TEXT            PIC X(30).

       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW-TIME                  PIC 9(8).

       01  RPT-HEADING-1.
           05  FILLER                   PIC X(34)
               VALUE "PAYVAR - PAY RUN VARIANCE REVIEW  ".
           05  FILLER                   PIC X(9) VALUE "RUN DATE ".
           05  RH1-DATE                 PIC 9(8).
           05  FILLER                   PIC X(22)
               VALUE "  PAYMENT FILE DATED  ".
           05  RH1-PAY-DATE             PIC 9(8).
           05  FILLER                   PIC X(13)
               VALUE "  THRESHOLD  ".
           05  RH1-THRESHOLD            PIC ZZ9.
           05  FILLER                   PIC X(35) VALUE "%".
       01  RPT-HEADING-2.
           05  FILLER                   PIC X(49) VALUE
               "EMPNO  NAME          LAST RELEASED      THIS RUN".
           05  FILLER                   PIC X(83) VALUE
               "          CHANGE        PCT  EXCEPTION".
       01  RPT-DETAIL.
           05  RD-EMPNO                 PIC Z(3)9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RD-NAME                  PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RD-PRIOR                 PIC Z(8)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RD-CURRENT               PIC Z(8)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RD-CHANGE                PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RD-PCT                   PIC Z(6)9.9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RD-EXCEPTION             PIC X(30).
           05  FILLER                   PIC X(18) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RT-LABEL                 PIC X(30).
           05  RT-COUNT                 PIC Z(8)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RT-AMOUNT                PIC Z(12)9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-RUN-PARAMETERS
           INITIALIZE WS-PAY-TABLE
           PERFORM LOAD-PRIOR-RUN
           PERFORM LOAD-CURRENT-RUN
           PERFORM OPEN-VARIANCE-REPORT
           PERFORM REPORT-VARIANCES
           PERFORM WRITE-REPORT-TOTALS
           CLOSE VARIANCE-REPORT-FILE
           PERFORM WRITE-HOLD-RECORD

           DISPLAY "PAYVAR: " WS-CUR-COUNT " payment(s) compared, "
               WS-EXCEPTIONS " exception(s) on " WS-RPT-FILENAME
           DISPLAY "PAYVAR: PAYMENT FILE HELD - PAYREL RELEASES IT "
               "ONCE THE REPORT IS SIGNED OFF"

           PERFORM RECORD-RUN-END

           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PAYVAR" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PAYVAR: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-CUR-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-CUR-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-RUN-PARAMETERS SECTION.
           MOVE SPACES TO WS-PCT-ENV
           DISPLAY "PAYVAR-PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PCT-ENV FROM ENVIRONMENT-VALUE
           IF WS-PCT-ENV NOT = SPACES
               DISPLAY "PAYVAR-PCT" UPON ENVIRONMENT-NAME
               ACCEPT WS-THRESHOLD FROM ENVIRONMENT-VALUE
               IF WS-THRESHOLD IS NOT NUMERIC OR WS-THRESHOLD = 0
                   DISPLAY "PAYVAR: PAYVAR-PCT NOT A WHOLE PERCENT"
                   PERFORM RECORD-RUN-FAIL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .
       RESOLVE-RUN-PARAMETERS-EXIT.
           EXIT.

       LOAD-PRIOR-RUN SECTION.
      *    PAYFILE-PRIOR names the payment file of the last run
      *    PAYREL released - PAYREL puts it there at sign-off. It
      *    defaults to /tmp/payfile_prior.dat. With none yet (the
      *    first run reviewed) every payment reports as new.
           MOVE SPACES TO WS-PRIOR-FILENAME
           DISPLAY "PAYFILE-PRIOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-PRIOR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PRIOR-FILENAME = SPACES
               MOVE "/tmp/payfile_prior.dat" TO WS-PRIOR-FILENAME
           END-IF
           OPEN INPUT PRIOR-FILE
           IF NOT WS-PRIOR-FILE-OK
               DISPLAY "PAYVAR: NO RELEASED RUN AT "
                   WS-PRIOR-FILENAME " - EVERY PAYMENT IS NEW"
               GO TO LOAD-PRIOR-RUN-EXIT
           END-IF
           PERFORM UNTIL WS-PRIOR-EOF OR WS-PRIOR-TRAILER-SEEN
               READ PRIOR-FILE
                   AT END
                       SET WS-PRIOR-EOF TO TRUE
                   NOT AT END
                       EVALUATE PRD-TAG
                           WHEN "DTL"
                               PERFORM STORE-PRIOR-PAYMENT
                           WHEN "TRL"
                               SET WS-PRIOR-TRAILER-SEEN TO TRUE
                               MOVE PRT-COUNT TO WS-PRIOR-TRL-COUNT
                               MOVE PRT-HASH TO WS-PRIOR-TRL-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PRIOR-FILE
           IF NOT WS-PRIOR-TRAILER-SEEN
               OR WS-PRIOR-TRL-COUNT NOT = WS-PRIOR-COUNT
               OR WS-PRIOR-TRL-HASH NOT = WS-PRIOR-HASH
               DISPLAY "PAYVAR: LAST RELEASED RUN " WS-PRIOR-FILENAME
                   " DOES NOT PROVE TO ITS TRAILER - NO REVIEW"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-PRIOR-LOADED TO TRUE
           .
       LOAD-PRIOR-RUN-EXIT.
           EXIT.

       STORE-PRIOR-PAYMENT SECTION.
           ADD 1 TO WS-PRIOR-COUNT
           ADD PRD-AMOUNT TO WS-PRIOR-HASH
           COMPUTE WS-IX = PRD-EMPNO + 1
           ADD 1 TO WS-PRIOR-SEEN(WS-IX)
           ADD PRD-AMOUNT TO WS-PRIOR-AMOUNT(WS-IX)
           MOVE PRD-NAME TO WS-PAY-NAME(WS-IX)
           .
       STORE-PRIOR-PAYMENT-EXIT.
           EXIT.

       LOAD-CURRENT-RUN SECTION.
      *    PAYFILE-OUT names the payment file PAYFILE wrote tonight
      *    - the same setting PAYFILE wrote through, defaulting to
      *    /tmp/payfile.dat. One that fails its own trailer is not
      *    reviewed, and is never released.
           MOVE SPACES TO WS-PAYMENT-FILENAME
           DISPLAY "PAYFILE-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYMENT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PAYMENT-FILENAME = SPACES
               MOVE "/tmp/payfile.dat" TO WS-PAYMENT-FILENAME
           END-IF
           OPEN INPUT PAYMENT-FILE
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "PAYVAR: UNABLE TO OPEN PAYMENT FILE: "
                   WS-PAYMENT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-PAYMENT-EOF OR WS-CUR-TRAILER-SEEN
               READ PAYMENT-FILE
                   AT END
                       SET WS-PAYMENT-EOF TO TRUE
                   NOT AT END
                       EVALUATE PAYD-TAG
                           WHEN "HDR"
                               MOVE PAYH-DATE TO WS-PAY-DATE
                               MOVE PAYH-PERIOD-END
                                   TO WS-PAY-PERIOD-END
                               MOVE PAYH-PERIOD-START
                                   TO WS-PAY-PERIOD-START
                           WHEN "DTL"
                               PERFORM STORE-CURRENT-PAYMENT
                           WHEN "TRL"
                               SET WS-CUR-TRAILER-SEEN TO TRUE
                               MOVE PAYT-COUNT TO WS-CUR-TRL-COUNT
                               MOVE PAYT-HASH TO WS-CUR-TRL-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           IF NOT WS-CUR-TRAILER-SEEN
               OR WS-CUR-TRL-COUNT NOT = WS-CUR-COUNT
               OR WS-CUR-TRL-HASH NOT = WS-CUR-HASH
               DISPLAY "PAYVAR: PAYMENT FILE " WS-PAYMENT-FILENAME
                   " DOES NOT PROVE TO ITS TRAILER - NOT REVIEWED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-CURRENT-RUN-EXIT.
           EXIT.

       STORE-CURRENT-PAYMENT SECTION.
           ADD 1 TO WS-CUR-COUNT
           ADD PAYD-AMOUNT TO WS-CUR-HASH
           COMPUTE WS-IX = PAYD-EMPNO + 1
           ADD 1 TO WS-CUR-SEEN(WS-IX)
           ADD PAYD-AMOUNT TO WS-CUR-AMOUNT(WS-IX)
           MOVE PAYD-NAME TO WS-PAY-NAME(WS-IX)
           .
       STORE-CURRENT-PAYMENT-EXIT.
           EXIT.

       OPEN-VARIANCE-REPORT SECTION.
      *    PAYVAR-REPORT names the variance report; it defaults to
      *    /tmp/payvar.rpt when unset. Filed through the report
      *    router, so the report signed off can be reprinted.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "PAYVAR-REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/payvar.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "PAYVAR" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "PAYVAR: UNABLE TO OPEN VARIANCE REPORT: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO RH1-DATE
           MOVE WS-PAY-DATE TO RH1-PAY-DATE
           MOVE WS-THRESHOLD TO RH1-THRESHOLD
           WRITE VARIANCE-REPORT-REC FROM RPT-HEADING-1
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC FROM RPT-HEADING-2
           MOVE ALL "-" TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           .
       OPEN-VARIANCE-REPORT-EXIT.
           EXIT.

       REPORT-VARIANCES SECTION.
      *    Every EMPNO either run paid, in EMPNO order.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10000
               IF WS-PRIOR-SEEN(WS-IX) > 0 OR WS-CUR-SEEN(WS-IX) > 0
                   PERFORM CHECK-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           .
       REPORT-VARIANCES-EXIT.
           EXIT.

       CHECK-ONE-EMPLOYEE SECTION.
      *    One report line per exception - an employee paid twice
      *    and paid far more than last time shows on two lines.
           COMPUTE WS-CHANGE =
               WS-CUR-AMOUNT(WS-IX) - WS-PRIOR-AMOUNT(WS-IX)
           MOVE WS-CHANGE TO WS-CHANGE-ABS
           MOVE ZERO TO WS-PCT
           IF WS-PRIOR-AMOUNT(WS-IX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CHANGE-ABS * 100 / WS-PRIOR-AMOUNT(WS-IX)
                   ON SIZE ERROR
                       MOVE 9999999.9 TO WS-PCT
               END-COMPUTE
           END-IF

           IF WS-CUR-SEEN(WS-IX) > 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE EMPNO - PAID TWICE" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF WS-CUR-SEEN(WS-IX) = 0
               ADD 1 TO WS-GONE-COUNT
               MOVE "NO LONGER PAID" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF

           IF WS-CUR-AMOUNT(WS-IX) = ZERO
               ADD 1 TO WS-ZERO-COUNT
               MOVE "ZERO NET PAY" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF WS-PRIOR-SEEN(WS-IX) = 0
               ADD 1 TO WS-NEW-COUNT
               MOVE "NEWLY PAID" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO CHECK-ONE-EMPLOYEE-EXIT
           END-IF

           IF WS-CUR-AMOUNT(WS-IX) NOT = ZERO
               AND WS-PCT > WS-THRESHOLD
               ADD 1 TO WS-VARIANCE-COUNT
               IF WS-CHANGE > ZERO
                   MOVE "UP MORE THAN THRESHOLD" TO WS-EXCEPTION-TEXT
               ELSE
                   MOVE "DOWN MORE THAN THRESHOLD"
                       TO WS-EXCEPTION-TEXT
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
       CHECK-ONE-EMPLOYEE-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE SECTION.
           ADD 1 TO WS-EXCEPTIONS
           COMPUTE RD-EMPNO = WS-IX - 1
           MOVE WS-PAY-NAME(WS-IX) TO RD-NAME
           MOVE WS-PRIOR-AMOUNT(WS-IX) TO RD-PRIOR
           MOVE WS-CUR-AMOUNT(WS-IX) TO RD-CURRENT
           MOVE WS-CHANGE TO RD-CHANGE
           MOVE WS-PCT TO RD-PCT
           MOVE WS-EXCEPTION-TEXT TO RD-EXCEPTION
           WRITE VARIANCE-REPORT-REC FROM RPT-DETAIL
           .
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           IF WS-EXCEPTIONS = 0
               MOVE "NO EXCEPTIONS." TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE SPACES TO RT-LABEL
           IF WS-PRIOR-LOADED
               MOVE "LAST RELEASED RUN" TO RT-LABEL
           ELSE
               MOVE "LAST RELEASED RUN (NONE)" TO RT-LABEL
           END-IF
           MOVE WS-PRIOR-COUNT TO RT-COUNT
           MOVE WS-PRIOR-HASH TO RT-AMOUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "THIS RUN" TO RT-LABEL
           MOVE WS-CUR-COUNT TO RT-COUNT
           MOVE WS-CUR-HASH TO RT-AMOUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE ZERO TO RT-AMOUNT
           MOVE "MOVED MORE THAN THRESHOLD" TO RT-LABEL
           MOVE WS-VARIANCE-COUNT TO RT-COUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "NEWLY PAID" TO RT-LABEL
           MOVE WS-NEW-COUNT TO RT-COUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "NO LONGER PAID" TO RT-LABEL
           MOVE WS-GONE-COUNT TO RT-COUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "ZERO NET PAY" TO RT-LABEL
           MOVE WS-ZERO-COUNT TO RT-COUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE "DUPLICATE EMPNO" TO RT-LABEL
           MOVE WS-DUPLICATE-COUNT TO RT-COUNT
           WRITE VARIANCE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE "SIGNED OFF BY ______________________  DATE ________"
               TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-HOLD-RECORD SECTION.
      *    PAY-HOLD-FILE names the release-control record
      *    (copy/PAYHOLD.cpy); it defaults to /tmp/pay_hold.dat.
      *    Writing it HELD is what stops the file going to the bank
      *    until PAYREL's sign-off.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "PAY-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/tmp/pay_hold.dat" TO WS-HOLD-FILENAME
           END-IF
           MOVE SPACES TO WS-FORMAT-ENV
           DISPLAY "PAYFILE-FORMAT" UPON ENVIRONMENT-NAME
           ACCEPT WS-FORMAT-ENV FROM ENVIRONMENT-VALUE
           OPEN OUTPUT PAY-HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "PAYVAR: UNABLE TO OPEN RELEASE CONTROL: "
                   WS-HOLD-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PAY-HOLD-REC
           SET PRH-HELD TO TRUE
           MOVE WS-PAY-DATE TO PRH-PAY-DATE
           MOVE WS-PAY-PERIOD-END TO PRH-PERIOD-END
           MOVE WS-PAY-PERIOD-START TO PRH-PERIOD-START
           MOVE WS-CUR-COUNT TO PRH-PAY-COUNT
           MOVE WS-CUR-HASH TO PRH-PAY-HASH
           IF WS-FORMAT-ENV = "ABA" OR WS-FORMAT-ENV = "aba"
               SET PRH-ABA-WRITTEN TO TRUE
           ELSE
               MOVE "N" TO PRH-ABA-SWITCH
           END-IF
           MOVE WS-EXCEPTIONS TO PRH-EXCEPTIONS
           MOVE WS-THRESHOLD TO PRH-THRESHOLD
           MOVE WS-TODAY TO PRH-REVIEW-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO PRH-REVIEW-TIME
           MOVE ZERO TO PRH-SIGNED-DATE PRH-SIGNED-TIME
           MOVE WS-RPT-FILENAME TO PRH-REPORT
           WRITE PAY-HOLD-REC
           CLOSE PAY-HOLD-FILE
           .
       WRITE-HOLD-RECORD-EXIT.
           EXIT.
