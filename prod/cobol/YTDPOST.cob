       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO WS-YTD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY YTD-KEY
               FILE STATUS WS-YTD-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY PAYCREC.
       FD  PAY-YTD-FILE.
           COPY PAYYTD.
       FD  PAY-HOLD-FILE.
           COPY PAYHOLD.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.

       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-PAYCALC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYCALC-EOF                 VALUE "Y".
       01  WS-YTD-FILENAME              PIC X(256).
       01  WS-YTD-STATUS                PIC XX.
           88  WS-YTD-FILE-OK                 VALUE "00".
           88  WS-YTD-NO-FILE                 VALUE "35".
       01  WS-HOLD-FILENAME             PIC X(256).
       01  WS-HOLD-STATUS               PIC XX.
           88  WS-HOLD-FILE-OK                VALUE "00".

       01  WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01  WS-POSTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REPOSTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-LATER-COUNT               PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

      *    Control totals of the pay-calculation file as read, proved
      *    against its own trailer before anything is posted.
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

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM OPEN-PAYCALC-FILE
           PERFORM PROVE-PAYCALC-FILE
           CLOSE PAYCALC-FILE

           IF WS-FETCH-FAILED
      *        Nothing is posted from a pay-calculation file that
      *        cannot be proved complete.
               DISPLAY "YTDPOST: NOTHING POSTED TO THE YEAR TO DATE"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-RUN-RELEASED
           IF WS-FETCH-FAILED
      *        Only a completed run - one signed off and released to
      *        the bank - counts towards the year to date.
               DISPLAY "YTDPOST: NOTHING POSTED TO THE YEAR TO DATE"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-PAYCALC-FILE
           PERFORM POST-ALL-EMPLOYEES
           CLOSE PAYCALC-FILE
           CLOSE PAY-YTD-FILE

           DISPLAY "YTDPOST: " WS-ROW-COUNT " employee(s) for "
               WS-PERIOD-START "-" WS-PERIOD-END " to financial year "
               WS-FIN-YEAR ": " WS-POSTED-COUNT " posted, "
               WS-REPOSTED-COUNT " reposted for the same period"
           IF WS-LATER-COUNT > 0
               DISPLAY "YTDPOST: " WS-LATER-COUNT
                   " not posted - a later period is already in the "
                   "year to date"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The accumulator is posted by this run - two copies must
      *    never post the same period at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "YTDPOST" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "YTDPOST: ANOTHER COPY IS RUNNING - ENDED"
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
               DISPLAY "YTDPOST: UNABLE TO OPEN PAY-CALCULATION "
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
               DISPLAY "YTDPOST: NO HEADER ON PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
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
               DISPLAY "YTDPOST: PAY-CALCULATION FILE HAS NO TRAILER"
               GO TO PROVE-PAYCALC-FILE-EXIT
           END-IF
           IF PCT-COUNT NOT = WS-CALC-COUNT
               OR PCT-GROSS-HASH NOT = WS-CALC-GROSS-HASH
               OR PCT-NET-HASH NOT = WS-CALC-NET-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "YTDPOST: PAY-CALCULATION TRAILER MISMATCH - "
                   "TRAILER " PCT-COUNT " / " PCT-NET-HASH
                   ", READ " WS-CALC-COUNT " / " WS-CALC-NET-HASH
           END-IF
           .
       PROVE-PAYCALC-FILE-EXIT.
           EXIT.

       CHECK-RUN-RELEASED SECTION.
      *    PAY-HOLD-FILE names the release-control record
      *    (copy/PAYHOLD.cpy); it defaults to /tmp/pay_hold.dat. The
      *    run is posted once PAYREL has released it, and only when
      *    the payment file released paid this period, to the same
      *    number of employees and the same net as this file - so
      *    the year to date always agrees with the pay-run register
      *    PAYSUMM reconciles it with at the end of the year.
           MOVE SPACES TO WS-HOLD-FILENAME
           DISPLAY "PAY-HOLD-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE "/tmp/pay_hold.dat" TO WS-HOLD-FILENAME
           END-IF
           OPEN INPUT PAY-HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "YTDPOST: NO PAYMENT RUN HAS BEEN RELEASED - "
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
               DISPLAY "YTDPOST: THE PAYMENT RUN IS NOT RELEASED - "
                   "SIGN IT OFF WITH PAYREL FIRST"
               GO TO CHECK-RUN-RELEASED-EXIT
           END-IF
           IF PRH-PERIOD-END NOT = WS-PERIOD-END
               OR PRH-PAY-COUNT NOT = WS-CALC-COUNT
               OR PRH-PAY-HASH NOT = WS-CALC-NET-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "YTDPOST: RUN RELEASED FOR PERIOD ENDING "
                   PRH-PERIOD-END " (" PRH-PAY-COUNT " / "
                   PRH-PAY-HASH ") IS NOT THIS PAY-CALCULATION FILE"
           END-IF
           .
       CHECK-RUN-RELEASED-EXIT.
           EXIT.

       OPEN-YTD-FILE SECTION.
      *    PAY-YTD-FILE names the indexed accumulator
      *    (copy/PAYYTD.cpy); it defaults to /tmp/pay_ytd.dat when
      *    unset, and is created empty on first use.
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
           IF NOT WS-YTD-FILE-OK
               DISPLAY "YTDPOST: UNABLE TO OPEN YEAR-TO-DATE FILE: "
                   WS-YTD-FILENAME " STATUS=" WS-YTD-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-YTD-FILE-EXIT.
           EXIT.

       POST-ALL-EMPLOYEES SECTION.
           PERFORM UNTIL WS-PAYCALC-EOF
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               PERFORM POST-ONE-EMPLOYEE
                           WHEN "TRL"
                               SET WS-PAYCALC-EOF TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .
       POST-ALL-EMPLOYEES-EXIT.
           EXIT.

       POST-ONE-EMPLOYEE SECTION.
      *    A period already posted (YTDPOST rerun, perhaps after a
      *    PAYCALC rerun) has its earlier figures taken out before
      *    the new ones go in, so the year never counts a period
      *    twice. A period older than the one last posted is left
      *    alone and reported.
           ADD 1 TO WS-ROW-COUNT
           MOVE PCD-EMPNO TO YTD-EMPNO
           MOVE WS-FIN-YEAR TO YTD-FIN-YEAR
           READ PAY-YTD-FILE
               KEY IS YTD-KEY
               INVALID KEY
                   MOVE SPACES TO PAY-YTD-REC
                   MOVE PCD-EMPNO TO YTD-EMPNO
                   MOVE WS-FIN-YEAR TO YTD-FIN-YEAR
                   MOVE ZERO TO YTD-GROSS
                   MOVE ZERO TO YTD-TAX
                   MOVE ZERO TO YTD-SUPER
                   MOVE ZERO TO YTD-PRETAX-DED
                   MOVE ZERO TO YTD-POSTTAX-DED
                   MOVE ZERO TO YTD-NET
                   MOVE ZERO TO YTD-PERIOD-COUNT
                   PERFORM FILL-YTD-PERIOD
                   WRITE PAY-YTD-REC
                   ADD 1 TO WS-POSTED-COUNT
                   GO TO POST-ONE-EMPLOYEE-EXIT
           END-READ

           IF YTD-LAST-PERIOD-END > WS-PERIOD-END
               ADD 1 TO WS-LATER-COUNT
               DISPLAY "YTDPOST: EMPNO " YTD-EMPNO
                   " YEAR TO DATE ALREADY HOLDS PERIOD ENDING "
                   YTD-LAST-PERIOD-END
               GO TO POST-ONE-EMPLOYEE-EXIT
           END-IF
           IF YTD-LAST-PERIOD-END = WS-PERIOD-END
               SUBTRACT YTD-LAST-GROSS FROM YTD-GROSS
               SUBTRACT YTD-LAST-TAX FROM YTD-TAX
               SUBTRACT YTD-LAST-SUPER FROM YTD-SUPER
               SUBTRACT YTD-LAST-PRETAX-DED FROM YTD-PRETAX-DED
               SUBTRACT YTD-LAST-POSTTAX-DED FROM YTD-POSTTAX-DED
               SUBTRACT YTD-LAST-NET FROM YTD-NET
               SUBTRACT 1 FROM YTD-PERIOD-COUNT
               ADD 1 TO WS-REPOSTED-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           PERFORM FILL-YTD-PERIOD
           REWRITE PAY-YTD-REC
           .
       POST-ONE-EMPLOYEE-EXIT.
           EXIT.

       FILL-YTD-PERIOD SECTION.
           ADD PCD-GROSS TO YTD-GROSS
           ADD PCD-TAX TO YTD-TAX
           ADD PCD-SUPER TO YTD-SUPER
           ADD PCD-PRETAX-DED TO YTD-PRETAX-DED
           ADD PCD-POSTTAX-DED TO YTD-POSTTAX-DED
           ADD PCD-NET TO YTD-NET
           ADD 1 TO YTD-PERIOD-COUNT
           MOVE WS-PERIOD-END TO YTD-LAST-PERIOD-END
           MOVE PCD-NAME TO YTD-NAME
           MOVE PCD-GROSS TO YTD-LAST-GROSS
           MOVE PCD-TAX TO YTD-LAST-TAX
           MOVE PCD-SUPER TO YTD-LAST-SUPER
           MOVE PCD-PRETAX-DED TO YTD-LAST-PRETAX-DED
           MOVE PCD-POSTTAX-DED TO YTD-LAST-POSTTAX-DED
           MOVE PCD-NET TO YTD-LAST-NET
           .
       FILL-YTD-PERIOD-EXIT.
           EXIT.
