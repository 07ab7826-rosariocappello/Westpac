           SELECT RETURNS-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT PAY-SORTED-FILE ASSIGN TO WS-PAY-SORTED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAY-SORTED-STATUS.
           SELECT RTN-SORTED-FILE ASSIGN TO WS-RTN-SORTED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RTN-SORTED-STATUS.
           SELECT PAY-SORT-FILE ASSIGN TO PAYSORT.
           SELECT RTN-SORT-FILE ASSIGN TO RTNSORT.
           SELECT RPT-SORT-FILE ASSIGN TO RPTSORT.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-REPORT-FILE.
       01  RETURNS-REPORT-REC          PIC X(132).

      *    Both sides of the match are sorted on EMPNO into work
      *    files under SORT-WORK-DIR and merged in one pass, so the
      *    run has no ceiling on volume. The sequence number keeps
      *    each file's own order within an EMPNO - the first payment
      *    on the register for an EMPNO is the one a return answers -
      *    and puts the report back into returns-file order.
       FD  PAY-SORTED-FILE.
       01  PAY-SORTED-REC.
           05  PSR-EMPNO               PIC 9(4).
           05  PSR-SEQ                 PIC 9(9).
           05  PSR-NAME                PIC X(10).
           05  PSR-AMOUNT              PIC 9(9)V99.
       FD  RTN-SORTED-FILE.
       01  RTN-SORTED-REC.
           05  RSR-UNREADABLE          PIC X.
           05  RSR-EMPNO               PIC 9(4).
           05  RSR-SEQ                 PIC 9(9).
           05  RSR-LINE.
               10  RSR-LINE-EMPNO      PIC X(4).
               10  RSR-STATUS          PIC X(3).
               10  RSR-REASON          PIC X(30).
       SD  PAY-SORT-FILE.
       01  PAY-SORT-REC.
           05  PS-EMPNO                PIC 9(4).
           05  PS-SEQ                  PIC 9(9).
           05  PS-NAME                 PIC X(10).
           05  PS-AMOUNT               PIC 9(9)V99.
       SD  RTN-SORT-FILE.
       01  RTN-SORT-REC.
           05  RS-UNREADABLE           PIC X.
           05  RS-EMPNO                PIC 9(4).
           05  RS-SEQ                  PIC 9(9).
           05  RS-LINE                 PIC X(37).
       SD  RPT-SORT-FILE.
       01  RPT-SORT-REC.
           05  RP-SEQ                  PIC 9(9).
           05  RP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.

       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-SORT-DIR                  PIC X(200).
       01  WS-PAY-SORTED-FILENAME       PIC X(256).
       01  WS-PAY-SORTED-STATUS         PIC XX.
           88  WS-PAY-SORTED-OK               VALUE "00".
       01  WS-RTN-SORTED-FILENAME       PIC X(256).
       01  WS-RTN-SORTED-STATUS         PIC XX.
           88  WS-RTN-SORTED-OK               VALUE "00".

       01  WS-PAYMENT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYMENT-EOF                 VALUE "Y".
       01  WS-RETURNS-EOF-SWITCH        PIC X VALUE "N".
           88  WS-RETURNS-EOF                 VALUE "Y".
       01  WS-PAY-SORTED-EOF-SWITCH     PIC X VALUE "N".
           88  WS-PAY-SORTED-EOF              VALUE "Y".
       01  WS-RTN-SORTED-EOF-SWITCH     PIC X VALUE "N".
           88  WS-RTN-SORTED-EOF              VALUE "Y".
       01  WS-REPORT-SORT-EOF-SWITCH    PIC X VALUE "N".
           88  WS-REPORT-SORT-EOF             VALUE "Y".
       01  WS-REFUSED-SWITCH            PIC X VALUE "N".
           88  WS-RUN-REFUSED                 VALUE "Y".

      *    Payment and return lines counted as they are read; the
      *    count is each line's sequence number for the sorts.
       01  WS-PAY-COUNT                 PIC 9(9) VALUE 0.
       01  WS-RTN-SEQ                   PIC 9(9) VALUE 0.

      *    Trailer verification state: the payment file must prove
      *    itself complete before its register is trusted.
           05  D-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-SORT-FILES
           SORT PAY-SORT-FILE ON ASCENDING KEY PS-EMPNO PS-SEQ
               INPUT PROCEDURE LOAD-PAYMENT-REGISTER
               GIVING PAY-SORTED-FILE
           PERFORM CHECK-SORT-RESULT
           PERFORM VERIFY-PAYMENT-TRAILER
           PERFORM OPEN-RETURNS-REPORT
           SORT RTN-SORT-FILE
               ON ASCENDING KEY RS-UNREADABLE RS-EMPNO RS-SEQ
               INPUT PROCEDURE PROCESS-RETURNS-FILE
               GIVING RTN-SORTED-FILE
           PERFORM CHECK-SORT-RESULT
           SORT RPT-SORT-FILE ON ASCENDING KEY RP-SEQ
               INPUT PROCEDURE MATCH-RETURNS-TO-PAYMENTS
               OUTPUT PROCEDURE WRITE-REPORT-LINES
           PERFORM CHECK-SORT-RESULT

           CLOSE RETURNS-REPORT-FILE


           goback.

       RESOLVE-SORT-FILES SECTION.
      *    SORT-WORK-DIR is where the sorted payment and return
      *    files are written for the match; it defaults to /tmp.
      *    Both are rewritten by every run.
           MOVE SPACES TO WS-SORT-DIR
           DISPLAY "SORT-WORK-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-SORT-DIR FROM ENVIRONMENT-VALUE
           IF WS-SORT-DIR = SPACES
               MOVE "/tmp" TO WS-SORT-DIR
           END-IF
           MOVE SPACES TO WS-PAY-SORTED-FILENAME
           STRING WS-SORT-DIR DELIMITED BY SPACE
               "/payrtn_pay.srt" DELIMITED BY SIZE
             INTO WS-PAY-SORTED-FILENAME
           END-STRING
           MOVE SPACES TO WS-RTN-SORTED-FILENAME
           STRING WS-SORT-DIR DELIMITED BY SPACE
               "/payrtn_rtn.srt" DELIMITED BY SIZE
             INTO WS-RTN-SORTED-FILENAME
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
               DISPLAY "PAYRTN: SORT FAILED - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CHECK-SORT-RESULT-EXIT.
           EXIT.

       LOAD-PAYMENT-REGISTER SECTION.
      *    PAYFILE-OUT names the payment file the bank was sent -
      *    the same setting PAYFILE wrote through, defaulting to
      *    /tmp/payfile.dat. Each detail is released to the sort
      *    on EMPNO; the trailer is verified against the details
      *    before any return is judged against them.
           MOVE SPACES TO WS-PAYMENT-FILENAME
           DISPLAY "PAYFILE-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PAYMENT-FILENAME FROM ENVIRONMENT-VALUE
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "PAYRTN: UNABLE TO OPEN PAYMENT FILE: "
                   WS-PAYMENT-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO LOAD-PAYMENT-REGISTER-EXIT
           END-IF
           PERFORM READ-NEXT-PAYMENT
           PERFORM UNTIL WS-PAYMENT-EOF
               PERFORM READ-NEXT-PAYMENT
           END-PERFORM
           CLOSE PAYMENT-FILE
           .
       LOAD-PAYMENT-REGISTER-EXIT.
           EXIT.
               WHEN "HDR"
                   CONTINUE
               WHEN "DTL"
                   ADD 1 TO WS-PAY-COUNT
                   MOVE PAYD-EMPNO TO PS-EMPNO
                   MOVE WS-PAY-COUNT TO PS-SEQ
                   MOVE PAYD-NAME TO PS-NAME
                   MOVE PAYD-AMOUNT TO PS-AMOUNT
                   RELEASE PAY-SORT-REC
                   ADD 1 TO WS-CALC-COUNT
                   ADD PAYD-AMOUNT TO WS-CALC-HASH
               WHEN "TRL"
       STORE-ONE-PAYMENT-EXIT.
           EXIT.

       VERIFY-PAYMENT-TRAILER SECTION.
      *    The payment file must prove itself complete before its
      *    register is trusted.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "PAYRTN: PAYMENT FILE HAS NO TRAILER - "
                   "INCOMPLETE FILE, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CALC-COUNT NOT = WS-TRL-COUNT
               OR WS-CALC-HASH NOT = WS-TRL-HASH
               DISPLAY "PAYRTN: PAYMENT FILE TRAILER DOES NOT MATCH "
                   "ITS DETAILS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAY-COUNT = 0
               DISPLAY "PAYRTN: PAYMENT FILE HELD NO DETAILS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       VERIFY-PAYMENT-TRAILER-EXIT.
           EXIT.

       OPEN-RETURNS-REPORT SECTION.
      *    PAYRTN-RPT names the rejected-payment report; it defaults
      *    to /tmp/payrtn.rpt when unset.
       PROCESS-RETURNS-FILE SECTION.
      *    PAYRTN-RETURNS names the bank's returns file: EMPNO (4),
      *    status (3, REJ for a rejected payment, anything else
      *    counts as paid), and the bank's reason text (30). Each
      *    return is released to the sort on EMPNO; a line whose
      *    EMPNO cannot be read sorts after all the rest.
           MOVE SPACES TO WS-RETURNS-FILENAME
           DISPLAY "PAYRTN-RETURNS" UPON ENVIRONMENT-NAME
           ACCEPT WS-RETURNS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RETURNS-FILENAME = SPACES
               DISPLAY "PAYRTN: PAYRTN-RETURNS NOT SET - NO INPUT"
               SET WS-RUN-REFUSED TO TRUE
               GO TO PROCESS-RETURNS-FILE-EXIT
           END-IF
           OPEN INPUT RETURNS-FILE
           IF NOT WS-RETURNS-FILE-OK
               DISPLAY "PAYRTN: UNABLE TO OPEN RETURNS FILE: "
                   WS-RETURNS-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO PROCESS-RETURNS-FILE-EXIT
           END-IF
           PERFORM READ-NEXT-RETURN
           PERFORM UNTIL WS-RETURNS-EOF
               PERFORM RELEASE-ONE-RETURN
               PERFORM READ-NEXT-RETURN
           END-PERFORM
           CLOSE RETURNS-FILE
       READ-NEXT-RETURN-EXIT.
           EXIT.

       RELEASE-ONE-RETURN SECTION.
           IF RETURNS-REC = SPACES OR RTN-EMPNO(1:1) = "*"
               GO TO RELEASE-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO WS-RETURNS-COUNT
           ADD 1 TO WS-RTN-SEQ
           IF RTN-EMPNO NOT NUMERIC
               MOVE "1" TO RS-UNREADABLE
               MOVE ZERO TO RS-EMPNO
           ELSE
               MOVE "0" TO RS-UNREADABLE
               MOVE RTN-EMPNO TO RS-EMPNO
           END-IF
           MOVE WS-RTN-SEQ TO RS-SEQ
           MOVE RETURNS-REC(1:37) TO RS-LINE
           RELEASE RTN-SORT-REC
           .
       RELEASE-ONE-RETURN-EXIT.
           EXIT.

       MATCH-RETURNS-TO-PAYMENTS SECTION.
      *    Walks the sorted returns against the sorted payments,
      *    both in EMPNO order, releasing each report line under
      *    its return's sequence number.
           OPEN INPUT PAY-SORTED-FILE
           IF NOT WS-PAY-SORTED-OK
               DISPLAY "PAYRTN: UNABLE TO OPEN SORTED PAYMENTS: "
                   WS-PAY-SORTED-FILENAME
               SET WS-RUN-REFUSED TO TRUE
               GO TO MATCH-RETURNS-TO-PAYMENTS-EXIT
           END-IF
           OPEN INPUT RTN-SORTED-FILE
           IF NOT WS-RTN-SORTED-OK
               DISPLAY "PAYRTN: UNABLE TO OPEN SORTED RETURNS: "
                   WS-RTN-SORTED-FILENAME
               CLOSE PAY-SORTED-FILE
               SET WS-RUN-REFUSED TO TRUE
               GO TO MATCH-RETURNS-TO-PAYMENTS-EXIT
           END-IF
           PERFORM READ-NEXT-SORTED-PAYMENT
           PERFORM READ-NEXT-SORTED-RETURN
           PERFORM UNTIL WS-RTN-SORTED-EOF
               PERFORM JUDGE-ONE-RETURN
               PERFORM READ-NEXT-SORTED-RETURN
           END-PERFORM
           CLOSE PAY-SORTED-FILE
           CLOSE RTN-SORTED-FILE
           .
       MATCH-RETURNS-TO-PAYMENTS-EXIT.
           EXIT.

       READ-NEXT-SORTED-PAYMENT SECTION.
           READ PAY-SORTED-FILE
               AT END
                   SET WS-PAY-SORTED-EOF TO TRUE
           END-READ
           .
       READ-NEXT-SORTED-PAYMENT-EXIT.
           EXIT.

       READ-NEXT-SORTED-RETURN SECTION.
           READ RTN-SORTED-FILE
               AT END
                   SET WS-RTN-SORTED-EOF TO TRUE
           END-READ
           .
       READ-NEXT-SORTED-RETURN-EXIT.
           EXIT.

       JUDGE-ONE-RETURN SECTION.
           MOVE RSR-SEQ TO RP-SEQ
           MOVE SPACES TO RP-LINE
           IF RSR-UNREADABLE = "1"
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING "UNREADABLE RETURN LINE: " DELIMITED SIZE
                   RSR-LINE DELIMITED SIZE
                 INTO RP-LINE
               END-STRING
               RELEASE RPT-SORT-REC
               GO TO JUDGE-ONE-RETURN-EXIT
           END-IF

      *    Payments below this EMPNO were answered by no return. The
      *    current payment is kept, not consumed, so every return
      *    for an EMPNO meets the first payment made to it.
           PERFORM READ-NEXT-SORTED-PAYMENT
               UNTIL WS-PAY-SORTED-EOF
                   OR PSR-EMPNO >= RSR-EMPNO

           IF WS-PAY-SORTED-EOF OR PSR-EMPNO NOT = RSR-EMPNO
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING "RETURN FOR EMPNO " DELIMITED SIZE
                   RSR-LINE-EMPNO DELIMITED SIZE
                   " MATCHES NO PAYMENT ON THE REGISTER"
                       DELIMITED SIZE
                 INTO RP-LINE
               END-STRING
               RELEASE RPT-SORT-REC
               GO TO JUDGE-ONE-RETURN-EXIT
           END-IF

           IF RSR-STATUS = "REJ"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE PSR-EMPNO TO D-EMPNO
               MOVE PSR-AMOUNT TO D-AMOUNT
               STRING "REJECTED EMPNO " DELIMITED SIZE
                   D-EMPNO DELIMITED SIZE
                   " " DELIMITED SIZE
                   PSR-NAME DELIMITED SIZE
                   " AMOUNT " DELIMITED SIZE
                   D-AMOUNT DELIMITED SIZE
                   "  REASON: " DELIMITED SIZE
                   RSR-REASON DELIMITED SIZE
                 INTO RP-LINE
               END-STRING
               RELEASE RPT-SORT-REC
           END-IF
           .
       JUDGE-ONE-RETURN-EXIT.
           EXIT.

       WRITE-REPORT-LINES SECTION.
      *    Returns the report lines in returns-file order.
           PERFORM UNTIL WS-REPORT-SORT-EOF
               RETURN RPT-SORT-FILE
                   AT END
                       SET WS-REPORT-SORT-EOF TO TRUE
                   NOT AT END
                       WRITE RETURNS-REPORT-REC FROM RP-LINE
               END-RETURN
           END-PERFORM
           .
       WRITE-REPORT-LINES-EXIT.
           EXIT.
