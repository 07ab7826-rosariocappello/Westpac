           SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYMENT-STATUS.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT ABA-FILE ASSIGN TO WS-ABA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ABA-STATUS.
           SELECT BANK-MASTER-FILE ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BNK-EMPNO
               FILE STATUS WS-BANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PAYMENT-HEADER-REC REDEFINES PAYMENT-REC.
           05  PAYH-TAG                PIC X(3).
           05  PAYH-DATE               PIC 9(8).
           05  PAYH-PERIOD-END         PIC 9(8).
           05  PAYH-PERIOD-START       PIC 9(8).
           05  FILLER                  PIC X(53).
       01  PAYMENT-DETAIL-REC REDEFINES PAYMENT-REC.
           05  PAYD-TAG                PIC X(3).
           05  PAYD-EMPNO              PIC 9(4).
           05  PAYT-COUNT              PIC 9(9).
           05  PAYT-HASH               PIC 9(13)V99.
           05  FILLER                  PIC X(53).
       FD  PAYCALC-FILE.
           COPY PAYCREC.
      *    ABA direct entry file - 120-byte records: one type 0
      *    descriptive record, a type 1 detail per credit (and the
      *    optional balancing debit), and one type 7 file total.
      *    Money is in cents, right-justified and zero-filled.
       FD  ABA-FILE.
       01  ABA-REC                     PIC X(120).
       01  ABA-DESCRIPTIVE-REC REDEFINES ABA-REC.
           05  ABA0-TYPE               PIC X.
           05  FILLER                  PIC X(17).
           05  ABA0-REEL-SEQ           PIC 9(2).
           05  ABA0-BANK               PIC X(3).
           05  FILLER                  PIC X(7).
           05  ABA0-USER-NAME          PIC X(26).
           05  ABA0-APCA-ID            PIC 9(6).
           05  ABA0-DESCRIPTION        PIC X(12).
           05  ABA0-PROC-DATE.
               10  ABA0-PROC-DD        PIC 9(2).
               10  ABA0-PROC-MM        PIC 9(2).
               10  ABA0-PROC-YY        PIC 9(2).
           05  FILLER                  PIC X(40).
       01  ABA-DETAIL-REC REDEFINES ABA-REC.
           05  ABA1-TYPE               PIC X.
           05  ABA1-BSB                PIC X(7).
           05  ABA1-ACCOUNT            PIC X(9).
           05  ABA1-INDICATOR          PIC X.
           05  ABA1-TXN-CODE           PIC 9(2).
               88  ABA1-DEBIT                  VALUE 13.
           05  ABA1-AMOUNT             PIC 9(8)V99.
           05  ABA1-TITLE              PIC X(32).
           05  ABA1-LODGE-REF          PIC X(18).
           05  ABA1-TRACE-BSB          PIC X(7).
           05  ABA1-TRACE-ACCOUNT      PIC X(9).
           05  ABA1-REMITTER           PIC X(16).
           05  ABA1-WITHHOLDING        PIC 9(6)V99.
       01  ABA-TOTAL-REC REDEFINES ABA-REC.
           05  ABA7-TYPE               PIC X.
           05  ABA7-BSB                PIC X(7).
           05  FILLER                  PIC X(12).
           05  ABA7-NET                PIC 9(8)V99.
           05  ABA7-CREDIT             PIC 9(8)V99.
           05  ABA7-DEBIT              PIC 9(8)V99.
           05  FILLER                  PIC X(24).
           05  ABA7-COUNT              PIC 9(6).
           05  FILLER                  PIC X(40).
       FD  BANK-MASTER-FILE.
           COPY BANKMAST.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY DATEEDLK.
           COPY BUSDAYLK.

       01  WS-PAYMENT-FILENAME          PIC X(256).
       01  WS-PAYMENT-STATUS            PIC XX.
           88  WS-PAYMENT-FILE-OK             VALUE "00".
       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-PAYCALC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYCALC-EOF                 VALUE "Y".

       01  WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL                PIC 9(13)V99 VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

      *    Control totals of the pay-calculation file as read, proved
      *    against its own trailer before the payment trailer is
      *    written.
       01  WS-CALC-COUNT                PIC 9(9) VALUE 0.
       01  WS-CALC-NET-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-CALC-TRAILER-SWITCH       PIC X VALUE "N".
           88  WS-CALC-TRAILER-SEEN           VALUE "Y".
       01  WS-PERIOD-START              PIC 9(8) VALUE 0.
       01  WS-PERIOD-END                PIC 9(8) VALUE 0.

       01  WS-TODAY                     PIC 9(8).
      *    The payment date on the header - today, or when today is
      *    a weekend or public holiday the business day before it,
      *    by the shared calendar (BUSDAY).
       01  WS-PAY-DATE                  PIC 9(8).

      *    PAYFILE-FORMAT "ABA" also writes the bank's ABA direct
      *    entry file to PAYFILE-ABA-OUT (default /tmp/payfile.aba).
      *    The PAY/trailer file is written either way - it is the
      *    payment register PAYRTN matches the bank's returns to.
      *    Unset, or "PAY", writes the PAY file alone.
       01  WS-FORMAT-ENV                PIC X(8).
       01  WS-ABA-SWITCH                PIC X VALUE "N".
           88  WS-ABA-WANTED                  VALUE "Y".
       01  WS-ABA-FILENAME              PIC X(256).
       01  WS-ABA-STATUS                PIC XX.
           88  WS-ABA-FILE-OK                 VALUE "00".
       01  WS-ABA-EOF-SWITCH            PIC X VALUE "N".
           88  WS-ABA-EOF                     VALUE "Y".
       01  WS-ABA-FAIL-SWITCH           PIC X VALUE "N".
           88  WS-ABA-FAILED                  VALUE "Y".
       01  WS-BANK-FILENAME             PIC X(256).
       01  WS-BANK-STATUS               PIC XX.
           88  WS-BANK-FILE-OK                VALUE "00".

      *    The type 0 and trace fields come from settings the bank
      *    issues with the direct entry facility:
      *      ABA-USER-NAME      user name the bank registered (26)
      *      ABA-APCA-ID        six-digit APCA user identification
      *      ABA-BANK           three-letter bank abbreviation
      *      ABA-TRACE-BSB      BSB of the account the pay is drawn
      *      ABA-TRACE-ACCOUNT  from, where a failed credit returns
      *    all required, and optionally
      *      ABA-DESCRIPTION    entry description (default PAYROLL)
      *      ABA-REMITTER       name on the employee's statement
      *                         (default the first 16 of the user
      *                         name)
      *      ABA-PROCESS-DATE   YYYYMMDD the bank processes the file
      *                         (default the payment date; a
      *                         date given must be a business day
      *                         from today on)
      *      ABA-BALANCE        "Y" to close the file with a debit
      *                         of the total against the trace
      *                         account, for banks that require a
      *                         self-balancing file
       01  WS-ABA-USER-NAME             PIC X(26).
       01  WS-ABA-APCA-ENV              PIC X(6).
       01  WS-ABA-APCA-ID               PIC 9(6).
       01  WS-ABA-BANK                  PIC X(3).
       01  WS-ABA-DESCRIPTION           PIC X(12).
       01  WS-ABA-REMITTER              PIC X(16).
       01  WS-ABA-DATE-ENV              PIC X(8).
       01  WS-ABA-PROC-DATE             PIC 9(8).
       01  WS-ABA-PROC-SPLIT REDEFINES WS-ABA-PROC-DATE.
           05  WS-ABA-PROC-YYYY         PIC 9(4).
           05  WS-ABA-PROC-MM           PIC 9(2).
           05  WS-ABA-PROC-DD           PIC 9(2).
       01  WS-ABA-BALANCE-ENV           PIC X.
           88  WS-ABA-SELF-BALANCE            VALUE "Y" "y".
       01  WS-ABA-TRACE-BSB             PIC X(7).
       01  WS-ABA-TRACE-ACCOUNT         PIC X(9).

      *    Work fields for one credit: the BSB edited NNN-NNN and the
      *    account number right-justified, blank-filled.
       01  WS-BSB-IN                    PIC X(7).
       01  WS-BSB-OUT                   PIC X(7).
       01  WS-BSB-OK-SWITCH             PIC X.
           88  WS-BSB-OK                      VALUE "Y".
       01  WS-ACCT-IN                   PIC X(9).
       01  WS-ACCT-OUT                  PIC X(9) JUSTIFIED RIGHT.
       01  WS-ACCT-TRAIL-CT             PIC 99 COMP.
       01  WS-ACCT-LEN                  PIC 99 COMP.
       01  WS-CREDIT-AMOUNT             PIC 9(8)V99.
       01  WS-SPLIT-SECOND              PIC 9(9)V99.
       01  WS-SPLIT-FIRST               PIC 9(9)V99.

      *    ABA control totals as written, and as re-read from the
      *    closed file for the proof.
       01  WS-ABA-COUNT                 PIC 9(6) VALUE 0.
       01  WS-ABA-CREDIT-TOTAL          PIC 9(8)V99 VALUE 0.
       01  WS-ABA-DEBIT-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-ABA-NET-TOTAL             PIC 9(8)V99 VALUE 0.
       01  WS-ABA-NO-ACCOUNT-COUNT      PIC 9(5) VALUE 0.
       01  WS-PROOF-COUNT               PIC 9(6) VALUE 0.
       01  WS-PROOF-CREDIT              PIC 9(8)V99 VALUE 0.
       01  WS-PROOF-DEBIT               PIC 9(8)V99 VALUE 0.
       01  WS-PROOF-NET                 PIC 9(8)V99 VALUE 0.
       01  WS-PROOF-HEADER-SWITCH       PIC X VALUE "N".
           88  WS-PROOF-HEADER-SEEN           VALUE "Y".
       01  WS-PROOF-TOTAL-SWITCH        PIC X VALUE "N".
           88  WS-PROOF-TOTAL-SEEN            VALUE "Y".
       01  WS-PROOF-ORDER-SWITCH        PIC X VALUE "N".
           88  WS-PROOF-OUT-OF-ORDER          VALUE "Y".

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RESOLVE-PAYFILE-FORMAT
           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-PAY-DATE
           IF WS-ABA-WANTED
               PERFORM RESOLVE-ABA-SETTINGS
           END-IF
           PERFORM OPEN-PAYCALC-FILE
           PERFORM OPEN-PAYMENT-FILE
           IF WS-ABA-WANTED
               PERFORM OPEN-ABA-FILE
           END-IF
           PERFORM EXTRACT-PAYMENTS

           IF WS-FETCH-FAILED
      *        A pay-calculation file that ends short or fails its
      *        own trailer must not leave a payment file whose
      *        trailer matches its partial rows - no trailer goes
      *        out, the run-control record says FAIL, and the
      *        scheduler sees a non-zero return code.
               CLOSE PAYMENT-FILE
               CLOSE PAYCALC-FILE
               IF WS-ABA-WANTED
                   CLOSE ABA-FILE
                   CLOSE BANK-MASTER-FILE
                   PERFORM DISCARD-ABA-FILE
               END-IF
               DISPLAY "PAYFILE: PAY-CALCULATION FILE INCOMPLETE "
                   "AFTER " WS-ROW-COUNT " ROW(S) - NO TRAILER WRITTEN"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ABA-WANTED
               PERFORM CLOSE-ABA-FILE
           END-IF

           IF WS-ABA-FAILED
      *        An ABA file that does not balance is emptied, and the
      *        PAY file is left without its trailer - neither file
      *        of a failed run can be sent or reconciled against.
               CLOSE PAYMENT-FILE
               CLOSE PAYCALC-FILE
               DISPLAY "PAYFILE: ABA FILE FAILED ITS BALANCING CHECK "
                   "- NOTHING RELEASED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CLOSE-PAYMENT-FILE
           CLOSE PAYCALC-FILE

           DISPLAY "PAYFILE: " WS-ROW-COUNT " payment(s) for "
               WS-PERIOD-START "-" WS-PERIOD-END " written to "
               WS-PAYMENT-FILENAME
           IF WS-ABA-WANTED
               DISPLAY "PAYFILE: " WS-ABA-COUNT " ABA detail(s), "
                   "credits " WS-ABA-CREDIT-TOTAL " debits "
                   WS-ABA-DEBIT-TOTAL " written to " WS-ABA-FILENAME
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RESOLVE-PAYFILE-FORMAT SECTION.
           MOVE SPACES TO WS-FORMAT-ENV
           DISPLAY "PAYFILE-FORMAT" UPON ENVIRONMENT-NAME
           ACCEPT WS-FORMAT-ENV FROM ENVIRONMENT-VALUE
           INSPECT WS-FORMAT-ENV
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-FORMAT-ENV
               WHEN "ABA"
                   SET WS-ABA-WANTED TO TRUE
               WHEN SPACES
               WHEN "PAY"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAYFILE: PAYFILE-FORMAT " WS-FORMAT-ENV
                       " IS NOT PAY OR ABA - ENDED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
       RESOLVE-PAYFILE-FORMAT-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    Two payment runs must never interleave - the interlock on
      *    the shared run-control file refuses a second copy.
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-PAY-DATE SECTION.
      *    Money cannot land on a Saturday or a public holiday - a
      *    run on one pays on the business day before. A calendar
      *    that cannot be read stops the run rather than guess.
           MOVE SPACES TO BD-PARM
           MOVE "R" TO BD-FUNCTION
           MOVE WS-TODAY TO BD-DATE-IN
           CALL "BUSDAY" USING BD-PARM
           IF NOT BD-OK
               DISPLAY "PAYFILE: UNABLE TO FIND THE PAYMENT DATE FROM "
                   "THE BUSINESS CALENDAR - ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BD-DATE-OUT TO WS-PAY-DATE
           IF WS-PAY-DATE NOT = WS-TODAY
               DISPLAY "PAYFILE: " WS-TODAY " IS NOT A BUSINESS DAY "
                   BD-HOLIDAY-NAME
               DISPLAY "PAYFILE: PAYMENT DATE ROLLED BACK TO "
                   WS-PAY-DATE
           END-IF
           .
       RESOLVE-PAY-DATE-EXIT.
           EXIT.

       RESOLVE-ABA-SETTINGS SECTION.
      *    Every required setting is checked before a file is opened,
      *    so a half-configured facility fails at once instead of
      *    leaving a file the bank would reject.
           MOVE SPACES TO WS-ABA-USER-NAME
           DISPLAY "ABA-USER-NAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-USER-NAME FROM ENVIRONMENT-VALUE
           IF WS-ABA-USER-NAME = SPACES
               DISPLAY "PAYFILE: ABA-USER-NAME IS NOT SET"
               SET WS-ABA-FAILED TO TRUE
           END-IF

           MOVE SPACES TO WS-ABA-APCA-ENV
           DISPLAY "ABA-APCA-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-APCA-ENV FROM ENVIRONMENT-VALUE
           IF WS-ABA-APCA-ENV IS NUMERIC
               MOVE WS-ABA-APCA-ENV TO WS-ABA-APCA-ID
           ELSE
               DISPLAY "PAYFILE: ABA-APCA-ID IS NOT SIX DIGITS"
               SET WS-ABA-FAILED TO TRUE
           END-IF

           MOVE SPACES TO WS-ABA-BANK
           DISPLAY "ABA-BANK" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-BANK FROM ENVIRONMENT-VALUE
           IF WS-ABA-BANK = SPACES
               DISPLAY "PAYFILE: ABA-BANK IS NOT SET"
               SET WS-ABA-FAILED TO TRUE
           END-IF

           MOVE SPACES TO WS-BSB-IN
           DISPLAY "ABA-TRACE-BSB" UPON ENVIRONMENT-NAME
           ACCEPT WS-BSB-IN FROM ENVIRONMENT-VALUE
           PERFORM EDIT-BSB
           IF WS-BSB-OK
               MOVE WS-BSB-OUT TO WS-ABA-TRACE-BSB
           ELSE
               DISPLAY "PAYFILE: ABA-TRACE-BSB IS NOT NNNNNN OR "
                   "NNN-NNN"
               SET WS-ABA-FAILED TO TRUE
           END-IF

           MOVE SPACES TO WS-ACCT-IN
           DISPLAY "ABA-TRACE-ACCOUNT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-IN FROM ENVIRONMENT-VALUE
           IF WS-ACCT-IN = SPACES
               DISPLAY "PAYFILE: ABA-TRACE-ACCOUNT IS NOT SET"
               SET WS-ABA-FAILED TO TRUE
           ELSE
               PERFORM EDIT-ACCOUNT-NO
               MOVE WS-ACCT-OUT TO WS-ABA-TRACE-ACCOUNT
           END-IF

           MOVE SPACES TO WS-ABA-DESCRIPTION
           DISPLAY "ABA-DESCRIPTION" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-DESCRIPTION FROM ENVIRONMENT-VALUE
           IF WS-ABA-DESCRIPTION = SPACES
               MOVE "PAYROLL" TO WS-ABA-DESCRIPTION
           END-IF

           MOVE SPACES TO WS-ABA-REMITTER
           DISPLAY "ABA-REMITTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-REMITTER FROM ENVIRONMENT-VALUE
           IF WS-ABA-REMITTER = SPACES
               MOVE WS-ABA-USER-NAME TO WS-ABA-REMITTER
           END-IF

           MOVE WS-PAY-DATE TO WS-ABA-PROC-DATE
           MOVE SPACES TO WS-ABA-DATE-ENV
           DISPLAY "ABA-PROCESS-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-DATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-ABA-DATE-ENV NOT = SPACES
               MOVE SPACES TO DE-PARM
               MOVE WS-ABA-DATE-ENV TO DE-DATE-IN(1:8)
               MOVE "P" TO DE-FORMAT
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-TODAY TO DE-MIN-DATE
               MOVE ZERO TO DE-MAX-DATE
               CALL "DATEEDIT" USING DE-PARM
               IF DE-OK
                   MOVE DE-DATE-OUT TO WS-ABA-PROC-DATE
                   PERFORM CHECK-ABA-BUSINESS-DAY
               ELSE
                   DISPLAY "PAYFILE: ABA-PROCESS-DATE "
                       WS-ABA-DATE-ENV " IS NOT A YYYYMMDD DATE "
                       "FROM TODAY ON"
                   SET WS-ABA-FAILED TO TRUE
               END-IF
           END-IF

           MOVE SPACE TO WS-ABA-BALANCE-ENV
           DISPLAY "ABA-BALANCE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-BALANCE-ENV FROM ENVIRONMENT-VALUE

           IF WS-ABA-FAILED
               DISPLAY "PAYFILE: ABA SETTINGS INCOMPLETE - ENDED"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RESOLVE-ABA-SETTINGS-EXIT.
           EXIT.

       CHECK-ABA-BUSINESS-DAY SECTION.
      *    The bank does not process on a weekend or holiday, so a
      *    processing date given for one is refused, not moved.
           MOVE SPACES TO BD-PARM
           MOVE "B" TO BD-FUNCTION
           MOVE WS-ABA-PROC-DATE TO BD-DATE-IN
           CALL "BUSDAY" USING BD-PARM
           IF NOT BD-OK OR NOT BD-YES
               DISPLAY "PAYFILE: ABA-PROCESS-DATE " WS-ABA-PROC-DATE
                   " IS NOT A BUSINESS DAY " BD-HOLIDAY-NAME
               SET WS-ABA-FAILED TO TRUE
           END-IF
           .
       CHECK-ABA-BUSINESS-DAY-EXIT.
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
           OPEN INPUT PAYCALC-FILE
           IF NOT WS-PAYCALC-FILE-OK
               DISPLAY "PAYFILE: UNABLE TO OPEN PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ PAYCALC-FILE
               AT END
                   MOVE SPACES TO PAYCALC-REC
           END-READ
           IF PCH-TAG NOT = "HDR"
               DISPLAY "PAYFILE: NO HEADER ON PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PCH-PERIOD-START TO WS-PERIOD-START
           MOVE PCH-PERIOD-END TO WS-PERIOD-END
           .
       OPEN-PAYCALC-FILE-EXIT.
           EXIT.

       OPEN-PAYMENT-FILE SECTION.
      *    PAYFILE-OUT names the fixed-format payment file handed to
      *    the bank; it defaults to /tmp/payfile.dat when unset.
      *    Records carry a 3-byte tag: HDR (payment date), DTL (EMPNO,
      *    name, amount) and TRL (record count and amount hash in
      *    the EMPEXTR trailer style).
           MOVE SPACES TO WS-PAYMENT-FILENAME
           END-IF
           MOVE SPACES TO PAYMENT-REC
           MOVE "HDR" TO PAYH-TAG
           MOVE WS-PAY-DATE TO PAYH-DATE
           MOVE WS-PERIOD-END TO PAYH-PERIOD-END
           MOVE WS-PERIOD-START TO PAYH-PERIOD-START
           WRITE PAYMENT-REC
           .
       OPEN-PAYMENT-FILE-EXIT.
           EXIT.

       OPEN-ABA-FILE SECTION.
      *    The type 1 records are built from the bank account master
      *    (copy/BANKMAST.cpy) BANKMAINT keeps - BANK-MASTER-FILE,
      *    default /tmp/bank_master.dat. An ABA run without it has
      *    nowhere to pay anyone, so it is refused.
           MOVE SPACES TO WS-BANK-FILENAME
           DISPLAY "BANK-MASTER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BANK-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BANK-FILENAME = SPACES
               MOVE "/tmp/bank_master.dat" TO WS-BANK-FILENAME
           END-IF
           OPEN INPUT BANK-MASTER-FILE
           IF NOT WS-BANK-FILE-OK
               DISPLAY "PAYFILE: UNABLE TO OPEN BANK MASTER: "
                   WS-BANK-FILENAME " STATUS=" WS-BANK-STATUS
               CLOSE PAYMENT-FILE
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-ABA-FILENAME
           DISPLAY "PAYFILE-ABA-OUT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ABA-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ABA-FILENAME = SPACES
               MOVE "/tmp/payfile.aba" TO WS-ABA-FILENAME
           END-IF
           OPEN OUTPUT ABA-FILE
           IF NOT WS-ABA-FILE-OK
               DISPLAY "PAYFILE: UNABLE TO OPEN ABA FILE: "
                   WS-ABA-FILENAME
               CLOSE BANK-MASTER-FILE
               CLOSE PAYMENT-FILE
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO ABA-REC
           MOVE "0" TO ABA0-TYPE
           MOVE 1 TO ABA0-REEL-SEQ
           MOVE WS-ABA-BANK TO ABA0-BANK
           MOVE WS-ABA-USER-NAME TO ABA0-USER-NAME
           MOVE WS-ABA-APCA-ID TO ABA0-APCA-ID
           MOVE WS-ABA-DESCRIPTION TO ABA0-DESCRIPTION
           MOVE WS-ABA-PROC-DD TO ABA0-PROC-DD
           MOVE WS-ABA-PROC-MM TO ABA0-PROC-MM
           MOVE WS-ABA-PROC-YYYY TO ABA0-PROC-YY
           WRITE ABA-REC
           .
       OPEN-ABA-FILE-EXIT.
           EXIT.

       EXTRACT-PAYMENTS SECTION.
      *    One payment per detail on the pay-calculation file, for
      *    the net PAYCALC worked out after pro-rating. The file is
      *    only complete once its trailer has been read and its
      *    count and net hash agree with the details paid.
           PERFORM UNTIL WS-PAYCALC-EOF OR WS-CALC-TRAILER-SEEN
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               PERFORM WRITE-PAYMENT-DETAIL
                           WHEN "TRL"
                               SET WS-CALC-TRAILER-SEEN TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF NOT WS-CALC-TRAILER-SEEN
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFILE: PAY-CALCULATION FILE HAS NO TRAILER"
               GO TO EXTRACT-PAYMENTS-EXIT
           END-IF
           IF PCT-COUNT NOT = WS-CALC-COUNT
               OR PCT-NET-HASH NOT = WS-CALC-NET-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "PAYFILE: PAY-CALCULATION TRAILER MISMATCH - "
                   "TRAILER " PCT-COUNT " / " PCT-NET-HASH
                   ", READ " WS-CALC-COUNT " / " WS-CALC-NET-HASH
           END-IF
           .
       EXTRACT-PAYMENTS-EXIT.
           EXIT.

       WRITE-PAYMENT-DETAIL SECTION.
           ADD 1 TO WS-CALC-COUNT
           ADD PCD-NET TO WS-CALC-NET-HASH
           MOVE PCD-NET TO WS-PAY-AMOUNT
           MOVE SPACES TO PAYMENT-REC
           MOVE "DTL" TO PAYD-TAG
           MOVE PCD-EMPNO TO PAYD-EMPNO
           MOVE PCD-NAME TO PAYD-NAME
           MOVE WS-PAY-AMOUNT TO PAYD-AMOUNT
           WRITE PAYMENT-REC
           ADD 1 TO WS-ROW-COUNT
           ADD WS-PAY-AMOUNT TO WS-HASH-TOTAL
           IF WS-ABA-WANTED
               PERFORM WRITE-ABA-CREDITS
           END-IF
           .
       WRITE-PAYMENT-DETAIL-EXIT.
           EXIT.

       WRITE-ABA-CREDITS SECTION.
      *    Net pay goes to the accounts on the bank master, split as
      *    PAYSLIP prints it: a fixed amount (all of net, if net is
      *    less) or a percentage to the second account, the rest to
      *    the first. A nil net pays nothing. An employee with net
      *    to pay and no account is reported, and fails the file -
      *    an ABA file short of a payee must not reach the bank.
           IF WS-PAY-AMOUNT = ZERO
               GO TO WRITE-ABA-CREDITS-EXIT
           END-IF
           MOVE PCD-EMPNO TO BNK-EMPNO
           READ BANK-MASTER-FILE
               KEY IS BNK-EMPNO
               INVALID KEY
                   MOVE SPACES TO BNK-ACCOUNT-NO
           END-READ
           IF BNK-ACCOUNT-NO = SPACES
               ADD 1 TO WS-ABA-NO-ACCOUNT-COUNT
               DISPLAY "PAYFILE: NO BANK ACCOUNT FOR EMPNO "
                   PCD-EMPNO " - NET " WS-PAY-AMOUNT " NOT PAYABLE"
               GO TO WRITE-ABA-CREDITS-EXIT
           END-IF

           MOVE ZERO TO WS-SPLIT-SECOND
           IF BNK-SPLIT-AMOUNT
               IF BNK-SPLIT-VALUE > WS-PAY-AMOUNT
                   MOVE WS-PAY-AMOUNT TO WS-SPLIT-SECOND
               ELSE
                   MOVE BNK-SPLIT-VALUE TO WS-SPLIT-SECOND
               END-IF
           END-IF
           IF BNK-SPLIT-PERCENT
               COMPUTE WS-SPLIT-SECOND ROUNDED =
                   WS-PAY-AMOUNT * BNK-SPLIT-VALUE / 100
           END-IF
           COMPUTE WS-SPLIT-FIRST = WS-PAY-AMOUNT - WS-SPLIT-SECOND

           IF WS-SPLIT-FIRST > ZERO
               MOVE BNK-BSB TO WS-BSB-IN
               MOVE BNK-ACCOUNT-NO TO WS-ACCT-IN
               MOVE WS-SPLIT-FIRST TO WS-CREDIT-AMOUNT
               MOVE SPACES TO ABA-REC
               MOVE BNK-ACCOUNT-NAME TO ABA1-TITLE
               PERFORM WRITE-ABA-CREDIT
           END-IF
           IF WS-SPLIT-SECOND > ZERO
               MOVE BNK-BSB-2 TO WS-BSB-IN
               MOVE BNK-ACCOUNT-NO-2 TO WS-ACCT-IN
               MOVE WS-SPLIT-SECOND TO WS-CREDIT-AMOUNT
               MOVE SPACES TO ABA-REC
               MOVE BNK-ACCOUNT-NAME-2 TO ABA1-TITLE
               PERFORM WRITE-ABA-CREDIT
           END-IF
           .
       WRITE-ABA-CREDITS-EXIT.
           EXIT.

       WRITE-ABA-CREDIT SECTION.
      *    One type 1 credit (transaction code 53, pay) of
      *    WS-CREDIT-AMOUNT to WS-BSB-IN / WS-ACCT-IN, the title
      *    already in ABA1-TITLE. The lodgement reference carries
      *    the period end and EMPNO, so a bank query comes back to
      *    the pay it belongs to.
           PERFORM EDIT-BSB
           PERFORM EDIT-ACCOUNT-NO
           MOVE "1" TO ABA1-TYPE
           MOVE WS-BSB-OUT TO ABA1-BSB
           MOVE WS-ACCT-OUT TO ABA1-ACCOUNT
           MOVE SPACE TO ABA1-INDICATOR
           MOVE 53 TO ABA1-TXN-CODE
           MOVE WS-CREDIT-AMOUNT TO ABA1-AMOUNT
           STRING "PAY " DELIMITED SIZE
               WS-PERIOD-END DELIMITED SIZE
               " " DELIMITED SIZE
               PCD-EMPNO DELIMITED SIZE
               INTO ABA1-LODGE-REF
           END-STRING
           MOVE WS-ABA-TRACE-BSB TO ABA1-TRACE-BSB
           MOVE WS-ABA-TRACE-ACCOUNT TO ABA1-TRACE-ACCOUNT
           MOVE WS-ABA-REMITTER TO ABA1-REMITTER
           MOVE ZERO TO ABA1-WITHHOLDING
           WRITE ABA-REC
           ADD 1 TO WS-ABA-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-ABA-CREDIT-TOTAL
           .
       WRITE-ABA-CREDIT-EXIT.
           EXIT.

       EDIT-BSB SECTION.
      *    WS-BSB-IN holds a BSB as six digits or NNN-NNN; it comes
      *    back in WS-BSB-OUT in the NNN-NNN form the ABA file
      *    carries, with WS-BSB-OK set when it was valid.
           MOVE "N" TO WS-BSB-OK-SWITCH
           MOVE SPACES TO WS-BSB-OUT
           IF WS-BSB-IN(4:1) = "-"
               MOVE WS-BSB-IN TO WS-BSB-OUT
           ELSE
               MOVE WS-BSB-IN(1:3) TO WS-BSB-OUT(1:3)
               MOVE "-" TO WS-BSB-OUT(4:1)
               MOVE WS-BSB-IN(4:3) TO WS-BSB-OUT(5:3)
           END-IF
           IF WS-BSB-OUT(1:3) IS NUMERIC
               AND WS-BSB-OUT(5:3) IS NUMERIC
               SET WS-BSB-OK TO TRUE
           END-IF
           .
       EDIT-BSB-EXIT.
           EXIT.

       EDIT-ACCOUNT-NO SECTION.
      *    WS-ACCT-IN holds an account number left-justified; the
      *    ABA file wants it right-justified and blank-filled.
           MOVE ZERO TO WS-ACCT-TRAIL-CT
           INSPECT WS-ACCT-IN
               TALLYING WS-ACCT-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-ACCT-LEN = 9 - WS-ACCT-TRAIL-CT
           MOVE SPACES TO WS-ACCT-OUT
           IF WS-ACCT-LEN > 0
               MOVE WS-ACCT-IN(1:WS-ACCT-LEN) TO WS-ACCT-OUT
           END-IF
           .
       EDIT-ACCOUNT-NO-EXIT.
           EXIT.

       CLOSE-ABA-FILE SECTION.
      *    The file is balanced twice before it is released. First
      *    as written: every dollar of net on the PAY file must be
      *    an ABA credit, or the type 7 record is never written.
      *    Then as it lies on disk: the closed file is read back and
      *    its type 1 records re-added, and the type 7 net, credit,
      *    debit and count must agree with them. A file failing
      *    either check is emptied.
           CLOSE BANK-MASTER-FILE
           IF WS-ABA-NO-ACCOUNT-COUNT > 0
               DISPLAY "PAYFILE: " WS-ABA-NO-ACCOUNT-COUNT
                   " EMPLOYEE(S) WITH NET PAY HAVE NO BANK ACCOUNT"
               SET WS-ABA-FAILED TO TRUE
           END-IF
           IF WS-ABA-CREDIT-TOTAL NOT = WS-HASH-TOTAL
               DISPLAY "PAYFILE: ABA CREDITS " WS-ABA-CREDIT-TOTAL
                   " DO NOT EQUAL NET PAID " WS-HASH-TOTAL
               SET WS-ABA-FAILED TO TRUE
           END-IF
           IF WS-ABA-FAILED
               CLOSE ABA-FILE
               PERFORM DISCARD-ABA-FILE
               GO TO CLOSE-ABA-FILE-EXIT
           END-IF

           IF WS-ABA-SELF-BALANCE AND WS-ABA-CREDIT-TOTAL > ZERO
               MOVE SPACES TO ABA-REC
               MOVE "1" TO ABA1-TYPE
               MOVE WS-ABA-TRACE-BSB TO ABA1-BSB
               MOVE WS-ABA-TRACE-ACCOUNT TO ABA1-ACCOUNT
               MOVE SPACE TO ABA1-INDICATOR
               MOVE 13 TO ABA1-TXN-CODE
               MOVE WS-ABA-CREDIT-TOTAL TO ABA1-AMOUNT
               MOVE WS-ABA-USER-NAME TO ABA1-TITLE
               STRING "PAY " DELIMITED SIZE
                   WS-PERIOD-END DELIMITED SIZE
                   INTO ABA1-LODGE-REF
               END-STRING
               MOVE WS-ABA-TRACE-BSB TO ABA1-TRACE-BSB
               MOVE WS-ABA-TRACE-ACCOUNT TO ABA1-TRACE-ACCOUNT
               MOVE WS-ABA-REMITTER TO ABA1-REMITTER
               MOVE ZERO TO ABA1-WITHHOLDING
               WRITE ABA-REC
               ADD 1 TO WS-ABA-COUNT
               ADD WS-ABA-CREDIT-TOTAL TO WS-ABA-DEBIT-TOTAL
           END-IF

           COMPUTE WS-ABA-NET-TOTAL =
               WS-ABA-CREDIT-TOTAL - WS-ABA-DEBIT-TOTAL
           MOVE SPACES TO ABA-REC
           MOVE "7" TO ABA7-TYPE
           MOVE "999-999" TO ABA7-BSB
           MOVE WS-ABA-NET-TOTAL TO ABA7-NET
           MOVE WS-ABA-CREDIT-TOTAL TO ABA7-CREDIT
           MOVE WS-ABA-DEBIT-TOTAL TO ABA7-DEBIT
           MOVE WS-ABA-COUNT TO ABA7-COUNT
           WRITE ABA-REC
           CLOSE ABA-FILE

           PERFORM PROVE-ABA-FILE
           .
       CLOSE-ABA-FILE-EXIT.
           EXIT.

       PROVE-ABA-FILE SECTION.
           OPEN INPUT ABA-FILE
           IF NOT WS-ABA-FILE-OK
               DISPLAY "PAYFILE: UNABLE TO REOPEN ABA FILE TO PROVE "
                   "IT: " WS-ABA-FILENAME
               SET WS-ABA-FAILED TO TRUE
               PERFORM DISCARD-ABA-FILE
               GO TO PROVE-ABA-FILE-EXIT
           END-IF
           PERFORM UNTIL WS-ABA-EOF
               READ ABA-FILE
                   AT END
                       SET WS-ABA-EOF TO TRUE
                   NOT AT END
                       PERFORM PROVE-ONE-ABA-RECORD
               END-READ
           END-PERFORM
           CLOSE ABA-FILE

           IF WS-PROOF-CREDIT > WS-PROOF-DEBIT
               COMPUTE WS-PROOF-NET =
                   WS-PROOF-CREDIT - WS-PROOF-DEBIT
           ELSE
               COMPUTE WS-PROOF-NET =
                   WS-PROOF-DEBIT - WS-PROOF-CREDIT
           END-IF
           IF NOT WS-PROOF-HEADER-SEEN
               OR NOT WS-PROOF-TOTAL-SEEN
               OR WS-PROOF-OUT-OF-ORDER
               DISPLAY "PAYFILE: ABA FILE IS NOT ONE TYPE 0, ITS "
                   "DETAILS AND ONE CLOSING TYPE 7"
               SET WS-ABA-FAILED TO TRUE
           END-IF
           IF WS-PROOF-COUNT NOT = WS-ABA-COUNT
               OR WS-PROOF-CREDIT NOT = WS-ABA-CREDIT-TOTAL
               OR WS-PROOF-DEBIT NOT = WS-ABA-DEBIT-TOTAL
               OR WS-PROOF-NET NOT = WS-ABA-NET-TOTAL
               DISPLAY "PAYFILE: ABA TYPE 7 DOES NOT ADD UP - "
                   "TYPE 7 " WS-ABA-COUNT " / " WS-ABA-CREDIT-TOTAL
                   " / " WS-ABA-DEBIT-TOTAL ", DETAILS "
                   WS-PROOF-COUNT " / " WS-PROOF-CREDIT " / "
                   WS-PROOF-DEBIT
               SET WS-ABA-FAILED TO TRUE
           END-IF
           IF WS-ABA-FAILED
               PERFORM DISCARD-ABA-FILE
           END-IF
           .
       PROVE-ABA-FILE-EXIT.
           EXIT.

       PROVE-ONE-ABA-RECORD SECTION.
      *    The type 7 figures are taken from the record as read back,
      *    not from storage - it is the file that is being proved.
           IF WS-PROOF-TOTAL-SEEN
               SET WS-PROOF-OUT-OF-ORDER TO TRUE
               GO TO PROVE-ONE-ABA-RECORD-EXIT
           END-IF
           EVALUATE ABA0-TYPE
               WHEN "0"
                   IF WS-PROOF-HEADER-SEEN OR WS-PROOF-COUNT > 0
                       SET WS-PROOF-OUT-OF-ORDER TO TRUE
                   END-IF
                   SET WS-PROOF-HEADER-SEEN TO TRUE
               WHEN "1"
                   ADD 1 TO WS-PROOF-COUNT
                   IF ABA1-DEBIT
                       ADD ABA1-AMOUNT TO WS-PROOF-DEBIT
                   ELSE
                       ADD ABA1-AMOUNT TO WS-PROOF-CREDIT
                   END-IF
               WHEN "7"
                   SET WS-PROOF-TOTAL-SEEN TO TRUE
                   MOVE ABA7-COUNT TO WS-ABA-COUNT
                   MOVE ABA7-CREDIT TO WS-ABA-CREDIT-TOTAL
                   MOVE ABA7-DEBIT TO WS-ABA-DEBIT-TOTAL
                   MOVE ABA7-NET TO WS-ABA-NET-TOTAL
               WHEN OTHER
                   SET WS-PROOF-OUT-OF-ORDER TO TRUE
           END-EVALUATE
           .
       PROVE-ONE-ABA-RECORD-EXIT.
           EXIT.

       DISCARD-ABA-FILE SECTION.
      *    Reopening for output leaves the file empty - there is
      *    nothing in it for anyone to send by mistake.
           OPEN OUTPUT ABA-FILE
           CLOSE ABA-FILE
           .
       DISCARD-ABA-FILE-EXIT.
           EXIT.

       CLOSE-PAYMENT-FILE SECTION.
      *    The trailer carries the detail record count and a hash
      *    total of the amounts, so the bank (and PAYRTN afterwards)
