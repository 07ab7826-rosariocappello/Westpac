       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO WS-PAYCALC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAYCALC-STATUS.
           SELECT SUPER-MEMBER-FILE ASSIGN TO WS-MEMBER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SPM-EMPNO
               FILE STATUS WS-MEMBER-STATUS.
           SELECT SUPER-LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SLG-KEY
               FILE STATUS WS-LEDGER-STATUS.
           SELECT CONTRIB-FILE ASSIGN TO WS-CONTRIB-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTRIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY PAYCREC.
       FD  SUPER-MEMBER-FILE.
           COPY SUPMEMB.
       FD  SUPER-LEDGER-FILE.
           COPY SUPLEDG.
      *    One contribution file per fund, in the PAYFILE layout: a
      *    3-byte tag, HDR (run date, fund and pay period), DTL per
      *    member paid and a TRL with the detail count and amount
      *    hash.
       FD  CONTRIB-FILE.
       01  CONTRIB-REC                 PIC X(80).
       01  CONTRIB-HEADER-REC REDEFINES CONTRIB-REC.
           05  SCH-TAG                 PIC X(3).
           05  SCH-DATE                PIC 9(8).
           05  SCH-FUND-CODE           PIC X(8).
           05  SCH-PERIOD-START        PIC 9(8).
           05  SCH-PERIOD-END          PIC 9(8).
           05  FILLER                  PIC X(45).
       01  CONTRIB-DETAIL-REC REDEFINES CONTRIB-REC.
           05  SCD-TAG                 PIC X(3).
           05  SCD-EMPNO               PIC 9(4).
           05  SCD-NAME                PIC X(10).
           05  SCD-MEMBER-NO           PIC X(16).
           05  SCD-OTE                 PIC 9(7)V99.
           05  SCD-AMOUNT              PIC 9(9)V99.
           05  FILLER                  PIC X(27).
       01  CONTRIB-TRAILER-REC REDEFINES CONTRIB-REC.
           05  SCT-TAG                 PIC X(3).
           05  SCT-COUNT               PIC 9(9).
           05  SCT-HASH                PIC 9(13)V99.
           05  FILLER                  PIC X(53).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY OUTREGLK.

       01  WS-PAYCALC-FILENAME          PIC X(256).
       01  WS-PAYCALC-STATUS            PIC XX.
           88  WS-PAYCALC-FILE-OK             VALUE "00".
       01  WS-PAYCALC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PAYCALC-EOF                 VALUE "Y".
       01  WS-MEMBER-FILENAME           PIC X(256).
       01  WS-MEMBER-STATUS             PIC XX.
           88  WS-MEMBER-FILE-OK              VALUE "00".
       01  WS-MEMBER-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-MEMBER-OPEN                 VALUE "Y".
       01  WS-LEDGER-FILENAME           PIC X(256).
       01  WS-LEDGER-STATUS             PIC XX.
           88  WS-LEDGER-FILE-OK              VALUE "00".
           88  WS-LEDGER-NO-FILE              VALUE "35".
       01  WS-CONTRIB-FILENAME          PIC X(256).
       01  WS-CONTRIB-STATUS            PIC XX.
           88  WS-CONTRIB-FILE-OK             VALUE "00".

      *    SUPERFILE-PREFIX is the front of each fund's file name -
      *    the fund code and .dat are added to it. It defaults to
      *    /tmp/superfile_ when unset. SUPER-DEFAULT-FUND is the
      *    fund anyone without a membership record is paid to.
       01  WS-CONTRIB-PREFIX            PIC X(200).
       01  WS-DEFAULT-FUND              PIC X(8).

      *    Every contribution on the pay-calculation file, held so
      *    the whole file is proved against its trailer before any
      *    fund file is written.
       01  WS-CONTRIB-TABLE.
           05  WS-CON-ENTRY            OCCURS 5000.
               10  WS-CON-EMPNO        PIC 9(4).
               10  WS-CON-NAME         PIC X(10).
               10  WS-CON-OTE          PIC 9(7)V99.
               10  WS-CON-SUPER        PIC 9(7)V99.
               10  WS-CON-FUND-CODE    PIC X(8).
               10  WS-CON-MEMBER-NO    PIC X(16).
       01  WS-CON-COUNT                 PIC 9(5) COMP VALUE 0.
       01  WS-CON-IDX                   PIC 9(5) COMP.

       01  WS-FUND-TABLE.
           05  WS-FUND-ENTRY           OCCURS 200.
               10  WS-FUND-CODE        PIC X(8).
               10  WS-FUND-COUNT       PIC 9(9).
               10  WS-FUND-HASH        PIC 9(13)V99.
       01  WS-FUND-COUNT-USED           PIC 9(3) COMP VALUE 0.
       01  WS-FUND-IDX                  PIC 9(3) COMP.
       01  WS-FUND-FOUND-SWITCH         PIC X.
           88  WS-FUND-FOUND                  VALUE "Y".

       01  WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL                PIC 9(13)V99 VALUE 0.
       01  WS-DEFAULTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REPOSTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-LATER-COUNT               PIC 9(5) VALUE 0.
       01  WS-FETCH-FAIL-SWITCH         PIC X VALUE "N".
           88  WS-FETCH-FAILED                VALUE "Y".

      *    Control totals of the pay-calculation file as read, proved
      *    against its own trailer.
       01  WS-CALC-COUNT                PIC 9(9) VALUE 0.
       01  WS-CALC-SUPER-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-CALC-TRAILER-SWITCH       PIC X VALUE "N".
           88  WS-CALC-TRAILER-SEEN           VALUE "Y".
       01  WS-PERIOD-START              PIC 9(8) VALUE 0.
       01  WS-PERIOD-END                PIC 9(8) VALUE 0.
       01  WS-QTR-START                 PIC 9(8) VALUE 0.

       01  WS-TODAY                     PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM OPEN-PAYCALC-FILE
           PERFORM LOAD-CONTRIBUTIONS
           CLOSE PAYCALC-FILE
           IF NOT WS-FETCH-FAILED
               PERFORM ASSIGN-FUNDS
           END-IF

           IF WS-FETCH-FAILED
      *        Nothing goes to any fund, and nothing is posted to
      *        the ledger, from a pay-calculation file that cannot
      *        be proved complete or paid in full.
               DISPLAY "SUPERFILE: NO CONTRIBUTION FILES WRITTEN"
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-FUND-FILES
           PERFORM POST-TO-LEDGER

           DISPLAY "SUPERFILE: " WS-ROW-COUNT " contribution(s) for "
               WS-PERIOD-START "-" WS-PERIOD-END " to "
               WS-FUND-COUNT-USED " fund(s), total " WS-HASH-TOTAL
           IF WS-DEFAULTED-COUNT > 0
               DISPLAY "SUPERFILE: " WS-DEFAULTED-COUNT
                   " employee(s) with no membership paid to "
                   WS-DEFAULT-FUND
           END-IF
           DISPLAY "SUPERFILE: LEDGER " WS-POSTED-COUNT " posted, "
               WS-REPOSTED-COUNT " reposted for the same period"
           IF WS-LATER-COUNT > 0
               DISPLAY "SUPERFILE: " WS-LATER-COUNT
                   " not posted - a later period is already on the "
                   "ledger"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    The ledger is posted by this run - two copies must never
      *    post the same period at once.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "SUPERFILE" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "SUPERFILE: ANOTHER COPY IS RUNNING - ENDED"
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
           OPEN INPUT PAYCALC-FILE
           IF NOT WS-PAYCALC-FILE-OK
               DISPLAY "SUPERFILE: UNABLE TO OPEN PAY-CALCULATION "
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
               OR PCH-QTR-START IS NOT NUMERIC
               OR PCH-QTR-START = ZERO
               DISPLAY "SUPERFILE: NO HEADER ON PAY-CALCULATION FILE: "
                   WS-PAYCALC-FILENAME
               CLOSE PAYCALC-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PCH-PERIOD-START TO WS-PERIOD-START
           MOVE PCH-PERIOD-END TO WS-PERIOD-END
           MOVE PCH-QTR-START TO WS-QTR-START
           .
       OPEN-PAYCALC-FILE-EXIT.
           EXIT.

       LOAD-CONTRIBUTIONS SECTION.
      *    Every detail is held - OTE with no super still counts
      *    towards the quarter's maximum contribution base on the
      *    ledger. The file is only complete once its trailer has
      *    been read and its count and super hash agree.
           PERFORM UNTIL WS-PAYCALC-EOF OR WS-CALC-TRAILER-SEEN
               READ PAYCALC-FILE
                   AT END
                       SET WS-PAYCALC-EOF TO TRUE
                   NOT AT END
                       EVALUATE PCD-TAG
                           WHEN "DTL"
                               PERFORM KEEP-CONTRIBUTION
                           WHEN "TRL"
                               SET WS-CALC-TRAILER-SEEN TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-FETCH-FAILED
               GO TO LOAD-CONTRIBUTIONS-EXIT
           END-IF
           IF NOT WS-CALC-TRAILER-SEEN
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "SUPERFILE: PAY-CALCULATION FILE HAS NO TRAILER"
               GO TO LOAD-CONTRIBUTIONS-EXIT
           END-IF
           IF PCT-COUNT NOT = WS-CALC-COUNT
               OR PCT-SUPER-HASH NOT = WS-CALC-SUPER-HASH
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "SUPERFILE: PAY-CALCULATION TRAILER MISMATCH - "
                   "TRAILER " PCT-COUNT " / " PCT-SUPER-HASH
                   ", READ " WS-CALC-COUNT " / " WS-CALC-SUPER-HASH
           END-IF
           .
       LOAD-CONTRIBUTIONS-EXIT.
           EXIT.

       KEEP-CONTRIBUTION SECTION.
           ADD 1 TO WS-CALC-COUNT
           ADD PCD-SUPER TO WS-CALC-SUPER-HASH
           IF WS-CON-COUNT >= 5000
               SET WS-FETCH-FAILED TO TRUE
               SET WS-PAYCALC-EOF TO TRUE
               DISPLAY "SUPERFILE: MORE THAN 5000 EMPLOYEES ON THE "
                   "PAY-CALCULATION FILE"
               GO TO KEEP-CONTRIBUTION-EXIT
           END-IF
           ADD 1 TO WS-CON-COUNT
           MOVE PCD-EMPNO TO WS-CON-EMPNO(WS-CON-COUNT)
           MOVE PCD-NAME TO WS-CON-NAME(WS-CON-COUNT)
           MOVE PCD-OTE TO WS-CON-OTE(WS-CON-COUNT)
           MOVE PCD-SUPER TO WS-CON-SUPER(WS-CON-COUNT)
           MOVE SPACES TO WS-CON-FUND-CODE(WS-CON-COUNT)
           MOVE SPACES TO WS-CON-MEMBER-NO(WS-CON-COUNT)
           .
       KEEP-CONTRIBUTION-EXIT.
           EXIT.

       ASSIGN-FUNDS SECTION.
      *    SUPER-MEMBER-FILE names the indexed membership master
      *    SUPMAINT keeps (copy/SUPMEMB.cpy); it defaults to
      *    /tmp/super_members.dat when unset. Anyone without a
      *    record - or every employee, if there is no master - is
      *    paid to the default fund.
           MOVE SPACES TO WS-DEFAULT-FUND
           DISPLAY "SUPER-DEFAULT-FUND" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEFAULT-FUND FROM ENVIRONMENT-VALUE
           IF WS-DEFAULT-FUND = SPACES
               MOVE "DEFAULT" TO WS-DEFAULT-FUND
           END-IF

           MOVE SPACES TO WS-MEMBER-FILENAME
           DISPLAY "SUPER-MEMBER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MEMBER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-MEMBER-FILENAME = SPACES
               MOVE "/tmp/super_members.dat" TO WS-MEMBER-FILENAME
           END-IF
           OPEN INPUT SUPER-MEMBER-FILE
           IF WS-MEMBER-FILE-OK
               SET WS-MEMBER-OPEN TO TRUE
           ELSE
               DISPLAY "SUPERFILE: NO FUND MEMBERSHIP MASTER AT "
                   WS-MEMBER-FILENAME " STATUS=" WS-MEMBER-STATUS
           END-IF

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               PERFORM FIND-MEMBERSHIP
               IF WS-CON-SUPER(WS-CON-IDX) > 0
                   PERFORM ADD-TO-FUND
               END-IF
           END-PERFORM

           IF WS-MEMBER-OPEN
               CLOSE SUPER-MEMBER-FILE
           END-IF
           .
       ASSIGN-FUNDS-EXIT.
           EXIT.

       FIND-MEMBERSHIP SECTION.
           IF WS-MEMBER-OPEN
               MOVE WS-CON-EMPNO(WS-CON-IDX) TO SPM-EMPNO
               READ SUPER-MEMBER-FILE
                   KEY IS SPM-EMPNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPM-FUND-CODE
                           TO WS-CON-FUND-CODE(WS-CON-IDX)
                       MOVE SPM-MEMBER-NO
                           TO WS-CON-MEMBER-NO(WS-CON-IDX)
                       GO TO FIND-MEMBERSHIP-EXIT
               END-READ
           END-IF
           MOVE WS-DEFAULT-FUND TO WS-CON-FUND-CODE(WS-CON-IDX)
           IF WS-CON-SUPER(WS-CON-IDX) > 0
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF
           .
       FIND-MEMBERSHIP-EXIT.
           EXIT.

       ADD-TO-FUND SECTION.
           MOVE "N" TO WS-FUND-FOUND-SWITCH
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT-USED
                  OR WS-FUND-FOUND
               IF WS-FUND-CODE(WS-FUND-IDX)
                       = WS-CON-FUND-CODE(WS-CON-IDX)
                   SET WS-FUND-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FUND-FOUND
               GO TO ADD-TO-FUND-EXIT
           END-IF
           IF WS-FUND-COUNT-USED >= 200
               SET WS-FETCH-FAILED TO TRUE
               DISPLAY "SUPERFILE: MORE THAN 200 FUNDS - EMPNO "
                   WS-CON-EMPNO(WS-CON-IDX) " CANNOT BE PAID"
               GO TO ADD-TO-FUND-EXIT
           END-IF
           ADD 1 TO WS-FUND-COUNT-USED
           MOVE WS-CON-FUND-CODE(WS-CON-IDX)
               TO WS-FUND-CODE(WS-FUND-COUNT-USED)
           MOVE ZERO TO WS-FUND-COUNT(WS-FUND-COUNT-USED)
           MOVE ZERO TO WS-FUND-HASH(WS-FUND-COUNT-USED)
           .
       ADD-TO-FUND-EXIT.
           EXIT.

       WRITE-FUND-FILES SECTION.
           MOVE SPACES TO WS-CONTRIB-PREFIX
           DISPLAY "SUPERFILE-PREFIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONTRIB-PREFIX FROM ENVIRONMENT-VALUE
           IF WS-CONTRIB-PREFIX = SPACES
               MOVE "/tmp/superfile_" TO WS-CONTRIB-PREFIX
           END-IF

           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT-USED
               PERFORM WRITE-ONE-FUND-FILE
           END-PERFORM
           .
       WRITE-FUND-FILES-EXIT.
           EXIT.

       WRITE-ONE-FUND-FILE SECTION.
      *    The trailer carries the detail count and amount hash, so
      *    the fund's clearing house can prove it received the whole
      *    file before it credits any member.
           MOVE SPACES TO WS-CONTRIB-FILENAME
           STRING WS-CONTRIB-PREFIX DELIMITED BY SPACE
               WS-FUND-CODE(WS-FUND-IDX) DELIMITED BY SPACE
               ".dat" DELIMITED SIZE
               INTO WS-CONTRIB-FILENAME
           END-STRING
           OPEN OUTPUT CONTRIB-FILE
           IF NOT WS-CONTRIB-FILE-OK
               DISPLAY "SUPERFILE: UNABLE TO OPEN CONTRIBUTION FILE: "
                   WS-CONTRIB-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO CONTRIB-REC
           MOVE "HDR" TO SCH-TAG
           MOVE WS-TODAY TO SCH-DATE
           MOVE WS-FUND-CODE(WS-FUND-IDX) TO SCH-FUND-CODE
           MOVE WS-PERIOD-START TO SCH-PERIOD-START
           MOVE WS-PERIOD-END TO SCH-PERIOD-END
           WRITE CONTRIB-REC

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-FUND-CODE(WS-CON-IDX)
                       = WS-FUND-CODE(WS-FUND-IDX)
                   AND WS-CON-SUPER(WS-CON-IDX) > 0
                   PERFORM WRITE-CONTRIB-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO CONTRIB-REC
           MOVE "TRL" TO SCT-TAG
           MOVE WS-FUND-COUNT(WS-FUND-IDX) TO SCT-COUNT
           MOVE WS-FUND-HASH(WS-FUND-IDX) TO SCT-HASH
           WRITE CONTRIB-REC
           CLOSE CONTRIB-FILE
           PERFORM REGISTER-FUND-FILE
           DISPLAY "SUPERFILE: " WS-FUND-CODE(WS-FUND-IDX) " "
               WS-FUND-COUNT(WS-FUND-IDX) " member(s) "
               WS-FUND-HASH(WS-FUND-IDX) " in " WS-CONTRIB-FILENAME
           .
       WRITE-ONE-FUND-FILE-EXIT.
           EXIT.

       REGISTER-FUND-FILE SECTION.
      *    Each fund's file goes on the outbound register with its
      *    trailer figures and the fund as receiver, for OUTACK to
      *    match to that clearing house's acknowledgement. A
      *    register that cannot be written is reported, but the
      *    file stands.
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "SUPERFIL" TO OX-PRODUCER
           MOVE WS-FUND-CODE(WS-FUND-IDX) TO OX-RECEIVER
           MOVE WS-CONTRIB-FILENAME TO OX-FILENAME
           MOVE WS-FUND-COUNT(WS-FUND-IDX) TO OX-RECORDS
           MOVE WS-FUND-HASH(WS-FUND-IDX) TO OX-CONTROL-TOTAL
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "SUPERFILE: WARNING - CONTRIBUTION FILE FOR "
                   WS-FUND-CODE(WS-FUND-IDX)
                   " NOT ON THE OUTBOUND REGISTER"
           END-IF
           .
       REGISTER-FUND-FILE-EXIT.
           EXIT.

       WRITE-CONTRIB-DETAIL SECTION.
           MOVE SPACES TO CONTRIB-REC
           MOVE "DTL" TO SCD-TAG
           MOVE WS-CON-EMPNO(WS-CON-IDX) TO SCD-EMPNO
           MOVE WS-CON-NAME(WS-CON-IDX) TO SCD-NAME
           MOVE WS-CON-MEMBER-NO(WS-CON-IDX) TO SCD-MEMBER-NO
           MOVE WS-CON-OTE(WS-CON-IDX) TO SCD-OTE
           MOVE WS-CON-SUPER(WS-CON-IDX) TO SCD-AMOUNT
           WRITE CONTRIB-REC
           ADD 1 TO WS-FUND-COUNT(WS-FUND-IDX)
           ADD WS-CON-SUPER(WS-CON-IDX) TO WS-FUND-HASH(WS-FUND-IDX)
           ADD 1 TO WS-ROW-COUNT
           ADD WS-CON-SUPER(WS-CON-IDX) TO WS-HASH-TOTAL
           .
       WRITE-CONTRIB-DETAIL-EXIT.
           EXIT.

       POST-TO-LEDGER SECTION.
      *    SUPER-LEDGER-FILE names the indexed ledger
      *    (copy/SUPLEDG.cpy); it defaults to /tmp/super_ledger.dat
      *    when unset, and is created empty on first use.
           MOVE SPACES TO WS-LEDGER-FILENAME
           DISPLAY "SUPER-LEDGER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-FILENAME = SPACES
               MOVE "/tmp/super_ledger.dat" TO WS-LEDGER-FILENAME
           END-IF
           OPEN I-O SUPER-LEDGER-FILE
           IF WS-LEDGER-NO-FILE
               OPEN OUTPUT SUPER-LEDGER-FILE
               CLOSE SUPER-LEDGER-FILE
               OPEN I-O SUPER-LEDGER-FILE
           END-IF
           IF NOT WS-LEDGER-FILE-OK
      *        The fund files are already out; the ledger must be
      *        posted before the quarter is reconciled, so the run
      *        fails and is rerun once the ledger is reachable.
               DISPLAY "SUPERFILE: UNABLE TO OPEN SUPER LEDGER: "
                   WS-LEDGER-FILENAME " STATUS=" WS-LEDGER-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               PERFORM POST-ONE-EMPLOYEE
           END-PERFORM

           CLOSE SUPER-LEDGER-FILE
           .
       POST-TO-LEDGER-EXIT.
           EXIT.

       POST-ONE-EMPLOYEE SECTION.
      *    A period already posted (SUPERFILE rerun, perhaps after a
      *    PAYCALC rerun) has its earlier figures taken out before
      *    the new ones go in, so the quarter never counts a period
      *    twice. A period older than the one last posted is left
      *    alone and reported.
           MOVE WS-CON-EMPNO(WS-CON-IDX) TO SLG-EMPNO
           MOVE WS-QTR-START TO SLG-QTR-START
           READ SUPER-LEDGER-FILE
               KEY IS SLG-KEY
               INVALID KEY
                   MOVE SPACES TO SUPER-LEDGER-REC
                   MOVE WS-CON-EMPNO(WS-CON-IDX) TO SLG-EMPNO
                   MOVE WS-QTR-START TO SLG-QTR-START
                   MOVE ZERO TO SLG-QTD-OTE
                   MOVE ZERO TO SLG-QTD-PAID
                   PERFORM FILL-LEDGER-PERIOD
                   WRITE SUPER-LEDGER-REC
                   ADD 1 TO WS-POSTED-COUNT
                   GO TO POST-ONE-EMPLOYEE-EXIT
           END-READ

           IF SLG-LAST-PERIOD-END > WS-PERIOD-END
               ADD 1 TO WS-LATER-COUNT
               DISPLAY "SUPERFILE: EMPNO " SLG-EMPNO
                   " LEDGER ALREADY HOLDS PERIOD ENDING "
                   SLG-LAST-PERIOD-END
               GO TO POST-ONE-EMPLOYEE-EXIT
           END-IF
           IF SLG-LAST-PERIOD-END = WS-PERIOD-END
               SUBTRACT SLG-LAST-OTE FROM SLG-QTD-OTE
               SUBTRACT SLG-LAST-PAID FROM SLG-QTD-PAID
               ADD 1 TO WS-REPOSTED-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           PERFORM FILL-LEDGER-PERIOD
           REWRITE SUPER-LEDGER-REC
           .
       POST-ONE-EMPLOYEE-EXIT.
           EXIT.

       FILL-LEDGER-PERIOD SECTION.
           ADD WS-CON-OTE(WS-CON-IDX) TO SLG-QTD-OTE
           ADD WS-CON-SUPER(WS-CON-IDX) TO SLG-QTD-PAID
           MOVE WS-PERIOD-END TO SLG-LAST-PERIOD-END
           MOVE WS-CON-OTE(WS-CON-IDX) TO SLG-LAST-OTE
           MOVE WS-CON-SUPER(WS-CON-IDX) TO SLG-LAST-PAID
           MOVE WS-CON-FUND-CODE(WS-CON-IDX) TO SLG-FUND-CODE
           .
       FILL-LEDGER-PERIOD-EXIT.
           EXIT.
