       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-PAY-FILE ASSIGN TO WS-FINAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY FPY-KEY
               FILE STATUS WS-FINAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-FILE.
           COPY FINALPAY.

       WORKING-STORAGE SECTION.
       01  WS-FINAL-FILENAME            PIC X(256).
       01  WS-FINAL-STATUS              PIC XX.
           88  WS-FINAL-FILE-OK               VALUE "00".
           88  WS-FINAL-NO-FILE               VALUE "35".
       01  WS-FINAL-EOF-SWITCH          PIC X.
           88  WS-FINAL-EOF                   VALUE "Y".

      *    FINAL-PAY-DUE-DAYS is how many days after TERMDATE final
      *    pay must reach the leaver. Unset or not numeric, 7.
       01  WS-DUE-ENV                   PIC X(3).
       01  WS-DUE-DAYS                  PIC 9(3) VALUE 7.
       01  WS-DUE-LOADED-SWITCH         PIC X VALUE "N".
           88  WS-DUE-LOADED                  VALUE "Y".
       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW                       PIC 9(8).
       01  WS-DAY-INT                   PIC 9(7) COMP-5.
       01  WS-CANCEL-COUNT              PIC 9(3).

       LINKAGE SECTION.
           COPY FINALLK.

       PROCEDURE DIVISION USING FP-PARM.
       DISPATCH SECTION.
           IF NOT WS-DUE-LOADED
               PERFORM LOAD-DUE-DAYS
           END-IF
           .
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           SET FP-FAILED TO TRUE
           .
           PERFORM OPEN-FINAL-FILE
           .
           IF NOT WS-FINAL-FILE-OK
               GOBACK
           END-IF
           .
           EVALUATE FP-FUNCTION
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-FINAL-ENTRY
               WHEN "X"
               WHEN "x"
                   PERFORM CANCEL-FINAL-ENTRIES
               WHEN OTHER
                   DISPLAY "FINALREG: UNKNOWN FUNCTION " FP-FUNCTION
           END-EVALUATE
           .
           CLOSE FINAL-PAY-FILE
           .
           GOBACK
           .

       LOAD-DUE-DAYS SECTION.
           SET WS-DUE-LOADED TO TRUE
           .
           MOVE SPACES TO WS-DUE-ENV
           .
           DISPLAY "FINAL-PAY-DUE-DAYS" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-DUE-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-DUE-ENV = SPACES
               GO TO LOAD-DUE-DAYS-EXIT
           END-IF
           .
           DISPLAY "FINAL-PAY-DUE-DAYS" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-DUE-DAYS FROM ENVIRONMENT-VALUE
           .
           IF WS-DUE-DAYS IS NOT NUMERIC
               DISPLAY "FINALREG: FINAL-PAY-DUE-DAYS NOT NUMERIC - "
                   "USING 7"
               MOVE 7 TO WS-DUE-DAYS
           END-IF
           .
       LOAD-DUE-DAYS-EXIT.
           EXIT.
           .

       OPEN-FINAL-FILE SECTION.
           MOVE SPACES TO WS-FINAL-FILENAME
           .
           DISPLAY "FINAL-PAY-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-FINAL-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-FINAL-FILENAME = SPACES
               MOVE "/tmp/final_pay.dat" TO WS-FINAL-FILENAME
           END-IF
           .
           OPEN I-O FINAL-PAY-FILE
           .
           IF WS-FINAL-NO-FILE
               OPEN OUTPUT FINAL-PAY-FILE
               CLOSE FINAL-PAY-FILE
               OPEN I-O FINAL-PAY-FILE
           END-IF
           .
           IF NOT WS-FINAL-FILE-OK
               DISPLAY "FINALREG: UNABLE TO OPEN FINAL-PAY REGISTER: "
                   WS-FINAL-FILENAME
                   " STATUS=" WS-FINAL-STATUS
           END-IF
           .
       OPEN-FINAL-FILE-EXIT.
           EXIT.
           .

       ADD-FINAL-ENTRY SECTION.
           ACCEPT WS-NOW FROM TIME
           .
           MOVE SPACES TO FINAL-PAY-REC
           .
           INITIALIZE FINAL-PAY-REC
           .
           MOVE FP-EMPNO TO FPY-EMPNO
           .
           MOVE FP-TERM-DATE TO FPY-TERM-DATE
           .
           MOVE FP-REASON TO FPY-REASON
           .
           MOVE FP-SOURCE TO FPY-SOURCE
           .
           MOVE FP-OPERATOR TO FPY-OPERATOR
           .
           MOVE WS-TODAY TO FPY-ADDED-DATE
           .
           MOVE WS-NOW TO FPY-ADDED-TIME
           .
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FP-TERM-DATE) + WS-DUE-DAYS
           .
           COMPUTE FPY-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           .
           SET FPY-OPEN TO TRUE
           .
      *    A leaver terminated, rehired and terminated again on the
      *    same day has one final pay for the day - the entry is
      *    reopened with the latest reason.
           WRITE FINAL-PAY-REC
               INVALID KEY
                   REWRITE FINAL-PAY-REC
           END-WRITE
           .
           IF WS-FINAL-FILE-OK
               SET FP-OK TO TRUE
           ELSE
               DISPLAY "FINALREG: UNABLE TO WRITE FINAL-PAY REGISTER "
                   "STATUS=" WS-FINAL-STATUS
           END-IF
           .
       ADD-FINAL-ENTRY-EXIT.
           EXIT.
           .

       CANCEL-FINAL-ENTRIES SECTION.
      *    Paid entries stay as they are - money already sent to a
      *    rehired employee is for payroll to settle with them.
           MOVE ZERO TO WS-CANCEL-COUNT
           .
           MOVE LOW-VALUES TO FPY-KEY
           .
           MOVE FP-EMPNO TO FPY-EMPNO
           .
           MOVE "N" TO WS-FINAL-EOF-SWITCH
           .
           START FINAL-PAY-FILE
               KEY NOT LESS FPY-KEY
               INVALID KEY
                   SET WS-FINAL-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-FINAL-EOF
               READ FINAL-PAY-FILE NEXT RECORD
                   AT END
                       SET WS-FINAL-EOF TO TRUE
                   NOT AT END
                       IF FPY-EMPNO NOT = FP-EMPNO
                           SET WS-FINAL-EOF TO TRUE
                       ELSE
                           IF FPY-OPEN OR FPY-CALCULATED
                               SET FPY-CANCELLED TO TRUE
                               REWRITE FINAL-PAY-REC
                               ADD 1 TO WS-CANCEL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
           SET FP-OK TO TRUE
           .
       CANCEL-FINAL-ENTRIES-EXIT.
           EXIT.
           .
