       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-FILE ASSIGN TO WS-BATCH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BATCH-STATUS.
           SELECT BATCH-REGISTER-FILE ASSIGN TO WS-REG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-FILE.
       01  BATCH-LINE                  PIC X(80).
           COPY BATCHHT.
       FD  BATCH-REGISTER-FILE.
           COPY BATCHREG.

       WORKING-STORAGE SECTION.
           COPY DATEEDLK.

       01  WS-BATCH-FILENAME            PIC X(256).
       01  WS-BATCH-STATUS              PIC XX.
           88  WS-BATCH-FILE-OK               VALUE "00".
       01  WS-BATCH-EOF-SWITCH          PIC X.
           88  WS-BATCH-EOF                   VALUE "Y".
       01  WS-REG-FILENAME              PIC X(256).
       01  WS-REG-STATUS                PIC XX.
           88  WS-REG-FILE-OK                 VALUE "00".
           88  WS-REG-NO-FILE                 VALUE "35".
       01  WS-REG-EOF-SWITCH            PIC X.
           88  WS-REG-EOF                     VALUE "Y".
       01  WS-REG-READ-SWITCH           PIC X.
           88  WS-REG-UNREADABLE              VALUE "Y".

      *    The trailer as read, kept apart from the record area the
      *    reads after it overwrite.
       01  WS-TRAILER-SWITCH            PIC X.
           88  WS-TRAILER-SEEN                VALUE "Y".
       01  WS-TRL-COUNT                 PIC 9(9).
       01  WS-TRL-EMPNO-HASH            PIC 9(13).
       01  WS-TRL-CENTS                 PIC 9(15).
       01  WS-TRL-AMOUNT-HASH           PIC 9(13)V99.

      *    The same figures taken from the lines themselves.
       01  WS-LINE-COUNT                PIC 9(9).
       01  WS-EMPNO-HASH                PIC 9(13).
       01  WS-AMOUNT-HASH               PIC 9(13)V99.
       01  WS-EMPNO-X                   PIC X(4).
       01  WS-EMPNO-N REDEFINES WS-EMPNO-X
                                        PIC 9(4).
       01  WS-AMT-X                     PIC X(9).
       01  WS-AMT-N REDEFINES WS-AMT-X  PIC 9(7)V99.
       01  WS-AMT-IDX                   PIC 9 COMP.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).
       01  WS-RESULT                    PIC X(8).

       LINKAGE SECTION.
           COPY BATCHLK.

       PROCEDURE DIVISION USING BX-PARM.
       DISPATCH SECTION.
           MOVE SPACES TO BX-REASON
           .
           SET BX-FAILED TO TRUE
           .
           PERFORM RESOLVE-REGISTER-NAME
           .
           EVALUATE BX-FUNCTION
               WHEN "P"
               WHEN "p"
                   PERFORM PROVE-BATCH
               WHEN "R"
               WHEN "r"
                   MOVE "APPLIED" TO WS-RESULT
                   PERFORM WRITE-REGISTER-LINE
               WHEN OTHER
                   DISPLAY "BATCHCTL: UNKNOWN FUNCTION " BX-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       RESOLVE-REGISTER-NAME SECTION.
           MOVE SPACES TO WS-REG-FILENAME
           .
           DISPLAY "BATCH-REGISTER" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-REG-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-REG-FILENAME = SPACES
               MOVE "/tmp/batch_register.dat" TO WS-REG-FILENAME
           END-IF
           .
       RESOLVE-REGISTER-NAME-EXIT.
           EXIT.
           .

       PROVE-BATCH SECTION.
           MOVE SPACES TO BX-SOURCE
           .
           MOVE SPACES TO BX-BATCH-NO
           .
           MOVE SPACES TO BX-CREATED
           .
           MOVE ZERO TO BX-LINE-COUNT
           .
           MOVE ZERO TO WS-LINE-COUNT
           .
           MOVE BX-FILENAME TO WS-BATCH-FILENAME
           .
           OPEN INPUT BATCH-FILE
           .
           IF NOT WS-BATCH-FILE-OK
               DISPLAY "BATCHCTL: UNABLE TO OPEN " BX-FILENAME
                   " STATUS=" WS-BATCH-STATUS
               GO TO PROVE-BATCH-EXIT
           END-IF
           .
           MOVE "N" TO WS-BATCH-EOF-SWITCH
           .
           PERFORM READ-BATCH-LINE
           .
           IF WS-BATCH-EOF OR NOT BHD-IS-HEADER
               MOVE "NO BATCH HEADER ON THE FIRST LINE"
                   TO BX-REASON
               CLOSE BATCH-FILE
               PERFORM REJECT-BATCH
               GO TO PROVE-BATCH-EXIT
           END-IF
           .
           PERFORM TAKE-BATCH-HEADER
           .
           IF BX-REASON NOT = SPACES
               CLOSE BATCH-FILE
               PERFORM REJECT-BATCH
               GO TO PROVE-BATCH-EXIT
           END-IF
           .
           PERFORM COUNT-BATCH-LINES
           .
           CLOSE BATCH-FILE
           .
           IF BX-REASON = SPACES
               PERFORM CHECK-AGAINST-TRAILER
           END-IF
           .
           MOVE "N" TO WS-REG-READ-SWITCH
           .
           IF BX-REASON = SPACES
               PERFORM CHECK-ALREADY-APPLIED
           END-IF
           .
           IF WS-REG-UNREADABLE
               GO TO PROVE-BATCH-EXIT
           END-IF
           .
           IF BX-REASON NOT = SPACES
               PERFORM REJECT-BATCH
               GO TO PROVE-BATCH-EXIT
           END-IF
           .
           MOVE WS-LINE-COUNT TO BX-LINE-COUNT
           .
           SET BX-OK TO TRUE
           .
       PROVE-BATCH-EXIT.
           EXIT.
           .

       READ-BATCH-LINE SECTION.
           READ BATCH-FILE
               AT END
                   SET WS-BATCH-EOF TO TRUE
           END-READ
           .
       READ-BATCH-LINE-EXIT.
           EXIT.
           .

       TAKE-BATCH-HEADER SECTION.
           MOVE BHD-SOURCE TO BX-SOURCE
           .
           MOVE BHD-BATCH-NO TO BX-BATCH-NO
           .
           MOVE BHD-CREATED TO BX-CREATED
           .
           IF BHD-SOURCE = SPACES OR BHD-BATCH-NO = SPACES
               MOVE "HEADER SOURCE OR BATCH NUMBER BLANK"
                   TO BX-REASON
               GO TO TAKE-BATCH-HEADER-EXIT
           END-IF
           .
           MOVE SPACES TO DE-PARM
           .
           MOVE BHD-CREATED TO DE-DATE-IN(1:8)
           .
           MOVE "P" TO DE-FORMAT
           .
           MOVE "Y" TO DE-NO-FUTURE
           .
           MOVE ZERO TO DE-MIN-DATE
           .
           MOVE ZERO TO DE-MAX-DATE
           .
           CALL "DATEEDIT" USING DE-PARM
           .
           IF NOT DE-OK
               MOVE "HEADER CREATION DATE NOT VALID"
                   TO BX-REASON
           END-IF
           .
       TAKE-BATCH-HEADER-EXIT.
           EXIT.
           .

       COUNT-BATCH-LINES SECTION.
      *    Every line between header and trailer counts; once the
      *    trailer is read only blank lines may follow it.
           MOVE "N" TO WS-TRAILER-SWITCH
           .
           MOVE ZERO TO WS-LINE-COUNT
           .
           MOVE ZERO TO WS-EMPNO-HASH
           .
           MOVE ZERO TO WS-AMOUNT-HASH
           .
           PERFORM READ-BATCH-LINE
           .
           PERFORM UNTIL WS-BATCH-EOF OR BX-REASON NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-TRAILER-SEEN
                       IF BATCH-LINE NOT = SPACES
                           MOVE "LINES FOLLOW THE BATCH TRAILER"
                               TO BX-REASON
                       END-IF
                   WHEN BTR-IS-TRAILER
                       PERFORM TAKE-BATCH-TRAILER
                   WHEN BHD-IS-HEADER
                       MOVE "SECOND BATCH HEADER IN THE FILE"
                           TO BX-REASON
                   WHEN OTHER
                       PERFORM ADD-LINE-TO-TOTALS
               END-EVALUATE
               PERFORM READ-BATCH-LINE
           END-PERFORM
           .
           IF BX-REASON = SPACES AND NOT WS-TRAILER-SEEN
               MOVE "NO BATCH TRAILER - FILE INCOMPLETE"
                   TO BX-REASON
           END-IF
           .
       COUNT-BATCH-LINES-EXIT.
           EXIT.
           .

       TAKE-BATCH-TRAILER SECTION.
           SET WS-TRAILER-SEEN TO TRUE
           .
           IF BTR-COUNT NOT NUMERIC OR BTR-EMPNO-HASH NOT NUMERIC
               OR BTR-AMOUNT-HASH NOT NUMERIC
               MOVE "BATCH TRAILER TOTALS NOT NUMERIC"
                   TO BX-REASON
               GO TO TAKE-BATCH-TRAILER-EXIT
           END-IF
           .
           MOVE BTR-COUNT TO WS-TRL-COUNT
           .
           MOVE BTR-EMPNO-HASH TO WS-TRL-EMPNO-HASH
           .
           MOVE BTR-AMOUNT-HASH TO WS-TRL-CENTS
           .
           COMPUTE WS-TRL-AMOUNT-HASH = WS-TRL-CENTS / 100
           .
       TAKE-BATCH-TRAILER-EXIT.
           EXIT.
           .

       ADD-LINE-TO-TOTALS SECTION.
           ADD 1 TO WS-LINE-COUNT
           .
           MOVE BATCH-LINE(1:4) TO WS-EMPNO-X
           .
           IF WS-EMPNO-X IS NUMERIC
               ADD WS-EMPNO-N TO WS-EMPNO-HASH
           END-IF
           .
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > BX-AMOUNT-COUNT
               OR WS-AMT-IDX > 2
               IF BX-AMOUNT-POS(WS-AMT-IDX) > 0
                   AND BX-AMOUNT-POS(WS-AMT-IDX) < 73
                   MOVE BATCH-LINE(BX-AMOUNT-POS(WS-AMT-IDX):9)
                       TO WS-AMT-X
                   IF WS-AMT-X IS NUMERIC
                       ADD WS-AMT-N TO WS-AMOUNT-HASH
                   END-IF
               END-IF
           END-PERFORM
           .
       ADD-LINE-TO-TOTALS-EXIT.
           EXIT.
           .

       CHECK-AGAINST-TRAILER SECTION.
      *    A transfer cut short, a line dropped or a line altered on
      *    the way all show here - the batch is refused whole.
           IF WS-LINE-COUNT NOT = WS-TRL-COUNT
               DISPLAY "BATCHCTL: " BX-PROGRAM " TRAILER COUNT "
                   WS-TRL-COUNT " BUT " WS-LINE-COUNT " LINE(S) "
                   "IN THE FILE"
               MOVE "LINE COUNT DIFFERS FROM THE TRAILER"
                   TO BX-REASON
               GO TO CHECK-AGAINST-TRAILER-EXIT
           END-IF
           .
           IF WS-EMPNO-HASH NOT = WS-TRL-EMPNO-HASH
               DISPLAY "BATCHCTL: " BX-PROGRAM " TRAILER EMPNO HASH "
                   WS-TRL-EMPNO-HASH " BUT LINES GIVE "
                   WS-EMPNO-HASH
               MOVE "EMPNO HASH DIFFERS FROM THE TRAILER"
                   TO BX-REASON
               GO TO CHECK-AGAINST-TRAILER-EXIT
           END-IF
           .
           IF WS-AMOUNT-HASH NOT = WS-TRL-AMOUNT-HASH
               DISPLAY "BATCHCTL: " BX-PROGRAM " TRAILER MONEY HASH "
                   WS-TRL-AMOUNT-HASH " BUT LINES GIVE "
                   WS-AMOUNT-HASH
               MOVE "MONEY HASH DIFFERS FROM THE TRAILER"
                   TO BX-REASON
           END-IF
           .
       CHECK-AGAINST-TRAILER-EXIT.
           EXIT.
           .

       CHECK-ALREADY-APPLIED SECTION.
           OPEN INPUT BATCH-REGISTER-FILE
           .
      *    No register yet means no batch was ever applied.
           IF WS-REG-NO-FILE
               GO TO CHECK-ALREADY-APPLIED-EXIT
           END-IF
           .
           IF NOT WS-REG-FILE-OK
               DISPLAY "BATCHCTL: UNABLE TO READ BATCH REGISTER: "
                   WS-REG-FILENAME " STATUS=" WS-REG-STATUS
               SET WS-REG-UNREADABLE TO TRUE
               GO TO CHECK-ALREADY-APPLIED-EXIT
           END-IF
           .
           MOVE "N" TO WS-REG-EOF-SWITCH
           .
           PERFORM UNTIL WS-REG-EOF
               READ BATCH-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF BRG-APPLIED
                           AND BRG-PROGRAM = BX-PROGRAM
                           AND BRG-SOURCE = BX-SOURCE
                           AND BRG-BATCH-NO = BX-BATCH-NO
                           MOVE SPACES TO BX-REASON
                           STRING "BATCH ALREADY APPLIED ON "
                                   DELIMITED SIZE
                               BRG-DATE DELIMITED SIZE
                               INTO BX-REASON
                           END-STRING
                           SET WS-REG-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE BATCH-REGISTER-FILE
           .
       CHECK-ALREADY-APPLIED-EXIT.
           EXIT.
           .

       REJECT-BATCH SECTION.
           DISPLAY "BATCHCTL: " BX-PROGRAM " BATCH " BX-BATCH-NO
               " FROM " BX-SOURCE " REFUSED - " BX-REASON
           .
           MOVE "REJECTED" TO WS-RESULT
           .
           MOVE WS-LINE-COUNT TO BX-LINE-COUNT
           .
           PERFORM WRITE-REGISTER-LINE
           .
           SET BX-REJECTED TO TRUE
           .
       REJECT-BATCH-EXIT.
           EXIT.
           .

       WRITE-REGISTER-LINE SECTION.
           OPEN EXTEND BATCH-REGISTER-FILE
           .
           IF WS-REG-NO-FILE
               OPEN OUTPUT BATCH-REGISTER-FILE
           END-IF
           .
           IF NOT WS-REG-FILE-OK
               DISPLAY "BATCHCTL: UNABLE TO WRITE BATCH REGISTER: "
                   WS-REG-FILENAME " STATUS=" WS-REG-STATUS
               GO TO WRITE-REGISTER-LINE-EXIT
           END-IF
           .
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           ACCEPT WS-TIME-NOW FROM TIME
           .
           MOVE SPACES TO BATCHREG-REC
           .
           MOVE WS-TODAY TO BRG-DATE
           .
           MOVE WS-TIME-NOW TO BRG-TIME
           .
           MOVE BX-PROGRAM TO BRG-PROGRAM
           .
           MOVE BX-SOURCE TO BRG-SOURCE
           .
           MOVE BX-BATCH-NO TO BRG-BATCH-NO
           .
           MOVE WS-RESULT TO BRG-RESULT
           .
           MOVE BX-LINE-COUNT TO BRG-LINES
           .
           MOVE BX-REASON TO BRG-REASON
           .
           MOVE BX-FILENAME TO BRG-FILENAME
           .
           WRITE BATCHREG-REC
           .
           CLOSE BATCH-REGISTER-FILE
           .
           IF BX-FUNCTION = "R" OR BX-FUNCTION = "r"
               SET BX-OK TO TRUE
           END-IF
           .
       WRITE-REGISTER-LINE-EXIT.
           EXIT.
           .
