       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BAL-FILE ASSIGN TO WS-BAL-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY LVB-KEY
               FILE STATUS WS-BAL-STATUS.
           SELECT LEAVE-HIST-FILE ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BAL-FILE.
           COPY LEAVEBAL.
       FD  LEAVE-HIST-FILE.
           COPY LEAVEHST.

       WORKING-STORAGE SECTION.
       01  WS-BAL-FILENAME              PIC X(256).
       01  WS-BAL-STATUS                PIC XX.
           88  WS-BAL-FILE-OK                 VALUE "00".
           88  WS-BAL-NO-FILE                 VALUE "35".
       01  WS-HIST-FILENAME             PIC X(256).
       01  WS-HIST-STATUS               PIC XX.
           88  WS-HIST-FILE-OK                VALUE "00".
       01  WS-BAL-FOUND-SWITCH          PIC X.
           88  WS-BAL-FOUND                   VALUE "Y".

      *    LEAVE-NEGATIVE-LIMIT is how many days below zero a balance
      *    may be taken - leave in advance of its accrual. Unset or
      *    not numeric, none.
       01  WS-LIMIT-ENV                 PIC X(3).
       01  WS-LIMIT-DAYS                PIC 9(3) VALUE 0.
       01  WS-LIMIT-LOADED-SWITCH       PIC X VALUE "N".
           88  WS-LIMIT-LOADED                VALUE "Y".

       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW                       PIC 9(8).
       01  WS-NEW-BALANCE               PIC S9(5)V99.
       01  WS-HIST-KIND                 PIC X.
       01  WS-FIN-YEAR                  PIC 9(4).
       01  WS-LEAVE-DATE                PIC 9(8).
       01  WS-LEAVE-DATE-SPLIT REDEFINES WS-LEAVE-DATE.
           05  WS-LEAVE-YYYY            PIC 9(4).
           05  WS-LEAVE-MM              PIC 9(2).
           05  WS-LEAVE-DD              PIC 9(2).

       LINKAGE SECTION.
           COPY LEAVELK.

       PROCEDURE DIVISION USING LV-PARM.
       DISPATCH SECTION.
           IF NOT WS-LIMIT-LOADED
               PERFORM LOAD-NEGATIVE-LIMIT
           END-IF
           .
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           MOVE WS-LIMIT-DAYS TO LV-LIMIT
           .
           SET LV-FAILED TO TRUE
           .
           PERFORM OPEN-BALANCE-FILE
           .
           IF NOT WS-BAL-FILE-OK
               GOBACK
           END-IF
           .
           EVALUATE LV-FUNCTION
               WHEN "Q"
               WHEN "q"
                   PERFORM QUERY-BALANCES
               WHEN "T"
               WHEN "t"
                   PERFORM POST-LEAVE-TAKEN
               WHEN "X"
               WHEN "x"
                   PERFORM POST-LEAVE-CANCELLED
               WHEN OTHER
                   DISPLAY "LEAVEPST: UNKNOWN FUNCTION " LV-FUNCTION
           END-EVALUATE
           .
           CLOSE LEAVE-BAL-FILE
           .
           GOBACK
           .

       LOAD-NEGATIVE-LIMIT SECTION.
           SET WS-LIMIT-LOADED TO TRUE
           .
           MOVE SPACES TO WS-LIMIT-ENV
           .
           DISPLAY "LEAVE-NEGATIVE-LIMIT" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-LIMIT-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-LIMIT-ENV = SPACES
               GO TO LOAD-NEGATIVE-LIMIT-EXIT
           END-IF
           .
           DISPLAY "LEAVE-NEGATIVE-LIMIT" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-LIMIT-DAYS FROM ENVIRONMENT-VALUE
           .
           IF WS-LIMIT-DAYS IS NOT NUMERIC
               DISPLAY "LEAVEPST: LEAVE-NEGATIVE-LIMIT NOT NUMERIC - "
                   "NO NEGATIVE BALANCE ALLOWED"
               MOVE 0 TO WS-LIMIT-DAYS
           END-IF
           .
       LOAD-NEGATIVE-LIMIT-EXIT.
           EXIT.
           .

       OPEN-BALANCE-FILE SECTION.
      *    LEAVE-BAL-FILE names the balance master; it defaults to
      *    /tmp/leave_bal.dat and is started on the first posting.
           MOVE SPACES TO WS-BAL-FILENAME
           .
           DISPLAY "LEAVE-BAL-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-BAL-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-BAL-FILENAME = SPACES
               MOVE "/tmp/leave_bal.dat" TO WS-BAL-FILENAME
           END-IF
           .
           OPEN I-O LEAVE-BAL-FILE
           .
           IF WS-BAL-NO-FILE
               OPEN OUTPUT LEAVE-BAL-FILE
               CLOSE LEAVE-BAL-FILE
               OPEN I-O LEAVE-BAL-FILE
           END-IF
           .
           IF NOT WS-BAL-FILE-OK
               DISPLAY "LEAVEPST: UNABLE TO OPEN LEAVE BALANCES: "
                   WS-BAL-FILENAME " STATUS=" WS-BAL-STATUS
           END-IF
           .
       OPEN-BALANCE-FILE-EXIT.
           EXIT.
           .

       QUERY-BALANCES SECTION.
           MOVE ZERO TO LV-ANNUAL-BAL
           .
           MOVE ZERO TO LV-PERSONAL-BAL
           .
           MOVE LV-EMPNO TO LVB-EMPNO
           .
           MOVE "A" TO LVB-TYPE
           .
           READ LEAVE-BAL-FILE
               KEY IS LVB-KEY
               NOT INVALID KEY
                   MOVE LVB-BALANCE TO LV-ANNUAL-BAL
           END-READ
           .
           MOVE LV-EMPNO TO LVB-EMPNO
           .
           MOVE "P" TO LVB-TYPE
           .
           READ LEAVE-BAL-FILE
               KEY IS LVB-KEY
               NOT INVALID KEY
                   MOVE LVB-BALANCE TO LV-PERSONAL-BAL
           END-READ
           .
           SET LV-OK TO TRUE
           .
       QUERY-BALANCES-EXIT.
           EXIT.
           .

       READ-OR-START-BALANCE SECTION.
      *    The first leave an employee takes of a type starts their
      *    balance of it at nil.
           IF LV-TYPE NOT = "A" AND LV-TYPE NOT = "P"
               SET LV-INVALID TO TRUE
               GO TO READ-OR-START-BALANCE-EXIT
           END-IF
           .
           IF LV-DAYS IS NOT NUMERIC OR LV-DAYS = ZERO
               SET LV-INVALID TO TRUE
               GO TO READ-OR-START-BALANCE-EXIT
           END-IF
           .
           MOVE LV-LEAVE-DATE TO WS-LEAVE-DATE
           .
           IF WS-LEAVE-MM > 6
               COMPUTE WS-FIN-YEAR = WS-LEAVE-YYYY + 1
           ELSE
               MOVE WS-LEAVE-YYYY TO WS-FIN-YEAR
           END-IF
           .
           MOVE "N" TO WS-BAL-FOUND-SWITCH
           .
           MOVE LV-EMPNO TO LVB-EMPNO
           .
           MOVE LV-TYPE TO LVB-TYPE
           .
           READ LEAVE-BAL-FILE
               KEY IS LVB-KEY
               INVALID KEY
                   MOVE SPACES TO LEAVE-BAL-REC
                   INITIALIZE LEAVE-BAL-REC
                   MOVE LV-EMPNO TO LVB-EMPNO
                   MOVE LV-TYPE TO LVB-TYPE
                   MOVE WS-FIN-YEAR TO LVB-FIN-YEAR
               NOT INVALID KEY
                   SET WS-BAL-FOUND TO TRUE
           END-READ
           .
           IF WS-FIN-YEAR > LVB-FIN-YEAR
               MOVE WS-FIN-YEAR TO LVB-FIN-YEAR
               MOVE ZERO TO LVB-ACCRUED-FY
               MOVE ZERO TO LVB-TAKEN-FY
           END-IF
           .
           MOVE LVB-BALANCE TO LV-BALANCE
           .
       READ-OR-START-BALANCE-EXIT.
           EXIT.
           .

       POST-LEAVE-TAKEN SECTION.
           PERFORM READ-OR-START-BALANCE
           .
           IF LV-INVALID
               GO TO POST-LEAVE-TAKEN-EXIT
           END-IF
           .
           COMPUTE WS-NEW-BALANCE = LVB-BALANCE - LV-DAYS
           .
           IF WS-NEW-BALANCE < ZERO - WS-LIMIT-DAYS
               SET LV-OVER-LIMIT TO TRUE
               GO TO POST-LEAVE-TAKEN-EXIT
           END-IF
           .
           MOVE WS-NEW-BALANCE TO LVB-BALANCE
           .
           IF WS-FIN-YEAR = LVB-FIN-YEAR
               ADD LV-DAYS TO LVB-TAKEN-FY
           END-IF
           .
           IF LV-LEAVE-DATE > LVB-LAST-TAKEN-DATE
               MOVE LV-LEAVE-DATE TO LVB-LAST-TAKEN-DATE
           END-IF
           .
           MOVE "T" TO WS-HIST-KIND
           .
           PERFORM WRITE-BALANCE-AND-HISTORY
           .
       POST-LEAVE-TAKEN-EXIT.
           EXIT.
           .

       POST-LEAVE-CANCELLED SECTION.
      *    Leave booked and then not taken goes back on the balance;
      *    the limit cannot stop a credit.
           PERFORM READ-OR-START-BALANCE
           .
           IF LV-INVALID
               GO TO POST-LEAVE-CANCELLED-EXIT
           END-IF
           .
           COMPUTE WS-NEW-BALANCE = LVB-BALANCE + LV-DAYS
           .
           MOVE WS-NEW-BALANCE TO LVB-BALANCE
           .
           IF WS-FIN-YEAR = LVB-FIN-YEAR
               IF LVB-TAKEN-FY > LV-DAYS
                   SUBTRACT LV-DAYS FROM LVB-TAKEN-FY
               ELSE
                   MOVE ZERO TO LVB-TAKEN-FY
               END-IF
           END-IF
           .
           MOVE "X" TO WS-HIST-KIND
           .
           PERFORM WRITE-BALANCE-AND-HISTORY
           .
       POST-LEAVE-CANCELLED-EXIT.
           EXIT.
           .

       WRITE-BALANCE-AND-HISTORY SECTION.
           MOVE WS-TODAY TO LVB-UPDATED-DATE
           .
           MOVE LV-OPERATOR TO LVB-UPDATED-BY
           .
           IF WS-BAL-FOUND
               REWRITE LEAVE-BAL-REC
           ELSE
               WRITE LEAVE-BAL-REC
           END-IF
           .
           IF NOT WS-BAL-FILE-OK
               DISPLAY "LEAVEPST: UNABLE TO WRITE LEAVE BALANCE FOR "
                   "EMPNO " LV-EMPNO " STATUS=" WS-BAL-STATUS
               SET LV-FAILED TO TRUE
               GO TO WRITE-BALANCE-AND-HISTORY-EXIT
           END-IF
           .
           MOVE LVB-BALANCE TO LV-BALANCE
           .
           SET LV-OK TO TRUE
           .
      *    LEAVE-HIST-FILE names the leave history; it defaults to
      *    /tmp/leave_hist.dat. The balance stands if the history
      *    cannot be written - it is said so, not undone.
           MOVE SPACES TO WS-HIST-FILENAME
           .
           DISPLAY "LEAVE-HIST-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-HIST-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-HIST-FILENAME = SPACES
               MOVE "/tmp/leave_hist.dat" TO WS-HIST-FILENAME
           END-IF
           .
           OPEN EXTEND LEAVE-HIST-FILE
           .
           IF NOT WS-HIST-FILE-OK
               OPEN OUTPUT LEAVE-HIST-FILE
           END-IF
           .
           IF NOT WS-HIST-FILE-OK
               DISPLAY "LEAVEPST: UNABLE TO ADD TO LEAVE HISTORY: "
                   WS-HIST-FILENAME
               GO TO WRITE-BALANCE-AND-HISTORY-EXIT
           END-IF
           .
           ACCEPT WS-NOW FROM TIME
           .
           MOVE SPACES TO LEAVE-HIST-REC
           .
           MOVE LV-EMPNO TO LVH-EMPNO
           .
           MOVE LV-TYPE TO LVH-TYPE
           .
           MOVE WS-HIST-KIND TO LVH-KIND
           .
           MOVE LV-LEAVE-DATE TO LVH-LEAVE-DATE
           .
           MOVE LV-DAYS TO LVH-DAYS
           .
           MOVE LVB-BALANCE TO LVH-BALANCE
           .
           MOVE WS-TODAY TO LVH-POSTED-DATE
           .
           MOVE WS-NOW TO LVH-POSTED-TIME
           .
           MOVE LV-SOURCE TO LVH-SOURCE
           .
           MOVE LV-OPERATOR TO LVH-OPERATOR
           .
           WRITE LEAVE-HIST-REC
           .
           CLOSE LEAVE-HIST-FILE
           .
       WRITE-BALANCE-AND-HISTORY-EXIT.
           EXIT.
           .
