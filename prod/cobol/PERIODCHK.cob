       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PRD-PERIOD
               FILE STATUS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODS.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILENAME           PIC X(256).
       01  WS-PERIOD-STATUS             PIC XX.
           88  WS-PERIOD-FILE-OK              VALUE "00".
           88  WS-PERIOD-NO-FILE              VALUE "35".

       LINKAGE SECTION.
           COPY PERIODLK.

       PROCEDURE DIVISION USING PQ-PARM.
       DISPATCH SECTION.
           SET PQ-FAILED TO TRUE
           .
           MOVE SPACES TO PQ-STATUS
           .
           MOVE SPACES TO PQ-CLOSED-BY
           .
           MOVE ZERO TO PQ-CLOSED-DATE
           .
           EVALUATE PQ-FUNCTION
               WHEN "Q"
               WHEN "q"
                   PERFORM QUERY-PERIOD-STATUS
               WHEN OTHER
                   DISPLAY "PERIODCHK: UNKNOWN FUNCTION " PQ-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       QUERY-PERIOD-STATUS SECTION.
           MOVE SPACES TO WS-PERIOD-FILENAME
           .
           DISPLAY "PERIOD-CONTROL-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-PERIOD-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-PERIOD-FILENAME = SPACES
               MOVE "/tmp/period_ctl.dat" TO WS-PERIOD-FILENAME
           END-IF
           .
           OPEN INPUT PERIOD-FILE
           .
      *    No period file yet means no period was ever closed.
           IF WS-PERIOD-NO-FILE
               SET PQ-PERIOD-OPEN TO TRUE
               SET PQ-OK TO TRUE
               GO TO QUERY-PERIOD-STATUS-EXIT
           END-IF
           .
           IF NOT WS-PERIOD-FILE-OK
               DISPLAY "PERIODCHK: UNABLE TO OPEN PERIOD CONTROL "
                   "FILE: " WS-PERIOD-FILENAME
                   " STATUS=" WS-PERIOD-STATUS
               GO TO QUERY-PERIOD-STATUS-EXIT
           END-IF
           .
           MOVE PQ-PERIOD TO PRD-PERIOD
           .
           READ PERIOD-FILE
               INVALID KEY
                   SET PQ-PERIOD-OPEN TO TRUE
               NOT INVALID KEY
                   MOVE PRD-STATUS TO PQ-STATUS
                   IF PRD-CLOSED
                       MOVE PRD-CLOSED-BY TO PQ-CLOSED-BY
                       MOVE PRD-CLOSED-DATE TO PQ-CLOSED-DATE
                   END-IF
           END-READ
           .
           SET PQ-OK TO TRUE
           .
           CLOSE PERIOD-FILE
           .
       QUERY-PERIOD-STATUS-EXIT.
           EXIT.
           .
