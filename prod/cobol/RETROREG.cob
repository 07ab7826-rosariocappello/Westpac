       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAL-RETRO-FILE ASSIGN TO WS-RETRO-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RTR-KEY
               FILE STATUS WS-RETRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAL-RETRO-FILE.
           COPY SALRETRO.

       WORKING-STORAGE SECTION.
       01  WS-RETRO-FILENAME            PIC X(256).
       01  WS-RETRO-STATUS              PIC XX.
           88  WS-RETRO-FILE-OK               VALUE "00".
           88  WS-RETRO-NO-FILE               VALUE "35".

      *    SAL-RETRO-LIMIT-DAYS is how far back a salary change may
      *    be dated - past it, the pay records the arrears would be
      *    worked from are no longer to hand. Unset or not numeric,
      *    90 days.
       01  WS-LIMIT-ENV                 PIC X(3).
       01  WS-LIMIT-DAYS                PIC 9(3) VALUE 90.
       01  WS-LIMIT-LOADED-SWITCH       PIC X VALUE "N".
           88  WS-LIMIT-LOADED                VALUE "Y".
       01  WS-TODAY                     PIC 9(8).
       01  WS-NOW                       PIC 9(8).
       01  WS-DAY-INT                   PIC 9(7) COMP-5.

       LINKAGE SECTION.
           COPY RETROLK.

       PROCEDURE DIVISION USING RT-PARM.
       DISPATCH SECTION.
           IF NOT WS-LIMIT-LOADED
               PERFORM LOAD-RETRO-LIMIT
           END-IF
           .
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           EVALUATE RT-FUNCTION
               WHEN "M"
               WHEN "m"
                   PERFORM RETURN-MINIMUM-DATE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-RETRO-ENTRY
               WHEN OTHER
                   SET RT-FAILED TO TRUE
                   DISPLAY "RETROREG: UNKNOWN FUNCTION " RT-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       LOAD-RETRO-LIMIT SECTION.
           SET WS-LIMIT-LOADED TO TRUE
           .
           MOVE SPACES TO WS-LIMIT-ENV
           .
           DISPLAY "SAL-RETRO-LIMIT-DAYS" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-LIMIT-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-LIMIT-ENV = SPACES
               GO TO LOAD-RETRO-LIMIT-EXIT
           END-IF
           .
           DISPLAY "SAL-RETRO-LIMIT-DAYS" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-LIMIT-DAYS FROM ENVIRONMENT-VALUE
           .
           IF WS-LIMIT-DAYS IS NOT NUMERIC
               DISPLAY "RETROREG: SAL-RETRO-LIMIT-DAYS NOT NUMERIC - "
                   "USING 90"
               MOVE 90 TO WS-LIMIT-DAYS
           END-IF
           .
       LOAD-RETRO-LIMIT-EXIT.
           EXIT.
           .

       RETURN-MINIMUM-DATE SECTION.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-LIMIT-DAYS
           .
           COMPUTE RT-MIN-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           .
           MOVE WS-LIMIT-DAYS TO RT-LIMIT-DAYS
           .
           SET RT-OK TO TRUE
           .
       RETURN-MINIMUM-DATE-EXIT.
           EXIT.
           .

       ADD-RETRO-ENTRY SECTION.
           SET RT-FAILED TO TRUE
           .
           MOVE SPACES TO WS-RETRO-FILENAME
           .
           DISPLAY "SAL-RETRO-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-RETRO-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-RETRO-FILENAME = SPACES
               MOVE "/tmp/sal_retro.dat" TO WS-RETRO-FILENAME
           END-IF
           .
           OPEN I-O SAL-RETRO-FILE
           .
           IF WS-RETRO-NO-FILE
               OPEN OUTPUT SAL-RETRO-FILE
               CLOSE SAL-RETRO-FILE
               OPEN I-O SAL-RETRO-FILE
           END-IF
           .
           IF NOT WS-RETRO-FILE-OK
               DISPLAY "RETROREG: UNABLE TO OPEN BACKDATED CHANGE "
                   "REGISTER: " WS-RETRO-FILENAME
                   " STATUS=" WS-RETRO-STATUS
               GO TO ADD-RETRO-ENTRY-EXIT
           END-IF
           .
           ACCEPT WS-NOW FROM TIME
           .
           MOVE SPACES TO SAL-RETRO-REC
           .
           MOVE RT-EMPNO TO RTR-EMPNO
           .
           MOVE RT-EFF-DATE TO RTR-EFF-DATE
           .
           MOVE WS-TODAY TO RTR-APPLIED-DATE
           .
           MOVE WS-NOW TO RTR-APPLIED-TIME
           .
           MOVE RT-OLD-SAL TO RTR-OLD-SAL
           .
           MOVE RT-NEW-SAL TO RTR-NEW-SAL
           .
           MOVE RT-SOURCE TO RTR-SOURCE
           .
           MOVE RT-OPERATOR TO RTR-OPERATOR
           .
           SET RTR-OPEN TO TRUE
           .
           MOVE ZERO TO RTR-PERIODS
           .
           MOVE ZERO TO RTR-ARREARS
           .
           MOVE ZERO TO RTR-CALC-DATE
           .
           MOVE ZERO TO RTR-PAY-PERIOD-END
           .
      *    The same change entered twice in the same hundredth of a
      *    second is the same change - replace it.
           WRITE SAL-RETRO-REC
               INVALID KEY
                   REWRITE SAL-RETRO-REC
           END-WRITE
           .
           IF WS-RETRO-FILE-OK
               SET RT-OK TO TRUE
           ELSE
               DISPLAY "RETROREG: UNABLE TO WRITE BACKDATED CHANGE "
                   "REGISTER STATUS=" WS-RETRO-STATUS
           END-IF
           .
           CLOSE SAL-RETRO-FILE
           .
       ADD-RETRO-ENTRY-EXIT.
           EXIT.
           .
