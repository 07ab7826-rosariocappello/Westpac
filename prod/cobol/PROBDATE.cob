       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBDATE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    PROBATION-MONTHS is read once, on the first call, and held
      *    for the rest of the run.
       01  WS-MONTHS-ENV                PIC X(2).
       01  WS-DEFAULT-MONTHS            PIC 9(2) VALUE 6.
       01  WS-LOADED-SWITCH             PIC X VALUE "N".
           88  WS-SETTING-LOADED              VALUE "Y".

       01  WS-MONTHS                    PIC 9(2).
       01  WS-HIRE-SPLIT.
           05  WS-HIRE-YYYY             PIC 9(4).
           05  WS-HIRE-MM               PIC 9(2).
           05  WS-HIRE-DD               PIC 9(2).
       01  WS-END-SPLIT.
           05  WS-END-YYYY              PIC 9(4).
           05  WS-END-MM                PIC 9(2).
           05  WS-END-DD                PIC 9(2).
       01  WS-END-DATE REDEFINES WS-END-SPLIT
                                        PIC 9(8).
       01  WS-MONTH-COUNT               PIC 9(6) COMP.
       01  WS-LEAP-REM                  PIC 9(3) COMP.
       01  WS-LEAP-QUOT                 PIC 9(6) COMP.
       01  WS-LAST-DAY                  PIC 9(2).

       01  WS-MONTH-DAYS-VALUES         PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS            PIC 9(2) OCCURS 12.

       LINKAGE SECTION.
           COPY PROBDTLK.

       PROCEDURE DIVISION USING PD-PARM.
       DISPATCH SECTION.
           IF NOT WS-SETTING-LOADED
               PERFORM LOAD-MONTHS-SETTING
           END-IF
           .
           EVALUATE PD-FUNCTION
               WHEN "E"
               WHEN "e"
                   PERFORM WORK-OUT-END-DATE
               WHEN OTHER
                   SET PD-FAILED TO TRUE
                   MOVE ZERO TO PD-END-DATE
                   DISPLAY "PROBDATE: UNKNOWN FUNCTION " PD-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       LOAD-MONTHS-SETTING SECTION.
           SET WS-SETTING-LOADED TO TRUE
           .
           MOVE SPACES TO WS-MONTHS-ENV
           .
           DISPLAY "PROBATION-MONTHS" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-MONTHS-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-MONTHS-ENV(2:1) = SPACE
               MOVE WS-MONTHS-ENV(1:1) TO WS-MONTHS-ENV(2:1)
               MOVE "0" TO WS-MONTHS-ENV(1:1)
           END-IF
           .
           IF WS-MONTHS-ENV IS NUMERIC
               MOVE WS-MONTHS-ENV TO WS-DEFAULT-MONTHS
           END-IF
           .
       LOAD-MONTHS-SETTING-EXIT.
           EXIT.
           .

       WORK-OUT-END-DATE SECTION.
           MOVE ZERO TO PD-END-DATE
           .
           IF PD-HIRE-DATE NOT NUMERIC OR PD-HIRE-DATE = ZERO
               SET PD-FAILED TO TRUE
               GO TO WORK-OUT-END-DATE-EXIT
           END-IF
           .
           IF PD-JOB-HAS-MONTHS
               MOVE PD-MONTHS TO WS-MONTHS
           ELSE
               MOVE WS-DEFAULT-MONTHS TO WS-MONTHS
               MOVE WS-DEFAULT-MONTHS TO PD-MONTHS
           END-IF
           .
           IF WS-MONTHS = ZERO
               SET PD-NO-PROBATION TO TRUE
               GO TO WORK-OUT-END-DATE-EXIT
           END-IF
           .
           MOVE PD-HIRE-DATE TO WS-HIRE-SPLIT
           .
      *    Count months from year zero so the carry into the next
      *    year falls out of the division.
           COMPUTE WS-MONTH-COUNT =
               WS-HIRE-YYYY * 12 + WS-HIRE-MM - 1 + WS-MONTHS
           .
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-END-YYYY REMAINDER WS-END-MM
           .
           ADD 1 TO WS-END-MM
           .
           MOVE WS-MONTH-DAYS(WS-END-MM) TO WS-LAST-DAY
           .
           IF WS-END-MM = 2
               DIVIDE WS-END-YYYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-END-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-END-YYYY BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           IF WS-HIRE-DD > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-END-DD
           ELSE
               MOVE WS-HIRE-DD TO WS-END-DD
           END-IF
           .
           MOVE WS-END-DATE TO PD-END-DATE
           .
           SET PD-OK TO TRUE
           .
       WORK-OUT-END-DATE-EXIT.
           EXIT.
           .
