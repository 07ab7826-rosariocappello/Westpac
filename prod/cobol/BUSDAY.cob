       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSCAL-FILE ASSIGN TO WS-BUSCAL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSCAL-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
           COPY DATEEDLK.

       01  WS-BUSCAL-FILENAME           PIC X(256).
       01  WS-BUSCAL-STATUS             PIC XX.
           88  WS-BUSCAL-FILE-OK              VALUE "00".
           88  WS-BUSCAL-NO-FILE              VALUE "35".
       01  WS-BUSCAL-EOF-SWITCH         PIC X VALUE "N".
           88  WS-BUSCAL-EOF                  VALUE "Y".

      *    The calendar is read once, on the first call, and kept for
      *    the life of the run unit - a night's schedule asks about
      *    the same few dates many times.
       01  WS-LOADED-SWITCH             PIC X VALUE "N".
           88  WS-CALENDAR-LOADED             VALUE "Y".
       01  WS-LOAD-FAIL-SWITCH          PIC X VALUE "N".
           88  WS-CALENDAR-FAILED             VALUE "Y".
       01  WS-DEFAULT-STATE             PIC X(3).
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-ENTRY            OCCURS 1000.
               10  WS-HOL-DATE         PIC 9(8).
               10  WS-HOL-STATE        PIC X(3).
               10  WS-HOL-NAME         PIC X(40).
       01  WS-HOL-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-HOL-IDX                   PIC 9(4) COMP.

       01  WS-STATE                     PIC X(3).
       01  WS-WORK-DATE                 PIC 9(8).
       01  WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY             PIC 9(4).
           05  WS-WORK-MM               PIC 9(2).
           05  WS-WORK-DD               PIC 9(2).
       01  WS-WORK-INT                  PIC 9(8).
       01  WS-WEEKDAY                   PIC 9.
       01  WS-WORK-HOLIDAY-NAME         PIC X(40).
       01  WS-BUSINESS-SWITCH           PIC X.
           88  WS-BUSINESS-DAY                VALUE "Y".
       01  WS-STEP-COUNT                PIC 9(2) COMP.
       01  WS-STEP-DIRECTION            PIC X.
       01  WS-ASKED-MM                  PIC 9(2).

       LINKAGE SECTION.
           COPY BUSDAYLK.

       PROCEDURE DIVISION USING BD-PARM.
       DISPATCH SECTION.
           SET BD-OK TO TRUE
           .
           SET BD-NO TO TRUE
           .
           MOVE SPACES TO BD-HOLIDAY-NAME
           .
           MOVE BD-DATE-IN TO BD-DATE-OUT
           .
           IF NOT WS-CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF
           .
           IF WS-CALENDAR-FAILED
               SET BD-FAILED TO TRUE
               GOBACK
           END-IF
           .
           MOVE SPACES TO DE-PARM
           .
           MOVE BD-DATE-IN TO DE-DATE-IN(1:8)
           .
           MOVE "P" TO DE-FORMAT
           .
           MOVE "N" TO DE-NO-FUTURE
           .
           MOVE ZERO TO DE-MIN-DATE
           .
           MOVE ZERO TO DE-MAX-DATE
           .
           CALL "DATEEDIT" USING DE-PARM
           .
           IF NOT DE-OK
               SET BD-BAD-DATE TO TRUE
               GOBACK
           END-IF
           .
           MOVE BD-STATE TO WS-STATE
           .
           INSPECT WS-STATE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-STATE = SPACES
               MOVE WS-DEFAULT-STATE TO WS-STATE
           END-IF
           .
      *    The holiday name, when there is one, is always for the
      *    date asked about.
           MOVE BD-DATE-IN TO WS-WORK-DATE
           .
           PERFORM JUDGE-BUSINESS-DAY
           .
           MOVE WS-WORK-HOLIDAY-NAME TO BD-HOLIDAY-NAME
           .
           EVALUATE BD-FUNCTION
               WHEN "B"
                   IF WS-BUSINESS-DAY
                       SET BD-YES TO TRUE
                   END-IF
               WHEN "N"
                   MOVE "+" TO WS-STEP-DIRECTION
                   PERFORM STEP-TO-BUSINESS-DAY
               WHEN "P"
                   MOVE "-" TO WS-STEP-DIRECTION
                   PERFORM STEP-TO-BUSINESS-DAY
               WHEN "R"
                   IF NOT WS-BUSINESS-DAY
                       MOVE "-" TO WS-STEP-DIRECTION
                       PERFORM STEP-TO-BUSINESS-DAY
                   END-IF
               WHEN "M"
                   PERFORM JUDGE-MONTH-END
               WHEN "Q"
                   PERFORM JUDGE-MONTH-END
                   IF BD-YES
                       AND WS-ASKED-MM NOT = 3
                       AND WS-ASKED-MM NOT = 6
                       AND WS-ASKED-MM NOT = 9
                       AND WS-ASKED-MM NOT = 12
                       SET BD-NO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "BUSDAY: UNKNOWN FUNCTION " BD-FUNCTION
                   SET BD-BAD-FUNCTION TO TRUE
           END-EVALUATE
           .
           GOBACK
           .
       DISPATCH-EXIT.
           EXIT.
           .

       LOAD-CALENDAR SECTION.
      *    BUSINESS-STATE is the state whose holidays count when a
      *    caller does not name one. A calendar that is not there at
      *    all is taken as no holidays - weekends alone - and said
      *    so once; one that is there but cannot be read, or holds
      *    a line that is not a date, fails every call.
           SET WS-CALENDAR-LOADED TO TRUE
           .
           MOVE SPACES TO WS-DEFAULT-STATE
           .
           DISPLAY "BUSINESS-STATE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-DEFAULT-STATE FROM ENVIRONMENT-VALUE
           .
           INSPECT WS-DEFAULT-STATE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-DEFAULT-STATE = SPACES
               MOVE "ALL" TO WS-DEFAULT-STATE
           END-IF
           .
           MOVE SPACES TO WS-BUSCAL-FILENAME
           .
           DISPLAY "BUSINESS-CALENDAR-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-BUSCAL-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-BUSCAL-FILENAME = SPACES
               MOVE "/tmp/bus_calendar.dat" TO WS-BUSCAL-FILENAME
           END-IF
           .
           OPEN INPUT BUSCAL-FILE
           .
           IF WS-BUSCAL-NO-FILE
               DISPLAY "BUSDAY: NO HOLIDAY CALENDAR AT "
                   WS-BUSCAL-FILENAME " - WEEKENDS ONLY"
               GO TO LOAD-CALENDAR-EXIT
           END-IF
           .
           IF NOT WS-BUSCAL-FILE-OK
               DISPLAY "BUSDAY: UNABLE TO OPEN HOLIDAY CALENDAR: "
                   WS-BUSCAL-FILENAME " STATUS=" WS-BUSCAL-STATUS
               SET WS-CALENDAR-FAILED TO TRUE
               GO TO LOAD-CALENDAR-EXIT
           END-IF
           .
           PERFORM UNTIL WS-BUSCAL-EOF
               READ BUSCAL-FILE
                   AT END
                       SET WS-BUSCAL-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-HOLIDAY
               END-READ
           END-PERFORM
           .
           CLOSE BUSCAL-FILE
           .
       LOAD-CALENDAR-EXIT.
           EXIT.
           .

       STORE-ONE-HOLIDAY SECTION.
           IF BUSCAL-REC = SPACES
           OR BUSCAL-REC(1:1) = "*"
               GO TO STORE-ONE-HOLIDAY-EXIT
           END-IF
           .
           IF BCL-DATE NOT NUMERIC
               DISPLAY "BUSDAY: HOLIDAY CALENDAR LINE IS NOT A DATE: "
                   BUSCAL-REC(1:40)
               SET WS-CALENDAR-FAILED TO TRUE
               GO TO STORE-ONE-HOLIDAY-EXIT
           END-IF
           .
           IF WS-HOL-COUNT NOT < 1000
               DISPLAY "BUSDAY: HOLIDAY CALENDAR OVER 1000 LINES"
               SET WS-CALENDAR-FAILED TO TRUE
               SET WS-BUSCAL-EOF TO TRUE
               GO TO STORE-ONE-HOLIDAY-EXIT
           END-IF
           .
           ADD 1 TO WS-HOL-COUNT
           .
           MOVE BCL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
           .
           MOVE BCL-STATE TO WS-HOL-STATE(WS-HOL-COUNT)
           .
           INSPECT WS-HOL-STATE(WS-HOL-COUNT)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           IF WS-HOL-STATE(WS-HOL-COUNT) = SPACES
               MOVE "ALL" TO WS-HOL-STATE(WS-HOL-COUNT)
           END-IF
           .
           MOVE BCL-NAME TO WS-HOL-NAME(WS-HOL-COUNT)
           .
       STORE-ONE-HOLIDAY-EXIT.
           EXIT.
           .

       JUDGE-BUSINESS-DAY SECTION.
      *    Day 1 of the integer calendar, 1 January 1601, was a
      *    Monday, so the remainder by 7 runs 1 Monday to 6
      *    Saturday and 0 Sunday.
           MOVE "N" TO WS-BUSINESS-SWITCH
           .
           MOVE SPACES TO WS-WORK-HOLIDAY-NAME
           .
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-WORK-DATE), 7)
           .
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               GO TO JUDGE-BUSINESS-DAY-EXIT
           END-IF
           .
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-WORK-DATE
                   AND (WS-HOL-STATE(WS-HOL-IDX) = "ALL"
                     OR WS-HOL-STATE(WS-HOL-IDX) = WS-STATE)
                   MOVE WS-HOL-NAME(WS-HOL-IDX)
                     TO WS-WORK-HOLIDAY-NAME
                   GO TO JUDGE-BUSINESS-DAY-EXIT
               END-IF
           END-PERFORM
           .
           SET WS-BUSINESS-DAY TO TRUE
           .
       JUDGE-BUSINESS-DAY-EXIT.
           EXIT.
           .

       STEP-TO-BUSINESS-DAY SECTION.
      *    Moves a day at a time from BD-DATE-IN in WS-STEP-DIRECTION
      *    to the first business day. A month of holidays in a row
      *    can only be a calendar keyed wrongly, so the search gives
      *    up after 31 days rather than return a nonsense date.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(BD-DATE-IN)
           .
           MOVE ZERO TO WS-STEP-COUNT
           .
           MOVE "N" TO WS-BUSINESS-SWITCH
           .
           PERFORM UNTIL WS-BUSINESS-DAY OR WS-STEP-COUNT > 31
               ADD 1 TO WS-STEP-COUNT
               IF WS-STEP-DIRECTION = "+"
                   ADD 1 TO WS-WORK-INT
               ELSE
                   SUBTRACT 1 FROM WS-WORK-INT
               END-IF
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               PERFORM JUDGE-BUSINESS-DAY
           END-PERFORM
           .
           IF WS-BUSINESS-DAY
               MOVE WS-WORK-DATE TO BD-DATE-OUT
           ELSE
               DISPLAY "BUSDAY: NO BUSINESS DAY WITHIN 31 DAYS OF "
                   BD-DATE-IN
               SET BD-FAILED TO TRUE
           END-IF
           .
       STEP-TO-BUSINESS-DAY-EXIT.
           EXIT.
           .

       JUDGE-MONTH-END SECTION.
      *    The last business day of a month is a business day whose
      *    next business day falls in another month.
           MOVE WS-WORK-MM TO WS-ASKED-MM
           .
           IF NOT WS-BUSINESS-DAY
               GO TO JUDGE-MONTH-END-EXIT
           END-IF
           .
           MOVE "+" TO WS-STEP-DIRECTION
           .
           PERFORM STEP-TO-BUSINESS-DAY
           .
           IF NOT BD-OK
               GO TO JUDGE-MONTH-END-EXIT
           END-IF
           .
           IF WS-WORK-MM NOT = WS-ASKED-MM
               SET BD-YES TO TRUE
           END-IF
           .
           MOVE BD-DATE-IN TO BD-DATE-OUT
           .
       JUDGE-MONTH-END-EXIT.
           EXIT.
           .
