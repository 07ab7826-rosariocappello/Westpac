       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCALE-FILE ASSIGN TO WS-SCALE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SCALE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCALE-FILE.
       01  SCALE-REC.
           05  SCL-SCALE               PIC X(2).
           05  FILLER                  PIC X.
           05  SCL-TFT                 PIC X.
           05  FILLER                  PIC X.
           05  SCL-EFFECTIVE           PIC X(8).
           05  FILLER                  PIC X.
           05  SCL-LESS-THAN           PIC X(7).
           05  FILLER                  PIC X.
           05  SCL-COEFF-A             PIC 9.9(4).
           05  SCL-COEFF-A-X REDEFINES SCL-COEFF-A
                                       PIC X(6).
           05  FILLER                  PIC X.
           05  SCL-COEFF-B             PIC 9(5).9(4).
           05  SCL-COEFF-B-X REDEFINES SCL-COEFF-B
                                       PIC X(10).
           05  FILLER                  PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-SCALE-FILENAME            PIC X(256).
       01  WS-SCALE-STATUS              PIC XX.
           88  WS-SCALE-FILE-OK               VALUE "00".
       01  WS-SCALE-EOF-SWITCH          PIC X.
           88  WS-SCALE-EOF                   VALUE "Y".

      *    Scale table, loaded once per run and held. Each line is
      *    one bracket of one scale: weekly earnings below
      *    WS-SCL-LESS-THAN are withheld at a * x - b, where x is the
      *    weekly equivalent of the period's earnings - the published
      *    coefficient form of the PAYG schedules. A scale's brackets
      *    share an effective-from date; a later set for the same
      *    scale replaces it from its own date onward.
       01  WS-SCALE-TABLE.
           05  WS-SCALE-ENTRY          OCCURS 300.
               10  WS-SCL-SCALE        PIC X(2).
               10  WS-SCL-TFT          PIC X.
               10  WS-SCL-EFFECTIVE    PIC 9(8).
               10  WS-SCL-LESS-THAN    PIC 9(7).
               10  WS-SCL-COEFF-A      PIC 9V9(4).
               10  WS-SCL-COEFF-B      PIC 9(5)V9(4).
       01  WS-SCALE-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-SCALE-IDX                 PIC 9(3) COMP.
       01  WS-LOADED-SWITCH             PIC X VALUE "N".
           88  WS-SCALES-LOADED               VALUE "Y".
       01  WS-LOAD-OK-SWITCH            PIC X VALUE "N".
           88  WS-LOAD-OK                     VALUE "Y".

       01  WS-TOP-RATE-ENV              PIC X(6).
       01  WS-TOP-RATE                  PIC 9(2)V99 VALUE 47.00.
       01  WS-RATE-WORK                 PIC 9(2).99.

       01  WS-IN-FORCE-DATE             PIC 9(8).
       01  WS-BRACKET-IDX               PIC 9(3) COMP.
       01  WS-BRACKET-LIMIT             PIC 9(7).
       01  WS-WEEKLY-DOLLARS            PIC 9(7).
       01  WS-WEEKLY-EQUIV              PIC 9(7)V99.
       01  WS-WEEKLY-TAX                PIC S9(7)V99.
       01  WS-WEEKLY-TAX-DOLLARS        PIC S9(7).
       01  WS-PERIOD-TAX-DOLLARS        PIC 9(7).
       01  WS-MONTHLY-SWITCH            PIC X.
           88  WS-MONTHLY-PERIOD              VALUE "Y".

       LINKAGE SECTION.
           COPY TAXCALCL.

       PROCEDURE DIVISION USING TX-PARM.
       DISPATCH SECTION.
           IF NOT WS-SCALES-LOADED
               PERFORM LOAD-SCALE-FILE
           END-IF
           .
           MOVE WS-TOP-RATE TO TX-TOP-RATE
           .
           EVALUATE TX-FUNCTION
               WHEN "L"
               WHEN "l"
                   IF WS-LOAD-OK
                       SET TX-OK TO TRUE
                   ELSE
                       SET TX-FAILED TO TRUE
                   END-IF
               WHEN "V"
               WHEN "v"
                   PERFORM VERIFY-SCALE-CODE
               WHEN "C"
               WHEN "c"
                   PERFORM CALCULATE-WITHHOLDING
               WHEN OTHER
                   SET TX-FAILED TO TRUE
                   DISPLAY "TAXCALC: UNKNOWN FUNCTION " TX-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       LOAD-SCALE-FILE SECTION.
      *    TAX-SCALE-FILE names the scale table: one bracket per
      *    line - scale code in columns 1-2, tax-free threshold
      *    claimed (Y/N) in column 4, effective-from YYYYMMDD in
      *    6-13, weekly earnings less-than in whole dollars in 15-21,
      *    coefficient a as 9.9999 in 23-28 and coefficient b as
      *    99999.9999 in 30-39. Lines starting * are comments.
      *    TAX-TOP-RATE overrides the no-TFN rate (default 47.00).
           SET WS-SCALES-LOADED TO TRUE
           .
           MOVE SPACES TO WS-TOP-RATE-ENV
           .
           DISPLAY "TAX-TOP-RATE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-TOP-RATE-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-TOP-RATE-ENV NOT = SPACES
               AND WS-TOP-RATE-ENV(1:2) IS NUMERIC
               AND WS-TOP-RATE-ENV(3:1) = "."
               AND WS-TOP-RATE-ENV(4:2) IS NUMERIC
               MOVE WS-TOP-RATE-ENV(1:5) TO WS-RATE-WORK
               MOVE WS-RATE-WORK TO WS-TOP-RATE
           END-IF
           .
           MOVE SPACES TO WS-SCALE-FILENAME
           .
           DISPLAY "TAX-SCALE-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-SCALE-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-SCALE-FILENAME = SPACES
               MOVE "/tmp/tax_scales.dat" TO WS-SCALE-FILENAME
           END-IF
           .
           OPEN INPUT SCALE-FILE
           .
           IF NOT WS-SCALE-FILE-OK
               DISPLAY "TAXCALC: UNABLE TO OPEN TAX-SCALE FILE: "
                   WS-SCALE-FILENAME
               GO TO LOAD-SCALE-FILE-EXIT
           END-IF
           .
           MOVE "N" TO WS-SCALE-EOF-SWITCH
           .
           PERFORM UNTIL WS-SCALE-EOF
               READ SCALE-FILE
                   AT END
                       SET WS-SCALE-EOF TO TRUE
               END-READ
               IF NOT WS-SCALE-EOF
                   PERFORM STORE-ONE-BRACKET
               END-IF
           END-PERFORM
           .
           CLOSE SCALE-FILE
           .
           IF WS-SCALE-COUNT > 0
               SET WS-LOAD-OK TO TRUE
           END-IF
           .
       LOAD-SCALE-FILE-EXIT.
           EXIT.
           .

       STORE-ONE-BRACKET SECTION.
      *    A malformed line is skipped rather than guessed at - a
      *    withholding worked from a half-read coefficient is worse
      *    than the top-rate fallback the missing bracket produces.
           IF SCALE-REC = SPACES OR SCALE-REC(1:1) = "*"
               GO TO STORE-ONE-BRACKET-EXIT
           END-IF
           .
           IF SCL-EFFECTIVE NOT NUMERIC
               OR SCL-LESS-THAN NOT NUMERIC
               OR SCL-COEFF-A-X(1:1) NOT NUMERIC
               OR SCL-COEFF-A-X(2:1) NOT = "."
               OR SCL-COEFF-A-X(3:4) NOT NUMERIC
               OR SCL-COEFF-B-X(1:5) NOT NUMERIC
               OR SCL-COEFF-B-X(6:1) NOT = "."
               OR SCL-COEFF-B-X(7:4) NOT NUMERIC
               DISPLAY "TAXCALC: SCALE LINE IGNORED: " SCALE-REC(1:39)
               GO TO STORE-ONE-BRACKET-EXIT
           END-IF
           .
           IF WS-SCALE-COUNT >= 300
               DISPLAY "TAXCALC: MORE THAN 300 SCALE LINES - "
                   "REMAINDER IGNORED"
               GO TO STORE-ONE-BRACKET-EXIT
           END-IF
           .
           ADD 1 TO WS-SCALE-COUNT
           .
           MOVE SCL-SCALE TO WS-SCL-SCALE(WS-SCALE-COUNT)
           .
           IF SCL-TFT = "Y" OR SCL-TFT = "y"
               MOVE "Y" TO WS-SCL-TFT(WS-SCALE-COUNT)
           ELSE
               MOVE "N" TO WS-SCL-TFT(WS-SCALE-COUNT)
           END-IF
           .
           MOVE SCL-EFFECTIVE TO WS-SCL-EFFECTIVE(WS-SCALE-COUNT)
           .
           MOVE SCL-LESS-THAN TO WS-SCL-LESS-THAN(WS-SCALE-COUNT)
           .
           MOVE SCL-COEFF-A TO WS-SCL-COEFF-A(WS-SCALE-COUNT)
           .
           MOVE SCL-COEFF-B TO WS-SCL-COEFF-B(WS-SCALE-COUNT)
           .
       STORE-ONE-BRACKET-EXIT.
           EXIT.
           .

       VERIFY-SCALE-CODE SECTION.
           SET TX-NO-SCALE TO TRUE
           .
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
                   OR TX-OK
               IF WS-SCL-SCALE(WS-SCALE-IDX) = TX-SCALE
                   AND WS-SCL-TFT(WS-SCALE-IDX) = TX-TFT-CLAIMED
                   SET TX-OK TO TRUE
               END-IF
           END-PERFORM
           .
       VERIFY-SCALE-CODE-EXIT.
           EXIT.
           .

       CALCULATE-WITHHOLDING SECTION.
      *    No TFN means the top rate on the whole period's earnings,
      *    cents ignored - no scale applies.
           MOVE ZERO TO TX-WITHHELD
           .
           SET TX-OK TO TRUE
           .
           IF TX-TFN-PROVIDED NOT = "Y"
               SET TX-BASIS-NO-TFN TO TRUE
               PERFORM WITHHOLD-AT-TOP-RATE
               GO TO CALCULATE-WITHHOLDING-EXIT
           END-IF
           .
           IF TX-GROSS = ZERO
               SET TX-BASIS-SCALE TO TRUE
               GO TO CALCULATE-WITHHOLDING-EXIT
           END-IF
           .
           PERFORM FIND-SCALE-IN-FORCE
           .
           IF WS-IN-FORCE-DATE = ZERO
               SET TX-BASIS-NO-SCALE TO TRUE
               SET TX-NO-SCALE TO TRUE
               PERFORM WITHHOLD-AT-TOP-RATE
               GO TO CALCULATE-WITHHOLDING-EXIT
           END-IF
           .
      *    The schedules are weekly: a calendar-month period converts
      *    at 3/13 and back at 13/3 the way the published monthly
      *    method does; any other period length converts by days.
           IF TX-PERIOD-DAYS >= 28 AND TX-PERIOD-DAYS <= 31
               SET WS-MONTHLY-PERIOD TO TRUE
               COMPUTE WS-WEEKLY-DOLLARS = TX-GROSS * 3 / 13
           ELSE
               MOVE "N" TO WS-MONTHLY-SWITCH
               COMPUTE WS-WEEKLY-DOLLARS =
                   TX-GROSS * 7 / TX-PERIOD-DAYS
           END-IF
           .
           COMPUTE WS-WEEKLY-EQUIV = WS-WEEKLY-DOLLARS + 0.99
           .
           PERFORM FIND-BRACKET
           .
           IF WS-BRACKET-IDX = ZERO
               SET TX-BASIS-NO-SCALE TO TRUE
               SET TX-NO-SCALE TO TRUE
               PERFORM WITHHOLD-AT-TOP-RATE
               GO TO CALCULATE-WITHHOLDING-EXIT
           END-IF
           .
           SET TX-BASIS-SCALE TO TRUE
           .
           COMPUTE WS-WEEKLY-TAX =
               (WS-SCL-COEFF-A(WS-BRACKET-IDX) * WS-WEEKLY-EQUIV)
               - WS-SCL-COEFF-B(WS-BRACKET-IDX)
           .
           IF WS-WEEKLY-TAX <= ZERO
               GO TO CALCULATE-WITHHOLDING-EXIT
           END-IF
           .
           COMPUTE WS-WEEKLY-TAX-DOLLARS ROUNDED = WS-WEEKLY-TAX
           .
           IF WS-MONTHLY-PERIOD
               COMPUTE WS-PERIOD-TAX-DOLLARS ROUNDED =
                   WS-WEEKLY-TAX-DOLLARS * 13 / 3
           ELSE
               COMPUTE WS-PERIOD-TAX-DOLLARS ROUNDED =
                   WS-WEEKLY-TAX-DOLLARS * TX-PERIOD-DAYS / 7
           END-IF
           .
           MOVE WS-PERIOD-TAX-DOLLARS TO TX-WITHHELD
           .
           IF TX-WITHHELD > TX-GROSS
               MOVE TX-GROSS TO TX-WITHHELD
           END-IF
           .
       CALCULATE-WITHHOLDING-EXIT.
           EXIT.
           .

       WITHHOLD-AT-TOP-RATE SECTION.
           COMPUTE WS-PERIOD-TAX-DOLLARS =
               TX-GROSS * WS-TOP-RATE / 100
           .
           MOVE WS-PERIOD-TAX-DOLLARS TO TX-WITHHELD
           .
       WITHHOLD-AT-TOP-RATE-EXIT.
           EXIT.
           .

       FIND-SCALE-IN-FORCE SECTION.
      *    The latest effective-from date on or before the pay date
      *    among the declared scale's lines - zero when none is.
           MOVE ZERO TO WS-IN-FORCE-DATE
           .
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
               IF WS-SCL-SCALE(WS-SCALE-IDX) = TX-SCALE
                   AND WS-SCL-TFT(WS-SCALE-IDX) = TX-TFT-CLAIMED
                   AND WS-SCL-EFFECTIVE(WS-SCALE-IDX) <= TX-PAY-DATE
                   AND WS-SCL-EFFECTIVE(WS-SCALE-IDX)
                       > WS-IN-FORCE-DATE
                   MOVE WS-SCL-EFFECTIVE(WS-SCALE-IDX)
                       TO WS-IN-FORCE-DATE
               END-IF
           END-PERFORM
           .
       FIND-SCALE-IN-FORCE-EXIT.
           EXIT.
           .

       FIND-BRACKET SECTION.
      *    The bracket with the lowest less-than above the weekly
      *    equivalent, whatever order the lines were loaded in.
           MOVE ZERO TO WS-BRACKET-IDX
           .
           MOVE 9999999 TO WS-BRACKET-LIMIT
           .
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
               IF WS-SCL-SCALE(WS-SCALE-IDX) = TX-SCALE
                   AND WS-SCL-TFT(WS-SCALE-IDX) = TX-TFT-CLAIMED
                   AND WS-SCL-EFFECTIVE(WS-SCALE-IDX)
                       = WS-IN-FORCE-DATE
                   AND WS-SCL-LESS-THAN(WS-SCALE-IDX)
                       > WS-WEEKLY-EQUIV
                   AND (WS-BRACKET-IDX = ZERO
                     OR WS-SCL-LESS-THAN(WS-SCALE-IDX)
                       < WS-BRACKET-LIMIT)
                   MOVE WS-SCALE-IDX TO WS-BRACKET-IDX
                   MOVE WS-SCL-LESS-THAN(WS-SCALE-IDX)
                       TO WS-BRACKET-LIMIT
               END-IF
           END-PERFORM
           .
       FIND-BRACKET-EXIT.
           EXIT.
           .
