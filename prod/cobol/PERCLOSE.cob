       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PRD-PERIOD
               FILE STATUS WS-PERIOD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUNSTAT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUNSTAT-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODS.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC             PIC X(100).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.

      *    Payroll period close. PERCLOSE-ACTION is CLOSE (the
      *    default) or REOPEN; PERCLOSE-PERIOD is the YYYYMM to act
      *    on, last month when unset. A close marks the period
      *    CLOSING, then checks that each month-end step named in
      *    PERCLOSE-STEPS last ended OK on the run-control file, on
      *    or after the period's first day - a step still running,
      *    last ended FAIL, or not run since the period opened
      *    leaves the period CLOSING and the run ends RC 4 for the
      *    operators to finish the month and close again. Once it
      *    is CLOSED, GLPOST will not post to it and the month's
      *    reports are stamped final.
       01  WS-PERIOD-FILENAME           PIC X(256).
       01  WS-PERIOD-STATUS             PIC XX.
           88  WS-PERIOD-FILE-OK              VALUE "00".
           88  WS-PERIOD-NO-FILE              VALUE "35".
       01  WS-RUNSTAT-FILENAME          PIC X(256).
       01  WS-RUNSTAT-STATUS            PIC XX.
           88  WS-RUNSTAT-FILE-OK             VALUE "00".
       01  WS-RUNSTAT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-RUNSTAT-EOF                 VALUE "Y".

       01  WS-ACTION-ENV                PIC X(8).
       01  WS-ACTION                    PIC X(6).
           88  WS-ACTION-CLOSE                VALUE "CLOSE".
           88  WS-ACTION-REOPEN               VALUE "REOPEN".
       01  WS-PERIOD-ENV                PIC X(6).
       01  WS-CLOSE-PERIOD              PIC 9(6).
       01  WS-CLOSE-PERIOD-SPLIT REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY            PIC 9(4).
           05  WS-CLOSE-MM              PIC 9(2).
       01  WS-PERIOD-FIRST-DAY          PIC X(8).
       01  WS-NEW-PERIOD-SWITCH         PIC X VALUE "N".
           88  WS-NEW-PERIOD                  VALUE "Y".
       01  WS-OLD-PRD-STATUS            PIC X(8).

      *    The month-end steps a close checks, by program name as
      *    RUNSTMGR records them. PERCLOSE-STEPS overrides the list
      *    (names separated by single spaces, up to ten).
       01  WS-STEPS-ENV                 PIC X(120).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 10.
               10  WS-STEP-PGM         PIC X(10).
               10  WS-STEP-EVENT       PIC X(5).
               10  WS-STEP-STATUS      PIC X(8).
               10  WS-STEP-DATE        PIC X(8).
       01  WS-STEP-COUNT                PIC 9(2) COMP VALUE 0.
       01  WS-STEP-IDX                  PIC 9(2) COMP.
       01  WS-STEPS-NOT-DONE            PIC 9(2) VALUE 0.

       01  WS-HEAD-PART                 PIC X(20).
       01  WS-AFTER-PGM                 PIC X(80).
       01  WS-REC-PGM                   PIC X(10).
       01  WS-REC-REST                  PIC X(60).
       01  WS-EVENT-PART                PIC X(60).
       01  WS-STATUS-PART               PIC X(60).

       01  WS-SIGNER-ID                 PIC X(10).
       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 9(2).
           05  WS-TODAY-DD              PIC 9(2).
       01  WS-NOW                       PIC 9(8).
       01  WS-CHANGED-COUNT             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME

           PERFORM RESOLVE-CLOSE-SETTINGS
           PERFORM CHECK-SIGNER
           PERFORM RECORD-RUN-START
           PERFORM OPEN-PERIOD-FILE
           PERFORM READ-PERIOD-RECORD

           IF WS-ACTION-REOPEN
               PERFORM REOPEN-PERIOD
           ELSE
               PERFORM CLOSE-PERIOD
           END-IF

           CLOSE PERIOD-FILE

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
      *    Closes and reopens go on the shared hash-chained journal,
      *    so the run holds EMP-WRITE like every journal writer -
      *    which also keeps a close from landing under a batch
      *    update still writing the month's figures.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "PERCLOSE" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "PERCLOSE: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-JRNL-WRITER-LOCKED TO TRUE
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-CHANGED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-CHANGED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-CLOSE-SETTINGS SECTION.
           MOVE SPACES TO WS-ACTION-ENV
           DISPLAY "PERCLOSE-ACTION" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT-VALUE
           EVALUATE WS-ACTION-ENV
               WHEN SPACES
               WHEN "CLOSE"
               WHEN "close"
                   SET WS-ACTION-CLOSE TO TRUE
               WHEN "REOPEN"
               WHEN "reopen"
                   SET WS-ACTION-REOPEN TO TRUE
               WHEN OTHER
                   DISPLAY "PERCLOSE: PERCLOSE-ACTION MUST BE CLOSE "
                       "OR REOPEN - " WS-ACTION-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           MOVE SPACES TO WS-PERIOD-ENV
           DISPLAY "PERCLOSE-PERIOD" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-ENV = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-CLOSE-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-CLOSE-YYYY
                   COMPUTE WS-CLOSE-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               IF WS-PERIOD-ENV IS NOT NUMERIC
                   DISPLAY "PERCLOSE: PERCLOSE-PERIOD MUST BE YYYYMM - "
                       WS-PERIOD-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PERIOD-ENV TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                   DISPLAY "PERCLOSE: PERCLOSE-PERIOD MUST BE YYYYMM - "
                       WS-PERIOD-ENV
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE SPACES TO WS-PERIOD-FIRST-DAY
           STRING WS-CLOSE-PERIOD DELIMITED SIZE
               "01" DELIMITED SIZE
               INTO WS-PERIOD-FIRST-DAY
           END-STRING

           MOVE SPACES TO WS-STEPS-ENV
           DISPLAY "PERCLOSE-STEPS" UPON ENVIRONMENT-NAME
           ACCEPT WS-STEPS-ENV FROM ENVIRONMENT-VALUE
           IF WS-STEPS-ENV = SPACES
               MOVE "PAYREL YTDPOST GLPOST CTLBAL KPIPACK"
                   TO WS-STEPS-ENV
           END-IF
           MOVE SPACES TO WS-STEP-TABLE
           UNSTRING WS-STEPS-ENV DELIMITED BY ALL " "
               INTO WS-STEP-PGM(1) WS-STEP-PGM(2) WS-STEP-PGM(3)
                    WS-STEP-PGM(4) WS-STEP-PGM(5) WS-STEP-PGM(6)
                    WS-STEP-PGM(7) WS-STEP-PGM(8) WS-STEP-PGM(9)
                    WS-STEP-PGM(10)
           END-UNSTRING
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 10
               IF WS-STEP-PGM(WS-STEP-IDX) NOT = SPACES
                   MOVE WS-STEP-IDX TO WS-STEP-COUNT
               END-IF
           END-PERFORM
           .
       RESOLVE-CLOSE-SETTINGS-EXIT.
           EXIT.

       CHECK-SIGNER SECTION.
      *    Reopening a closed month lets its figures move again -
      *    it needs PERIOD-OPEN on the operator's roles (PERMCHK),
      *    and the journal needs the operator's name. A close is a
      *    scheduled month-end step and runs signed on or not; it
      *    is stamped BATCH when nobody signed on.
           MOVE SPACES TO WS-SIGNER-ID
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-SIGNER-ID FROM ENVIRONMENT-VALUE
           IF WS-ACTION-REOPEN
               IF WS-SIGNER-ID = SPACES
                   DISPLAY "PERCLOSE: REOPENING A PERIOD NEEDS AN "
                       "OPERATOR SIGNED ON THROUGH MENU."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO PX-PARM
               MOVE "C" TO PX-FUNCTION
               MOVE WS-SIGNER-ID TO PX-OPERATOR
               MOVE "PERIOD-OPEN" TO PX-FUNC-NAME
               CALL "PERMCHK" USING PX-PARM
               IF NOT PX-GRANTED
                   DISPLAY "PERCLOSE: " WS-SIGNER-ID
                       " MAY NOT REOPEN A PERIOD - " PX-REASON
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-SIGNER-ID = SPACES
               MOVE "BATCH" TO WS-SIGNER-ID
           END-IF
           .
       CHECK-SIGNER-EXIT.
           EXIT.

       OPEN-PERIOD-FILE SECTION.
           MOVE SPACES TO WS-PERIOD-FILENAME
           DISPLAY "PERIOD-CONTROL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-FILENAME = SPACES
               MOVE "/tmp/period_ctl.dat" TO WS-PERIOD-FILENAME
           END-IF
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-NO-FILE
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           IF NOT WS-PERIOD-FILE-OK
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERIOD CONTROL FILE: "
                   WS-PERIOD-FILENAME
                   " STATUS=" WS-PERIOD-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-PERIOD-FILE-EXIT.
           EXIT.

       READ-PERIOD-RECORD SECTION.
      *    A month never closed has no record yet - it is OPEN.
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   SET WS-NEW-PERIOD TO TRUE
                   INITIALIZE PERIOD-REC
                   MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
                   SET PRD-OPEN TO TRUE
           END-READ
           MOVE PRD-STATUS TO WS-OLD-PRD-STATUS
           .
       READ-PERIOD-RECORD-EXIT.
           EXIT.

       SAVE-PERIOD-RECORD SECTION.
           IF WS-NEW-PERIOD
               WRITE PERIOD-REC
               MOVE "N" TO WS-NEW-PERIOD-SWITCH
           ELSE
               REWRITE PERIOD-REC
           END-IF
           IF NOT WS-PERIOD-FILE-OK
               DISPLAY "PERCLOSE: UNABLE TO UPDATE PERIOD "
                   WS-CLOSE-PERIOD " STATUS=" WS-PERIOD-STATUS
               CLOSE PERIOD-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       SAVE-PERIOD-RECORD-EXIT.
           EXIT.

       CLOSE-PERIOD SECTION.
           IF PRD-CLOSED
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
                   " IS ALREADY CLOSED (BY " PRD-CLOSED-BY " ON "
                   PRD-CLOSED-DATE ")"
               GO TO CLOSE-PERIOD-EXIT
           END-IF

      *    CLOSING goes on file before the steps are checked, so a
      *    close that finds the month unfinished still shows on the
      *    period file as under way.
           IF NOT PRD-CLOSING
               SET PRD-CLOSING TO TRUE
               MOVE WS-TODAY TO PRD-CLOSING-DATE
               MOVE WS-NOW TO PRD-CLOSING-TIME
               PERFORM SAVE-PERIOD-RECORD
               PERFORM JOURNAL-PERIOD-CHANGE
               MOVE PRD-STATUS TO WS-OLD-PRD-STATUS
           END-IF

           PERFORM CHECK-MONTH-END-STEPS
           IF WS-STEPS-NOT-DONE > 0
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
                   " LEFT CLOSING - " WS-STEPS-NOT-DONE
                   " MONTH-END STEP(S) NOT ENDED OK"
               MOVE 4 TO RETURN-CODE
               GO TO CLOSE-PERIOD-EXIT
           END-IF

           SET PRD-CLOSED TO TRUE
           MOVE WS-SIGNER-ID TO PRD-CLOSED-BY
           MOVE WS-TODAY TO PRD-CLOSED-DATE
           MOVE WS-NOW TO PRD-CLOSED-TIME
           PERFORM SAVE-PERIOD-RECORD
           PERFORM JOURNAL-PERIOD-CHANGE
           DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
               " CLOSED BY " WS-SIGNER-ID
           .
       CLOSE-PERIOD-EXIT.
           EXIT.

       REOPEN-PERIOD SECTION.
           IF PRD-OPEN
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
                   " IS NOT CLOSED - NOTHING TO REOPEN"
               GO TO REOPEN-PERIOD-EXIT
           END-IF

      *    The last close stays on the record beside the reopen, so
      *    the period shows who closed it as well as who undid it.
           SET PRD-OPEN TO TRUE
           MOVE WS-SIGNER-ID TO PRD-REOPENED-BY
           MOVE WS-TODAY TO PRD-REOPENED-DATE
           MOVE WS-NOW TO PRD-REOPENED-TIME
           ADD 1 TO PRD-REOPEN-COUNT
           PERFORM SAVE-PERIOD-RECORD
           PERFORM JOURNAL-PERIOD-CHANGE
           DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
               " REOPENED BY " WS-SIGNER-ID
           .
       REOPEN-PERIOD-EXIT.
           EXIT.

       JOURNAL-PERIOD-CHANGE SECTION.
      *    A period change is not any one employee's - as with a
      *    band change in JOBMAINT it goes on the journal as two
      *    lines with a zero EMPNO tag: PERIOD naming the month,
      *    then PRD-STATUS with its before and after values.
           MOVE ZERO TO WS-JRNL-EMPNO
           MOVE "PERIOD" TO WS-JRNL-FIELD
           MOVE WS-CLOSE-PERIOD TO WS-JRNL-BEFORE
           MOVE WS-CLOSE-PERIOD TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           MOVE "PRD-STATUS" TO WS-JRNL-FIELD
           MOVE WS-OLD-PRD-STATUS TO WS-JRNL-BEFORE
           MOVE PRD-STATUS TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           ADD 1 TO WS-CHANGED-COUNT
           .
       JOURNAL-PERIOD-CHANGE-EXIT.
           EXIT.

       CHECK-MONTH-END-STEPS SECTION.
           MOVE SPACES TO WS-RUNSTAT-FILENAME
           DISPLAY "RUNSTAT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUNSTAT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RUNSTAT-FILENAME = SPACES
               MOVE "/tmp/runstat.dat" TO WS-RUNSTAT-FILENAME
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNSTAT-FILE-OK
               MOVE "N" TO WS-RUNSTAT-EOF-SWITCH
               PERFORM UNTIL WS-RUNSTAT-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNSTAT-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-STEP-EVENT
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "PERCLOSE: UNABLE TO OPEN RUN-CONTROL FILE: "
                   WS-RUNSTAT-FILENAME
           END-IF

           DISPLAY "PERCLOSE: MONTH-END STEPS FOR PERIOD "
               WS-CLOSE-PERIOD
           MOVE ZERO TO WS-STEPS-NOT-DONE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-STEP-EVENT(WS-STEP-IDX) = SPACES
                       ADD 1 TO WS-STEPS-NOT-DONE
                       DISPLAY "  " WS-STEP-PGM(WS-STEP-IDX)
                           " NOT RUN"
                   WHEN WS-STEP-EVENT(WS-STEP-IDX) = "START"
                       ADD 1 TO WS-STEPS-NOT-DONE
                       DISPLAY "  " WS-STEP-PGM(WS-STEP-IDX)
                           " STILL RUNNING (OR DIED WITHOUT END) - "
                           "STARTED " WS-STEP-DATE(WS-STEP-IDX)
                   WHEN WS-STEP-STATUS(WS-STEP-IDX) NOT = "OK"
                       ADD 1 TO WS-STEPS-NOT-DONE
                       DISPLAY "  " WS-STEP-PGM(WS-STEP-IDX)
                           " LAST ENDED "
                           WS-STEP-STATUS(WS-STEP-IDX) " ON "
                           WS-STEP-DATE(WS-STEP-IDX)
                   WHEN WS-STEP-DATE(WS-STEP-IDX)
                           < WS-PERIOD-FIRST-DAY
                       ADD 1 TO WS-STEPS-NOT-DONE
                       DISPLAY "  " WS-STEP-PGM(WS-STEP-IDX)
                           " NOT RUN SINCE THE PERIOD OPENED - LAST "
                           WS-STEP-DATE(WS-STEP-IDX)
                   WHEN OTHER
                       DISPLAY "  " WS-STEP-PGM(WS-STEP-IDX)
                           " ENDED OK ON " WS-STEP-DATE(WS-STEP-IDX)
               END-EVALUATE
           END-PERFORM
           .
       CHECK-MONTH-END-STEPS-EXIT.
           EXIT.

       NOTE-STEP-EVENT SECTION.
      *    Records read "date time PGM=name EVENT=START ..." or
      *    "... EVENT=END STATUS=OK COUNT=n" - only each step's last
      *    record counts.
           MOVE SPACES TO WS-AFTER-PGM
           UNSTRING RUN-CONTROL-REC DELIMITED BY " PGM="
               INTO WS-HEAD-PART WS-AFTER-PGM
           END-UNSTRING
           MOVE SPACES TO WS-REC-PGM
           MOVE SPACES TO WS-REC-REST
           UNSTRING WS-AFTER-PGM DELIMITED BY " EVENT="
               INTO WS-REC-PGM WS-REC-REST
           END-UNSTRING
           IF WS-REC-PGM = SPACES
               GO TO NOTE-STEP-EVENT-EXIT
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-PGM(WS-STEP-IDX) = WS-REC-PGM
                   MOVE RUN-CONTROL-REC(1:8)
                       TO WS-STEP-DATE(WS-STEP-IDX)
                   IF WS-REC-REST(1:5) = "START"
                       MOVE "START" TO WS-STEP-EVENT(WS-STEP-IDX)
                       MOVE SPACES TO WS-STEP-STATUS(WS-STEP-IDX)
                   ELSE
                       MOVE "END" TO WS-STEP-EVENT(WS-STEP-IDX)
                       MOVE SPACES TO WS-EVENT-PART
                       MOVE SPACES TO WS-STATUS-PART
                       UNSTRING WS-REC-REST DELIMITED BY " STATUS="
                           INTO WS-EVENT-PART WS-STATUS-PART
                       END-UNSTRING
                       MOVE SPACES TO WS-EVENT-PART
                       UNSTRING WS-STATUS-PART DELIMITED BY ALL " "
                           INTO WS-EVENT-PART
                       END-UNSTRING
                       MOVE WS-EVENT-PART(1:8)
                           TO WS-STEP-STATUS(WS-STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       NOTE-STEP-EVENT-EXIT.
           EXIT.


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="PERCLOSE"==.
