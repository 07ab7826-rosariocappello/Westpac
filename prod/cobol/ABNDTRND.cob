       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABNDTRND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABEND-LOG-FILE ASSIGN TO WS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUNSTAT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUNSTAT-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-REC               PIC X(200).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC             PIC X(100).
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOGNAME                   PIC X(256).
       01  WS-LOG-FILENAME              PIC X(300).
       01  WS-LOG-STATUS                PIC XX.
           88  WS-LOG-FILE-OK                 VALUE "00".
       01  WS-LOG-EOF-SWITCH            PIC X.
           88  WS-LOG-EOF                     VALUE "Y".
       01  WS-LOGS-READ                 PIC 9(3) COMP VALUE 0.

       01  WS-RUNSTAT-FILENAME          PIC X(256).
       01  WS-RUNSTAT-STATUS            PIC XX.
           88  WS-RUNSTAT-FILE-OK             VALUE "00".
       01  WS-RUNSTAT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-RUNSTAT-EOF                 VALUE "Y".
       01  WS-CONTEXT-SWITCH            PIC X VALUE "N".
           88  WS-CONTEXT-KNOWN               VALUE "Y".

       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

      *    ABNDTRND-ARCHIVE=Y also reads the MFABEND.log copies
      *    LOGROTAT has closed out into LOGROTAT-ARCHIVE-DIR
      *    (default /tmp/log_archive), so the history reaches back
      *    past the last rotation.
       01  WS-ARCHIVE-ENV               PIC X(1).
       01  WS-ARCHIVE-SWITCH            PIC X VALUE "N".
           88  WS-ARCHIVE-WANTED              VALUE "Y".
       01  WS-ARCHIVE-DIR               PIC X(256).
       01  WS-DIR-MASK                  PIC X(256).
       01  WS-DIR-HANDLE                PIC X(4) COMP-5 VALUE 0.
       01  WS-DIR-STATUS                PIC X(4) COMP-5.
       01  WS-DIR-ENTRY.
           05  WS-ENTRY-NAME            PIC X(256).
           05  WS-ENTRY-SIZE            PIC 9(9) COMP-5.
           05  WS-ENTRY-DATE            PIC 9(8).
           05  WS-ENTRY-TIME            PIC 9(8).

      *    Report settings: ABNDTRND-WEEKS (default 8, at most 12)
      *    weekly columns run back from today, newest first, with
      *    anything earlier in an OLDER column; ABNDTRND-TOP
      *    (default 10) recurring problems are listed for the
      *    problem-management meeting.
       01  WS-WEEKS-ENV                 PIC X(2).
       01  WS-WEEKS-NUM                 PIC 9(2).
       01  WS-WEEKS                     PIC 9(2) COMP VALUE 8.
       01  WS-TOP-ENV                   PIC X(2).
       01  WS-TOP-NUM                   PIC 9(2).
       01  WS-TOP-LIMIT                 PIC 9(2) COMP VALUE 10.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-INT                 PIC 9(7) COMP-5.

      *    One parsed MFABEND.log line. The log reads
      *    "YYYYMMDD HHMMSSss ABDCODE=code CORE=.. STACK=.." with
      *    PGM=, REASON= and BUNDLE= following when known.
       01  WS-REC-DATE                  PIC X(8).
       01  WS-REC-TIME                  PIC X(8).
       01  WS-REC-TIME-SPLIT REDEFINES WS-REC-TIME.
           05  WS-REC-HH                PIC 9(2).
           05  WS-REC-MM                PIC 9(2).
           05  WS-REC-SS                PIC 9(2).
           05  WS-REC-HS                PIC 9(2).
       01  WS-REC-DATE-NUM              PIC 9(8).
       01  WS-REC-DAY-INT               PIC 9(7) COMP-5.
       01  WS-REC-STAMP                 PIC S9(12) COMP-5.
       01  WS-REC-PGM                   PIC X(20).
       01  WS-REC-CODE                  PIC X(10).
       01  WS-REC-BUNDLE                PIC X(120).
       01  WS-HEAD-PART                 PIC X(200).
       01  WS-AFTER-TAG                 PIC X(200).
       01  WS-CODE-RAW                  PIC X(20).
       01  WS-LEAD-CT                   PIC 9(2) COMP.
       01  WS-SKIPPED-LINES             PIC 9(5) VALUE 0.

      *    Every abend read, held in time order - the logs can come
      *    in any order from the archive - so one pass over the
      *    run-control file can say what the night run was doing
      *    when each one struck.
       01  WS-ABEND-TABLE.
           05  WS-AB-ENTRY             OCCURS 500.
               10  WS-AB-STAMP         PIC S9(12) COMP-5.
               10  WS-AB-GROUP         PIC 9(3) COMP.
       01  WS-AB-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-AB-MAX                    PIC 9(3) COMP VALUE 500.
       01  WS-AB-IDX                    PIC 9(3) COMP.
       01  WS-AB-NEXT                   PIC 9(3) COMP.
       01  WS-AB-DROPPED                PIC 9(5) VALUE 0.

      *    One problem per failing program and abend code.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY            OCCURS 50.
               10  WS-GRP-PGM          PIC X(20).
               10  WS-GRP-CODE         PIC X(10).
               10  WS-GRP-COUNT        PIC 9(5) COMP.
               10  WS-GRP-FIRST-STAMP  PIC S9(12) COMP-5.
               10  WS-GRP-FIRST-DATE   PIC X(8).
               10  WS-GRP-FIRST-TIME   PIC X(4).
               10  WS-GRP-LAST-STAMP   PIC S9(12) COMP-5.
               10  WS-GRP-LAST-DATE    PIC X(8).
               10  WS-GRP-LAST-TIME    PIC X(4).
               10  WS-GRP-BUNDLE       PIC X(120).
               10  WS-GRP-WEEK         OCCURS 13 PIC 9(5) COMP.
               10  WS-GRP-DOW          OCCURS 7 PIC 9(5) COMP.
               10  WS-GRP-BAND         OCCURS 8 PIC 9(5) COMP.
               10  WS-GRP-STEP-USED    PIC 9(2) COMP.
               10  WS-GRP-STEP-ENTRY   OCCURS 8.
                   15  WS-GRP-STEP     PIC X(10).
                   15  WS-GRP-STEP-CT  PIC 9(5) COMP.
               10  WS-GRP-IN-NIGHT     PIC 9(5) COMP.
               10  WS-GRP-OUTSIDE      PIC 9(5) COMP.
               10  WS-GRP-RANKED       PIC X.
       01  WS-GRP-COUNT-USED            PIC 9(3) COMP VALUE 0.
       01  WS-GRP-MAX                   PIC 9(3) COMP VALUE 50.
       01  WS-GRP-IDX                   PIC 9(3) COMP.
       01  WS-GRP-FOUND-SWITCH          PIC X.
           88  WS-GRP-FOUND                   VALUE "Y".
       01  WS-GRP-DROPPED               PIC 9(5) VALUE 0.

       01  WS-RANK-TABLE.
           05  WS-RANK-GRP             OCCURS 50 PIC 9(3) COMP.
       01  WS-RANK-IDX                  PIC 9(3) COMP.
       01  WS-BEST-IDX                  PIC 9(3) COMP.
       01  WS-SCAN-IDX                  PIC 9(3) COMP.
       01  WS-RECURRING                 PIC 9(3) COMP VALUE 0.

       01  WS-ALL-WEEK-TABLE.
           05  WS-ALL-WEEK             OCCURS 13 PIC 9(5) COMP.
       01  WS-WEEK-IDX                  PIC 9(2) COMP.
       01  WS-WEEKS-BACK                PIC S9(7) COMP-5.
       01  WS-DOW-IDX                   PIC 9 COMP.
       01  WS-DOW-QUOT                  PIC 9(7) COMP-5.
       01  WS-DOW-REM                   PIC 9 COMP.
       01  WS-BAND-IDX                  PIC 9 COMP.
       01  WS-DAY-NAMES                 PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-BAND-NAMES                PIC X(40)
               VALUE "00-0303-0606-0909-1212-1515-1818-2121-24".
       01  WS-PEAK-IDX                  PIC 9(2) COMP.
       01  WS-PEAK-COUNT                PIC 9(5) COMP.
       01  WS-STEP-IDX                  PIC 9(2) COMP.

      *    Night-run state while the run-control file is replayed:
      *    open from NIGHTRUN's start record to its end record, with
      *    the most recent step to start and the one before it. A
      *    night whose end never came (a crashed run) is taken to
      *    close a day after it started.
       01  WS-NIGHT-SWITCH              PIC X VALUE "N".
           88  WS-NIGHT-OPEN                  VALUE "Y".
       01  WS-NIGHT-START-STAMP         PIC S9(12) COMP-5 VALUE 0.
       01  WS-CUR-STEP                  PIC X(10) VALUE SPACES.
       01  WS-PREV-STEP                 PIC X(10) VALUE SPACES.
       01  WS-ABEND-STEP                PIC X(10).
       01  WS-RC-PGM                    PIC X(10).
       01  WS-RC-REST                   PIC X(60).
       01  WS-RC-AFTER-PGM              PIC X(80).
       01  WS-RC-HEAD                   PIC X(20).

       01  WS-MTBF-DAYS                 PIC 9(5)V9.
       01  WS-GAP-SECS                  PIC S9(12) COMP-5.
       01  WS-LINE                      PIC X(132).
       01  WS-LINE-PTR                  PIC 9(3) COMP.
       01  WS-COUNT-DISP                PIC Z(4)9.
       01  WS-CELL-DISP                 PIC ZZZ9.
       01  WS-RANK-DISP                 PIC Z9.
       01  WS-MTBF-DISP                 PIC ZZZZ9.9.
       01  WS-WEEKS-DISP                PIC Z9.

       PROCEDURE DIVISION.
      *    Looks across every abend MFABEND has logged, so the same
      *    program abending every Tuesday is seen as one recurring
      *    problem, not a fresh investigation each week. Abends are
      *    grouped by failing program and ABDCODE, and each group
      *    shows its weekly counts, first and last occurrence, mean
      *    time between failures, day-of-week and time-of-day
      *    clustering, and the NIGHTRUN step the abends followed
      *    (from the shared run-control file, RUNSTAT-FILE, default
      *    /tmp/runstat.dat). ABNDTRND-REPORT names the report,
      *    default /tmp/abend_trend.rpt.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           INITIALIZE WS-ALL-WEEK-TABLE
           PERFORM RESOLVE-SETTINGS
           PERFORM OPEN-REPORT-FILE

           IF WS-ARCHIVE-WANTED
               PERFORM READ-ARCHIVED-LOGS
           END-IF
           MOVE SPACES TO WS-LOG-FILENAME
           STRING WS-LOGNAME DELIMITED BY SPACE
               "/MFABEND.log" DELIMITED BY SIZE
               INTO WS-LOG-FILENAME
           END-STRING
           PERFORM READ-ONE-ABEND-LOG

           IF WS-LOGS-READ = 0
               DISPLAY "ABNDTRND: UNABLE TO OPEN ABEND LOG: "
                   WS-LOG-FILENAME
               IF WS-RPT-FILE-OK
                   MOVE "(NO ABEND LOG)" TO TREND-REPORT-REC
                   WRITE TREND-REPORT-REC
                   CLOSE TREND-REPORT-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REPLAY-RUN-CONTROL
           PERFORM RANK-PROBLEMS
           PERFORM WRITE-TREND-REPORT

           IF WS-RPT-FILE-OK
               CLOSE TREND-REPORT-FILE
           END-IF

           DISPLAY "ABNDTRND: " WS-AB-COUNT " abend(s) in "
               WS-GRP-COUNT-USED " problem(s), " WS-RECURRING
               " recurring, written to " WS-RPT-FILENAME

           GOBACK.

       RESOLVE-SETTINGS SECTION.
           MOVE SPACES TO WS-LOGNAME
           DISPLAY "LOGDIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOGNAME FROM ENVIRONMENT-VALUE
           IF WS-LOGNAME = SPACES
               MOVE "/tmp" TO WS-LOGNAME
           END-IF
           MOVE SPACES TO WS-RUNSTAT-FILENAME
           DISPLAY "RUNSTAT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUNSTAT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RUNSTAT-FILENAME = SPACES
               MOVE "/tmp/runstat.dat" TO WS-RUNSTAT-FILENAME
           END-IF
           MOVE SPACES TO WS-ARCHIVE-ENV
           DISPLAY "ABNDTRND-ARCHIVE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHIVE-ENV FROM ENVIRONMENT-VALUE
           IF WS-ARCHIVE-ENV = "Y" OR WS-ARCHIVE-ENV = "y"
               SET WS-ARCHIVE-WANTED TO TRUE
           END-IF
           MOVE SPACES TO WS-ARCHIVE-DIR
           DISPLAY "LOGROTAT-ARCHIVE-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT-VALUE
           IF WS-ARCHIVE-DIR = SPACES
               MOVE "/tmp/log_archive" TO WS-ARCHIVE-DIR
           END-IF
           MOVE SPACES TO WS-WEEKS-ENV
           DISPLAY "ABNDTRND-WEEKS" UPON ENVIRONMENT-NAME
           ACCEPT WS-WEEKS-ENV FROM ENVIRONMENT-VALUE
           IF WS-WEEKS-ENV NOT = SPACES
               MOVE ZERO TO WS-WEEKS-NUM
               DISPLAY "ABNDTRND-WEEKS" UPON ENVIRONMENT-NAME
               ACCEPT WS-WEEKS-NUM FROM ENVIRONMENT-VALUE
               IF WS-WEEKS-NUM IS NUMERIC
                   AND WS-WEEKS-NUM > 0 AND WS-WEEKS-NUM < 13
                   MOVE WS-WEEKS-NUM TO WS-WEEKS
               END-IF
           END-IF
           MOVE SPACES TO WS-TOP-ENV
           DISPLAY "ABNDTRND-TOP" UPON ENVIRONMENT-NAME
           ACCEPT WS-TOP-ENV FROM ENVIRONMENT-VALUE
           IF WS-TOP-ENV NOT = SPACES
               MOVE ZERO TO WS-TOP-NUM
               DISPLAY "ABNDTRND-TOP" UPON ENVIRONMENT-NAME
               ACCEPT WS-TOP-NUM FROM ENVIRONMENT-VALUE
               IF WS-TOP-NUM IS NUMERIC AND WS-TOP-NUM > 0
                   MOVE WS-TOP-NUM TO WS-TOP-LIMIT
               END-IF
           END-IF
           .
       RESOLVE-SETTINGS-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "ABNDTRND-REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/abend_trend.rpt" TO WS-RPT-FILENAME
           END-IF
           OPEN OUTPUT TREND-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "ABNDTRND: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
           END-IF
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       READ-ARCHIVED-LOGS SECTION.
      *    LOGROTAT names each closed-out log MFABEND.<date>.<time>
      *    .log in the archive directory.
           MOVE SPACES TO WS-DIR-MASK
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
               "/MFABEND.*.log" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-DIR-MASK
           END-STRING
           MOVE 0 TO WS-DIR-HANDLE
           CALL "CBL_DIR_SCAN" USING WS-DIR-MASK, WS-DIR-HANDLE
               RETURNING WS-DIR-STATUS
           PERFORM UNTIL WS-DIR-STATUS NOT = 0
               CALL "CBL_READ_DIR" USING WS-DIR-HANDLE,
                   WS-DIR-ENTRY
                   RETURNING WS-DIR-STATUS
               IF WS-DIR-STATUS = 0
                   MOVE SPACES TO WS-LOG-FILENAME
                   STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       WS-ENTRY-NAME DELIMITED BY SPACE
                       INTO WS-LOG-FILENAME
                   END-STRING
                   PERFORM READ-ONE-ABEND-LOG
               END-IF
           END-PERFORM
           .
       READ-ARCHIVED-LOGS-EXIT.
           EXIT.

       READ-ONE-ABEND-LOG SECTION.
           OPEN INPUT ABEND-LOG-FILE
           IF NOT WS-LOG-FILE-OK
               GO TO READ-ONE-ABEND-LOG-EXIT
           END-IF
           ADD 1 TO WS-LOGS-READ
           MOVE "N" TO WS-LOG-EOF-SWITCH
           PERFORM UNTIL WS-LOG-EOF
               READ ABEND-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
               END-READ
               IF NOT WS-LOG-EOF
                   PERFORM NOTE-ONE-ABEND
               END-IF
           END-PERFORM
           CLOSE ABEND-LOG-FILE
           .
       READ-ONE-ABEND-LOG-EXIT.
           EXIT.

       NOTE-ONE-ABEND SECTION.
           IF ABEND-LOG-REC = SPACES
               GO TO NOTE-ONE-ABEND-EXIT
           END-IF
           MOVE ABEND-LOG-REC(1:8) TO WS-REC-DATE
           MOVE ABEND-LOG-REC(10:8) TO WS-REC-TIME
           MOVE SPACES TO WS-AFTER-TAG
           UNSTRING ABEND-LOG-REC DELIMITED BY "ABDCODE="
               INTO WS-HEAD-PART WS-AFTER-TAG
           END-UNSTRING
           IF WS-REC-DATE NOT NUMERIC OR WS-REC-TIME NOT NUMERIC
               OR WS-AFTER-TAG = SPACES
               ADD 1 TO WS-SKIPPED-LINES
               GO TO NOTE-ONE-ABEND-EXIT
           END-IF
      *    The code is written right-justified in a signed edit
      *    field; it is grouped left-justified.
           MOVE SPACES TO WS-CODE-RAW
           UNSTRING WS-AFTER-TAG DELIMITED BY " CORE="
               INTO WS-CODE-RAW
           END-UNSTRING
           MOVE ZERO TO WS-LEAD-CT
           INSPECT WS-CODE-RAW TALLYING WS-LEAD-CT
               FOR LEADING SPACE
           IF WS-LEAD-CT >= 20
               MOVE "?" TO WS-REC-CODE
           ELSE
               MOVE WS-CODE-RAW(WS-LEAD-CT + 1:) TO WS-REC-CODE
           END-IF
           MOVE SPACES TO WS-AFTER-TAG
           UNSTRING ABEND-LOG-REC DELIMITED BY " PGM="
               INTO WS-HEAD-PART WS-AFTER-TAG
           END-UNSTRING
           MOVE SPACES TO WS-REC-PGM
           IF WS-AFTER-TAG = SPACES
               MOVE "(NOT NAMED)" TO WS-REC-PGM
           ELSE
               UNSTRING WS-AFTER-TAG DELIMITED BY SPACE
                   INTO WS-REC-PGM
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-AFTER-TAG
           UNSTRING ABEND-LOG-REC DELIMITED BY " BUNDLE="
               INTO WS-HEAD-PART WS-AFTER-TAG
           END-UNSTRING
           MOVE SPACES TO WS-REC-BUNDLE
           IF WS-AFTER-TAG = SPACES
               MOVE "(NOT RECORDED)" TO WS-REC-BUNDLE
           ELSE
               UNSTRING WS-AFTER-TAG DELIMITED BY SPACE
                   INTO WS-REC-BUNDLE
               END-UNSTRING
           END-IF

           MOVE WS-REC-DATE TO WS-REC-DATE-NUM
           COMPUTE WS-REC-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REC-DATE-NUM)
           COMPUTE WS-REC-STAMP = (WS-REC-DAY-INT * 86400)
               + (WS-REC-HH * 3600) + (WS-REC-MM * 60) + WS-REC-SS

           PERFORM FIND-PROBLEM-GROUP
           IF NOT WS-GRP-FOUND
               IF WS-GRP-COUNT-USED >= WS-GRP-MAX
                   ADD 1 TO WS-GRP-DROPPED
                   GO TO NOTE-ONE-ABEND-EXIT
               END-IF
               ADD 1 TO WS-GRP-COUNT-USED
               MOVE WS-GRP-COUNT-USED TO WS-GRP-IDX
               INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
               MOVE WS-REC-PGM TO WS-GRP-PGM(WS-GRP-IDX)
               MOVE WS-REC-CODE TO WS-GRP-CODE(WS-GRP-IDX)
               MOVE "N" TO WS-GRP-RANKED(WS-GRP-IDX)
           END-IF
           IF WS-AB-COUNT >= WS-AB-MAX
               ADD 1 TO WS-AB-DROPPED
               GO TO NOTE-ONE-ABEND-EXIT
           END-IF
           PERFORM TALLY-ONE-ABEND
           PERFORM FILE-ABEND-IN-ORDER
           .
       NOTE-ONE-ABEND-EXIT.
           EXIT.

       FIND-PROBLEM-GROUP SECTION.
           MOVE "N" TO WS-GRP-FOUND-SWITCH
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
                   OR WS-GRP-FOUND
               IF WS-GRP-PGM(WS-GRP-IDX) = WS-REC-PGM
                   AND WS-GRP-CODE(WS-GRP-IDX) = WS-REC-CODE
                   SET WS-GRP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-GRP-IDX
               END-IF
           END-PERFORM
           .
       FIND-PROBLEM-GROUP-EXIT.
           EXIT.

       TALLY-ONE-ABEND SECTION.
           ADD 1 TO WS-GRP-COUNT(WS-GRP-IDX)
           IF WS-GRP-COUNT(WS-GRP-IDX) = 1
               OR WS-REC-STAMP < WS-GRP-FIRST-STAMP(WS-GRP-IDX)
               MOVE WS-REC-STAMP TO WS-GRP-FIRST-STAMP(WS-GRP-IDX)
               MOVE WS-REC-DATE TO WS-GRP-FIRST-DATE(WS-GRP-IDX)
               MOVE WS-REC-TIME(1:4) TO WS-GRP-FIRST-TIME(WS-GRP-IDX)
           END-IF
           IF WS-GRP-COUNT(WS-GRP-IDX) = 1
               OR WS-REC-STAMP >= WS-GRP-LAST-STAMP(WS-GRP-IDX)
               MOVE WS-REC-STAMP TO WS-GRP-LAST-STAMP(WS-GRP-IDX)
               MOVE WS-REC-DATE TO WS-GRP-LAST-DATE(WS-GRP-IDX)
               MOVE WS-REC-TIME(1:4) TO WS-GRP-LAST-TIME(WS-GRP-IDX)
               MOVE WS-REC-BUNDLE TO WS-GRP-BUNDLE(WS-GRP-IDX)
           END-IF
      *    Whole weeks back from today; a date ahead of today (a
      *    clock set wrong) counts in the current week.
           COMPUTE WS-WEEKS-BACK =
               (WS-TODAY-INT - WS-REC-DAY-INT) / 7
           IF WS-WEEKS-BACK < 0
               MOVE 0 TO WS-WEEKS-BACK
           END-IF
           IF WS-WEEKS-BACK >= WS-WEEKS
               COMPUTE WS-WEEK-IDX = WS-WEEKS + 1
           ELSE
               COMPUTE WS-WEEK-IDX = WS-WEEKS-BACK + 1
           END-IF
           ADD 1 TO WS-GRP-WEEK(WS-GRP-IDX, WS-WEEK-IDX)
           ADD 1 TO WS-ALL-WEEK(WS-WEEK-IDX)
      *    Day 1 of the integer calendar was a Monday.
           DIVIDE WS-REC-DAY-INT BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW-REM
           IF WS-DOW-REM = 0
               MOVE 7 TO WS-DOW-IDX
           ELSE
               MOVE WS-DOW-REM TO WS-DOW-IDX
           END-IF
           ADD 1 TO WS-GRP-DOW(WS-GRP-IDX, WS-DOW-IDX)
           COMPUTE WS-BAND-IDX = (WS-REC-HH / 3) + 1
           IF WS-BAND-IDX > 8
               MOVE 8 TO WS-BAND-IDX
           END-IF
           ADD 1 TO WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX)
           .
       TALLY-ONE-ABEND-EXIT.
           EXIT.

       FILE-ABEND-IN-ORDER SECTION.
      *    Insert by time, moving later abends up one place.
           MOVE WS-AB-COUNT TO WS-AB-IDX
           PERFORM UNTIL WS-AB-IDX = 0
               IF WS-AB-STAMP(WS-AB-IDX) <= WS-REC-STAMP
                   GO TO FILE-ABEND-IN-ORDER-CONT
               END-IF
               MOVE WS-AB-ENTRY(WS-AB-IDX)
                   TO WS-AB-ENTRY(WS-AB-IDX + 1)
               SUBTRACT 1 FROM WS-AB-IDX
           END-PERFORM
           .
       FILE-ABEND-IN-ORDER-CONT.
           ADD 1 TO WS-AB-COUNT
           MOVE WS-REC-STAMP TO WS-AB-STAMP(WS-AB-IDX + 1)
           MOVE WS-GRP-IDX TO WS-AB-GROUP(WS-AB-IDX + 1)
           .
       FILE-ABEND-IN-ORDER-EXIT.
           EXIT.

       REPLAY-RUN-CONTROL SECTION.
      *    The run-control file is appended in time order by every
      *    job through RUNSTMGR - "YYYYMMDD HHMMSSss PGM=name
      *    EVENT=START|END ...". Replaying it alongside the abends
      *    in time order gives, for each abend, whether NIGHTRUN was
      *    running and which of its steps had last started. Only
      *    steps that record their own runs through RUNSTMGR can be
      *    seen; when the abending program is itself that step, the
      *    step before it is the one it followed.
           MOVE 1 TO WS-AB-NEXT
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUNSTAT-FILE-OK
               DISPLAY "ABNDTRND: RUN-CONTROL FILE NOT AVAILABLE: "
                   WS-RUNSTAT-FILENAME
               GO TO REPLAY-RUN-CONTROL-EXIT
           END-IF
           SET WS-CONTEXT-KNOWN TO TRUE
           PERFORM UNTIL WS-RUNSTAT-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-RUNSTAT-EOF TO TRUE
               END-READ
               IF NOT WS-RUNSTAT-EOF
                   PERFORM NOTE-ONE-RUN-REC
               END-IF
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           PERFORM PLACE-ONE-ABEND
               UNTIL WS-AB-NEXT > WS-AB-COUNT
           .
       REPLAY-RUN-CONTROL-EXIT.
           EXIT.

       NOTE-ONE-RUN-REC SECTION.
           MOVE SPACES TO WS-RC-AFTER-PGM
           UNSTRING RUN-CONTROL-REC DELIMITED BY " PGM="
               INTO WS-RC-HEAD WS-RC-AFTER-PGM
           END-UNSTRING
           IF WS-RC-AFTER-PGM = SPACES
               GO TO NOTE-ONE-RUN-REC-EXIT
           END-IF
           MOVE WS-RC-HEAD(1:8) TO WS-REC-DATE
           MOVE WS-RC-HEAD(10:8) TO WS-REC-TIME
           IF WS-REC-DATE NOT NUMERIC OR WS-REC-TIME NOT NUMERIC
               GO TO NOTE-ONE-RUN-REC-EXIT
           END-IF
           MOVE SPACES TO WS-RC-PGM
           MOVE SPACES TO WS-RC-REST
           UNSTRING WS-RC-AFTER-PGM DELIMITED BY " EVENT="
               INTO WS-RC-PGM WS-RC-REST
           END-UNSTRING
           MOVE WS-REC-DATE TO WS-REC-DATE-NUM
           COMPUTE WS-REC-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REC-DATE-NUM)
           COMPUTE WS-REC-STAMP = (WS-REC-DAY-INT * 86400)
               + (WS-REC-HH * 3600) + (WS-REC-MM * 60) + WS-REC-SS
      *    Abends that came before this record see the state as it
      *    stood until now.
           PERFORM PLACE-PENDING-ABENDS
           IF WS-RC-PGM = "NIGHTRUN"
               IF WS-RC-REST(1:5) = "START"
                   SET WS-NIGHT-OPEN TO TRUE
                   MOVE WS-REC-STAMP TO WS-NIGHT-START-STAMP
                   MOVE SPACES TO WS-CUR-STEP
                   MOVE SPACES TO WS-PREV-STEP
               ELSE
                   MOVE "N" TO WS-NIGHT-SWITCH
               END-IF
               GO TO NOTE-ONE-RUN-REC-EXIT
           END-IF
           IF WS-NIGHT-OPEN AND WS-RC-REST(1:5) = "START"
               AND WS-RC-PGM NOT = WS-CUR-STEP
               MOVE WS-CUR-STEP TO WS-PREV-STEP
               MOVE WS-RC-PGM TO WS-CUR-STEP
           END-IF
           .
       NOTE-ONE-RUN-REC-EXIT.
           EXIT.

       PLACE-PENDING-ABENDS SECTION.
           PERFORM UNTIL WS-AB-NEXT > WS-AB-COUNT
               IF WS-AB-STAMP(WS-AB-NEXT) >= WS-REC-STAMP
                   GO TO PLACE-PENDING-ABENDS-EXIT
               END-IF
               PERFORM PLACE-ONE-ABEND
           END-PERFORM
           .
       PLACE-PENDING-ABENDS-EXIT.
           EXIT.

       PLACE-ONE-ABEND SECTION.
           MOVE WS-AB-GROUP(WS-AB-NEXT) TO WS-GRP-IDX
           IF NOT WS-NIGHT-OPEN
               OR WS-AB-STAMP(WS-AB-NEXT) - WS-NIGHT-START-STAMP
                   > 86400
               ADD 1 TO WS-GRP-OUTSIDE(WS-GRP-IDX)
               GO TO PLACE-ONE-ABEND-CONT
           END-IF
           ADD 1 TO WS-GRP-IN-NIGHT(WS-GRP-IDX)
           MOVE WS-CUR-STEP TO WS-ABEND-STEP
           IF WS-ABEND-STEP = WS-GRP-PGM(WS-GRP-IDX)
               MOVE WS-PREV-STEP TO WS-ABEND-STEP
           END-IF
           IF WS-ABEND-STEP = SPACES
               MOVE "(START)" TO WS-ABEND-STEP
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-GRP-STEP-USED(WS-GRP-IDX)
               IF WS-GRP-STEP(WS-GRP-IDX, WS-STEP-IDX)
                   = WS-ABEND-STEP
                   ADD 1 TO WS-GRP-STEP-CT(WS-GRP-IDX, WS-STEP-IDX)
                   GO TO PLACE-ONE-ABEND-CONT
               END-IF
           END-PERFORM
           IF WS-GRP-STEP-USED(WS-GRP-IDX) < 8
               ADD 1 TO WS-GRP-STEP-USED(WS-GRP-IDX)
               MOVE WS-GRP-STEP-USED(WS-GRP-IDX) TO WS-STEP-IDX
               MOVE WS-ABEND-STEP
                   TO WS-GRP-STEP(WS-GRP-IDX, WS-STEP-IDX)
               MOVE 1 TO WS-GRP-STEP-CT(WS-GRP-IDX, WS-STEP-IDX)
           END-IF
           .
       PLACE-ONE-ABEND-CONT.
           ADD 1 TO WS-AB-NEXT
           .
       PLACE-ONE-ABEND-EXIT.
           EXIT.

       RANK-PROBLEMS SECTION.
      *    Most abends first; between equals, the one seen most
      *    recently.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-GRP-COUNT-USED
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-GRP-COUNT-USED
                   IF WS-GRP-RANKED(WS-SCAN-IDX) = "N"
                       IF WS-BEST-IDX = 0
                           MOVE WS-SCAN-IDX TO WS-BEST-IDX
                       ELSE
                           IF WS-GRP-COUNT(WS-SCAN-IDX)
                                   > WS-GRP-COUNT(WS-BEST-IDX)
                               OR (WS-GRP-COUNT(WS-SCAN-IDX)
                                   = WS-GRP-COUNT(WS-BEST-IDX)
                                 AND WS-GRP-LAST-STAMP(WS-SCAN-IDX)
                                   > WS-GRP-LAST-STAMP(WS-BEST-IDX))
                               MOVE WS-SCAN-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-GRP-RANKED(WS-BEST-IDX)
               MOVE WS-BEST-IDX TO WS-RANK-GRP(WS-RANK-IDX)
               IF WS-GRP-COUNT(WS-BEST-IDX) > 1
                   ADD 1 TO WS-RECURRING
               END-IF
           END-PERFORM
           .
       RANK-PROBLEMS-EXIT.
           EXIT.

       WRITE-TREND-REPORT SECTION.
           IF NOT WS-RPT-FILE-OK
               GO TO WRITE-TREND-REPORT-EXIT
           END-IF
           MOVE SPACES TO TREND-REPORT-REC
           STRING "ABEND RECURRENCE AND TREND ANALYSIS AS OF "
                   DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO TREND-REPORT-REC
           END-STRING
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           STRING "ABEND LOG " DELIMITED SIZE
               WS-LOG-FILENAME DELIMITED BY SPACE
               INTO TREND-REPORT-REC
           END-STRING
           WRITE TREND-REPORT-REC
           IF WS-ARCHIVE-WANTED
               MOVE SPACES TO TREND-REPORT-REC
               MOVE WS-LOGS-READ TO WS-COUNT-DISP
               STRING "  WITH THE ROTATED LOGS IN " DELIMITED SIZE
                   WS-ARCHIVE-DIR DELIMITED BY SPACE
                   " (" DELIMITED SIZE
                   WS-COUNT-DISP DELIMITED SIZE
                   " LOG(S) READ)" DELIMITED SIZE
                   INTO TREND-REPORT-REC
               END-STRING
               WRITE TREND-REPORT-REC
           END-IF
           MOVE SPACES TO TREND-REPORT-REC
           IF WS-CONTEXT-KNOWN
               STRING "RUN CONTROL " DELIMITED SIZE
                   WS-RUNSTAT-FILENAME DELIMITED BY SPACE
                   INTO TREND-REPORT-REC
               END-STRING
           ELSE
               STRING "RUN CONTROL " DELIMITED SIZE
                   WS-RUNSTAT-FILENAME DELIMITED BY SPACE
                   " NOT AVAILABLE - NIGHT RUN STEPS NOT SHOWN"
                       DELIMITED SIZE
                   INTO TREND-REPORT-REC
               END-STRING
           END-IF
           WRITE TREND-REPORT-REC
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-AB-COUNT TO WS-COUNT-DISP
           STRING WS-COUNT-DISP DELIMITED SIZE
               " ABEND(S) IN " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-GRP-COUNT-USED TO WS-COUNT-DISP
           STRING WS-COUNT-DISP DELIMITED SIZE
               " PROBLEM(S) BY PROGRAM AND ABDCODE, " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-RECURRING TO WS-COUNT-DISP
           STRING WS-COUNT-DISP DELIMITED SIZE
               " RECURRING" DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           IF WS-SKIPPED-LINES > 0 OR WS-AB-DROPPED > 0
               OR WS-GRP-DROPPED > 0
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               MOVE WS-SKIPPED-LINES TO WS-COUNT-DISP
               STRING "NOT COUNTED: " DELIMITED SIZE
                   WS-COUNT-DISP DELIMITED SIZE
                   " UNREADABLE LINE(S)," DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               MOVE WS-AB-DROPPED TO WS-COUNT-DISP
               STRING WS-COUNT-DISP DELIMITED SIZE
                   " BEYOND 500 ABENDS," DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               MOVE WS-GRP-DROPPED TO WS-COUNT-DISP
               STRING WS-COUNT-DISP DELIMITED SIZE
                   " BEYOND 50 PROBLEMS" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               MOVE WS-LINE TO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
           END-IF

           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE WS-WEEKS TO WS-WEEKS-DISP
           MOVE SPACES TO TREND-REPORT-REC
           STRING "WEEKLY COUNTS RUN BACK " DELIMITED SIZE
               WS-WEEKS-DISP DELIMITED SIZE
               " WEEKS OF 7 DAYS FROM TODAY, NEWEST FIRST, THEN OLDER"
                   DELIMITED SIZE
               INTO TREND-REPORT-REC
           END-STRING
           WRITE TREND-REPORT-REC
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "ALL ABENDS BY WEEK   " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > WS-WEEKS + 1
               MOVE WS-ALL-WEEK(WS-WEEK-IDX) TO WS-CELL-DISP
               STRING WS-CELL-DISP DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC

           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE "TOP RECURRING PROBLEMS" TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           MOVE "RANK" TO TREND-REPORT-REC(1:4)
           MOVE "PROGRAM" TO TREND-REPORT-REC(6:7)
           MOVE "ABDCODE" TO TREND-REPORT-REC(27:7)
           MOVE "COUNT" TO TREND-REPORT-REC(37:5)
           MOVE "FIRST" TO TREND-REPORT-REC(44:5)
           MOVE "LAST" TO TREND-REPORT-REC(59:4)
           MOVE "MTBF(DAYS)" TO TREND-REPORT-REC(73:10)
           WRITE TREND-REPORT-REC
           IF WS-RECURRING = 0
               MOVE "  (NO PROGRAM HAS ABENDED MORE THAN ONCE WITH TH
      -            "E SAME CODE)" TO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
           END-IF
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RECURRING
                   OR WS-RANK-IDX > WS-TOP-LIMIT
               MOVE WS-RANK-GRP(WS-RANK-IDX) TO WS-GRP-IDX
               PERFORM WRITE-TOP-PROBLEM
           END-PERFORM

           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE "PROBLEM DETAIL, IN RANK ORDER" TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-GRP-COUNT-USED
               MOVE WS-RANK-GRP(WS-RANK-IDX) TO WS-GRP-IDX
               PERFORM WRITE-PROBLEM-DETAIL
           END-PERFORM
           .
       WRITE-TREND-REPORT-EXIT.
           EXIT.

       WRITE-TOP-PROBLEM SECTION.
           MOVE SPACES TO TREND-REPORT-REC
           MOVE WS-RANK-IDX TO WS-RANK-DISP
           MOVE WS-RANK-DISP TO TREND-REPORT-REC(1:2)
           MOVE WS-GRP-PGM(WS-GRP-IDX) TO TREND-REPORT-REC(6:20)
           MOVE WS-GRP-CODE(WS-GRP-IDX) TO TREND-REPORT-REC(27:10)
           MOVE WS-GRP-COUNT(WS-GRP-IDX) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO TREND-REPORT-REC(37:5)
           MOVE WS-GRP-FIRST-DATE(WS-GRP-IDX)
               TO TREND-REPORT-REC(44:8)
           MOVE WS-GRP-FIRST-TIME(WS-GRP-IDX)
               TO TREND-REPORT-REC(53:4)
           MOVE WS-GRP-LAST-DATE(WS-GRP-IDX)
               TO TREND-REPORT-REC(59:8)
           MOVE WS-GRP-LAST-TIME(WS-GRP-IDX)
               TO TREND-REPORT-REC(68:4)
           PERFORM COMPUTE-MTBF
           MOVE WS-MTBF-DISP TO TREND-REPORT-REC(74:7)
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
           STRING "     LATEST INCIDENT BUNDLE " DELIMITED SIZE
               WS-GRP-BUNDLE(WS-GRP-IDX) DELIMITED BY "  "
               INTO TREND-REPORT-REC
           END-STRING
           WRITE TREND-REPORT-REC
           .
       WRITE-TOP-PROBLEM-EXIT.
           EXIT.

       COMPUTE-MTBF SECTION.
      *    The span from first to last abend over the gaps between
      *    them; a single abend has no interval to measure.
           MOVE ZERO TO WS-MTBF-DAYS
           IF WS-GRP-COUNT(WS-GRP-IDX) > 1
               COMPUTE WS-GAP-SECS = WS-GRP-LAST-STAMP(WS-GRP-IDX)
                   - WS-GRP-FIRST-STAMP(WS-GRP-IDX)
               COMPUTE WS-MTBF-DAYS ROUNDED = WS-GAP-SECS
                   / ((WS-GRP-COUNT(WS-GRP-IDX) - 1) * 86400)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-MTBF-DAYS
               END-COMPUTE
           END-IF
           MOVE WS-MTBF-DAYS TO WS-MTBF-DISP
           .
       COMPUTE-MTBF-EXIT.
           EXIT.

       WRITE-PROBLEM-DETAIL SECTION.
           MOVE SPACES TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-GRP-COUNT(WS-GRP-IDX) TO WS-COUNT-DISP
           STRING "PROGRAM " DELIMITED SIZE
               WS-GRP-PGM(WS-GRP-IDX) DELIMITED BY "  "
               " ABDCODE " DELIMITED SIZE
               WS-GRP-CODE(WS-GRP-IDX) DELIMITED BY SPACE
               " - " DELIMITED SIZE
               WS-COUNT-DISP DELIMITED SIZE
               " ABEND(S), FIRST " DELIMITED SIZE
               WS-GRP-FIRST-DATE(WS-GRP-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-GRP-FIRST-TIME(WS-GRP-IDX) DELIMITED SIZE
               ", LAST " DELIMITED SIZE
               WS-GRP-LAST-DATE(WS-GRP-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-GRP-LAST-TIME(WS-GRP-IDX) DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-GRP-COUNT(WS-GRP-IDX) > 1
               PERFORM COMPUTE-MTBF
               STRING ", MTBF " DELIMITED SIZE
                   WS-MTBF-DISP DELIMITED SIZE
                   " DAYS" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC

           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  BY WEEK           " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > WS-WEEKS + 1
               MOVE WS-GRP-WEEK(WS-GRP-IDX, WS-WEEK-IDX)
                   TO WS-CELL-DISP
               STRING WS-CELL-DISP DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC

           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  BY DAY OF WEEK   " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 0 TO WS-PEAK-IDX
           MOVE 0 TO WS-PEAK-COUNT
           PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
               UNTIL WS-DOW-IDX > 7
               MOVE WS-GRP-DOW(WS-GRP-IDX, WS-DOW-IDX)
                   TO WS-CELL-DISP
               STRING " " DELIMITED SIZE
                   WS-DAY-NAMES((WS-DOW-IDX - 1) * 3 + 1:3)
                       DELIMITED SIZE
                   WS-CELL-DISP DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               IF WS-GRP-DOW(WS-GRP-IDX, WS-DOW-IDX) > WS-PEAK-COUNT
                   MOVE WS-DOW-IDX TO WS-PEAK-IDX
                   MOVE WS-GRP-DOW(WS-GRP-IDX, WS-DOW-IDX)
                       TO WS-PEAK-COUNT
               END-IF
           END-PERFORM
           IF WS-GRP-COUNT(WS-GRP-IDX) > 2
               AND WS-PEAK-COUNT * 2 >= WS-GRP-COUNT(WS-GRP-IDX)
               MOVE WS-PEAK-COUNT TO WS-CELL-DISP
               STRING "   CLUSTERS ON " DELIMITED SIZE
                   WS-DAY-NAMES((WS-PEAK-IDX - 1) * 3 + 1:3)
                       DELIMITED SIZE
                   " (" DELIMITED SIZE
                   WS-CELL-DISP DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC

           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  BY TIME OF DAY  " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 0 TO WS-PEAK-IDX
           MOVE 0 TO WS-PEAK-COUNT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 8
               MOVE WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX)
                   TO WS-CELL-DISP
               STRING " " DELIMITED SIZE
                   WS-BAND-NAMES((WS-BAND-IDX - 1) * 5 + 1:5)
                       DELIMITED SIZE
                   WS-CELL-DISP DELIMITED SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               IF WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX)
                   > WS-PEAK-COUNT
                   MOVE WS-BAND-IDX TO WS-PEAK-IDX
                   MOVE WS-GRP-BAND(WS-GRP-IDX, WS-BAND-IDX)
                       TO WS-PEAK-COUNT
               END-IF
           END-PERFORM
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           IF WS-GRP-COUNT(WS-GRP-IDX) > 2
               AND WS-PEAK-COUNT * 2 >= WS-GRP-COUNT(WS-GRP-IDX)
               MOVE SPACES TO TREND-REPORT-REC
               MOVE WS-PEAK-COUNT TO WS-CELL-DISP
               STRING "  CLUSTERS BETWEEN " DELIMITED SIZE
                   WS-BAND-NAMES((WS-PEAK-IDX - 1) * 5 + 1:5)
                       DELIMITED SIZE
                   " HOURS (" DELIMITED SIZE
                   WS-CELL-DISP DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO TREND-REPORT-REC
               END-STRING
               WRITE TREND-REPORT-REC
           END-IF

           IF WS-CONTEXT-KNOWN
               PERFORM WRITE-NIGHT-CONTEXT
           END-IF
           MOVE SPACES TO TREND-REPORT-REC
           STRING "  LATEST INCIDENT BUNDLE " DELIMITED SIZE
               WS-GRP-BUNDLE(WS-GRP-IDX) DELIMITED BY "  "
               INTO TREND-REPORT-REC
           END-STRING
           WRITE TREND-REPORT-REC
           .
       WRITE-PROBLEM-DETAIL-EXIT.
           EXIT.

       WRITE-NIGHT-CONTEXT SECTION.
      *    How many of the group's abends came during a night run,
      *    then each step they followed, most often first.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-GRP-IN-NIGHT(WS-GRP-IDX) TO WS-CELL-DISP
           STRING "  NIGHT RUN        " DELIMITED SIZE
               WS-CELL-DISP DELIMITED SIZE
               " DURING NIGHTRUN," DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-GRP-OUTSIDE(WS-GRP-IDX) TO WS-CELL-DISP
           STRING WS-CELL-DISP DELIMITED SIZE
               " OUTSIDE IT" DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           IF WS-GRP-STEP-USED(WS-GRP-IDX) = 0
               GO TO WRITE-NIGHT-CONTEXT-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  FOLLOWED STEP   " DELIMITED SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM WS-GRP-STEP-USED(WS-GRP-IDX) TIMES
               MOVE 0 TO WS-PEAK-IDX
               MOVE 0 TO WS-PEAK-COUNT
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-GRP-STEP-USED(WS-GRP-IDX)
                   IF WS-GRP-STEP-CT(WS-GRP-IDX, WS-STEP-IDX)
                       > WS-PEAK-COUNT
                       MOVE WS-STEP-IDX TO WS-PEAK-IDX
                       MOVE WS-GRP-STEP-CT(WS-GRP-IDX, WS-STEP-IDX)
                           TO WS-PEAK-COUNT
                   END-IF
               END-PERFORM
               IF WS-PEAK-IDX > 0
                   MOVE WS-PEAK-COUNT TO WS-CELL-DISP
                   STRING " " DELIMITED SIZE
                       WS-GRP-STEP(WS-GRP-IDX, WS-PEAK-IDX)
                           DELIMITED BY SPACE
                       WS-CELL-DISP DELIMITED SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
      *            Reported once - cleared so the next pass finds
      *            the next most frequent.
                   MOVE 0 TO WS-GRP-STEP-CT(WS-GRP-IDX, WS-PEAK-IDX)
               END-IF
           END-PERFORM
           MOVE WS-LINE TO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           .
       WRITE-NIGHT-CONTEXT-EXIT.
           EXIT.
