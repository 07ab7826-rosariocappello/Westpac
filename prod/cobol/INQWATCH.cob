       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQWATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-LOG-FILE ASSIGN TO WS-INQLOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INQLOG-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO WS-WATCH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WATCH-STATUS.
           SELECT WATCH-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO WS-INC-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-REC             PIC X(80).
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-REC              PIC X(80).
       FD  WATCH-REPORT-FILE.
       01  WATCH-REPORT-REC            PIC X(132).
       FD  INCIDENT-FILE.
       01  INCIDENT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY SQLCRED.
       01  DEPT-NUMBER                  PIC S9(4) COMP VALUE ZERO.
       01  DEPT-HEADCOUNT               PIC S9(4) COMP VALUE ZERO.
       01  EMP-JOB                      PIC X(9) VARYING.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY BUSDAYLK.

      *    INQWATCH is the nightly privacy watch over the employee
      *    inquiry log LOGON's WRITE-INQUIRY-LOG appends to. For one
      *    day (INQWATCH-DATE, default yesterday) it flags, operator
      *    by operator:
      *      VOLUME   more views than INQWATCH-VOLUME-FACTOR (default
      *               3) times the operator's own daily average over
      *               the INQWATCH-BASELINE-DAYS (default 30) before,
      *               or that many times the other operators' average
      *               for the day - once at least INQWATCH-VOLUME-MIN
      *               (default 20) views were made;
      *      HOURS    views before INQWATCH-DAY-START or from
      *               INQWATCH-DAY-END (HHMM, default 0700 and 1900),
      *               or any view on a day BUSDAY says is not a
      *               business day;
      *      SWEEP    a run of views through one department, one
      *               employee after another, of INQWATCH-SWEEP-MIN
      *               (default 8) employees or the whole department;
      *      WATCH    views of anyone on the watch list.
      *    Each flag is printed with the inquiry lines behind it. The
      *    watch list (INQ-WATCH-FILE, default /etc/inq_watchlist.cfg)
      *    reads:
      *      EMPNO  7839         this employee is watched
      *      JOB    PRESIDENT    every employee in this job is
      *      ALLOW  HRADMIN      this operator's views are expected
      *    The department and job of each employee viewed come from
      *    EMP on the reporting copy. A one-line-per-flag summary goes
      *    to INQ-INCIDENT-FILE for OPSDIGEST's morning page.
       01  WS-INQLOG-FILENAME           PIC X(256).
       01  WS-INQLOG-STATUS             PIC XX.
           88  WS-INQLOG-FILE-OK              VALUE "00".
       01  WS-LOG-EOF-SWITCH            PIC X VALUE "N".
           88  WS-LOG-EOF                     VALUE "Y".
       01  WS-WATCH-FILENAME            PIC X(256).
       01  WS-WATCH-STATUS              PIC XX.
           88  WS-WATCH-FILE-OK               VALUE "00".
           88  WS-WATCH-NO-FILE               VALUE "35".
       01  WS-WATCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-WATCH-EOF                   VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".
       01  WS-INC-FILENAME              PIC X(256).
       01  WS-INC-STATUS                PIC XX.
           88  WS-INC-FILE-OK                 VALUE "00".

       01  WS-TODAY                     PIC 9(8).
       01  WS-DAY                       PIC 9(8).
       01  WS-DAY-INT                   PIC 9(7) COMP-5.
       01  WS-BASE-FROM                 PIC 9(8).
       01  WS-BASE-INT                  PIC 9(7) COMP-5.
       01  WS-DATE-ENV                  PIC X(8).
       01  WS-BUSINESS-SWITCH           PIC X VALUE "Y".
           88  WS-BUSINESS-DAY                VALUE "Y".

      *    Numeric settings are read through READ-NUMBER-SETTING -
      *    the name in WS-SET-NAME, the default in WS-SET-VALUE.
       01  WS-SET-NAME                  PIC X(30).
       01  WS-SET-ENV                   PIC X(5).
       01  WS-SET-RJUST                 PIC X(5).
       01  WS-SET-VALUE                 PIC 9(5).
       01  WS-SET-TRAIL-CT              PIC 9 COMP.
       01  WS-SET-LEN                   PIC 9 COMP.
       01  WS-BASELINE-DAYS             PIC 9(5).
       01  WS-VOLUME-FACTOR             PIC 9(5).
       01  WS-VOLUME-MIN                PIC 9(5).
       01  WS-SWEEP-MIN                 PIC 9(5).
       01  WS-DAY-START                 PIC 9(4).
       01  WS-DAY-END                   PIC 9(4).

      *    Tag parse state - the INQRPT parse.
       01  WS-DATE-PART                 PIC X(20).
       01  WS-AFTER-OPER                PIC X(60).
       01  WS-OPER-PART                 PIC X(12).
       01  WS-AFTER-EMPNO               PIC X(40).
       01  WS-EMPNO-PART                PIC X(8).
       01  WS-AFTER-SRC                 PIC X(20).
       01  WS-LINE-DATE                 PIC 9(8).
       01  WS-LINE-EMPNO                PIC 9(4).
       01  WS-LINE-HHMM                 PIC 9(4).

      *    Operators seen - the baseline window and the day.
       01  WS-OPER-TABLE.
           05  WS-OP-ENTRY             OCCURS 200.
               10  WS-OP-ID            PIC X(10).
               10  WS-OP-BASE-VIEWS    PIC 9(7) COMP.
               10  WS-OP-BASE-DAYS     PIC 9(5) COMP.
               10  WS-OP-LAST-DATE     PIC 9(8).
               10  WS-OP-DAY-VIEWS     PIC 9(5) COMP.
               10  WS-OP-FLAGS         PIC 9(3) COMP.
       01  WS-OP-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-OP-IDX                    PIC 9(3) COMP.
       01  WS-OP-FOUND-SWITCH           PIC X.
           88  WS-OP-FOUND                    VALUE "Y".
       01  WS-DAY-OPERATORS             PIC 9(3) COMP VALUE 0.

      *    The day's inquiry lines, in log order.
       01  WS-DAY-TABLE.
           05  WS-DL-ENTRY             OCCURS 5000.
               10  WS-DL-OPER          PIC X(10).
               10  WS-DL-HHMM          PIC 9(4).
               10  WS-DL-EMPNO         PIC 9(4).
               10  WS-DL-EMP-IDX       PIC 9(4) COMP.
               10  WS-DL-TEXT          PIC X(80).
               10  WS-DL-OFF-HOURS     PIC X.
               10  WS-DL-WATCHED       PIC X.
               10  WS-DL-SWEEP-ID      PIC 9(4) COMP.
       01  WS-DL-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-DL-IDX                    PIC 9(4) COMP.
       01  WS-DL-JDX                    PIC 9(4) COMP.
       01  WS-DL-DROPPED                PIC 9(5) VALUE 0.

      *    Employees viewed on the day, looked up once each.
       01  WS-EMP-TABLE.
           05  WS-EM-ENTRY             OCCURS 2000.
               10  WS-EM-EMPNO         PIC 9(4).
               10  WS-EM-DEPT          PIC 9(4).
               10  WS-EM-JOB           PIC X(9).
               10  WS-EM-WATCHED       PIC X.
       01  WS-EM-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-EM-IDX                    PIC 9(4) COMP.
       01  WS-EM-FOUND-SWITCH           PIC X.
           88  WS-EM-FOUND                    VALUE "Y".

      *    Department headcounts, asked for only when a sweep needs
      *    one.
       01  WS-DEPT-TABLE.
           05  WS-DP-ENTRY             OCCURS 200.
               10  WS-DP-DEPT          PIC 9(4).
               10  WS-DP-HEADCOUNT     PIC 9(5).
       01  WS-DP-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-DP-IDX                    PIC 9(3) COMP.
       01  WS-DP-FOUND-SWITCH           PIC X.
           88  WS-DP-FOUND                    VALUE "Y".

      *    Watch list.
       01  WS-WATCH-TABLE.
           05  WS-WL-ENTRY             OCCURS 200.
               10  WS-WL-TYPE          PIC X(5).
               10  WS-WL-VALUE         PIC X(10).
       01  WS-WL-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-WL-IDX                    PIC 9(3) COMP.
       01  WS-WL-FOUND-SWITCH           PIC X.
           88  WS-WL-FOUND                    VALUE "Y".
       01  WS-PARSE-TYPE                PIC X(6).
       01  WS-PARSE-VALUE               PIC X(12).
       01  WS-PARSE-EMPNO-RJ            PIC X(4).
       01  WS-PARSE-TRAIL-CT            PIC 9(2) COMP.
       01  WS-PARSE-LEN                 PIC 9(2) COMP.

      *    Evaluation state for the operator in hand.
       01  WS-CUR-OPER                  PIC X(10).
       01  WS-PEER-VIEWS                PIC 9(7).
       01  WS-PEER-AVG                  PIC 9(5)V9.
       01  WS-OWN-AVG                   PIC 9(5)V9.
       01  WS-TRIP-SWITCH               PIC X.
           88  WS-TRIPPED                     VALUE "Y".
       01  WS-HIT-COUNT                 PIC 9(5).
       01  WS-RUN-DEPT                  PIC 9(4).
       01  WS-RUN-START                 PIC 9(4) COMP.
       01  WS-RUN-LAST                  PIC 9(4) COMP.
       01  WS-RUN-DISTINCT              PIC 9(5).
       01  WS-RUN-DUP-SWITCH            PIC X.
           88  WS-RUN-DUP                     VALUE "Y".
       01  WS-SWEEP-ID                  PIC 9(4) COMP VALUE 0.
       01  WS-SHOW-SWEEP-ID             PIC 9(4) COMP.
       01  WS-SHOW-MODE                 PIC X.
           88  WS-SHOW-ALL                    VALUE "A".
           88  WS-SHOW-OFF-HOURS              VALUE "H".
           88  WS-SHOW-WATCHED                VALUE "W".
           88  WS-SHOW-SWEEP                  VALUE "S".
       01  WS-SHOWN-COUNT               PIC 9(5).
       01  WS-SHOW-LIMIT                PIC 9(5) VALUE 50.

       01  WS-FLAG-TYPE                 PIC X(6).
       01  WS-FLAG-TEXT                 PIC X(100).
       01  WS-FLAG-COUNT                PIC 9(5) VALUE 0.
       01  WS-FLAGGED-OPERS             PIC 9(5) VALUE 0.
       01  WS-INC-TABLE.
           05  WS-INC-LINE             OCCURS 300 PIC X(132).
       01  WS-INC-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-INC-IDX                   PIC 9(3) COMP.

       01  DISPLAY-VARIABLES.
           05  D-COUNT                  PIC ZZZZ9.
           05  D-COUNT-2                PIC ZZZZ9.
           05  D-COUNT-3                PIC ZZZZ9.
           05  D-AVG                    PIC ZZZZ9.9.
           05  D-AVG-2                  PIC ZZZZ9.9.
           05  D-DEPT                   PIC ZZZ9.
           05  D-JOB                    PIC X(9).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM LOAD-RUN-SETTINGS
           PERFORM LOAD-WATCH-LIST
           PERFORM SCAN-INQUIRY-LOG
           PERFORM CONNECT-TO-ORACLE
           PERFORM LOOK-UP-EMPLOYEES
           PERFORM OPEN-OUTPUT-FILES
           PERFORM MARK-DAY-LINES

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-DAY-VIEWS(WS-OP-IDX) > 0
                   PERFORM JUDGE-ONE-OPERATOR
               END-IF
           END-PERFORM

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE WATCH-REPORT-FILE
           PERFORM WRITE-INCIDENT-FILE

           DISPLAY "INQWATCH: " WS-DL-COUNT " inquiry line(s) for "
               WS-DAY ", " WS-FLAG-COUNT " flag(s) on "
               WS-FLAGGED-OPERS " operator(s), report in "
               WS-RPT-FILENAME

           PERFORM RECORD-RUN-END

           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "INQWATCH" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "INQWATCH: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-FLAG-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE ZERO TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       LOAD-RUN-SETTINGS SECTION.
      *    The nightly run looks at yesterday; INQWATCH-DATE
      *    (YYYYMMDD) looks again at any other day.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
           COMPUTE WS-DAY = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACES TO WS-DATE-ENV
           DISPLAY "INQWATCH-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-DATE-ENV NOT = SPACES AND WS-DATE-ENV IS NUMERIC
               MOVE WS-DATE-ENV TO WS-DAY
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY)
           END-IF

           MOVE "INQWATCH-BASELINE-DAYS" TO WS-SET-NAME
           MOVE 30 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-BASELINE-DAYS
           MOVE "INQWATCH-VOLUME-FACTOR" TO WS-SET-NAME
           MOVE 3 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-VOLUME-FACTOR
           MOVE "INQWATCH-VOLUME-MIN" TO WS-SET-NAME
           MOVE 20 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-VOLUME-MIN
           MOVE "INQWATCH-SWEEP-MIN" TO WS-SET-NAME
           MOVE 8 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-SWEEP-MIN
           MOVE "INQWATCH-DAY-START" TO WS-SET-NAME
           MOVE 700 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-DAY-START
           MOVE "INQWATCH-DAY-END" TO WS-SET-NAME
           MOVE 1900 TO WS-SET-VALUE
           PERFORM READ-NUMBER-SETTING
           MOVE WS-SET-VALUE TO WS-DAY-END
           IF WS-VOLUME-FACTOR = 0
               MOVE 1 TO WS-VOLUME-FACTOR
           END-IF
           IF WS-SWEEP-MIN < 2
               MOVE 2 TO WS-SWEEP-MIN
           END-IF

           COMPUTE WS-BASE-INT = WS-DAY-INT - WS-BASELINE-DAYS
           COMPUTE WS-BASE-FROM = FUNCTION DATE-OF-INTEGER(WS-BASE-INT)

      *    A day that is not a business day has no business hours -
      *    every view on it is out of hours.
           MOVE SPACES TO BD-PARM
           MOVE "B" TO BD-FUNCTION
           MOVE WS-DAY TO BD-DATE-IN
           CALL "BUSDAY" USING BD-PARM
           IF BD-OK AND BD-NO
               MOVE "N" TO WS-BUSINESS-SWITCH
           END-IF
           .
       LOAD-RUN-SETTINGS-EXIT.
           EXIT.

       READ-NUMBER-SETTING SECTION.
      *    Right-justified into zeros, the PROBRPT way; anything not
      *    a plain number leaves the default standing.
           MOVE SPACES TO WS-SET-ENV
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-ENV FROM ENVIRONMENT-VALUE
           IF WS-SET-ENV = SPACES
               GO TO READ-NUMBER-SETTING-EXIT
           END-IF
           MOVE ZERO TO WS-SET-TRAIL-CT
           INSPECT WS-SET-ENV
               TALLYING WS-SET-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-SET-LEN = 5 - WS-SET-TRAIL-CT
           MOVE ZEROS TO WS-SET-RJUST
           MOVE WS-SET-ENV(1:WS-SET-LEN)
               TO WS-SET-RJUST(6 - WS-SET-LEN:WS-SET-LEN)
           IF WS-SET-RJUST IS NUMERIC
               MOVE WS-SET-RJUST TO WS-SET-VALUE
           END-IF
           .
       READ-NUMBER-SETTING-EXIT.
           EXIT.

       LOAD-WATCH-LIST SECTION.
           MOVE SPACES TO WS-WATCH-FILENAME
           DISPLAY "INQ-WATCH-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-WATCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-WATCH-FILENAME = SPACES
               MOVE "/etc/inq_watchlist.cfg" TO WS-WATCH-FILENAME
           END-IF
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-NO-FILE
               DISPLAY "INQWATCH: NO WATCH LIST AT "
                   WS-WATCH-FILENAME " - WATCH CHECK SKIPPED"
               GO TO LOAD-WATCH-LIST-EXIT
           END-IF
      *    A watch list that is there but cannot be read would let
      *    views of the board go unreported - that stops the run.
           IF NOT WS-WATCH-FILE-OK
               DISPLAY "INQWATCH: UNABLE TO READ WATCH LIST: "
                   WS-WATCH-FILENAME " STATUS=" WS-WATCH-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-WATCH-EOF
               READ WATCH-LIST-FILE
                   AT END
                       SET WS-WATCH-EOF TO TRUE
               END-READ
               IF NOT WS-WATCH-EOF
                   PERFORM STORE-ONE-WATCH-LINE
               END-IF
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           .
       LOAD-WATCH-LIST-EXIT.
           EXIT.

       STORE-ONE-WATCH-LINE SECTION.
           IF WATCH-LIST-REC = SPACES
               OR WATCH-LIST-REC(1:1) = "*"
               OR WATCH-LIST-REC(1:1) = "#"
               GO TO STORE-ONE-WATCH-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-TYPE
           MOVE SPACES TO WS-PARSE-VALUE
           UNSTRING WATCH-LIST-REC DELIMITED BY ALL " "
               INTO WS-PARSE-TYPE WS-PARSE-VALUE
           END-UNSTRING
           INSPECT WS-PARSE-TYPE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PARSE-TYPE NOT = "EMPNO"
               AND WS-PARSE-TYPE NOT = "JOB"
               AND WS-PARSE-TYPE NOT = "ALLOW"
               DISPLAY "INQWATCH: WATCH LIST LINE IGNORED: "
                   WATCH-LIST-REC
               GO TO STORE-ONE-WATCH-LINE-EXIT
           END-IF
           IF WS-PARSE-VALUE = SPACES
               GO TO STORE-ONE-WATCH-LINE-EXIT
           END-IF
      *    Employee numbers are held zero-filled, the way the log
      *    writes them.
           IF WS-PARSE-TYPE = "EMPNO"
               MOVE ZERO TO WS-PARSE-TRAIL-CT
               INSPECT WS-PARSE-VALUE
                   TALLYING WS-PARSE-TRAIL-CT FOR TRAILING SPACE
               COMPUTE WS-PARSE-LEN = 12 - WS-PARSE-TRAIL-CT
               IF WS-PARSE-LEN > 4
                   DISPLAY "INQWATCH: WATCH LIST LINE IGNORED: "
                       WATCH-LIST-REC
                   GO TO STORE-ONE-WATCH-LINE-EXIT
               END-IF
               MOVE ZEROS TO WS-PARSE-EMPNO-RJ
               MOVE WS-PARSE-VALUE(1:WS-PARSE-LEN)
                   TO WS-PARSE-EMPNO-RJ(5 - WS-PARSE-LEN:WS-PARSE-LEN)
               IF WS-PARSE-EMPNO-RJ IS NOT NUMERIC
                   DISPLAY "INQWATCH: WATCH LIST LINE IGNORED: "
                       WATCH-LIST-REC
                   GO TO STORE-ONE-WATCH-LINE-EXIT
               END-IF
               MOVE WS-PARSE-EMPNO-RJ TO WS-PARSE-VALUE
           END-IF
           IF WS-PARSE-TYPE = "JOB"
               INSPECT WS-PARSE-VALUE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           IF WS-WL-COUNT >= 200
               DISPLAY "INQWATCH: WATCH LIST FULL AT 200"
               GO TO STORE-ONE-WATCH-LINE-EXIT
           END-IF
           ADD 1 TO WS-WL-COUNT
           MOVE WS-PARSE-TYPE TO WS-WL-TYPE(WS-WL-COUNT)
           MOVE WS-PARSE-VALUE TO WS-WL-VALUE(WS-WL-COUNT)
           .
       STORE-ONE-WATCH-LINE-EXIT.
           EXIT.

       SCAN-INQUIRY-LOG SECTION.
      *    EMP-INQ-LOG names the shared inquiry log LOGON appends
      *    to; it defaults to /tmp/emp_inquiry.log when unset.
           MOVE SPACES TO WS-INQLOG-FILENAME
           DISPLAY "EMP-INQ-LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-INQLOG-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-INQLOG-FILENAME = SPACES
               MOVE "/tmp/emp_inquiry.log" TO WS-INQLOG-FILENAME
           END-IF
           OPEN INPUT INQUIRY-LOG-FILE
           IF NOT WS-INQLOG-FILE-OK
               DISPLAY "INQWATCH: UNABLE TO OPEN INQUIRY LOG: "
                   WS-INQLOG-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               READ INQUIRY-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
               END-READ
               IF NOT WS-LOG-EOF
                   PERFORM TAKE-ONE-LOG-LINE
               END-IF
           END-PERFORM
           CLOSE INQUIRY-LOG-FILE
           .
       SCAN-INQUIRY-LOG-EXIT.
           EXIT.

       TAKE-ONE-LOG-LINE SECTION.
      *    Lines read "YYYYMMDD HHMMSSss OPER=id EMPNO=nnnn
      *    SRC=source", the format LOGON's WRITE-INQUIRY-LOG writes.
           MOVE SPACES TO WS-DATE-PART
           MOVE SPACES TO WS-AFTER-OPER
           UNSTRING INQUIRY-LOG-REC DELIMITED BY " OPER="
               INTO WS-DATE-PART WS-AFTER-OPER
           END-UNSTRING
           IF WS-AFTER-OPER = SPACES
               OR WS-DATE-PART(1:8) NOT NUMERIC
               OR WS-DATE-PART(10:4) NOT NUMERIC
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF
           MOVE WS-DATE-PART(1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE < WS-BASE-FROM OR WS-LINE-DATE > WS-DAY
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF
           MOVE WS-DATE-PART(10:4) TO WS-LINE-HHMM
           MOVE SPACES TO WS-OPER-PART
           MOVE SPACES TO WS-AFTER-EMPNO
           UNSTRING WS-AFTER-OPER DELIMITED BY " EMPNO="
               INTO WS-OPER-PART WS-AFTER-EMPNO
           END-UNSTRING
           MOVE SPACES TO WS-EMPNO-PART
           MOVE SPACES TO WS-AFTER-SRC
           UNSTRING WS-AFTER-EMPNO DELIMITED BY " SRC="
               INTO WS-EMPNO-PART WS-AFTER-SRC
           END-UNSTRING
           IF WS-EMPNO-PART(1:4) NOT NUMERIC
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF
           MOVE WS-EMPNO-PART(1:4) TO WS-LINE-EMPNO
           MOVE WS-OPER-PART(1:10) TO WS-CUR-OPER
           PERFORM FIND-OPERATOR
           IF NOT WS-OP-FOUND
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF
           IF WS-LINE-DATE < WS-DAY
               ADD 1 TO WS-OP-BASE-VIEWS(WS-OP-IDX)
               IF WS-LINE-DATE NOT = WS-OP-LAST-DATE(WS-OP-IDX)
                   ADD 1 TO WS-OP-BASE-DAYS(WS-OP-IDX)
                   MOVE WS-LINE-DATE TO WS-OP-LAST-DATE(WS-OP-IDX)
               END-IF
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF
           IF WS-OP-DAY-VIEWS(WS-OP-IDX) = 0
               ADD 1 TO WS-DAY-OPERATORS
           END-IF
           ADD 1 TO WS-OP-DAY-VIEWS(WS-OP-IDX)
           IF WS-DL-COUNT >= 5000
               ADD 1 TO WS-DL-DROPPED
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF
           ADD 1 TO WS-DL-COUNT
           MOVE WS-CUR-OPER TO WS-DL-OPER(WS-DL-COUNT)
           MOVE WS-LINE-HHMM TO WS-DL-HHMM(WS-DL-COUNT)
           MOVE WS-LINE-EMPNO TO WS-DL-EMPNO(WS-DL-COUNT)
           MOVE INQUIRY-LOG-REC TO WS-DL-TEXT(WS-DL-COUNT)
           MOVE "N" TO WS-DL-OFF-HOURS(WS-DL-COUNT)
           MOVE "N" TO WS-DL-WATCHED(WS-DL-COUNT)
           MOVE ZERO TO WS-DL-SWEEP-ID(WS-DL-COUNT)
           PERFORM FIND-EMPLOYEE
           MOVE WS-EM-IDX TO WS-DL-EMP-IDX(WS-DL-COUNT)
           .
       TAKE-ONE-LOG-LINE-EXIT.
           EXIT.

       FIND-OPERATOR SECTION.
      *    Finds WS-CUR-OPER in the operator table, adding it when
      *    new.
           MOVE "N" TO WS-OP-FOUND-SWITCH
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT OR WS-OP-FOUND
               IF WS-OP-ID(WS-OP-IDX) = WS-CUR-OPER
                   SET WS-OP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-OP-IDX
               END-IF
           END-PERFORM
           IF WS-OP-FOUND
               GO TO FIND-OPERATOR-EXIT
           END-IF
           IF WS-OP-COUNT >= 200
               DISPLAY "INQWATCH: OPERATOR TABLE FULL AT 200 - "
                   WS-CUR-OPER " NOT ANALYSED"
               GO TO FIND-OPERATOR-EXIT
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-IDX
           MOVE WS-CUR-OPER TO WS-OP-ID(WS-OP-IDX)
           MOVE ZERO TO WS-OP-BASE-VIEWS(WS-OP-IDX)
           MOVE ZERO TO WS-OP-BASE-DAYS(WS-OP-IDX)
           MOVE ZERO TO WS-OP-LAST-DATE(WS-OP-IDX)
           MOVE ZERO TO WS-OP-DAY-VIEWS(WS-OP-IDX)
           MOVE ZERO TO WS-OP-FLAGS(WS-OP-IDX)
           SET WS-OP-FOUND TO TRUE
           .
       FIND-OPERATOR-EXIT.
           EXIT.

       FIND-EMPLOYEE SECTION.
      *    Finds WS-LINE-EMPNO in the employee table, adding it when
      *    new; WS-EM-IDX is zero once the table is full.
           MOVE "N" TO WS-EM-FOUND-SWITCH
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-COUNT OR WS-EM-FOUND
               IF WS-EM-EMPNO(WS-EM-IDX) = WS-LINE-EMPNO
                   SET WS-EM-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-EM-IDX
               END-IF
           END-PERFORM
           IF WS-EM-FOUND
               GO TO FIND-EMPLOYEE-EXIT
           END-IF
           IF WS-EM-COUNT >= 2000
               MOVE ZERO TO WS-EM-IDX
               GO TO FIND-EMPLOYEE-EXIT
           END-IF
           ADD 1 TO WS-EM-COUNT
           MOVE WS-EM-COUNT TO WS-EM-IDX
           MOVE WS-LINE-EMPNO TO WS-EM-EMPNO(WS-EM-IDX)
           MOVE ZERO TO WS-EM-DEPT(WS-EM-IDX)
           MOVE SPACES TO WS-EM-JOB(WS-EM-IDX)
           MOVE "N" TO WS-EM-WATCHED(WS-EM-IDX)
           .
       FIND-EMPLOYEE-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "INQWATCH" TO CM-CALLER
      *    A read-only sweep - CONNMGR routes it to the reporting
      *    copy by policy, leaving production for the operators.
           MOVE "R" TO CM-INTENT

           CALL "CONNMGR" USING CM-PARM

           IF NOT CM-OK
               DISPLAY "INQWATCH: CONNECT FAILED, SQLCODE: "
                   CM-SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       CONNECT-TO-ORACLE-EXIT.
           EXIT.

       LOOK-UP-EMPLOYEES SECTION.
      *    Department and job of every employee viewed. One no
      *    longer on EMP keeps department 0 and is left out of the
      *    sweep check, though an EMPNO watch still catches it.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EM-COUNT
               MOVE WS-EM-EMPNO(WS-EM-IDX) TO EMP-NUMBER
               MOVE SPACES TO EMP-JOB-ARR
               MOVE ZERO TO DEPT-NUMBER
               EXEC SQL
                   SELECT NVL(DEPTNO, 0), NVL(JOB, ' ')
                   INTO :DEPT-NUMBER, :EMP-JOB
                   FROM EMP
                   WHERE EMPNO = :EMP-NUMBER
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "INQWATCH: EMPLOYEE LOOKUP FAILED, "
                       "SQLCODE: " SQLCODE
                   PERFORM ABANDON-RUN
               END-IF
               IF SQLCODE = 0
                   MOVE DEPT-NUMBER TO WS-EM-DEPT(WS-EM-IDX)
                   MOVE EMP-JOB-ARR TO WS-EM-JOB(WS-EM-IDX)
                   INSPECT WS-EM-JOB(WS-EM-IDX)
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               PERFORM MATCH-WATCH-LIST
           END-PERFORM
           .
       LOOK-UP-EMPLOYEES-EXIT.
           EXIT.

       MATCH-WATCH-LIST SECTION.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-TYPE(WS-WL-IDX) = "EMPNO"
                   AND WS-WL-VALUE(WS-WL-IDX)(1:4)
                       = WS-EM-EMPNO(WS-EM-IDX)
                   MOVE "Y" TO WS-EM-WATCHED(WS-EM-IDX)
               END-IF
               IF WS-WL-TYPE(WS-WL-IDX) = "JOB"
                   AND WS-EM-JOB(WS-EM-IDX) NOT = SPACES
                   AND WS-WL-VALUE(WS-WL-IDX) = WS-EM-JOB(WS-EM-IDX)
                   MOVE "Y" TO WS-EM-WATCHED(WS-EM-IDX)
               END-IF
           END-PERFORM
           .
       MATCH-WATCH-LIST-EXIT.
           EXIT.

       ABANDON-RUN SECTION.
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           PERFORM RECORD-RUN-FAIL
           MOVE 8 TO RETURN-CODE
           GOBACK
           .
       ABANDON-RUN-EXIT.
           EXIT.

       OPEN-OUTPUT-FILES SECTION.
      *    INQWATCH-FILE names the privacy incident report; it
      *    defaults to /tmp/inqwatch.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "INQWATCH-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/inqwatch.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "INQWATCH" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT WATCH-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "INQWATCH: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM ABANDON-RUN
           END-IF
           MOVE SPACES TO WATCH-REPORT-REC
           STRING "EMPLOYEE INQUIRY PRIVACY INCIDENT REPORT FOR "
                   DELIMITED SIZE
               WS-DAY DELIMITED SIZE
               " - SECURITY TEAM" DELIMITED SIZE
             INTO WATCH-REPORT-REC
           END-STRING
           WRITE WATCH-REPORT-REC
           MOVE ALL "=" TO WATCH-REPORT-REC
           WRITE WATCH-REPORT-REC
           MOVE WS-BASELINE-DAYS TO D-COUNT
           MOVE WS-VOLUME-FACTOR TO D-COUNT-2
           MOVE WS-VOLUME-MIN TO D-COUNT-3
           MOVE SPACES TO WATCH-REPORT-REC
           STRING "VOLUME: OVER" DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
               " X OWN" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               "-DAY AVERAGE OR THE PEER AVERAGE, ONCE AT LEAST"
                   DELIMITED SIZE
               D-COUNT-3 DELIMITED SIZE
               " VIEWS" DELIMITED SIZE
             INTO WATCH-REPORT-REC
           END-STRING
           WRITE WATCH-REPORT-REC
           MOVE WS-SWEEP-MIN TO D-COUNT
           MOVE SPACES TO WATCH-REPORT-REC
           STRING "HOURS: " DELIMITED SIZE
               WS-DAY-START DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-DAY-END DELIMITED SIZE
               "   SWEEP:" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " OF ONE DEPARTMENT IN A ROW, OR ALL OF ONE OF 3 OR "
                   DELIMITED SIZE
               "MORE" DELIMITED SIZE
             INTO WATCH-REPORT-REC
           END-STRING
           WRITE WATCH-REPORT-REC
           IF NOT WS-BUSINESS-DAY
               MOVE SPACES TO WATCH-REPORT-REC
               STRING "NOT A BUSINESS DAY " DELIMITED SIZE
                   BD-HOLIDAY-NAME DELIMITED SIZE
                   " - EVERY VIEW IS OUT OF HOURS" DELIMITED SIZE
                 INTO WATCH-REPORT-REC
               END-STRING
               WRITE WATCH-REPORT-REC
           END-IF
           IF WS-WL-COUNT = 0
               MOVE "NO WATCH LIST ON FILE - WATCH CHECK NOT MADE"
                   TO WATCH-REPORT-REC
               WRITE WATCH-REPORT-REC
           END-IF

      *    INQ-INCIDENT-FILE names the summary OPSDIGEST reads; it
      *    defaults to /tmp/inq_incidents.rpt when unset. It is a
      *    fixed name, not routed, so the digest always finds the
      *    latest one.
           MOVE SPACES TO WS-INC-FILENAME
           DISPLAY "INQ-INCIDENT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-INC-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-INC-FILENAME = SPACES
               MOVE "/tmp/inq_incidents.rpt" TO WS-INC-FILENAME
           END-IF
           .
       OPEN-OUTPUT-FILES-EXIT.
           EXIT.

       MARK-DAY-LINES SECTION.
      *    Out-of-hours and watch-listed views are marked line by
      *    line; an operator on the ALLOW list is expected to look
      *    at watched employees.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF NOT WS-BUSINESS-DAY
                   OR WS-DL-HHMM(WS-DL-IDX) < WS-DAY-START
                   OR WS-DL-HHMM(WS-DL-IDX) >= WS-DAY-END
                   MOVE "Y" TO WS-DL-OFF-HOURS(WS-DL-IDX)
               END-IF
               IF WS-DL-EMP-IDX(WS-DL-IDX) > 0
                   IF WS-EM-WATCHED(WS-DL-EMP-IDX(WS-DL-IDX)) = "Y"
                       MOVE "Y" TO WS-DL-WATCHED(WS-DL-IDX)
                       MOVE "N" TO WS-WL-FOUND-SWITCH
                       PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                           UNTIL WS-WL-IDX > WS-WL-COUNT
                           IF WS-WL-TYPE(WS-WL-IDX) = "ALLOW"
                               AND WS-WL-VALUE(WS-WL-IDX)
                                   = WS-DL-OPER(WS-DL-IDX)
                               SET WS-WL-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF WS-WL-FOUND
                           MOVE "N" TO WS-DL-WATCHED(WS-DL-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       MARK-DAY-LINES-EXIT.
           EXIT.

       JUDGE-ONE-OPERATOR SECTION.
           MOVE WS-OP-ID(WS-OP-IDX) TO WS-CUR-OPER
           PERFORM CHECK-VOLUME
           PERFORM CHECK-OUT-OF-HOURS
           PERFORM CHECK-DEPARTMENT-SWEEPS
           PERFORM CHECK-WATCH-LIST
           IF WS-OP-FLAGS(WS-OP-IDX) > 0
               ADD 1 TO WS-FLAGGED-OPERS
           END-IF
           .
       JUDGE-ONE-OPERATOR-EXIT.
           EXIT.

       CHECK-VOLUME SECTION.
           IF WS-OP-DAY-VIEWS(WS-OP-IDX) < WS-VOLUME-MIN
               GO TO CHECK-VOLUME-EXIT
           END-IF
           MOVE "N" TO WS-TRIP-SWITCH
           MOVE ZERO TO WS-OWN-AVG
           MOVE ZERO TO WS-PEER-AVG
           IF WS-OP-BASE-DAYS(WS-OP-IDX) > 0
               COMPUTE WS-OWN-AVG ROUNDED =
                   WS-OP-BASE-VIEWS(WS-OP-IDX)
                   / WS-OP-BASE-DAYS(WS-OP-IDX)
               IF WS-OP-DAY-VIEWS(WS-OP-IDX)
                   > WS-VOLUME-FACTOR * WS-OWN-AVG
                   SET WS-TRIPPED TO TRUE
               END-IF
           END-IF
      *    The peers are everyone else who looked anything up that
      *    day.
           IF WS-DAY-OPERATORS > 1
               COMPUTE WS-PEER-VIEWS = WS-DL-COUNT + WS-DL-DROPPED
                   - WS-OP-DAY-VIEWS(WS-OP-IDX)
               COMPUTE WS-PEER-AVG ROUNDED =
                   WS-PEER-VIEWS / (WS-DAY-OPERATORS - 1)
               IF WS-OP-DAY-VIEWS(WS-OP-IDX)
                   > WS-VOLUME-FACTOR * WS-PEER-AVG
                   SET WS-TRIPPED TO TRUE
               END-IF
           END-IF
           IF NOT WS-TRIPPED
               GO TO CHECK-VOLUME-EXIT
           END-IF
           MOVE WS-OP-DAY-VIEWS(WS-OP-IDX) TO D-COUNT
           MOVE WS-OWN-AVG TO D-AVG
           MOVE WS-PEER-AVG TO D-AVG-2
           MOVE "VOLUME" TO WS-FLAG-TYPE
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-OP-BASE-DAYS(WS-OP-IDX) > 0
               STRING D-COUNT DELIMITED SIZE
                   " VIEWS - OWN AVERAGE" DELIMITED SIZE
                   D-AVG DELIMITED SIZE
                   "/DAY, PEERS" DELIMITED SIZE
                   D-AVG-2 DELIMITED SIZE
                   "/DAY" DELIMITED SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
           ELSE
               STRING D-COUNT DELIMITED SIZE
                   " VIEWS - NO OWN HISTORY, PEERS" DELIMITED SIZE
                   D-AVG-2 DELIMITED SIZE
                   "/DAY" DELIMITED SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-FLAG-HEADING
           SET WS-SHOW-ALL TO TRUE
           PERFORM SHOW-SUPPORTING-LINES
           .
       CHECK-VOLUME-EXIT.
           EXIT.

       CHECK-OUT-OF-HOURS SECTION.
           MOVE ZERO TO WS-HIT-COUNT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-OPER(WS-DL-IDX) = WS-CUR-OPER
                   AND WS-DL-OFF-HOURS(WS-DL-IDX) = "Y"
                   ADD 1 TO WS-HIT-COUNT
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT = 0
               GO TO CHECK-OUT-OF-HOURS-EXIT
           END-IF
           MOVE WS-HIT-COUNT TO D-COUNT
           MOVE "HOURS" TO WS-FLAG-TYPE
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-BUSINESS-DAY
               STRING D-COUNT DELIMITED SIZE
                   " VIEW(S) OUTSIDE " DELIMITED SIZE
                   WS-DAY-START DELIMITED SIZE
                   "-" DELIMITED SIZE
                   WS-DAY-END DELIMITED SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
           ELSE
               STRING D-COUNT DELIMITED SIZE
                   " VIEW(S) ON A NON-BUSINESS DAY" DELIMITED SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-FLAG-HEADING
           SET WS-SHOW-OFF-HOURS TO TRUE
           PERFORM SHOW-SUPPORTING-LINES
           .
       CHECK-OUT-OF-HOURS-EXIT.
           EXIT.

       CHECK-DEPARTMENT-SWEEPS SECTION.
      *    Walks the operator's views in order, one run per stretch
      *    of consecutive views in the same department. Looking the
      *    same employee up twice does not lengthen a run.
           MOVE ZERO TO WS-RUN-DEPT
           MOVE ZERO TO WS-RUN-START
           MOVE ZERO TO WS-RUN-DISTINCT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-OPER(WS-DL-IDX) = WS-CUR-OPER
                   PERFORM FOLLOW-SWEEP-RUN
               END-IF
           END-PERFORM
           PERFORM CLOSE-SWEEP-RUN
           .
       CHECK-DEPARTMENT-SWEEPS-EXIT.
           EXIT.

       FOLLOW-SWEEP-RUN SECTION.
           MOVE ZERO TO DEPT-NUMBER
           IF WS-DL-EMP-IDX(WS-DL-IDX) > 0
               MOVE WS-EM-DEPT(WS-DL-EMP-IDX(WS-DL-IDX))
                   TO DEPT-NUMBER
           END-IF
           IF DEPT-NUMBER NOT = WS-RUN-DEPT
               PERFORM CLOSE-SWEEP-RUN
               MOVE DEPT-NUMBER TO WS-RUN-DEPT
               MOVE WS-DL-IDX TO WS-RUN-START
               MOVE ZERO TO WS-RUN-DISTINCT
           END-IF
           MOVE WS-DL-IDX TO WS-RUN-LAST
           IF WS-RUN-DEPT = 0
               GO TO FOLLOW-SWEEP-RUN-EXIT
           END-IF
           MOVE "N" TO WS-RUN-DUP-SWITCH
           PERFORM VARYING WS-DL-JDX FROM WS-RUN-START BY 1
               UNTIL WS-DL-JDX >= WS-DL-IDX OR WS-RUN-DUP
               IF WS-DL-OPER(WS-DL-JDX) = WS-CUR-OPER
                   AND WS-DL-EMPNO(WS-DL-JDX) = WS-DL-EMPNO(WS-DL-IDX)
                   SET WS-RUN-DUP TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RUN-DUP
               ADD 1 TO WS-RUN-DISTINCT
           END-IF
           .
       FOLLOW-SWEEP-RUN-EXIT.
           EXIT.

       CLOSE-SWEEP-RUN SECTION.
           IF WS-RUN-DEPT = 0 OR WS-RUN-DISTINCT < 2
               GO TO CLOSE-SWEEP-RUN-EXIT
           END-IF
           PERFORM FIND-DEPT-HEADCOUNT
           IF WS-RUN-DISTINCT < WS-SWEEP-MIN
               IF WS-DP-HEADCOUNT(WS-DP-IDX) < 3
                   OR WS-RUN-DISTINCT < WS-DP-HEADCOUNT(WS-DP-IDX)
                   GO TO CLOSE-SWEEP-RUN-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-SWEEP-ID
           PERFORM VARYING WS-DL-JDX FROM WS-RUN-START BY 1
               UNTIL WS-DL-JDX > WS-RUN-LAST
               IF WS-DL-OPER(WS-DL-JDX) = WS-CUR-OPER
                   MOVE WS-SWEEP-ID TO WS-DL-SWEEP-ID(WS-DL-JDX)
               END-IF
           END-PERFORM
           MOVE WS-RUN-DISTINCT TO D-COUNT
           MOVE WS-RUN-DEPT TO D-DEPT
           MOVE WS-DP-HEADCOUNT(WS-DP-IDX) TO D-COUNT-2
           MOVE "SWEEP" TO WS-FLAG-TYPE
           MOVE SPACES TO WS-FLAG-TEXT
           STRING D-COUNT DELIMITED SIZE
               " EMPLOYEES OF DEPT" DELIMITED SIZE
               D-DEPT DELIMITED SIZE
               " ONE AFTER ANOTHER - DEPT HAS" DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
             INTO WS-FLAG-TEXT
           END-STRING
           PERFORM WRITE-FLAG-HEADING
           MOVE WS-SWEEP-ID TO WS-SHOW-SWEEP-ID
           SET WS-SHOW-SWEEP TO TRUE
           PERFORM SHOW-SUPPORTING-LINES
           .
       CLOSE-SWEEP-RUN-EXIT.
           EXIT.

       FIND-DEPT-HEADCOUNT SECTION.
      *    Current (not terminated) staff of WS-RUN-DEPT, asked once
      *    per department.
           MOVE "N" TO WS-DP-FOUND-SWITCH
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-DEPT(WS-DP-IDX) = WS-RUN-DEPT
                   SET WS-DP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DP-IDX
               END-IF
           END-PERFORM
           IF WS-DP-FOUND
               GO TO FIND-DEPT-HEADCOUNT-EXIT
           END-IF
           MOVE WS-RUN-DEPT TO DEPT-NUMBER
           MOVE ZERO TO DEPT-HEADCOUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DEPT-HEADCOUNT
               FROM EMP
               WHERE DEPTNO = :DEPT-NUMBER
                 AND NVL(STATUS, 'A') <> 'T'
           END-EXEC
           IF SQLCODE < 0
               DISPLAY "INQWATCH: HEADCOUNT LOOKUP FAILED, SQLCODE: "
                   SQLCODE
               PERFORM ABANDON-RUN
           END-IF
           IF WS-DP-COUNT < 200
               ADD 1 TO WS-DP-COUNT
           END-IF
           MOVE WS-DP-COUNT TO WS-DP-IDX
           MOVE WS-RUN-DEPT TO WS-DP-DEPT(WS-DP-IDX)
           MOVE DEPT-HEADCOUNT TO WS-DP-HEADCOUNT(WS-DP-IDX)
           .
       FIND-DEPT-HEADCOUNT-EXIT.
           EXIT.

       CHECK-WATCH-LIST SECTION.
           MOVE ZERO TO WS-HIT-COUNT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-OPER(WS-DL-IDX) = WS-CUR-OPER
                   AND WS-DL-WATCHED(WS-DL-IDX) = "Y"
                   ADD 1 TO WS-HIT-COUNT
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT = 0
               GO TO CHECK-WATCH-LIST-EXIT
           END-IF
           MOVE WS-HIT-COUNT TO D-COUNT
           MOVE "WATCH" TO WS-FLAG-TYPE
           MOVE SPACES TO WS-FLAG-TEXT
           STRING D-COUNT DELIMITED SIZE
               " VIEW(S) OF WATCH-LISTED EMPLOYEES" DELIMITED SIZE
             INTO WS-FLAG-TEXT
           END-STRING
           PERFORM WRITE-FLAG-HEADING
           SET WS-SHOW-WATCHED TO TRUE
           PERFORM SHOW-SUPPORTING-LINES
           .
       CHECK-WATCH-LIST-EXIT.
           EXIT.

       WRITE-FLAG-HEADING SECTION.
           ADD 1 TO WS-FLAG-COUNT
           ADD 1 TO WS-OP-FLAGS(WS-OP-IDX)
           MOVE SPACES TO WATCH-REPORT-REC
           WRITE WATCH-REPORT-REC
           MOVE SPACES TO WATCH-REPORT-REC
           STRING "OPERATOR " DELIMITED SIZE
               WS-CUR-OPER DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-FLAG-TYPE DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-FLAG-TEXT DELIMITED SIZE
             INTO WATCH-REPORT-REC
           END-STRING
           WRITE WATCH-REPORT-REC
           IF WS-INC-COUNT < 300
               ADD 1 TO WS-INC-COUNT
               MOVE SPACES TO WS-INC-LINE(WS-INC-COUNT)
               STRING "  " DELIMITED SIZE
                   WS-CUR-OPER DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-FLAG-TYPE DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-FLAG-TEXT DELIMITED SIZE
                 INTO WS-INC-LINE(WS-INC-COUNT)
               END-STRING
           END-IF
           .
       WRITE-FLAG-HEADING-EXIT.
           EXIT.

       SHOW-SUPPORTING-LINES SECTION.
      *    The operator's inquiry lines behind the flag in hand, each
      *    with the department and job looked at - the first
      *    WS-SHOW-LIMIT of them, then a count of the rest.
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE ZERO TO WS-HIT-COUNT
           PERFORM VARYING WS-DL-JDX FROM 1 BY 1
               UNTIL WS-DL-JDX > WS-DL-COUNT
               IF WS-DL-OPER(WS-DL-JDX) = WS-CUR-OPER
                   MOVE "N" TO WS-TRIP-SWITCH
                   EVALUATE TRUE
                       WHEN WS-SHOW-ALL
                           SET WS-TRIPPED TO TRUE
                       WHEN WS-SHOW-OFF-HOURS
                           IF WS-DL-OFF-HOURS(WS-DL-JDX) = "Y"
                               SET WS-TRIPPED TO TRUE
                           END-IF
                       WHEN WS-SHOW-WATCHED
                           IF WS-DL-WATCHED(WS-DL-JDX) = "Y"
                               SET WS-TRIPPED TO TRUE
                           END-IF
                       WHEN WS-SHOW-SWEEP
                           IF WS-DL-SWEEP-ID(WS-DL-JDX)
                               = WS-SHOW-SWEEP-ID
                               SET WS-TRIPPED TO TRUE
                           END-IF
                   END-EVALUATE
                   IF WS-TRIPPED
                       PERFORM SHOW-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT > WS-SHOWN-COUNT
               COMPUTE D-COUNT = WS-HIT-COUNT - WS-SHOWN-COUNT
               MOVE SPACES TO WATCH-REPORT-REC
               STRING "    ... AND" DELIMITED SIZE
                   D-COUNT DELIMITED SIZE
                   " MORE" DELIMITED SIZE
                 INTO WATCH-REPORT-REC
               END-STRING
               WRITE WATCH-REPORT-REC
           END-IF
           .
       SHOW-SUPPORTING-LINES-EXIT.
           EXIT.

       SHOW-ONE-LINE SECTION.
           ADD 1 TO WS-HIT-COUNT
           IF WS-SHOWN-COUNT >= WS-SHOW-LIMIT
               GO TO SHOW-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-SHOWN-COUNT
           MOVE ZERO TO D-DEPT
           MOVE SPACES TO D-JOB
           IF WS-DL-EMP-IDX(WS-DL-JDX) > 0
               MOVE WS-EM-DEPT(WS-DL-EMP-IDX(WS-DL-JDX)) TO D-DEPT
               MOVE WS-EM-JOB(WS-DL-EMP-IDX(WS-DL-JDX)) TO D-JOB
           END-IF
           MOVE SPACES TO WATCH-REPORT-REC
           MOVE WS-DL-TEXT(WS-DL-JDX) TO WATCH-REPORT-REC(5:80)
           STRING "DEPT" DELIMITED SIZE
               D-DEPT DELIMITED SIZE
               " " DELIMITED SIZE
               D-JOB DELIMITED SIZE
             INTO WATCH-REPORT-REC(87:20)
           END-STRING
           WRITE WATCH-REPORT-REC
           .
       SHOW-ONE-LINE-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY SECTION.
           IF WS-FLAG-COUNT = 0
               MOVE SPACES TO WATCH-REPORT-REC
               WRITE WATCH-REPORT-REC
               MOVE "NOTHING TO REPORT - NO OPERATOR MET ANY TEST"
                   TO WATCH-REPORT-REC
               WRITE WATCH-REPORT-REC
           END-IF
           MOVE SPACES TO WATCH-REPORT-REC
           WRITE WATCH-REPORT-REC
           MOVE ALL "=" TO WATCH-REPORT-REC
           WRITE WATCH-REPORT-REC
           MOVE WS-DL-COUNT TO D-COUNT
           MOVE WS-DAY-OPERATORS TO D-COUNT-2
           MOVE SPACES TO WATCH-REPORT-REC
           STRING "INQUIRIES ON THE DAY " DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               "   OPERATORS " DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
               "   FLAGS  " DELIMITED SIZE
               WS-FLAG-COUNT DELIMITED SIZE
               "   OPERATORS FLAGGED  " DELIMITED SIZE
               WS-FLAGGED-OPERS DELIMITED SIZE
             INTO WATCH-REPORT-REC
           END-STRING
           WRITE WATCH-REPORT-REC
           IF WS-DL-DROPPED > 0
               MOVE SPACES TO WATCH-REPORT-REC
               STRING "LINES BEYOND THE 5000 HELD, COUNTED BUT NOT "
                       DELIMITED SIZE
                   "EXAMINED  " DELIMITED SIZE
                   WS-DL-DROPPED DELIMITED SIZE
                 INTO WATCH-REPORT-REC
               END-STRING
               WRITE WATCH-REPORT-REC
           END-IF
           .
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.

       WRITE-INCIDENT-FILE SECTION.
      *    First line the day and the count - what OPSDIGEST shows -
      *    then one line per flag.
           OPEN OUTPUT INCIDENT-FILE
           IF NOT WS-INC-FILE-OK
               DISPLAY "INQWATCH: UNABLE TO OPEN INCIDENT FILE: "
                   WS-INC-FILENAME
               GO TO WRITE-INCIDENT-FILE-EXIT
           END-IF
           MOVE WS-FLAG-COUNT TO D-COUNT
           MOVE WS-FLAGGED-OPERS TO D-COUNT-2
           MOVE SPACES TO INCIDENT-REC
           STRING "INQUIRY PRIVACY FLAGS FOR " DELIMITED SIZE
               WS-DAY DELIMITED SIZE
               ":" DELIMITED SIZE
               D-COUNT DELIMITED SIZE
               " ON" DELIMITED SIZE
               D-COUNT-2 DELIMITED SIZE
               " OPERATOR(S) - DETAIL IN " DELIMITED SIZE
               WS-RPT-FILENAME DELIMITED SPACE
             INTO INCIDENT-REC
           END-STRING
           WRITE INCIDENT-REC
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               MOVE WS-INC-LINE(WS-INC-IDX) TO INCIDENT-REC
               WRITE INCIDENT-REC
           END-PERFORM
           CLOSE INCIDENT-FILE
           .
       WRITE-INCIDENT-FILE-EXIT.
           EXIT.
