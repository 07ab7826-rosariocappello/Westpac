       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC           PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  JOB-CODE                     PIC X(9) VARYING.
       01  JOB-DESC                     PIC X(30) VARYING.
       01  EMP-REF-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  BAND-MIN                     PIC S9(7)V99 COMP-3.
       01  BAND-MID                     PIC S9(7)V99 COMP-3.
       01  BAND-MAX                     PIC S9(7)V99 COMP-3.
       01  BAND-IND                     PIC S9(4) COMP VALUE ZERO.
       01  PROB-MONTHS                  PIC S9(4) COMP VALUE ZERO.
       01  PROB-IND                     PIC S9(4) COMP VALUE ZERO.
       01  OCC-GROUP                    PIC X(1).
       01  OCC-IND                      PIC S9(4) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY EMPJRNWS.
           COPY RUNSTATL.

      *    Each job code may carry a salary band - SALMIN, SALMID and
      *    SALMAX on JOBREF, all three set or all three NULL - that
      *    the hire and salary paths check through BANDCHK and
      *    BANDRPT measures everyone against. A band change goes on
      *    the shared maintenance journal as four lines: BAND-JOB
      *    naming the job code (the EMPNO tag is zero), then
      *    BAND-MIN, BAND-MID and BAND-MAX with their before and
      *    after values (NULL for no band).
       01  WS-OLD-MIN                   PIC 9(7)V99.
       01  WS-OLD-MID                   PIC 9(7)V99.
       01  WS-OLD-MAX                   PIC 9(7)V99.
       01  WS-OLD-BAND-SWITCH           PIC X.
           88  WS-OLD-BAND-SET                VALUE "Y".
       01  WS-NEW-MIN                   PIC 9(7)V99.
       01  WS-NEW-MID                   PIC 9(7)V99.
       01  WS-NEW-MAX                   PIC 9(7)V99.
       01  WS-NEW-BAND-SWITCH           PIC X.
           88  WS-NEW-BAND-SET                VALUE "Y".

      *    Band amounts are keyed as dollars with an optional decimal
      *    point, the money edit the maintenance paths share.
       01  WS-AMOUNT-INPUT              PIC X(10).
       01  WS-AMOUNT-VALUE              PIC 9(7)V99.
       01  WS-AMOUNT-OK-SWITCH          PIC X.
           88  WS-AMOUNT-OK                   VALUE "Y".
       01  WS-AMT-INT-IN                PIC X(7).
       01  WS-AMT-INT-RJUST             PIC X(7).
       01  WS-AMT-DEC-IN                PIC X(2).
       01  WS-AMT-INT-NUM               PIC 9(7).
       01  WS-AMT-DEC-NUM               PIC 9(2).
       01  WS-AMT-TRAIL-CT              PIC 99 COMP.
       01  WS-AMT-LEN                   PIC 99 COMP.

      *    PROBMONTHS on JOBREF is the job's probation period in
      *    whole months, the default the hire paths set a new
      *    starter's probation end date from (NULL for the
      *    PROBATION-MONTHS default, zero for no probation). A change
      *    is journaled as a PROB-JOB line naming the job, then a
      *    PROBMONTHS line with the before and after months.
       01  WS-OLD-PROB                  PIC X(4).
       01  WS-PROB-INPUT                PIC X(2).
       01  WS-PROB-RJUST                PIC X(2).
       01  WS-PROB-DISP                 PIC 99.

      *    OCCGROUP on JOBREF maps the job to its ANZSCO major group,
      *    the occupational category WGEARPT reports the workforce
      *    profile by: 1 managers, 2 professionals, 3 technicians and
      *    trades workers, 4 community and personal service workers,
      *    5 clerical and administrative workers, 6 sales workers,
      *    7 machinery operators and drivers, 8 labourers (NULL until
      *    the job is mapped). A change is journaled as an OCC-JOB
      *    line naming the job, then an OCCGROUP line with the before
      *    and after groups.
       01  WS-OLD-OCC                   PIC X(4).
       01  WS-OCC-INPUT                 PIC X(2).
       01  WS-OCC-NAME                  PIC X(40).

       01  DISPLAY-VARIABLES.
           05  D-PROB                   PIC Z9.
           05  D-MIN                    PIC Z,ZZZ,ZZ9.99.
           05  D-MID                    PIC Z,ZZZ,ZZ9.99.
           05  D-MAX                    PIC Z,ZZZ,ZZ9.99.

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
      *    validate against - one row per sanctioned job code, so
      *    "SALESMAN", "SALESMEN" and "SALES" can never again coexist
      *    as three spellings of one job.
           PERFORM RECORD-RUN-START
           .
           PERFORM CONNECT-TO-ORACLE
           .
           PERFORM UNTIL NOT WS-CONTINUE
           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM
           .
           PERFORM RECORD-RUN-END
           .
           DISPLAY "HAVE A GOOD DAY."
           .
           GOBACK
           .

       RECORD-RUN-START SECTION.
      *    Band changes go on the shared hash-chained journal, so the
      *    session holds EMP-WRITE like every other journal writer.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "JOBMAINT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "JOBMAINT: EMP IS HELD BY ANOTHER WRITER - "
                   "SESSION ENDED"
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
           MOVE ZERO TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       CONNECT-TO-ORACLE SECTION.
      *    Connection handling (retry, failover, audit trail) lives
      *    in the shared CONNMGR manager.
           .
           DISPLAY "  R) REDESCRIBE A JOB CODE"
           .
           DISPLAY "  B) SET OR CLEAR A SALARY BAND"
           .
           DISPLAY "  P) SET A PROBATION PERIOD"
           .
           DISPLAY "  O) SET THE WGEA OCCUPATIONAL CATEGORY"
           .
           DISPLAY "  D) DELETE A JOB CODE"
           .
           DISPLAY "  Q) QUIT"
               WHEN "R"
               WHEN "r"
                   PERFORM REDESCRIBE-JOB-CODE
               WHEN "B"
               WHEN "b"
                   PERFORM SET-SALARY-BAND
               WHEN "P"
               WHEN "p"
                   PERFORM SET-PROBATION-PERIOD
               WHEN "O"
               WHEN "o"
                   PERFORM SET-OCCUPATION-GROUP
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-JOB-CODE
       LIST-JOB-CODES SECTION.
           DISPLAY " "
           .
           DISPLAY "JOB CODE   DESCRIPTION                     "
               "     MINIMUM      MIDPOINT       MAXIMUM"
           .
           DISPLAY "--------   -----------                     "
               "     -------      --------       -------"
           .
           MOVE ZERO TO WS-LIST-COUNT
           .
           EXEC SQL
               DECLARE JLISTCURS CURSOR FOR
                   SELECT JOBCODE, JOBDESC, NVL(SALMIN, 0),
                          NVL(SALMID, 0), NVL(SALMAX, 0)
                   FROM JOBREF
                   ORDER BY JOBCODE
           END-EXEC
           .
           EXEC SQL
               FETCH JLISTCURS
                   INTO :JOB-CODE, :JOB-DESC, :BAND-MIN, :BAND-MID,
                        :BAND-MAX
           END-EXEC
           .
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF BAND-MAX = ZERO
                   DISPLAY JOB-CODE-ARR "  " JOB-DESC-ARR
                       "  (NO SALARY BAND)"
               ELSE
                   MOVE BAND-MIN TO D-MIN
                   MOVE BAND-MID TO D-MID
                   MOVE BAND-MAX TO D-MAX
                   DISPLAY JOB-CODE-ARR "  " JOB-DESC-ARR
                       "  " D-MIN "  " D-MID "  " D-MAX
               END-IF
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO JOB-CODE-ARR
               MOVE SPACES TO JOB-DESC-ARR
               EXEC SQL
                   FETCH JLISTCURS
                       INTO :JOB-CODE, :JOB-DESC, :BAND-MIN,
                            :BAND-MID, :BAND-MAX
               END-EXEC
           END-PERFORM
           .
           EXIT.
           .

       SET-SALARY-BAND SECTION.
      *    The band is keyed minimum, midpoint, maximum, each at
      *    least the one before; a blank minimum clears the band, so
      *    the job is no longer checked.
           DISPLAY "ENTER JOB CODE FOR THE BAND: " WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-JOBCODE
           .
           MOVE SPACES TO JOB-DESC-ARR
           .
           MOVE ZERO TO BAND-IND
           .
           EXEC SQL
               SELECT JOBDESC, NVL(SALMIN, 0), NVL(SALMID, 0),
                      NVL(SALMAX, 0)
               INTO :JOB-DESC, :BAND-MIN, :BAND-MID, :BAND-MAX
               FROM JOBREF
               WHERE JOBCODE = :JOB-CODE
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "NOT A VALID JOB CODE - TRY AGAIN."
               GO TO SET-SALARY-BAND-EXIT
           END-IF
           .
      *    Hold the fetched band before the new entry overwrites the
      *    host variables - it is the journal's before image.
           MOVE BAND-MIN TO WS-OLD-MIN
           .
           MOVE BAND-MID TO WS-OLD-MID
           .
           MOVE BAND-MAX TO WS-OLD-MAX
           .
           IF WS-OLD-MAX = ZERO
               MOVE "N" TO WS-OLD-BAND-SWITCH
               DISPLAY JOB-CODE-ARR " (" JOB-DESC-ARR
                   ") HAS NO SALARY BAND"
           ELSE
               MOVE "Y" TO WS-OLD-BAND-SWITCH
               MOVE WS-OLD-MIN TO D-MIN
               MOVE WS-OLD-MID TO D-MID
               MOVE WS-OLD-MAX TO D-MAX
               DISPLAY "CURRENT BAND IS " D-MIN " / " D-MID " / "
                   D-MAX
           END-IF
           .
           DISPLAY "ENTER MINIMUM (BLANK TO CLEAR THE BAND): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-AMOUNT-INPUT
           .
           ACCEPT WS-AMOUNT-INPUT
           .
           IF WS-AMOUNT-INPUT = SPACES
               IF NOT WS-OLD-BAND-SET
                   DISPLAY "NO BAND TO CLEAR - NOTHING CHANGED."
                   GO TO SET-SALARY-BAND-EXIT
               END-IF
               MOVE "N" TO WS-NEW-BAND-SWITCH
               MOVE ZERO TO WS-NEW-MIN
               MOVE ZERO TO WS-NEW-MID
               MOVE ZERO TO WS-NEW-MAX
               DISPLAY "CLEAR THE BAND FOR " JOB-CODE-ARR
                   "? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "BAND NOT CHANGED."
                   GO TO SET-SALARY-BAND-EXIT
               END-IF
               MOVE -1 TO BAND-IND
               EXEC SQL
                   UPDATE JOBREF
                       SET SALMIN = :BAND-MIN:BAND-IND,
                           SALMID = :BAND-MID:BAND-IND,
                           SALMAX = :BAND-MAX:BAND-IND
                       WHERE JOBCODE = :JOB-CODE
               END-EXEC
               PERFORM DISPLAY-BAND-RESULT
               GO TO SET-SALARY-BAND-EXIT
           END-IF
           .
           PERFORM EDIT-AMOUNT-ENTRY
           .
           IF NOT WS-AMOUNT-OK OR WS-AMOUNT-VALUE = ZERO
               DISPLAY "MINIMUM MUST BE AN AMOUNT ABOVE ZERO - BAND "
                   "NOT CHANGED."
               GO TO SET-SALARY-BAND-EXIT
           END-IF
           .
           MOVE WS-AMOUNT-VALUE TO WS-NEW-MIN
           .
           DISPLAY "ENTER MIDPOINT: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-AMOUNT-INPUT
           .
           ACCEPT WS-AMOUNT-INPUT
           .
           PERFORM EDIT-AMOUNT-ENTRY
           .
           IF NOT WS-AMOUNT-OK OR WS-AMOUNT-VALUE < WS-NEW-MIN
               DISPLAY "MIDPOINT MUST BE AN AMOUNT NOT BELOW THE "
                   "MINIMUM - BAND NOT CHANGED."
               GO TO SET-SALARY-BAND-EXIT
           END-IF
           .
           MOVE WS-AMOUNT-VALUE TO WS-NEW-MID
           .
           DISPLAY "ENTER MAXIMUM: " WITH NO ADVANCING
           .
           MOVE SPACES TO WS-AMOUNT-INPUT
           .
           ACCEPT WS-AMOUNT-INPUT
           .
           PERFORM EDIT-AMOUNT-ENTRY
           .
           IF NOT WS-AMOUNT-OK OR WS-AMOUNT-VALUE < WS-NEW-MID
               DISPLAY "MAXIMUM MUST BE AN AMOUNT NOT BELOW THE "
                   "MIDPOINT - BAND NOT CHANGED."
               GO TO SET-SALARY-BAND-EXIT
           END-IF
           .
           MOVE WS-AMOUNT-VALUE TO WS-NEW-MAX
           .
           MOVE "Y" TO WS-NEW-BAND-SWITCH
           .
           MOVE WS-NEW-MIN TO BAND-MIN
           .
           MOVE WS-NEW-MID TO BAND-MID
           .
           MOVE WS-NEW-MAX TO BAND-MAX
           .
           MOVE ZERO TO BAND-IND
           .
           EXEC SQL
               UPDATE JOBREF
                   SET SALMIN = :BAND-MIN:BAND-IND,
                       SALMID = :BAND-MID:BAND-IND,
                       SALMAX = :BAND-MAX:BAND-IND
                   WHERE JOBCODE = :JOB-CODE
           END-EXEC
           .
           PERFORM DISPLAY-BAND-RESULT
           .
       SET-SALARY-BAND-EXIT.
           EXIT.
           .

       DISPLAY-BAND-RESULT SECTION.
           IF SQLCODE NOT = 0
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
               GO TO DISPLAY-BAND-RESULT-EXIT
           END-IF
           .
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .
           DISPLAY "UPDATE SUCCESSFUL."
           .
           MOVE ZERO TO WS-JRNL-EMPNO
           .
           MOVE "BAND-JOB" TO WS-JRNL-FIELD
           .
           MOVE JOB-CODE-ARR TO WS-JRNL-BEFORE
           .
           MOVE JOB-CODE-ARR TO WS-JRNL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "BAND-MIN" TO WS-JRNL-FIELD
           .
           MOVE WS-OLD-MIN TO WS-AMOUNT-VALUE
           .
           PERFORM SET-BAND-JOURNAL-BEFORE
           .
           MOVE WS-NEW-MIN TO WS-AMOUNT-VALUE
           .
           PERFORM SET-BAND-JOURNAL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "BAND-MID" TO WS-JRNL-FIELD
           .
           MOVE WS-OLD-MID TO WS-AMOUNT-VALUE
           .
           PERFORM SET-BAND-JOURNAL-BEFORE
           .
           MOVE WS-NEW-MID TO WS-AMOUNT-VALUE
           .
           PERFORM SET-BAND-JOURNAL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "BAND-MAX" TO WS-JRNL-FIELD
           .
           MOVE WS-OLD-MAX TO WS-AMOUNT-VALUE
           .
           PERFORM SET-BAND-JOURNAL-BEFORE
           .
           MOVE WS-NEW-MAX TO WS-AMOUNT-VALUE
           .
           PERFORM SET-BAND-JOURNAL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
       DISPLAY-BAND-RESULT-EXIT.
           EXIT.
           .

       SET-BAND-JOURNAL-BEFORE SECTION.
           IF WS-OLD-BAND-SET
               MOVE WS-AMOUNT-VALUE TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
           ELSE
               MOVE "NULL" TO WS-JRNL-BEFORE
           END-IF
           .
       SET-BAND-JOURNAL-BEFORE-EXIT.
           EXIT.
           .

       SET-BAND-JOURNAL-AFTER SECTION.
           IF WS-NEW-BAND-SET
               MOVE WS-AMOUNT-VALUE TO WS-JRNL-AMT
               MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
           ELSE
               MOVE "NULL" TO WS-JRNL-AFTER
           END-IF
           .
       SET-BAND-JOURNAL-AFTER-EXIT.
           EXIT.
           .

       SET-PROBATION-PERIOD SECTION.
      *    Months of probation for new starters in the job, 0 to 24;
      *    zero hires them straight to confirmed and a blank entry
      *    returns the job to the PROBATION-MONTHS default.
           DISPLAY "ENTER JOB CODE FOR THE PROBATION PERIOD: "
               WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-JOBCODE
           .
           MOVE SPACES TO JOB-DESC-ARR
           .
           MOVE ZERO TO PROB-IND
           .
           EXEC SQL
               SELECT JOBDESC, PROBMONTHS
               INTO :JOB-DESC, :PROB-MONTHS:PROB-IND
               FROM JOBREF
               WHERE JOBCODE = :JOB-CODE
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "NOT A VALID JOB CODE - TRY AGAIN."
               GO TO SET-PROBATION-PERIOD-EXIT
           END-IF
           .
           IF PROB-IND = -1
               MOVE "NULL" TO WS-OLD-PROB
               DISPLAY JOB-CODE-ARR " (" JOB-DESC-ARR
                   ") TAKES THE DEFAULT PROBATION PERIOD"
           ELSE
               MOVE PROB-MONTHS TO D-PROB
               MOVE PROB-MONTHS TO WS-PROB-DISP
               MOVE WS-PROB-DISP TO WS-OLD-PROB
               DISPLAY "CURRENT PROBATION PERIOD IS " D-PROB
                   " MONTH(S)"
           END-IF
           .
           DISPLAY "ENTER MONTHS (BLANK FOR THE DEFAULT): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-PROB-INPUT
           .
           ACCEPT WS-PROB-INPUT
           .
           IF WS-PROB-INPUT = SPACES
               MOVE -1 TO PROB-IND
               MOVE ZERO TO PROB-MONTHS
           ELSE
               MOVE WS-PROB-INPUT TO WS-PROB-RJUST
               IF WS-PROB-INPUT(2:1) = SPACE
                   MOVE "0" TO WS-PROB-RJUST(1:1)
                   MOVE WS-PROB-INPUT(1:1) TO WS-PROB-RJUST(2:1)
               END-IF
               IF WS-PROB-RJUST NOT NUMERIC
                   DISPLAY "MONTHS NOT NUMERIC - PERIOD NOT CHANGED."
                   GO TO SET-PROBATION-PERIOD-EXIT
               END-IF
               MOVE WS-PROB-RJUST TO PROB-MONTHS
               IF PROB-MONTHS > 24
                   DISPLAY "PROBATION CANNOT EXCEED 24 MONTHS - "
                       "PERIOD NOT CHANGED."
                   GO TO SET-PROBATION-PERIOD-EXIT
               END-IF
               MOVE ZERO TO PROB-IND
           END-IF
           .
           EXEC SQL
               UPDATE JOBREF
                   SET PROBMONTHS = :PROB-MONTHS:PROB-IND
                   WHERE JOBCODE = :JOB-CODE
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
               GO TO SET-PROBATION-PERIOD-EXIT
           END-IF
           .
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .
           DISPLAY "UPDATE SUCCESSFUL."
           .
           MOVE ZERO TO WS-JRNL-EMPNO
           .
           MOVE "PROB-JOB" TO WS-JRNL-FIELD
           .
           MOVE JOB-CODE-ARR TO WS-JRNL-BEFORE
           .
           MOVE JOB-CODE-ARR TO WS-JRNL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "PROBMONTHS" TO WS-JRNL-FIELD
           .
           MOVE WS-OLD-PROB TO WS-JRNL-BEFORE
           .
           IF PROB-IND = -1
               MOVE "NULL" TO WS-JRNL-AFTER
           ELSE
               MOVE PROB-MONTHS TO WS-PROB-DISP
               MOVE WS-PROB-DISP TO WS-JRNL-AFTER
           END-IF
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
       SET-PROBATION-PERIOD-EXIT.
           EXIT.
           .

       SET-OCCUPATION-GROUP SECTION.
      *    The ANZSCO major group, 1 to 8, that the job's holders are
      *    counted under on the WGEA return; a blank entry leaves the
      *    job unmapped.
           DISPLAY "ENTER JOB CODE FOR THE OCCUPATIONAL CATEGORY: "
               WITH NO ADVANCING
           .
           PERFORM ACCEPT-VALID-JOBCODE
           .
           MOVE SPACES TO JOB-DESC-ARR
           .
           MOVE ZERO TO OCC-IND
           .
           EXEC SQL
               SELECT JOBDESC, OCCGROUP
               INTO :JOB-DESC, :OCC-GROUP:OCC-IND
               FROM JOBREF
               WHERE JOBCODE = :JOB-CODE
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "NOT A VALID JOB CODE - TRY AGAIN."
               GO TO SET-OCCUPATION-GROUP-EXIT
           END-IF
           .
           IF OCC-IND = -1
               MOVE "NULL" TO WS-OLD-OCC
               DISPLAY JOB-CODE-ARR " (" JOB-DESC-ARR
                   ") HAS NO OCCUPATIONAL CATEGORY"
           ELSE
               MOVE OCC-GROUP TO WS-OLD-OCC
               PERFORM SET-OCCUPATION-NAME
               DISPLAY "CURRENT CATEGORY IS " OCC-GROUP " "
                   WS-OCC-NAME
           END-IF
           .
           DISPLAY "  1 MANAGERS                 5 CLERICAL AND "
               "ADMINISTRATIVE"
           .
           DISPLAY "  2 PROFESSIONALS            6 SALES"
           .
           DISPLAY "  3 TECHNICIANS AND TRADES   7 MACHINERY "
               "OPERATORS AND DRIVERS"
           .
           DISPLAY "  4 COMMUNITY AND PERSONAL   8 LABOURERS"
           .
           DISPLAY "     SERVICE"
           .
           DISPLAY "ENTER CATEGORY 1-8 (BLANK TO CLEAR): "
               WITH NO ADVANCING
           .
           MOVE SPACES TO WS-OCC-INPUT
           .
           ACCEPT WS-OCC-INPUT
           .
           IF WS-OCC-INPUT = SPACES
               MOVE -1 TO OCC-IND
               MOVE SPACE TO OCC-GROUP
           ELSE
               IF WS-OCC-INPUT(2:1) NOT = SPACE
                   OR WS-OCC-INPUT(1:1) < "1"
                   OR WS-OCC-INPUT(1:1) > "8"
                   DISPLAY "CATEGORY MUST BE 1 TO 8 - NOT CHANGED."
                   GO TO SET-OCCUPATION-GROUP-EXIT
               END-IF
               MOVE WS-OCC-INPUT(1:1) TO OCC-GROUP
               MOVE ZERO TO OCC-IND
           END-IF
           .
           EXEC SQL
               UPDATE JOBREF
                   SET OCCGROUP = :OCC-GROUP:OCC-IND
                   WHERE JOBCODE = :JOB-CODE
           END-EXEC
           .
           IF SQLCODE NOT = 0
               DISPLAY "UPDATE FAILED - SQLCODE = " SQLCODE
               GO TO SET-OCCUPATION-GROUP-EXIT
           END-IF
           .
           EXEC SQL
               COMMIT WORK
           END-EXEC
           .
           DISPLAY "UPDATE SUCCESSFUL."
           .
           MOVE ZERO TO WS-JRNL-EMPNO
           .
           MOVE "OCC-JOB" TO WS-JRNL-FIELD
           .
           MOVE JOB-CODE-ARR TO WS-JRNL-BEFORE
           .
           MOVE JOB-CODE-ARR TO WS-JRNL-AFTER
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
           MOVE "OCCGROUP" TO WS-JRNL-FIELD
           .
           MOVE WS-OLD-OCC TO WS-JRNL-BEFORE
           .
           IF OCC-IND = -1
               MOVE "NULL" TO WS-JRNL-AFTER
           ELSE
               MOVE OCC-GROUP TO WS-JRNL-AFTER
           END-IF
           .
           PERFORM WRITE-MAINT-JOURNAL
           .
       SET-OCCUPATION-GROUP-EXIT.
           EXIT.
           .

       SET-OCCUPATION-NAME SECTION.
           EVALUATE OCC-GROUP
               WHEN "1"
                   MOVE "MANAGERS" TO WS-OCC-NAME
               WHEN "2"
                   MOVE "PROFESSIONALS" TO WS-OCC-NAME
               WHEN "3"
                   MOVE "TECHNICIANS AND TRADES WORKERS"
                       TO WS-OCC-NAME
               WHEN "4"
                   MOVE "COMMUNITY AND PERSONAL SERVICE WORKERS"
                       TO WS-OCC-NAME
               WHEN "5"
                   MOVE "CLERICAL AND ADMINISTRATIVE WORKERS"
                       TO WS-OCC-NAME
               WHEN "6"
                   MOVE "SALES WORKERS" TO WS-OCC-NAME
               WHEN "7"
                   MOVE "MACHINERY OPERATORS AND DRIVERS"
                       TO WS-OCC-NAME
               WHEN "8"
                   MOVE "LABOURERS" TO WS-OCC-NAME
               WHEN OTHER
                   MOVE "NOT MAPPED" TO WS-OCC-NAME
           END-EVALUATE
           .
       SET-OCCUPATION-NAME-EXIT.
           EXIT.
           .

       EDIT-AMOUNT-ENTRY SECTION.
      *    Dollars with an optional decimal point and at most two
      *    decimal places, as LOGON's money entry edit takes them.
           MOVE "N" TO WS-AMOUNT-OK-SWITCH
           .
           MOVE ZERO TO WS-AMT-TRAIL-CT
           .
           INSPECT WS-AMOUNT-INPUT
               TALLYING WS-AMT-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-AMT-LEN = 10 - WS-AMT-TRAIL-CT
           .
           IF WS-AMT-LEN = 0
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE SPACES TO WS-AMT-INT-IN
           .
           MOVE SPACES TO WS-AMT-DEC-IN
           .
           UNSTRING WS-AMOUNT-INPUT(1:WS-AMT-LEN)
               DELIMITED BY "."
               INTO WS-AMT-INT-IN WS-AMT-DEC-IN
               ON OVERFLOW
                   GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-UNSTRING
           .
           MOVE ZERO TO WS-AMT-TRAIL-CT
           .
           INSPECT WS-AMT-INT-IN
               TALLYING WS-AMT-TRAIL-CT FOR TRAILING SPACE
           .
           COMPUTE WS-AMT-LEN = 7 - WS-AMT-TRAIL-CT
           .
           IF WS-AMT-LEN = 0
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE ZEROS TO WS-AMT-INT-RJUST
           .
           MOVE WS-AMT-INT-IN(1:WS-AMT-LEN)
               TO WS-AMT-INT-RJUST(8 - WS-AMT-LEN:WS-AMT-LEN)
           .
           IF WS-AMT-INT-RJUST NOT NUMERIC
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           IF WS-AMT-DEC-IN = SPACES
               MOVE "00" TO WS-AMT-DEC-IN
           END-IF
           .
           IF WS-AMT-DEC-IN(2:1) = SPACE
               MOVE "0" TO WS-AMT-DEC-IN(2:1)
           END-IF
           .
           IF WS-AMT-DEC-IN NOT NUMERIC
               GO TO EDIT-AMOUNT-ENTRY-EXIT
           END-IF
           .
           MOVE WS-AMT-INT-RJUST TO WS-AMT-INT-NUM
           .
           MOVE WS-AMT-DEC-IN TO WS-AMT-DEC-NUM
           .
           COMPUTE WS-AMOUNT-VALUE =
               WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100)
           .
           SET WS-AMOUNT-OK TO TRUE
           .
       EDIT-AMOUNT-ENTRY-EXIT.
           EXIT.
           .

       DELETE-JOB-CODE SECTION.
           DISPLAY "ENTER JOB CODE TO DELETE: " WITH NO ADVANCING
           .
       DISPLAY-JOB-RESULT-EXIT.
           EXIT.
           .


           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="JOBMAINT"==.
