       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY PROFMGRL.
           COPY BUSDAYLK.
           COPY INCIDLK.

       01  WS-SCHED-FILENAME            PIC X(256).
       01  WS-SCHED-STATUS              PIC XX.
      *    The night's steps in schedule order, each with its
      *    recorded outcome and the steps it declared it NEEDS -
      *    an unrelated failure no longer takes the whole night,
      *    only the failed step's dependents are skipped - and the
      *    run qualifier saying which nights the step is due.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 20.
               10  WS-STEP-PGM         PIC X(30).
               10  WS-STEP-OUTCOME     PIC X(20).
               10  WS-STEP-NEEDS       PIC X(60).
               10  WS-STEP-WHEN        PIC X(8).
                   88  WS-STEP-DAILY         VALUE "DAILY".
                   88  WS-STEP-BUSDAY        VALUE "BUSDAY".
                   88  WS-STEP-MONTHEND      VALUE "MONTHEND".
                   88  WS-STEP-QTREND        VALUE "QTREND".
       01  WS-STEP-COUNT                PIC 9(2) COMP VALUE 0.
       01  WS-STEP-IDX                  PIC 9(2) COMP.

       01  WS-STEP-RC                   PIC S9(4) COMP.
       01  WS-STEP-RC-DISP              PIC -(3)9.
       01  WS-RUN-DATE                  PIC 9(8).

      *    The business date the run qualifiers are judged against -
      *    the run date, unless NIGHTRUN-BUSINESS-DATE (YYYYMMDD)
      *    names another, for a night that starts after midnight or
      *    is rerun the next morning. Weekends and public holidays
      *    come from the shared calendar through BUSDAY.
       01  WS-BUS-DATE-ENV              PIC X(8).
       01  WS-BUS-DATE                  PIC 9(8).
       01  WS-STEP-DUE-SWITCH           PIC X.
           88  WS-STEP-DUE                    VALUE "Y".
       01  WS-RUN-TIME                  PIC 9(8).
       01  WS-CALL-PGM                  PIC X(30).
      *    INBCTL points each feed's consumer setting at the staged
      *    file for the steps after it, so it always runs inside
      *    NIGHTRUN - even under capture, where a step's own
      *    process would take the settings with it when it ended.
           88  WS-CALL-SETS-ENVIRONMENT       VALUE "INBCTL".

      *    Batch-window enforcement: NIGHTRUN-WINDOW-END (HHMM)
      *    names the moment the online day opens - a step about to
      *    shell with its console output redirected to a dated file
      *    under NIGHTRUN-LOGDIR (default /tmp), named from the
      *    night summary - so a 3 a.m. failure reads back at 8.
      *    INBCTL is the exception and is always CALLed (see
      *    WS-CALL-PGM).
       01  WS-CAPTURE-ENV               PIC X(1).
       01  WS-CAPTURE-SWITCH            PIC X VALUE "N".
           88  WS-CAPTURE-MODE                VALUE "Y".
       01  WS-CAPTURE-DIR               PIC X(200).
       01  WS-STEP-LOG-NAME             PIC X(256).

      *    A step's incident, raised or cleared at the end of the
      *    night, rests on its final outcome.
       01  WS-INC-ACTION                PIC X.
           88  WS-INC-RAISE                   VALUE "R".
           88  WS-INC-CLEAR                   VALUE "C".
           88  WS-INC-NONE                    VALUE " ".
       01  WS-INC-SEVERITY              PIC X(8).
       01  WS-SYSTEM-CMD                PIC X(300).

       PROCEDURE DIVISION.

           PERFORM WRITE-NIGHT-SUMMARY
           PERFORM WRITE-OUTCOME-FILE
           PERFORM REPORT-STEP-INCIDENTS

           IF WS-RPT-FILE-OK
               CLOSE NIGHT-REPORT-FILE
      *    POLICY=CONTINUE line (anywhere before the steps it
      *    governs). Blank lines and lines starting with * are
      *    comments.
      *    A run qualifier may follow the program name to say which
      *    nights the step is due: DAILY (the default), BUSDAY
      *    (business days only), MONTHEND (the last business day of
      *    the month) or QTREND (the last business day of March,
      *    June, September and December) - GLPOST MONTHEND NEEDS=
      *    PAYREL. A step not due tonight is passed over, and counts
      *    as met for the steps that NEED it.
           MOVE SPACES TO WS-SCHED-FILENAME
           DISPLAY "NIGHTRUN-SCHEDULE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SCHED-FILENAME FROM ENVIRONMENT-VALUE
           UNSTRING WS-SCHED-LINE DELIMITED BY " NEEDS="
               INTO WS-SCHED-HEAD WS-NEEDS-WORK
           END-UNSTRING
           MOVE SPACES TO WS-STEP-PGM(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-WHEN(WS-STEP-COUNT)
           UNSTRING WS-SCHED-HEAD DELIMITED BY ALL SPACE
               INTO WS-STEP-PGM(WS-STEP-COUNT)
                   WS-STEP-WHEN(WS-STEP-COUNT)
           END-UNSTRING
           INSPECT WS-STEP-WHEN(WS-STEP-COUNT)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-STEP-WHEN(WS-STEP-COUNT) = SPACES
               SET WS-STEP-DAILY(WS-STEP-COUNT) TO TRUE
           END-IF
           MOVE WS-NEEDS-WORK TO WS-STEP-NEEDS(WS-STEP-COUNT)
           MOVE "PENDING" TO WS-STEP-OUTCOME(WS-STEP-COUNT)
           .

       CHECK-STEP-DEPENDENCIES SECTION.
      *    Every name on the step's NEEDS list must have ended OK
      *    (tonight or on the prior run being restarted) or not be
      *    due tonight; a missing
      *    or failed prerequisite skips the step rather than feeding
      *    it a bad input.
           SET WS-DEPS-OK TO TRUE
                           AND (WS-STEP-OUTCOME(WS-SCAN-IDX)
                                   = "OK"
                               OR WS-STEP-OUTCOME(WS-SCAN-IDX)(1:4)
                                   = "DONE"
                               OR WS-STEP-OUTCOME(WS-SCAN-IDX)(1:7)
                                   = "NOT DUE")
                           SET WS-NEED-MET TO TRUE
                       END-IF
                   END-PERFORM
       WRITE-OUTCOME-FILE-EXIT.
           EXIT.

       REPORT-STEP-INCIDENTS SECTION.
      *    Each step that failed, overran or could not be run goes
      *    to the service desk through INCIDMGR, keyed on the step,
      *    and each step that ended OK clears its own incident and
      *    any abend incident MFABEND raised for it. Steps skipped
      *    for a failed NEEDS step or an ABORT are not raised again
      *    - the failure behind them already is - and steps not due
      *    or done on the prior run leave their incident as it is.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM REPORT-ONE-STEP-INCIDENT
           END-PERFORM
           .
       REPORT-STEP-INCIDENTS-EXIT.
           EXIT.

       REPORT-ONE-STEP-INCIDENT SECTION.
           SET WS-INC-NONE TO TRUE
           EVALUATE TRUE
               WHEN WS-STEP-OUTCOME(WS-STEP-IDX) = "OK"
                   SET WS-INC-CLEAR TO TRUE
               WHEN WS-STEP-OUTCOME(WS-STEP-IDX)(1:6) = "FAILED"
               WHEN WS-STEP-OUTCOME(WS-STEP-IDX) = "NOT FOUND"
               WHEN WS-STEP-OUTCOME(WS-STEP-IDX) = "BAD QUALIFIER"
                   SET WS-INC-RAISE TO TRUE
                   MOVE "MAJOR" TO WS-INC-SEVERITY
               WHEN WS-STEP-OUTCOME(WS-STEP-IDX) = "OVERRUN"
               WHEN WS-STEP-OUTCOME(WS-STEP-IDX) = "SKIPPED (WINDOW)"
                   SET WS-INC-RAISE TO TRUE
                   MOVE "MINOR" TO WS-INC-SEVERITY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-INC-NONE
               GO TO REPORT-ONE-STEP-INCIDENT-EXIT
           END-IF
           MOVE SPACES TO IC-PARM
           MOVE WS-INC-ACTION TO IC-FUNCTION
           MOVE "NIGHTRUN" TO IC-SOURCE
           MOVE WS-STEP-PGM(WS-STEP-IDX) TO IC-PGM
           STRING "NIGHTRUN:" DELIMITED SIZE
               WS-STEP-PGM(WS-STEP-IDX) DELIMITED BY SPACE
               INTO IC-KEY
           END-STRING
           STRING "NIGHT RUN " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               " STEP " DELIMITED SIZE
               WS-STEP-PGM(WS-STEP-IDX) DELIMITED BY SPACE
               " " DELIMITED SIZE
               WS-STEP-OUTCOME(WS-STEP-IDX) DELIMITED SIZE
               INTO IC-SUMMARY
           END-STRING
      *    A step that ran under capture points at its own output;
      *    otherwise the night report is the evidence.
           MOVE WS-STEP-PGM(WS-STEP-IDX) TO WS-CALL-PGM
           IF WS-CAPTURE-MODE AND NOT WS-CALL-SETS-ENVIRONMENT
               AND (WS-STEP-OUTCOME(WS-STEP-IDX) = "OK"
                   OR WS-STEP-OUTCOME(WS-STEP-IDX)(1:10)
                       = "FAILED RC="
                   OR WS-STEP-OUTCOME(WS-STEP-IDX) = "OVERRUN")
               STRING WS-CAPTURE-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-STEP-PGM(WS-STEP-IDX) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                 INTO IC-EVIDENCE
               END-STRING
           ELSE
               MOVE WS-RPT-FILENAME TO IC-EVIDENCE
           END-IF
           IF WS-INC-RAISE
               MOVE WS-INC-SEVERITY TO IC-SEVERITY
           END-IF
           CALL "INCIDMGR" USING IC-PARM
           IF WS-INC-CLEAR
               MOVE SPACES TO IC-KEY
               STRING "ABEND:" DELIMITED SIZE
                   WS-STEP-PGM(WS-STEP-IDX) DELIMITED BY SPACE
                   INTO IC-KEY
               END-STRING
               CALL "INCIDMGR" USING IC-PARM
           END-IF
           .
       REPORT-ONE-STEP-INCIDENT-EXIT.
           EXIT.

       OPEN-NIGHT-REPORT SECTION.
      *    NIGHTRUN-REPORT names the night-run summary; it defaults
      *    to /tmp/nightrun.rpt when unset.
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           IF WS-RPT-FILE-OK
               MOVE SPACES TO NIGHT-REPORT-REC
               STRING "NIGHT RUN OF " DELIMITED SIZE
                   INTO NIGHT-REPORT-REC
               END-STRING
               WRITE NIGHT-REPORT-REC
               IF WS-BUS-DATE NOT = WS-RUN-DATE
                   MOVE SPACES TO NIGHT-REPORT-REC
                   STRING "RUN QUALIFIERS JUDGED FOR " DELIMITED SIZE
                       WS-BUS-DATE DELIMITED SIZE
                       INTO NIGHT-REPORT-REC
                   END-STRING
                   WRITE NIGHT-REPORT-REC
               END-IF
               MOVE ALL "-" TO NIGHT-REPORT-REC
               WRITE NIGHT-REPORT-REC
           END-IF
       OPEN-NIGHT-REPORT-EXIT.
           EXIT.

       RESOLVE-BUSINESS-DATE SECTION.
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           MOVE SPACES TO WS-BUS-DATE-ENV
           DISPLAY "NIGHTRUN-BUSINESS-DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BUS-DATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-BUS-DATE-ENV = SPACES
               GO TO RESOLVE-BUSINESS-DATE-EXIT
           END-IF
           IF WS-BUS-DATE-ENV IS NUMERIC
               MOVE WS-BUS-DATE-ENV TO WS-BUS-DATE
           ELSE
               DISPLAY "NIGHTRUN: NIGHTRUN-BUSINESS-DATE "
                   WS-BUS-DATE-ENV " IS NOT YYYYMMDD - USING "
                   WS-RUN-DATE
           END-IF
           .
       RESOLVE-BUSINESS-DATE-EXIT.
           EXIT.

       CHECK-STEP-DUE SECTION.
      *    A DAILY step is always due; the others ask the shared
      *    calendar about the business date. A qualifier the night
      *    does not know, or a calendar that cannot answer, fails
      *    the step rather than guess which way to run it.
           SET WS-STEP-DUE TO TRUE
           IF WS-STEP-DAILY(WS-STEP-IDX)
               GO TO CHECK-STEP-DUE-EXIT
           END-IF
           MOVE SPACES TO BD-PARM
           MOVE WS-BUS-DATE TO BD-DATE-IN
           EVALUATE TRUE
               WHEN WS-STEP-BUSDAY(WS-STEP-IDX)
                   MOVE "B" TO BD-FUNCTION
               WHEN WS-STEP-MONTHEND(WS-STEP-IDX)
                   MOVE "M" TO BD-FUNCTION
               WHEN WS-STEP-QTREND(WS-STEP-IDX)
                   MOVE "Q" TO BD-FUNCTION
               WHEN OTHER
                   MOVE "N" TO WS-STEP-DUE-SWITCH
                   MOVE "BAD QUALIFIER" TO WS-STEP-OUTCOME(WS-STEP-IDX)
                   DISPLAY "NIGHTRUN: STEP " WS-STEP-IDX " - "
                       WS-STEP-PGM(WS-STEP-IDX)
                       " HAS UNKNOWN RUN QUALIFIER "
                       WS-STEP-WHEN(WS-STEP-IDX)
                   SET WS-NIGHT-FAILED TO TRUE
                   GO TO CHECK-STEP-DUE-EXIT
           END-EVALUATE
           CALL "BUSDAY" USING BD-PARM
           IF NOT BD-OK
               MOVE "N" TO WS-STEP-DUE-SWITCH
               MOVE "FAILED (CALENDAR)" TO WS-STEP-OUTCOME(WS-STEP-IDX)
               DISPLAY "NIGHTRUN: STEP " WS-STEP-IDX " - "
                   WS-STEP-PGM(WS-STEP-IDX)
                   " - BUSINESS CALENDAR COULD NOT SAY IF "
                   WS-BUS-DATE " IS " WS-STEP-WHEN(WS-STEP-IDX)
               SET WS-NIGHT-FAILED TO TRUE
               GO TO CHECK-STEP-DUE-EXIT
           END-IF
           IF BD-NO
               MOVE "N" TO WS-STEP-DUE-SWITCH
               MOVE SPACES TO WS-STEP-OUTCOME(WS-STEP-IDX)
               STRING "NOT DUE (" DELIMITED SIZE
                   WS-STEP-WHEN(WS-STEP-IDX) DELIMITED SPACE
                   ")" DELIMITED SIZE
                   INTO WS-STEP-OUTCOME(WS-STEP-IDX)
               END-STRING
               DISPLAY "NIGHTRUN: STEP " WS-STEP-IDX " - "
                   WS-STEP-PGM(WS-STEP-IDX) " NOT DUE - "
                   WS-BUS-DATE " IS NOT " WS-STEP-WHEN(WS-STEP-IDX)
           END-IF
           .
       CHECK-STEP-DUE-EXIT.
           EXIT.

       RESOLVE-WINDOW-SETTINGS SECTION.
           MOVE SPACES TO WS-WINDOW-ENV
           DISPLAY "NIGHTRUN-WINDOW-END" UPON ENVIRONMENT-NAME
                   " ALREADY DONE ON THE PRIOR RUN"
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-STEP-DUE
           IF NOT WS-STEP-DUE
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-STEP-DEPENDENCIES
           IF NOT WS-DEPS-OK
               MOVE "SKIPPED (NEEDS)" TO WS-STEP-OUTCOME(WS-STEP-IDX)
           MOVE WS-NOW-SECS TO WS-STEP-START-SECS
           MOVE WS-STEP-PGM(WS-STEP-IDX) TO WS-CALL-PGM
           MOVE 0 TO RETURN-CODE
           IF WS-CAPTURE-MODE AND NOT WS-CALL-SETS-ENVIRONMENT
               PERFORM RUN-STEP-CAPTURED
           ELSE
               CALL WS-CALL-PGM
