       01  WS-DU-FILE-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-DU-TOTAL-BYTES             PIC 9(9) COMP-5 VALUE 0.

       01  WS-INCIDENT-PGM               PIC X(20).
       01  WS-ABDCODE-LEAD-CT            PIC 9(2) COMP.
           COPY INCIDLK.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-LOGDIR
           PERFORM RESOLVE-ABDCODE
           PERFORM CREATE-DUMPS

           MOVE WS-ABDCODE-VALUE TO ABDCODE.
           PERFORM RESOLVE-INCIDENT-NAME
           PERFORM WRITE-ABEND-LOG
           PERFORM BUILD-INCIDENT-BUNDLE
           PERFORM RAISE-ALERT
           PERFORM RAISE-ABEND-INCIDENT
           PERFORM DISK-USAGE-REPORT

           MOVE 0 TO TIMING.
       CREATE-DUMPS-EXIT.
           EXIT.

       RESOLVE-INCIDENT-NAME SECTION.
      *    The abend's moment, taken once, dates both the MFABEND.log
      *    line and the incident bundle - so the log line can name
      *    the bundle that goes with it.
           ACCEPT WS-ABEND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABEND-TIME FROM TIME
           MOVE SPACES TO WS-INC-FILENAME
           STRING WS-LOGNAME DELIMITED BY SPACE
               "/MFABEND_Incident." DELIMITED BY SIZE
               WS-ABEND-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-ABEND-TIME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-INC-FILENAME
           END-STRING
           .
       RESOLVE-INCIDENT-NAME-EXIT.
           EXIT.

       WRITE-ABEND-LOG SECTION.
      *    Append a structured event line (date, time, abend code and
      *    dump file names) to MFABEND.log in LOGDIR, one line per
      *    abend, so dumps can be correlated after the fact. The
      *    line ends with BUNDLE= naming the incident bundle, which
      *    ABNDTRND lists against each recurring problem.
           MOVE SPACES TO WS-LOG-FILENAME
           STRING WS-LOGNAME DELIMITED BY SPACE
               "/MFABEND.log" DELIMITED BY SIZE
           END-IF
           IF WS-LOG-FILE-OK
               SET WS-LOG-ENABLED TO TRUE
               MOVE ABDCODE TO WS-ABDCODE-DISP
               MOVE SPACES TO ABEND-LOG-REC
               STRING
                       INTO ABEND-LOG-REC
                   END-STRING
               END-IF
               MOVE ABEND-LOG-REC TO WS-ABEND-LOG-BUF
               MOVE ZERO TO WS-ABEND-LOG-TRAIL-CT
               INSPECT WS-ABEND-LOG-BUF
                   TALLYING WS-ABEND-LOG-TRAIL-CT
                   FOR TRAILING SPACE
               COMPUTE WS-ABEND-LOG-LEN =
                   200 - WS-ABEND-LOG-TRAIL-CT
               MOVE SPACES TO ABEND-LOG-REC
               STRING
                   WS-ABEND-LOG-BUF(1:WS-ABEND-LOG-LEN)
                       DELIMITED SIZE
                   " BUNDLE=" DELIMITED SIZE
                   WS-INC-FILENAME DELIMITED BY SPACE
                   INTO ABEND-LOG-REC
               END-STRING
               WRITE ABEND-LOG-REC
               CLOSE ABEND-LOG-FILE
           ELSE
      *    dynquery statement log - into one dated bundle alongside
      *    the dumps, named with the same date/time tags
      *    BUILD-DUMP-FILENAMES puts on the core and stack files so
      *    everything from one abend groups together. The name
      *    was settled by RESOLVE-INCIDENT-NAME.
           OPEN OUTPUT INCIDENT-FILE
           IF NOT WS-INC-FILE-OK
               DISPLAY "MFABEND: UNABLE TO OPEN INCIDENT BUNDLE: "
       RAISE-ALERT-EXIT.
           EXIT.

       RAISE-ABEND-INCIDENT SECTION.
      *    Every abend goes to the service desk as a CRITICAL
      *    incident keyed on the failing program, pointing at the
      *    bundle (or, if none could be written, the abend log). A
      *    program abending again before it is cleared adds to the
      *    open incident; NIGHTRUN clears it once the program next
      *    runs clean.
           IF WS-FAILING-PGM = SPACES
               MOVE "(NOT NAMED)" TO WS-INCIDENT-PGM
           ELSE
               MOVE WS-FAILING-PGM TO WS-INCIDENT-PGM
           END-IF
           MOVE WS-ABDCODE-VALUE TO WS-ABDCODE-DISP
           MOVE ZERO TO WS-ABDCODE-LEAD-CT
           INSPECT WS-ABDCODE-DISP TALLYING WS-ABDCODE-LEAD-CT
               FOR LEADING SPACE
           MOVE SPACES TO IC-PARM
           MOVE "R" TO IC-FUNCTION
           MOVE "MFABEND" TO IC-SOURCE
           MOVE "CRITICAL" TO IC-SEVERITY
           MOVE WS-INCIDENT-PGM TO IC-PGM
           STRING "ABEND:" DELIMITED SIZE
               WS-INCIDENT-PGM DELIMITED BY "  "
               INTO IC-KEY
           END-STRING
           STRING WS-INCIDENT-PGM DELIMITED BY "  "
               " ABENDED, ABDCODE " DELIMITED SIZE
               WS-ABDCODE-DISP(WS-ABDCODE-LEAD-CT + 1:)
                   DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REASON-TEXT DELIMITED SIZE
               INTO IC-SUMMARY
           END-STRING
           IF WS-INC-ENABLED
               MOVE WS-INC-FILENAME TO IC-EVIDENCE
           ELSE
               MOVE WS-LOG-FILENAME TO IC-EVIDENCE
           END-IF
           CALL "INCIDMGR" USING IC-PARM
           .
       RAISE-ABEND-INCIDENT-EXIT.
           EXIT.

       DISK-USAGE-REPORT SECTION.
      *    Sweeps LOGDIR for MFABEND's dump/log files and reports how
      *    many there are and how much space they occupy, so an
