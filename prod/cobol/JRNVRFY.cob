
       WORKING-STORAGE SECTION.
           COPY RUNSTATL.
           COPY INCIDLK.

       01  WS-JRNL-FILENAME             PIC X(256).
       01  WS-JRNL-STATUS               PIC XX.
           PERFORM RECORD-RUN-START
           PERFORM VERIFY-JOURNAL-CHAIN
           PERFORM WRITE-RESULT-FILE
           PERFORM REPORT-CHAIN-INCIDENT

           IF WS-CHAIN-BROKEN
               DISPLAY "JRNVRFY: CHAIN BROKEN AT LINE "
           .
       WRITE-RESULT-FILE-EXIT.
           EXIT.

       REPORT-CHAIN-INCIDENT SECTION.
      *    A broken chain is a CRITICAL integrity incident for the
      *    service desk; a chain verified intact clears it. With no
      *    journal to read nothing was proven either way and any
      *    open incident stands.
           MOVE SPACES TO IC-PARM
           IF WS-CHAIN-BROKEN
               MOVE "R" TO IC-FUNCTION
           ELSE
               IF NOT WS-JRNL-FILE-OK
                   GO TO REPORT-CHAIN-INCIDENT-EXIT
               END-IF
               MOVE "C" TO IC-FUNCTION
           END-IF
           MOVE "JRNVRFY" TO IC-SOURCE
           MOVE "CRITICAL" TO IC-SEVERITY
           MOVE "JRNVRFY" TO IC-PGM
           MOVE "JRNVRFY:CHAIN" TO IC-KEY
           IF WS-CHAIN-BROKEN
               STRING "MAINTENANCE JOURNAL CHAIN BROKEN AT LINE "
                       DELIMITED SIZE
                   WS-BROKEN-LINE DELIMITED SIZE
                   " - " DELIMITED SIZE
                   WS-BROKEN-REASON DELIMITED SIZE
                 INTO IC-SUMMARY
               END-STRING
           ELSE
               MOVE "MAINTENANCE JOURNAL CHAIN VERIFIED INTACT"
                   TO IC-SUMMARY
           END-IF
           MOVE WS-RESULT-FILENAME TO IC-EVIDENCE
           CALL "INCIDMGR" USING IC-PARM
           .
       REPORT-CHAIN-INCIDENT-EXIT.
           EXIT.
