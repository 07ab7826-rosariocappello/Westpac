       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDMGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-QUEUE-FILE ASSIGN TO WS-QUEUE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-QUEUE-STATUS.

           SELECT INCIDENT-OPEN-FILE ASSIGN TO WS-OPEN-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IO-KEY
               FILE STATUS WS-OPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-QUEUE-FILE.
           COPY INCIDREC.

       FD  INCIDENT-OPEN-FILE.
           COPY INCOPEN.

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-FILENAME            PIC X(256).
       01  WS-QUEUE-STATUS              PIC XX.
           88  WS-QUEUE-FILE-OK               VALUE "00".
           88  WS-QUEUE-NO-FILE               VALUE "35".

       01  WS-OPEN-FILENAME             PIC X(256).
       01  WS-OPEN-STATUS               PIC XX.
           88  WS-OPEN-FILE-OK                VALUE "00".
           88  WS-OPEN-NO-FILE                VALUE "35".
           88  WS-OPEN-NOT-FOUND              VALUE "23".

       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).

       01  WS-SEQUENCE-KEY              PIC X(40)
               VALUE "*INCIDENT-SEQUENCE*".
       01  WS-NEW-INCIDENT-ID           PIC X(20).

       LINKAGE SECTION.
           COPY INCIDLK.

       PROCEDURE DIVISION USING IC-PARM.
       DISPATCH SECTION.
           SET IC-FAILED TO TRUE
           .
           MOVE SPACES TO IC-INCIDENT-ID
           .
           EVALUATE IC-FUNCTION
               WHEN "R"
               WHEN "r"
                   PERFORM OPEN-REGISTER
                   IF WS-OPEN-FILE-OK
                       PERFORM RAISE-INCIDENT
                       CLOSE INCIDENT-OPEN-FILE
                   END-IF
               WHEN "C"
               WHEN "c"
                   PERFORM OPEN-REGISTER
                   IF WS-OPEN-FILE-OK
                       PERFORM CLEAR-INCIDENT
                       CLOSE INCIDENT-OPEN-FILE
                   END-IF
               WHEN OTHER
                   DISPLAY "INCIDMGR: UNKNOWN FUNCTION " IC-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       OPEN-REGISTER SECTION.
           MOVE SPACES TO WS-OPEN-FILENAME
           .
           DISPLAY "INCIDENT-OPEN-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-OPEN-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-OPEN-FILENAME = SPACES
               MOVE "/tmp/incident_open.dat" TO WS-OPEN-FILENAME
           END-IF
           .
           OPEN I-O INCIDENT-OPEN-FILE
           .
           IF WS-OPEN-NO-FILE
               OPEN OUTPUT INCIDENT-OPEN-FILE
               IF WS-OPEN-FILE-OK
                   CLOSE INCIDENT-OPEN-FILE
                   OPEN I-O INCIDENT-OPEN-FILE
               END-IF
           END-IF
           .
           IF NOT WS-OPEN-FILE-OK
               DISPLAY "INCIDMGR: UNABLE TO OPEN INCIDENT REGISTER: "
                   WS-OPEN-FILENAME " STATUS=" WS-OPEN-STATUS
           END-IF
           .
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           ACCEPT WS-TIME-NOW FROM TIME
           .
       OPEN-REGISTER-EXIT.
           EXIT.
           .

       RAISE-INCIDENT SECTION.
           MOVE IC-KEY TO IO-KEY
           .
           READ INCIDENT-OPEN-FILE
           .
      *    Still open from an earlier raise - the desk already has
      *    the ticket, so count the repeat and keep the latest
      *    evidence for the clear.
           IF WS-OPEN-FILE-OK
               ADD 1 TO IO-REPEATS
               MOVE WS-TODAY TO IO-LAST-DATE
               MOVE WS-TIME-NOW TO IO-LAST-TIME
               IF IC-EVIDENCE NOT = SPACES
                   MOVE IC-EVIDENCE TO IO-EVIDENCE
               END-IF
               REWRITE INCOPEN-REC
               MOVE IO-INCIDENT-ID TO IC-INCIDENT-ID
               SET IC-REPEATED TO TRUE
               DISPLAY "INCIDMGR: " IO-INCIDENT-ID " STILL OPEN FOR "
                   IC-KEY
               GO TO RAISE-INCIDENT-EXIT
           END-IF
           .
           PERFORM ASSIGN-INCIDENT-ID
           .
           IF WS-NEW-INCIDENT-ID = SPACES
               GO TO RAISE-INCIDENT-EXIT
           END-IF
           .
           MOVE SPACES TO INCOPEN-REC
           .
           MOVE IC-KEY TO IO-KEY
           .
           MOVE WS-NEW-INCIDENT-ID TO IO-INCIDENT-ID
           .
           MOVE IC-SOURCE TO IO-SOURCE
           .
           IF IC-SEVERITY = SPACES
               MOVE "MAJOR" TO IO-SEVERITY
           ELSE
               MOVE IC-SEVERITY TO IO-SEVERITY
           END-IF
           .
           MOVE IC-PGM TO IO-PGM
           .
           MOVE IC-SUMMARY TO IO-SUMMARY
           .
           MOVE IC-EVIDENCE TO IO-EVIDENCE
           .
           MOVE WS-TODAY TO IO-RAISED-DATE
           .
           MOVE WS-TIME-NOW TO IO-RAISED-TIME
           .
           MOVE WS-TODAY TO IO-LAST-DATE
           .
           MOVE WS-TIME-NOW TO IO-LAST-TIME
           .
           MOVE ZERO TO IO-REPEATS
           .
           PERFORM OPEN-QUEUE
           .
           IF NOT WS-QUEUE-FILE-OK
               GO TO RAISE-INCIDENT-EXIT
           END-IF
           .
           MOVE SPACES TO INCIDREC-REC
           .
           SET IQ-RAISE TO TRUE
           .
           MOVE IO-SUMMARY TO IQ-SUMMARY
           .
           MOVE IO-EVIDENCE TO IQ-EVIDENCE
           .
           PERFORM BUILD-QUEUE-RECORD
           .
           WRITE INCIDREC-REC
           .
      *    Held open only once the desk has it - a raise that could
      *    not be queued goes out again on the next failure.
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "INCIDMGR: UNABLE TO QUEUE " IO-INCIDENT-ID
                   " STATUS=" WS-QUEUE-STATUS
               CLOSE INCIDENT-QUEUE-FILE
               GO TO RAISE-INCIDENT-EXIT
           END-IF
           .
           CLOSE INCIDENT-QUEUE-FILE
           .
           WRITE INCOPEN-REC
           .
           IF NOT WS-OPEN-FILE-OK
               DISPLAY "INCIDMGR: UNABLE TO HOLD " IO-INCIDENT-ID
                   " OPEN STATUS=" WS-OPEN-STATUS
           END-IF
           .
           MOVE IO-INCIDENT-ID TO IC-INCIDENT-ID
           .
           SET IC-RAISED TO TRUE
           .
           DISPLAY "INCIDMGR: RAISED " IO-INCIDENT-ID " " IO-SEVERITY
               " " IC-KEY
           .
       RAISE-INCIDENT-EXIT.
           EXIT.
           .

       CLEAR-INCIDENT SECTION.
           MOVE IC-KEY TO IO-KEY
           .
           READ INCIDENT-OPEN-FILE
           .
           IF NOT WS-OPEN-FILE-OK
               SET IC-NOT-OPEN TO TRUE
               GO TO CLEAR-INCIDENT-EXIT
           END-IF
           .
           MOVE IO-INCIDENT-ID TO IC-INCIDENT-ID
           .
           PERFORM OPEN-QUEUE
           .
           IF NOT WS-QUEUE-FILE-OK
               GO TO CLEAR-INCIDENT-EXIT
           END-IF
           .
           MOVE SPACES TO INCIDREC-REC
           .
           SET IQ-CLEAR TO TRUE
           .
           IF IC-SUMMARY = SPACES
               MOVE "CONDITION RECOVERED" TO IQ-SUMMARY
           ELSE
               MOVE IC-SUMMARY TO IQ-SUMMARY
           END-IF
           .
           IF IC-EVIDENCE = SPACES
               MOVE IO-EVIDENCE TO IQ-EVIDENCE
           ELSE
               MOVE IC-EVIDENCE TO IQ-EVIDENCE
           END-IF
           .
           PERFORM BUILD-QUEUE-RECORD
           .
           WRITE INCIDREC-REC
           .
      *    Left open when the clear could not be queued, so the next
      *    good outcome tries again.
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "INCIDMGR: UNABLE TO QUEUE CLEAR OF "
                   IO-INCIDENT-ID " STATUS=" WS-QUEUE-STATUS
               CLOSE INCIDENT-QUEUE-FILE
               GO TO CLEAR-INCIDENT-EXIT
           END-IF
           .
           CLOSE INCIDENT-QUEUE-FILE
           .
           DELETE INCIDENT-OPEN-FILE RECORD
           .
           SET IC-CLEARED TO TRUE
           .
           DISPLAY "INCIDMGR: CLEARED " IO-INCIDENT-ID " " IC-KEY
           .
       CLEAR-INCIDENT-EXIT.
           EXIT.
           .

       ASSIGN-INCIDENT-ID SECTION.
      *    The number comes from the control record's sequence, not
      *    the clock - several raises inside one hundredth of a
      *    second (NIGHTRUN's steps, RUNSTAT's jobs) each get their
      *    own, so a clear never closes another incident's ticket.
           MOVE SPACES TO WS-NEW-INCIDENT-ID
           .
           MOVE SPACES TO INCOPEN-CONTROL-REC
           .
           MOVE WS-SEQUENCE-KEY TO IOC-KEY
           .
           READ INCIDENT-OPEN-FILE
           .
           IF WS-OPEN-FILE-OK
               ADD 1 TO IOC-LAST-SEQ
               REWRITE INCOPEN-CONTROL-REC
           ELSE
               IF WS-OPEN-NOT-FOUND
                   MOVE SPACES TO INCOPEN-CONTROL-REC
                   MOVE WS-SEQUENCE-KEY TO IOC-KEY
                   MOVE 1 TO IOC-LAST-SEQ
                   WRITE INCOPEN-CONTROL-REC
               END-IF
           END-IF
           .
           IF NOT WS-OPEN-FILE-OK
               DISPLAY "INCIDMGR: UNABLE TO NUMBER INCIDENT FOR "
                   IC-KEY " STATUS=" WS-OPEN-STATUS
               GO TO ASSIGN-INCIDENT-ID-EXIT
           END-IF
           .
           STRING "INC" WS-TODAY "-" IOC-LAST-SEQ DELIMITED SIZE
               INTO WS-NEW-INCIDENT-ID
           END-STRING
           .
       ASSIGN-INCIDENT-ID-EXIT.
           EXIT.
           .

       OPEN-QUEUE SECTION.
           MOVE SPACES TO WS-QUEUE-FILENAME
           .
           DISPLAY "INCIDENT-QUEUE-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-QUEUE-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-QUEUE-FILENAME = SPACES
               MOVE "/tmp/incident_queue.dat" TO WS-QUEUE-FILENAME
           END-IF
           .
           OPEN EXTEND INCIDENT-QUEUE-FILE
           .
           IF WS-QUEUE-NO-FILE
               OPEN OUTPUT INCIDENT-QUEUE-FILE
           END-IF
           .
           IF NOT WS-QUEUE-FILE-OK
               DISPLAY "INCIDMGR: UNABLE TO OPEN INCIDENT QUEUE: "
                   WS-QUEUE-FILENAME " STATUS=" WS-QUEUE-STATUS
           END-IF
           .
       OPEN-QUEUE-EXIT.
           EXIT.
           .

       BUILD-QUEUE-RECORD SECTION.
      *    The rest of the line always comes from the open incident,
      *    so a clear names the ticket exactly as it was raised.
           MOVE IO-INCIDENT-ID TO IQ-INCIDENT-ID
           .
           MOVE WS-TODAY TO IQ-DATE
           .
           MOVE WS-TIME-NOW TO IQ-TIME
           .
           MOVE IO-SOURCE TO IQ-SOURCE
           .
           MOVE IO-SEVERITY TO IQ-SEVERITY
           .
           MOVE IO-PGM TO IQ-PGM
           .
           MOVE IO-KEY TO IQ-KEY
           .
           MOVE IO-REPEATS TO IQ-REPEATS
           .
       BUILD-QUEUE-RECORD-EXIT.
           EXIT.
           .
