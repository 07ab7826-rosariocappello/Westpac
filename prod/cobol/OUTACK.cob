       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-REGISTER-FILE ASSIGN TO WS-REG-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY OTX-KEY
               FILE STATUS WS-REG-STATUS.
           SELECT ACK-FILE ASSIGN TO WS-ACK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACK-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO WS-OVD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OVD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-REGISTER-FILE.
           COPY OUTREG.
       FD  ACK-FILE.
           COPY OUTACKR.
       FD  OVERDUE-FILE.
       01  OVERDUE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.

       01  WS-REG-FILENAME              PIC X(256).
       01  WS-REG-STATUS                PIC XX.
           88  WS-REG-FILE-OK                 VALUE "00".
           88  WS-REG-NO-FILE                 VALUE "35".
       01  WS-REG-EOF-SWITCH            PIC X.
           88  WS-REG-EOF                     VALUE "Y".
       01  WS-ACK-FILENAME              PIC X(256).
       01  WS-ACK-STATUS                PIC XX.
           88  WS-ACK-FILE-OK                 VALUE "00".
       01  WS-OVD-FILENAME              PIC X(256).
       01  WS-OVD-STATUS                PIC XX.
           88  WS-OVD-FILE-OK                 VALUE "00".

      *    Acknowledgements are looked for in OUTBOUND-ACK-DIR
      *    (default /tmp/outbound_acks); each one dealt with moves
      *    to its done directory, one that matches nothing on the
      *    register to its unmatched directory for somebody to
      *    look at.
       01  WS-ACK-DIR                   PIC X(200).
       01  WS-DIR-MASK                  PIC X(256).
       01  WS-DIR-HANDLE                PIC X(4) COMP-5 VALUE 0.
       01  WS-DIR-STATUS                PIC X(4) COMP-5.
       01  WS-DIR-ENTRY.
           05  WS-ENTRY-NAME            PIC X(256).
           05  WS-ENTRY-DATE            PIC 9(8).
           05  WS-ENTRY-TIME            PIC 9(8).
       01  WS-PATH-A                    PIC X(300).
       01  WS-PATH-B                    PIC X(300).
       01  WS-CBL-STATUS                PIC X(4) COMP-5.
       01  WS-MOVE-TO-DIR               PIC X(12).

      *    The directory is read through before any file in it is
      *    moved, so the scan never sees its own moves.
       01  WS-ACK-TABLE.
           05  WS-ACK-NAME              PIC X(120) OCCURS 200.
       01  WS-ACK-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-ACK-IDX                   PIC 9(3) COMP.
       01  WS-ACK-BASE                  PIC X(120).
       01  WS-NAME-LEN                  PIC 9(3) COMP.
       01  WS-ACK-CENTS                 PIC 9(15).
       01  WS-ACK-AMOUNT                PIC 9(13)V99.
       01  WS-ACK-RECORDS               PIC 9(9).

      *    The register entry an acknowledgement settles - the
      *    latest one still waiting whose file bears the name.
       01  WS-SENT-BASE                 PIC X(120).
       01  WS-SLASH-POS                 PIC 9(3) COMP.
       01  WS-MATCH-SWITCH              PIC X.
           88  WS-MATCH-FOUND                 VALUE "Y".
       01  WS-MATCH-KEY.
           05  WS-MATCH-PRODUCER        PIC X(8).
           05  WS-MATCH-SENT-DATE       PIC 9(8).
           05  WS-MATCH-SENT-TIME       PIC 9(8).
       01  WS-MATCH-STAMP               PIC 9(16).
       01  WS-ENTRY-STAMP               PIC 9(16).

       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HH               PIC 9(2).
           05  WS-TIME-MM               PIC 9(2).
           05  WS-TIME-SS               PIC 9(2).
           05  WS-TIME-HS               PIC 9(2).
       01  WS-NOW-HHMM                  PIC 9(4).

       01  WS-ACCEPTED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-UNMATCHED-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-OVERDUE-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-COUNT-DISP                PIC ZZZZ9.

      *    One line of the overdue list for each transmission
      *    overdue and each rejection marked this run.
       01  WS-OVD-LINE.
           05  OL-STATUS                PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-PRODUCER              PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-RECEIVER              PIC X(10).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-SENT-DATE             PIC 9(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-SENT-HHMM             PIC 9(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-DUE-DATE              PIC 9(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-DUE-HHMM              PIC 9(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-RECORDS               PIC Z(8)9.
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-FILE                  PIC X(38).
           05  FILLER                   PIC X VALUE SPACE.
           05  OL-REASON                PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
      *    Acknowledgement matching for what leaves the system.
      *    Every outbound file is on the register from the moment
      *    its producer closed it; here each receiver's
      *    acknowledgement settles its entry ACCEPTED or REJECTED
      *    - an acceptance whose counts differ from the trailer is
      *    taken as a rejection, since the receiver loaded
      *    something other than what was sent - and whatever is
      *    still unanswered past its SLA is marked OVERDUE. The
      *    overdue list, with this run's rejections, goes to
      *    OPSDIGEST for the morning page.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-NOW-HHMM = (WS-TIME-HH * 100) + WS-TIME-MM

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-SETTINGS
           PERFORM OPEN-REGISTER
           PERFORM OPEN-OVERDUE-FILE
           PERFORM PREPARE-ACK-DIRS

           PERFORM COLLECT-ACK-NAMES
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
               PERFORM PROCESS-ONE-ACK
           END-PERFORM

           PERFORM MARK-OVERDUE-ENTRIES

           CLOSE OUTBOUND-REGISTER-FILE
           CLOSE OVERDUE-FILE

           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISP
           DISPLAY "OUTACK: " WS-COUNT-DISP " ACCEPTED"
               WITH NO ADVANCING
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY ", " WS-COUNT-DISP " REJECTED" WITH NO ADVANCING
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISP
           DISPLAY ", " WS-COUNT-DISP " UNMATCHED" WITH NO ADVANCING
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
           DISPLAY ", " WS-COUNT-DISP " OVERDUE - LIST IN "
               WS-OVD-FILENAME

      *    A rejected file has to be put right and sent again; an
      *    overdue one or a stray acknowledgement wants a look.
           IF WS-REJECTED-COUNT > 0
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RECORD-RUN-END
               IF WS-OVERDUE-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "OUTACK" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "OUTACK: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-ACCEPTED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-ACCEPTED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       RESOLVE-SETTINGS SECTION.
           MOVE SPACES TO WS-REG-FILENAME
           DISPLAY "OUTBOUND-REGISTER-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REG-FILENAME = SPACES
               MOVE "/tmp/outbound_reg.dat" TO WS-REG-FILENAME
           END-IF

           MOVE SPACES TO WS-ACK-DIR
           DISPLAY "OUTBOUND-ACK-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACK-DIR FROM ENVIRONMENT-VALUE
           IF WS-ACK-DIR = SPACES
               MOVE "/tmp/outbound_acks" TO WS-ACK-DIR
           END-IF

      *    OUTBOUND-OVERDUE-FILE names the list OPSDIGEST reads.
           MOVE SPACES TO WS-OVD-FILENAME
           DISPLAY "OUTBOUND-OVERDUE-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OVD-FILENAME = SPACES
               MOVE "/tmp/outbound_overdue.rpt" TO WS-OVD-FILENAME
           END-IF
           .
       RESOLVE-SETTINGS-EXIT.
           EXIT.

       OPEN-REGISTER SECTION.
      *    Nothing registered yet is an empty register, not an
      *    error - every acknowledgement is then unmatched.
           OPEN I-O OUTBOUND-REGISTER-FILE
           IF WS-REG-NO-FILE
               OPEN OUTPUT OUTBOUND-REGISTER-FILE
               IF WS-REG-FILE-OK
                   CLOSE OUTBOUND-REGISTER-FILE
                   OPEN I-O OUTBOUND-REGISTER-FILE
               END-IF
           END-IF
           IF NOT WS-REG-FILE-OK
               DISPLAY "OUTACK: UNABLE TO OPEN OUTBOUND REGISTER: "
                   WS-REG-FILENAME " STATUS=" WS-REG-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-REGISTER-EXIT.
           EXIT.

       OPEN-OVERDUE-FILE SECTION.
           OPEN OUTPUT OVERDUE-FILE
           IF NOT WS-OVD-FILE-OK
               DISPLAY "OUTACK: UNABLE TO OPEN OVERDUE FILE: "
                   WS-OVD-FILENAME
               CLOSE OUTBOUND-REGISTER-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO OVERDUE-REC
           STRING "OUTBOUND FILES OVERDUE FOR ACKNOWLEDGEMENT OR "
                   DELIMITED SIZE
               "REJECTED, AS AT " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               " " DELIMITED SIZE
               WS-NOW-HHMM DELIMITED SIZE
             INTO OVERDUE-REC
           END-STRING
           WRITE OVERDUE-REC
           MOVE SPACES TO OVERDUE-REC
           MOVE "STATUS" TO OVERDUE-REC(1:6)
           MOVE "PRODUCER" TO OVERDUE-REC(10:8)
           MOVE "RECEIVER" TO OVERDUE-REC(19:8)
           MOVE "SENT" TO OVERDUE-REC(30:4)
           MOVE "DUE" TO OVERDUE-REC(44:3)
           MOVE "RECORDS" TO OVERDUE-REC(60:7)
           MOVE "FILE" TO OVERDUE-REC(68:4)
           MOVE "REASON" TO OVERDUE-REC(107:6)
           WRITE OVERDUE-REC
           .
       OPEN-OVERDUE-FILE-EXIT.
           EXIT.

       PREPARE-ACK-DIRS SECTION.
      *    Created if they are not there; one that already exists
      *    is not an error.
           MOVE "done" TO WS-MOVE-TO-DIR
           PERFORM CREATE-ONE-ACK-DIR
           MOVE "unmatched" TO WS-MOVE-TO-DIR
           PERFORM CREATE-ONE-ACK-DIR
           .
       PREPARE-ACK-DIRS-EXIT.
           EXIT.

       CREATE-ONE-ACK-DIR SECTION.
           MOVE SPACES TO WS-PATH-A
           STRING WS-ACK-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-MOVE-TO-DIR DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-PATH-A
               RETURNING WS-CBL-STATUS
           ON EXCEPTION
               CONTINUE
           END-CALL
           .
       CREATE-ONE-ACK-DIR-EXIT.
           EXIT.

       COLLECT-ACK-NAMES SECTION.
           MOVE SPACES TO WS-DIR-MASK
           STRING WS-ACK-DIR DELIMITED BY SPACE
               "/*.ack" DELIMITED BY SIZE
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
                   IF WS-ACK-COUNT < 200
                       ADD 1 TO WS-ACK-COUNT
                       MOVE WS-ENTRY-NAME TO WS-ACK-NAME(WS-ACK-COUNT)
                   ELSE
                       DISPLAY "OUTACK: MORE THAN 200 ACKNOWLEDGE"
                           "MENTS - REMAINDER LEFT FOR THE NEXT RUN"
                       MOVE 1 TO WS-DIR-STATUS
                   END-IF
               END-IF
           END-PERFORM
           .
       COLLECT-ACK-NAMES-EXIT.
           EXIT.

       PROCESS-ONE-ACK SECTION.
           MOVE SPACES TO WS-ACK-FILENAME
           STRING WS-ACK-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-ACK-NAME(WS-ACK-IDX) DELIMITED BY SPACE
               INTO WS-ACK-FILENAME
           END-STRING
           MOVE SPACES TO OUTACK-REC
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-OK
               READ ACK-FILE
                   AT END
                       MOVE SPACES TO OUTACK-REC
               END-READ
               CLOSE ACK-FILE
           END-IF

           IF ACK-RESULT NOT = "ACCEPTED"
               AND ACK-RESULT NOT = "REJECTED"
               DISPLAY "OUTACK: UNREADABLE ACKNOWLEDGEMENT "
                   WS-ACK-NAME(WS-ACK-IDX)
               PERFORM SET-ASIDE-UNMATCHED
               GO TO PROCESS-ONE-ACK-EXIT
           END-IF

      *    The acknowledgement is named for the file it answers.
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-ACK-NAME(WS-ACK-IDX) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-ACK-BASE
           IF WS-NAME-LEN > 4
               MOVE WS-ACK-NAME(WS-ACK-IDX)(1:WS-NAME-LEN - 4)
                   TO WS-ACK-BASE
           END-IF

           PERFORM FIND-REGISTER-ENTRY
           IF NOT WS-MATCH-FOUND
               DISPLAY "OUTACK: NO TRANSMISSION WAITING FOR "
                   WS-ACK-NAME(WS-ACK-IDX)
               PERFORM SET-ASIDE-UNMATCHED
               GO TO PROCESS-ONE-ACK-EXIT
           END-IF

           MOVE WS-MATCH-KEY TO OTX-KEY
           READ OUTBOUND-REGISTER-FILE
               INVALID KEY
                   DISPLAY "OUTACK: REGISTER ENTRY LOST FOR "
                       WS-ACK-NAME(WS-ACK-IDX)
                   PERFORM SET-ASIDE-UNMATCHED
                   GO TO PROCESS-ONE-ACK-EXIT
           END-READ

           PERFORM APPLY-ACK-TO-ENTRY
           REWRITE OUTREG-REC
               INVALID KEY
                   DISPLAY "OUTACK: UNABLE TO UPDATE REGISTER FOR "
                       WS-ACK-NAME(WS-ACK-IDX) " STATUS="
                       WS-REG-STATUS
                   PERFORM SET-ASIDE-UNMATCHED
                   GO TO PROCESS-ONE-ACK-EXIT
           END-REWRITE

           IF OTX-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-OVERDUE-LINE
           END-IF
           MOVE "done" TO WS-MOVE-TO-DIR
           PERFORM MOVE-ACK-FILE
           .
       PROCESS-ONE-ACK-EXIT.
           EXIT.

       FIND-REGISTER-ENTRY SECTION.
      *    The same name can go more than once - a file sent again
      *    after a rejection - so it is the latest still waiting.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-STAMP
           IF WS-ACK-BASE = SPACES
               GO TO FIND-REGISTER-ENTRY-EXIT
           END-IF
           MOVE LOW-VALUES TO OTX-KEY
           MOVE "N" TO WS-REG-EOF-SWITCH
           START OUTBOUND-REGISTER-FILE KEY IS NOT LESS THAN OTX-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REG-EOF
               READ OUTBOUND-REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF OTX-SENT OR OTX-OVERDUE
                           PERFORM CHECK-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .
       FIND-REGISTER-ENTRY-EXIT.
           EXIT.

       CHECK-ONE-ENTRY SECTION.
           PERFORM VARYING WS-SLASH-POS FROM 120 BY -1
               UNTIL WS-SLASH-POS < 1
               OR OTX-FILENAME(WS-SLASH-POS:1) = "/"
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-SENT-BASE
           MOVE OTX-FILENAME(WS-SLASH-POS + 1:) TO WS-SENT-BASE
           IF WS-SENT-BASE NOT = WS-ACK-BASE
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF
           COMPUTE WS-ENTRY-STAMP =
               (OTX-SENT-DATE * 100000000) + OTX-SENT-TIME
           IF NOT WS-MATCH-FOUND OR WS-ENTRY-STAMP > WS-MATCH-STAMP
               SET WS-MATCH-FOUND TO TRUE
               MOVE WS-ENTRY-STAMP TO WS-MATCH-STAMP
               MOVE OTX-KEY TO WS-MATCH-KEY
           END-IF
           .
       CHECK-ONE-ENTRY-EXIT.
           EXIT.

       APPLY-ACK-TO-ENTRY SECTION.
           MOVE WS-TODAY TO OTX-ACK-DATE
           MOVE WS-TIME-NOW TO OTX-ACK-TIME
           MOVE ACK-REF TO OTX-ACK-REF
           IF ACK-RESULT = "REJECTED"
               SET OTX-REJECTED TO TRUE
               MOVE ACK-REASON TO OTX-ACK-REASON
               IF OTX-ACK-REASON = SPACES
                   MOVE "REJECTED BY RECEIVER" TO OTX-ACK-REASON
               END-IF
               GO TO APPLY-ACK-TO-ENTRY-EXIT
           END-IF
      *    An acceptance has to be of what was sent.
           IF ACK-RECORDS IS NOT NUMERIC OR ACK-TOTAL IS NOT NUMERIC
               SET OTX-REJECTED TO TRUE
               MOVE "ACK COUNTS UNREADABLE" TO OTX-ACK-REASON
               GO TO APPLY-ACK-TO-ENTRY-EXIT
           END-IF
           MOVE ACK-RECORDS TO WS-ACK-RECORDS
           MOVE ACK-TOTAL TO WS-ACK-CENTS
           COMPUTE WS-ACK-AMOUNT = WS-ACK-CENTS / 100
           IF WS-ACK-RECORDS NOT = OTX-RECORDS
               OR WS-ACK-AMOUNT NOT = OTX-CONTROL-TOTAL
               SET OTX-REJECTED TO TRUE
               MOVE "ACK COUNTS DIFFER FROM TRAILER" TO OTX-ACK-REASON
               GO TO APPLY-ACK-TO-ENTRY-EXIT
           END-IF
           SET OTX-ACCEPTED TO TRUE
           MOVE SPACES TO OTX-ACK-REASON
           .
       APPLY-ACK-TO-ENTRY-EXIT.
           EXIT.

       SET-ASIDE-UNMATCHED SECTION.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE "unmatched" TO WS-MOVE-TO-DIR
           PERFORM MOVE-ACK-FILE
           .
       SET-ASIDE-UNMATCHED-EXIT.
           EXIT.

       MOVE-ACK-FILE SECTION.
           MOVE SPACES TO WS-PATH-A
           STRING WS-ACK-FILENAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           MOVE SPACES TO WS-PATH-B
           STRING WS-ACK-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-MOVE-TO-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-ACK-NAME(WS-ACK-IDX) DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-B
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-PATH-A, WS-PATH-B
               RETURNING WS-CBL-STATUS
           IF WS-CBL-STATUS NOT = 0
               DISPLAY "OUTACK: UNABLE TO MOVE " WS-ACK-FILENAME
               DISPLAY "OUTACK:   TO " WS-MOVE-TO-DIR
           END-IF
           .
       MOVE-ACK-FILE-EXIT.
           EXIT.

       MARK-OVERDUE-ENTRIES SECTION.
      *    Still unanswered past the due time is overdue; what was
      *    overdue already stays on the list until it is answered.
           MOVE LOW-VALUES TO OTX-KEY
           MOVE "N" TO WS-REG-EOF-SWITCH
           START OUTBOUND-REGISTER-FILE KEY IS NOT LESS THAN OTX-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REG-EOF
               READ OUTBOUND-REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-DUE-DATE
               END-READ
           END-PERFORM
           .
       MARK-OVERDUE-ENTRIES-EXIT.
           EXIT.

       CHECK-ONE-DUE-DATE SECTION.
           IF OTX-SENT
               IF OTX-DUE-DATE < WS-TODAY
                   OR (OTX-DUE-DATE = WS-TODAY
                       AND OTX-DUE-TIME < WS-NOW-HHMM)
                   SET OTX-OVERDUE TO TRUE
                   REWRITE OUTREG-REC
                       INVALID KEY
                           DISPLAY "OUTACK: UNABLE TO MARK OVERDUE "
                               OTX-FILENAME(1:60)
                   END-REWRITE
               END-IF
           END-IF
           IF OTX-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
               PERFORM WRITE-OVERDUE-LINE
           END-IF
           .
       CHECK-ONE-DUE-DATE-EXIT.
           EXIT.

       WRITE-OVERDUE-LINE SECTION.
           MOVE OTX-STATUS TO OL-STATUS
           MOVE OTX-PRODUCER TO OL-PRODUCER
           MOVE OTX-RECEIVER TO OL-RECEIVER
           MOVE OTX-SENT-DATE TO OL-SENT-DATE
           MOVE OTX-SENT-TIME(1:4) TO OL-SENT-HHMM
           MOVE OTX-DUE-DATE TO OL-DUE-DATE
           MOVE OTX-DUE-TIME TO OL-DUE-HHMM
           MOVE OTX-RECORDS TO OL-RECORDS
           PERFORM VARYING WS-SLASH-POS FROM 120 BY -1
               UNTIL WS-SLASH-POS < 1
               OR OTX-FILENAME(WS-SLASH-POS:1) = "/"
               CONTINUE
           END-PERFORM
           MOVE OTX-FILENAME(WS-SLASH-POS + 1:) TO OL-FILE
           MOVE OTX-ACK-REASON TO OL-REASON
           MOVE WS-OVD-LINE TO OVERDUE-REC
           WRITE OVERDUE-REC
           .
       WRITE-OVERDUE-LINE-EXIT.
           EXIT.
