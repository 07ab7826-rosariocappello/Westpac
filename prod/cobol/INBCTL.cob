       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LIST-FILE ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FEED-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO WS-TRIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRIG-STATUS.
           SELECT INBOUND-DATA-FILE ASSIGN TO WS-DATA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DATA-STATUS.
           SELECT INBOUND-REGISTER-FILE ASSIGN TO WS-REG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LIST-FILE.
           COPY INBFEED.
       FD  TRIGGER-FILE.
           COPY INBTRIG.
       FD  INBOUND-DATA-FILE.
       01  INBOUND-DATA-REC            PIC X(512).
       FD  INBOUND-REGISTER-FILE.
           COPY INBREG.

       WORKING-STORAGE SECTION.
           COPY RUNSTATL.

       01  WS-FEED-FILENAME             PIC X(256).
       01  WS-FEED-STATUS               PIC XX.
           88  WS-FEED-FILE-OK                VALUE "00".
       01  WS-FEED-EOF-SWITCH           PIC X VALUE "N".
           88  WS-FEED-EOF                    VALUE "Y".
       01  WS-TRIG-FILENAME             PIC X(256).
       01  WS-TRIG-STATUS               PIC XX.
           88  WS-TRIG-FILE-OK                VALUE "00".
       01  WS-DATA-FILENAME             PIC X(256).
       01  WS-DATA-STATUS               PIC XX.
           88  WS-DATA-FILE-OK                VALUE "00".
       01  WS-DATA-EOF-SWITCH           PIC X.
           88  WS-DATA-EOF                    VALUE "Y".
       01  WS-REG-FILENAME              PIC X(256).
       01  WS-REG-STATUS                PIC XX.
           88  WS-REG-FILE-OK                 VALUE "00".
       01  WS-REG-EOF-SWITCH            PIC X.
           88  WS-REG-EOF                     VALUE "Y".

      *    The feeds on tonight's list and where each stands -
      *    PENDING until its trigger is seen, then ACCEPTED or
      *    REJECTED; still PENDING at the cutoff is MISSING.
       01  WS-FEED-TABLE.
           05  WS-FD-ENTRY             OCCURS 20.
               10  WS-FD-FEED          PIC X(10).
               10  WS-FD-ENV-NAME      PIC X(30).
               10  WS-FD-LANDING       PIC X(120).
               10  WS-FD-STATE         PIC X(8).
                   88  WS-FD-PENDING         VALUE "PENDING".
                   88  WS-FD-ACCEPTED        VALUE "ACCEPTED".
                   88  WS-FD-REJECTED        VALUE "REJECTED".
                   88  WS-FD-MISSING         VALUE "MISSING".
       01  WS-FD-COUNT                  PIC 9(2) COMP VALUE 0.
       01  WS-FD-IDX                    PIC 9(2) COMP.
       01  WS-PENDING-COUNT             PIC 9(2) COMP.
       01  WS-ACCEPTED-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-MISSING-COUNT             PIC 9(2) COMP VALUE 0.
       01  WS-COUNT-DISP                PIC Z9.

      *    Accepted files go to INBOUND-STAGING-DIR (default
      *    /tmp/inbound_staging) under a directory for the run
      *    date, named for the feed and the time they were taken.
       01  WS-STAGE-ROOT                PIC X(200).
       01  WS-STAGE-DIR                 PIC X(256).
       01  WS-STAGED-PATH               PIC X(256).
       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HH               PIC 9(2).
           05  WS-TIME-MM               PIC 9(2).
           05  WS-TIME-SS               PIC 9(2).
           05  WS-TIME-HS               PIC 9(2).

      *    INBCTL-CUTOFF (HHMM) is how long the step waits for
      *    triggers still outstanding, checking every
      *    INBCTL-POLL-SECS seconds (default 60). A cutoff earlier
      *    on the clock than the start is tomorrow morning's, as for
      *    the night's batch window. Unset, the landing area is
      *    looked at once and whatever has not arrived is missing.
       01  WS-CUTOFF-ENV                PIC X(4).
       01  WS-CUTOFF-HHMM               PIC 9(4).
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-HHMM.
           05  WS-CUTOFF-HH             PIC 9(2).
           05  WS-CUTOFF-MM             PIC 9(2).
       01  WS-CUTOFF-SECS               PIC 9(7) COMP-5 VALUE 0.
       01  WS-CUTOFF-ABS-SECS           PIC 9(7) COMP-5 VALUE 0.
       01  WS-CUTOFF-SET-SWITCH         PIC X VALUE "N".
           88  WS-CUTOFF-SET                  VALUE "Y".
       01  WS-CUTOFF-PASSED-SWITCH      PIC X VALUE "N".
           88  WS-CUTOFF-PASSED               VALUE "Y".
       01  WS-START-SECS                PIC 9(7) COMP-5 VALUE 0.
       01  WS-NOW-SECS                  PIC 9(7) COMP-5.
       01  WS-NOW-ABS-SECS              PIC 9(7) COMP-5.
       01  WS-POLL-ENV                  PIC X(4).
       01  WS-POLL-SECS                 PIC 9(4) VALUE 60.

      *    File names handed to the CBL_ file routines carry the
      *    null terminator they expect.
       01  WS-PATH-A                    PIC X(300).
       01  WS-PATH-B                    PIC X(300).
       01  WS-MOVE-FROM                 PIC X(256).
       01  WS-MOVE-TO                   PIC X(256).
       01  WS-MOVE-OK-SWITCH            PIC X.
           88  WS-MOVE-OK                     VALUE "Y".
       01  WS-CBL-STATUS                PIC X(4) COMP-5.
       01  WS-FILE-DETAILS.
           05  WS-FILE-SIZE             PIC X(8) COMP-X.
           05  WS-FILE-DATE.
               10  WS-FILE-DAY          PIC X COMP-X.
               10  WS-FILE-MONTH        PIC X COMP-X.
               10  WS-FILE-YEAR         PIC X(2) COMP-X.
           05  WS-FILE-TIME.
               10  WS-FILE-HOURS        PIC X COMP-X.
               10  WS-FILE-MINUTES      PIC X COMP-X.
               10  WS-FILE-SECONDS      PIC X COMP-X.
               10  WS-FILE-HUNDREDTHS   PIC X COMP-X.

      *    One feed's checks: the sender's counts from the trigger,
      *    the counts and content hash as found, and the reason a
      *    file was refused (spaces while it is still good).
       01  WS-TRIG-FOUND-SWITCH         PIC X.
           88  WS-TRIG-FOUND                  VALUE "Y".
       01  WS-DATA-FOUND-SWITCH         PIC X.
           88  WS-DATA-FOUND                  VALUE "Y".
       01  WS-SENT-RECORDS              PIC 9(9).
       01  WS-SENT-BYTES                PIC 9(12).
       01  WS-FOUND-RECORDS             PIC 9(9).
       01  WS-FOUND-BYTES               PIC 9(12).
       01  WS-FILE-HASH                 PIC 9(9) COMP-5.
       01  WS-HASH-DISP                 PIC 9(9).
       01  WS-LINE-TRAIL-CT             PIC 9(3) COMP.
       01  WS-LINE-LEN                  PIC 9(3) COMP.
       01  WS-CHAR-IDX                  PIC 9(3) COMP.
       01  WS-REASON                    PIC X(30).

       PROCEDURE DIVISION.
      *    Inbound control for the files other systems send - the
      *    HR master EMPSYNC matches, EMPLOAD's hires and
      *    terminations, EMPUPDT's transactions. A file is taken
      *    only once its sender's trigger says it is complete, only
      *    when its size and line count agree with the trigger, and
      *    never when its content was accepted before. An accepted
      *    file moves to the dated staging area and the consuming
      *    step's file setting is pointed at it, for every step the
      *    night runs after this one; a feed that is refused or
      *    never comes points its consumer at a name that does not
      *    exist, so that step fails on its own open instead of
      *    reading the landing area or yesterday's file. Every
      *    outcome goes on the inbound register.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM RESOLVE-SETTINGS
           PERFORM LOAD-FEED-LIST
           PERFORM PREPARE-STAGING-DIR

           MOVE WS-FD-COUNT TO WS-PENDING-COUNT
           PERFORM UNTIL WS-PENDING-COUNT = 0 OR WS-CUTOFF-PASSED
               PERFORM CHECK-PENDING-FEEDS
               IF WS-PENDING-COUNT > 0
                   PERFORM CHECK-CUTOFF
                   IF NOT WS-CUTOFF-PASSED
                       CALL "C$SLEEP" USING WS-POLL-SECS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-PENDING(WS-FD-IDX)
                   PERFORM RECORD-MISSING-FEED
               END-IF
           END-PERFORM

           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISP
           DISPLAY "INBCTL: " WS-COUNT-DISP " FEED(S) ACCEPTED"
               WITH NO ADVANCING
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
           DISPLAY ", " WS-COUNT-DISP " REJECTED" WITH NO ADVANCING
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
           DISPLAY ", " WS-COUNT-DISP " MISSING - REGISTER "
               WS-REG-FILENAME

           IF WS-REJECTED-COUNT > 0 OR WS-MISSING-COUNT > 0
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RECORD-RUN-END
           END-IF

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "INBCTL" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "INBCTL: ANOTHER COPY IS RUNNING - ENDED"
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
           MOVE SPACES TO WS-FEED-FILENAME
           DISPLAY "INBOUND-FEEDS" UPON ENVIRONMENT-NAME
           ACCEPT WS-FEED-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-FEED-FILENAME = SPACES
               MOVE "/tmp/inbound_feeds.dat" TO WS-FEED-FILENAME
           END-IF

           MOVE SPACES TO WS-REG-FILENAME
           DISPLAY "INBOUND-REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REG-FILENAME = SPACES
               MOVE "/tmp/inbound_register.dat" TO WS-REG-FILENAME
           END-IF

           MOVE SPACES TO WS-STAGE-ROOT
           DISPLAY "INBOUND-STAGING-DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-STAGE-ROOT FROM ENVIRONMENT-VALUE
           IF WS-STAGE-ROOT = SPACES
               MOVE "/tmp/inbound_staging" TO WS-STAGE-ROOT
           END-IF

           MOVE SPACES TO WS-POLL-ENV
           DISPLAY "INBCTL-POLL-SECS" UPON ENVIRONMENT-NAME
           ACCEPT WS-POLL-ENV FROM ENVIRONMENT-VALUE
           IF WS-POLL-ENV NOT = SPACES
               MOVE ZERO TO WS-POLL-SECS
               DISPLAY "INBCTL-POLL-SECS" UPON ENVIRONMENT-NAME
               ACCEPT WS-POLL-SECS FROM ENVIRONMENT-VALUE
               IF WS-POLL-SECS = 0
                   MOVE 60 TO WS-POLL-SECS
               END-IF
           END-IF

           PERFORM NOTE-TIME-NOW
           MOVE WS-NOW-SECS TO WS-START-SECS
           MOVE SPACES TO WS-CUTOFF-ENV
           DISPLAY "INBCTL-CUTOFF" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUTOFF-ENV FROM ENVIRONMENT-VALUE
           IF WS-CUTOFF-ENV NOT = SPACES
               AND WS-CUTOFF-ENV IS NUMERIC
               MOVE WS-CUTOFF-ENV TO WS-CUTOFF-HHMM
               COMPUTE WS-CUTOFF-SECS =
                   (WS-CUTOFF-HH * 3600) + (WS-CUTOFF-MM * 60)
               SET WS-CUTOFF-SET TO TRUE
               IF WS-CUTOFF-SECS < WS-START-SECS
                   COMPUTE WS-CUTOFF-ABS-SECS =
                       WS-CUTOFF-SECS + 86400
               ELSE
                   MOVE WS-CUTOFF-SECS TO WS-CUTOFF-ABS-SECS
               END-IF
           END-IF
           .
       RESOLVE-SETTINGS-EXIT.
           EXIT.

       NOTE-TIME-NOW SECTION.
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-NOW-SECS = (WS-TIME-HH * 3600)
               + (WS-TIME-MM * 60) + WS-TIME-SS
           .
       NOTE-TIME-NOW-EXIT.
           EXIT.

       CHECK-CUTOFF SECTION.
           IF NOT WS-CUTOFF-SET
               SET WS-CUTOFF-PASSED TO TRUE
               GO TO CHECK-CUTOFF-EXIT
           END-IF
           PERFORM NOTE-TIME-NOW
           IF WS-NOW-SECS < WS-START-SECS
               COMPUTE WS-NOW-ABS-SECS = WS-NOW-SECS + 86400
           ELSE
               MOVE WS-NOW-SECS TO WS-NOW-ABS-SECS
           END-IF
           IF WS-NOW-ABS-SECS + WS-POLL-SECS > WS-CUTOFF-ABS-SECS
               SET WS-CUTOFF-PASSED TO TRUE
           END-IF
           .
       CHECK-CUTOFF-EXIT.
           EXIT.

       LOAD-FEED-LIST SECTION.
           OPEN INPUT FEED-LIST-FILE
           IF NOT WS-FEED-FILE-OK
               DISPLAY "INBCTL: UNABLE TO OPEN FEED LIST: "
                   WS-FEED-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FEED-EOF
               READ FEED-LIST-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-FEED
               END-READ
           END-PERFORM
           CLOSE FEED-LIST-FILE
           IF WS-FD-COUNT = 0
               DISPLAY "INBCTL: FEED LIST HELD NO FEEDS: "
                   WS-FEED-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       LOAD-FEED-LIST-EXIT.
           EXIT.

       STORE-ONE-FEED SECTION.
           IF INBFEED-REC = SPACES
               OR INBFEED-REC(1:1) = "*"
               GO TO STORE-ONE-FEED-EXIT
           END-IF
           IF IFD-FEED = SPACES OR IFD-ENV-NAME = SPACES
               OR IFD-LANDING = SPACES
               DISPLAY "INBCTL: INCOMPLETE FEED LINE IGNORED: "
                   INBFEED-REC(1:60)
               GO TO STORE-ONE-FEED-EXIT
           END-IF
           IF WS-FD-COUNT >= 20
               DISPLAY "INBCTL: FEED LIST EXCEEDS 20 FEEDS - "
                   "REMAINDER IGNORED"
               SET WS-FEED-EOF TO TRUE
               GO TO STORE-ONE-FEED-EXIT
           END-IF
           ADD 1 TO WS-FD-COUNT
           MOVE IFD-FEED TO WS-FD-FEED(WS-FD-COUNT)
           MOVE IFD-ENV-NAME TO WS-FD-ENV-NAME(WS-FD-COUNT)
           MOVE IFD-LANDING TO WS-FD-LANDING(WS-FD-COUNT)
           SET WS-FD-PENDING(WS-FD-COUNT) TO TRUE
           .
       STORE-ONE-FEED-EXIT.
           EXIT.

       PREPARE-STAGING-DIR SECTION.
      *    Both levels are created if they are not there; one that
      *    already exists is not an error.
           MOVE SPACES TO WS-PATH-A
           STRING WS-STAGE-ROOT DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-PATH-A
               RETURNING WS-CBL-STATUS
           ON EXCEPTION
               CONTINUE
           END-CALL
           MOVE SPACES TO WS-STAGE-DIR
           STRING WS-STAGE-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-STAGE-DIR
           END-STRING
           MOVE SPACES TO WS-PATH-A
           STRING WS-STAGE-DIR DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-PATH-A
               RETURNING WS-CBL-STATUS
           ON EXCEPTION
               CONTINUE
           END-CALL
           .
       PREPARE-STAGING-DIR-EXIT.
           EXIT.

       CHECK-PENDING-FEEDS SECTION.
      *    One look at the landing area: every feed still waiting
      *    whose trigger has arrived is dealt with now.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-PENDING(WS-FD-IDX)
                   PERFORM LOOK-FOR-TRIGGER
                   IF WS-TRIG-FOUND
                       PERFORM PROCESS-ONE-FEED
                       SUBTRACT 1 FROM WS-PENDING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-PENDING-FEEDS-EXIT.
           EXIT.

       LOOK-FOR-TRIGGER SECTION.
           MOVE SPACES TO WS-TRIG-FILENAME
           STRING WS-FD-LANDING(WS-FD-IDX) DELIMITED BY SPACE
               ".trg" DELIMITED BY SIZE
               INTO WS-TRIG-FILENAME
           END-STRING
           MOVE SPACES TO WS-PATH-A
           STRING WS-TRIG-FILENAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           MOVE "N" TO WS-TRIG-FOUND-SWITCH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PATH-A
               WS-FILE-DETAILS
               RETURNING WS-CBL-STATUS
           END-CALL
           IF WS-CBL-STATUS = 0
               SET WS-TRIG-FOUND TO TRUE
           END-IF
           .
       LOOK-FOR-TRIGGER-EXIT.
           EXIT.

       PROCESS-ONE-FEED SECTION.
      *    The checks run in order and the first failure is the
      *    reason recorded; the file is still counted and hashed
      *    when it is there, so the register shows what arrived.
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-SENT-RECORDS
           MOVE ZERO TO WS-SENT-BYTES
           MOVE ZERO TO WS-FOUND-RECORDS
           MOVE ZERO TO WS-FOUND-BYTES
           MOVE ZERO TO WS-FILE-HASH
           MOVE SPACES TO WS-STAGED-PATH
           MOVE WS-FD-LANDING(WS-FD-IDX) TO WS-DATA-FILENAME

           PERFORM READ-TRIGGER
           PERFORM MEASURE-DATA-FILE

           IF WS-REASON = SPACES AND NOT WS-DATA-FOUND
               MOVE "DATA FILE NOT FOUND" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               AND WS-FOUND-BYTES NOT = WS-SENT-BYTES
               MOVE "SIZE NOT AS TRIGGER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               AND WS-FOUND-RECORDS NOT = WS-SENT-RECORDS
               MOVE "RECORD COUNT NOT AS TRIGGER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-ALREADY-PROCESSED
           END-IF
           IF WS-REASON = SPACES
               PERFORM STAGE-ACCEPTED-FILE
           END-IF

           IF WS-REASON = SPACES
               SET WS-FD-ACCEPTED(WS-FD-IDX) TO TRUE
               ADD 1 TO WS-ACCEPTED-COUNT
               DISPLAY "INBCTL: " WS-FD-FEED(WS-FD-IDX)
                   " ACCEPTED - " WS-FOUND-RECORDS " RECORD(S) STAGED "
                   "TO " WS-STAGED-PATH
           ELSE
               SET WS-FD-REJECTED(WS-FD-IDX) TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "INBCTL: " WS-FD-FEED(WS-FD-IDX)
                   " REJECTED - " WS-REASON
               PERFORM SET-ASIDE-REJECTED-FILE
               PERFORM POINT-CONSUMER-NOWHERE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .
       PROCESS-ONE-FEED-EXIT.
           EXIT.

       READ-TRIGGER SECTION.
           OPEN INPUT TRIGGER-FILE
           IF NOT WS-TRIG-FILE-OK
               MOVE "TRIGGER UNREADABLE" TO WS-REASON
               GO TO READ-TRIGGER-EXIT
           END-IF
           READ TRIGGER-FILE
               AT END
                   MOVE SPACES TO TRIGGER-REC
           END-READ
           CLOSE TRIGGER-FILE
           IF TRG-RECORDS IS NUMERIC AND TRG-BYTES IS NUMERIC
               MOVE TRG-RECORDS TO WS-SENT-RECORDS
               MOVE TRG-BYTES TO WS-SENT-BYTES
           ELSE
               MOVE "TRIGGER COUNTS NOT NUMERIC" TO WS-REASON
           END-IF
           .
       READ-TRIGGER-EXIT.
           EXIT.

       MEASURE-DATA-FILE SECTION.
      *    Size from the file system, line count and content hash
      *    from a read through - the hash is the journal's rolling
      *    hash carried across the lines, each line's trailing
      *    spaces dropped and its end marked, so the same content
      *    hashes the same whatever the file is called.
           MOVE "N" TO WS-DATA-FOUND-SWITCH
           MOVE SPACES TO WS-PATH-A
           STRING WS-DATA-FILENAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PATH-A
               WS-FILE-DETAILS
               RETURNING WS-CBL-STATUS
           END-CALL
           IF WS-CBL-STATUS NOT = 0
               GO TO MEASURE-DATA-FILE-EXIT
           END-IF
           MOVE WS-FILE-SIZE TO WS-FOUND-BYTES
           OPEN INPUT INBOUND-DATA-FILE
           IF NOT WS-DATA-FILE-OK
               GO TO MEASURE-DATA-FILE-EXIT
           END-IF
           SET WS-DATA-FOUND TO TRUE
           MOVE "N" TO WS-DATA-EOF-SWITCH
           PERFORM UNTIL WS-DATA-EOF
               READ INBOUND-DATA-FILE
                   AT END
                       SET WS-DATA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FOUND-RECORDS
                       PERFORM HASH-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE INBOUND-DATA-FILE
           .
       MEASURE-DATA-FILE-EXIT.
           EXIT.

       HASH-ONE-LINE SECTION.
           MOVE ZERO TO WS-LINE-TRAIL-CT
           INSPECT INBOUND-DATA-REC
               TALLYING WS-LINE-TRAIL-CT FOR TRAILING SPACE
           COMPUTE WS-LINE-LEN = 512 - WS-LINE-TRAIL-CT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-LINE-LEN
               COMPUTE WS-FILE-HASH = FUNCTION MOD(
                   (WS-FILE-HASH * 31)
                   + FUNCTION ORD(
                       INBOUND-DATA-REC(WS-CHAR-IDX:1)),
                   999999937)
           END-PERFORM
           COMPUTE WS-FILE-HASH = FUNCTION MOD(
               (WS-FILE-HASH * 31) + 11, 999999937)
           .
       HASH-ONE-LINE-EXIT.
           EXIT.

       CHECK-ALREADY-PROCESSED SECTION.
      *    The same feed accepted before with the same content - the
      *    sender resending yesterday's file - is refused, whatever
      *    it is called and whenever it was taken.
           OPEN INPUT INBOUND-REGISTER-FILE
           IF NOT WS-REG-FILE-OK
               GO TO CHECK-ALREADY-PROCESSED-EXIT
           END-IF
           MOVE "N" TO WS-REG-EOF-SWITCH
           PERFORM UNTIL WS-REG-EOF
               READ INBOUND-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF IRG-ACCEPTED
                           AND IRG-FEED = WS-FD-FEED(WS-FD-IDX)
                           AND IRG-HASH IS NUMERIC
                           AND IRG-HASH = WS-FILE-HASH
                           AND IRG-RECORDS = WS-FOUND-RECORDS
                           MOVE SPACES TO WS-REASON
                           STRING "ALREADY PROCESSED "
                                   DELIMITED SIZE
                               IRG-DATE DELIMITED SIZE
                               INTO WS-REASON
                           END-STRING
                           SET WS-REG-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INBOUND-REGISTER-FILE
           .
       CHECK-ALREADY-PROCESSED-EXIT.
           EXIT.

       STAGE-ACCEPTED-FILE SECTION.
      *    The file and its trigger leave the landing area together,
      *    so the next night cannot find either again; then the
      *    consuming step's setting names the staged file.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO WS-STAGED-PATH
           STRING WS-STAGE-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-FD-FEED(WS-FD-IDX) DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-STAGED-PATH
           END-STRING
           MOVE WS-DATA-FILENAME TO WS-MOVE-FROM
           MOVE WS-STAGED-PATH TO WS-MOVE-TO
           PERFORM MOVE-ONE-FILE
           IF NOT WS-MOVE-OK
               MOVE "STAGING MOVE FAILED" TO WS-REASON
               MOVE SPACES TO WS-STAGED-PATH
               GO TO STAGE-ACCEPTED-FILE-EXIT
           END-IF
           MOVE WS-TRIG-FILENAME TO WS-MOVE-FROM
           MOVE SPACES TO WS-MOVE-TO
           STRING WS-STAGED-PATH DELIMITED BY SPACE
               ".trg" DELIMITED BY SIZE
               INTO WS-MOVE-TO
           END-STRING
           PERFORM MOVE-ONE-FILE
           DISPLAY WS-FD-ENV-NAME(WS-FD-IDX) UPON ENVIRONMENT-NAME
           DISPLAY WS-STAGED-PATH UPON ENVIRONMENT-VALUE
           .
       STAGE-ACCEPTED-FILE-EXIT.
           EXIT.

       SET-ASIDE-REJECTED-FILE SECTION.
      *    A refused file is kept for whoever investigates, beside
      *    the day's accepted files under a .rejected name, and its
      *    trigger with it - the sender resends under a fresh
      *    trigger.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO WS-STAGED-PATH
           STRING WS-STAGE-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-FD-FEED(WS-FD-IDX) DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               ".rejected" DELIMITED BY SIZE
               INTO WS-STAGED-PATH
           END-STRING
           IF WS-DATA-FOUND
               MOVE WS-DATA-FILENAME TO WS-MOVE-FROM
               MOVE WS-STAGED-PATH TO WS-MOVE-TO
               PERFORM MOVE-ONE-FILE
           END-IF
           MOVE WS-TRIG-FILENAME TO WS-MOVE-FROM
           MOVE SPACES TO WS-MOVE-TO
           STRING WS-STAGED-PATH DELIMITED BY SPACE
               ".trg" DELIMITED BY SIZE
               INTO WS-MOVE-TO
           END-STRING
           PERFORM MOVE-ONE-FILE
           .
       SET-ASIDE-REJECTED-FILE-EXIT.
           EXIT.

       MOVE-ONE-FILE SECTION.
      *    A rename where the staging area shares the landing file
      *    system; across file systems a copy, then the delete.
           MOVE "N" TO WS-MOVE-OK-SWITCH
           MOVE SPACES TO WS-PATH-A
           STRING WS-MOVE-FROM DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-A
           END-STRING
           MOVE SPACES TO WS-PATH-B
           STRING WS-MOVE-TO DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PATH-B
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-PATH-A, WS-PATH-B
               RETURNING WS-CBL-STATUS
           IF WS-CBL-STATUS = 0
               SET WS-MOVE-OK TO TRUE
               GO TO MOVE-ONE-FILE-EXIT
           END-IF
           CALL "CBL_COPY_FILE" USING WS-PATH-A, WS-PATH-B
               RETURNING WS-CBL-STATUS
           IF WS-CBL-STATUS = 0
               SET WS-MOVE-OK TO TRUE
               CALL "CBL_DELETE_FILE" USING WS-PATH-A
                   RETURNING WS-CBL-STATUS
           ELSE
               DISPLAY "INBCTL: UNABLE TO MOVE " WS-MOVE-FROM
               DISPLAY "INBCTL:   TO " WS-MOVE-TO
           END-IF
           .
       MOVE-ONE-FILE-EXIT.
           EXIT.

       RECORD-MISSING-FEED SECTION.
           SET WS-FD-MISSING(WS-FD-IDX) TO TRUE
           ADD 1 TO WS-MISSING-COUNT
           DISPLAY "INBCTL: " WS-FD-FEED(WS-FD-IDX)
               " MISSING - NO TRIGGER BY THE CUTOFF"
           MOVE "NO TRIGGER BY THE CUTOFF" TO WS-REASON
           MOVE ZERO TO WS-FOUND-RECORDS
           MOVE ZERO TO WS-FOUND-BYTES
           MOVE ZERO TO WS-FILE-HASH
           MOVE SPACES TO WS-STAGED-PATH
           PERFORM POINT-CONSUMER-NOWHERE
           PERFORM WRITE-REGISTER-LINE
           .
       RECORD-MISSING-FEED-EXIT.
           EXIT.

       POINT-CONSUMER-NOWHERE SECTION.
           MOVE SPACES TO WS-MOVE-TO
           STRING WS-STAGE-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-FD-FEED(WS-FD-IDX) DELIMITED BY SPACE
               ".NOT-ACCEPTED" DELIMITED BY SIZE
               INTO WS-MOVE-TO
           END-STRING
           DISPLAY WS-FD-ENV-NAME(WS-FD-IDX) UPON ENVIRONMENT-NAME
           DISPLAY WS-MOVE-TO UPON ENVIRONMENT-VALUE
           .
       POINT-CONSUMER-NOWHERE-EXIT.
           EXIT.

       WRITE-REGISTER-LINE SECTION.
           OPEN EXTEND INBOUND-REGISTER-FILE
           IF NOT WS-REG-FILE-OK
               OPEN OUTPUT INBOUND-REGISTER-FILE
           END-IF
           IF NOT WS-REG-FILE-OK
               DISPLAY "INBCTL: UNABLE TO WRITE INBOUND REGISTER: "
                   WS-REG-FILENAME
               GO TO WRITE-REGISTER-LINE-EXIT
           END-IF
           MOVE SPACES TO INBREG-REC
           MOVE WS-TODAY TO IRG-DATE
           ACCEPT IRG-TIME FROM TIME
           MOVE WS-FD-FEED(WS-FD-IDX) TO IRG-FEED
           MOVE WS-FD-STATE(WS-FD-IDX) TO IRG-RESULT
           MOVE WS-FOUND-RECORDS TO IRG-RECORDS
           MOVE WS-FOUND-BYTES TO IRG-BYTES
           MOVE WS-FILE-HASH TO WS-HASH-DISP
           MOVE WS-HASH-DISP TO IRG-HASH
           MOVE WS-REASON TO IRG-REASON
           MOVE WS-FD-LANDING(WS-FD-IDX) TO IRG-LANDING
           MOVE WS-STAGED-PATH TO IRG-STAGED
           WRITE INBREG-REC
           CLOSE INBOUND-REGISTER-FILE
           .
       WRITE-REGISTER-LINE-EXIT.
           EXIT.
