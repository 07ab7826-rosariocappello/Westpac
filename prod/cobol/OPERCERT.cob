       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OPER-STATUS.
           SELECT PERMISSION-FILE ASSIGN TO WS-PERM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PERM-STATUS.
           SELECT TRAIL-INPUT-FILE ASSIGN TO WS-IN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-IN-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC                 PIC X(80).
       FD  PERMISSION-FILE.
       01  PERMISSION-REC               PIC X(80).
       FD  TRAIL-INPUT-FILE.
       01  TRAIL-INPUT-REC              PIC X(200).
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-REC              PIC X(132).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC            PIC X(200).

       WORKING-STORAGE SECTION.
           COPY EMPJRNWS.
           COPY RUNSTATL.
           COPY RPTRTELK.

      *    Quarterly operator access recertification. Every id on
      *    the operator file is listed under the manager who owns
      *    it (the owner field OPERMNT keeps) with its class,
      *    status, roles, password date, last sign-on and last
      *    activity on the shared trails, for that manager to mark
      *    KEEP or REMOVE and sign. An id idle longer than
      *    OPERCERT-DORMANT-DAYS (default 90) is disabled here and
      *    the disable journaled; OPERCERT-MODE=REPORT lists them
      *    without disabling. Idle is counted from the latest of
      *    the last sign-on, the last trail activity, the password
      *    date (set when an id is added or reset) and the last
      *    time OPERMNT added or re-enabled it, so a new or freshly
      *    re-enabled id is not disabled before it is used.
       01  WS-OPER-FILENAME             PIC X(256).
       01  WS-OPER-STATUS               PIC XX.
           88  WS-OPER-FILE-OK                VALUE "00".
       01  WS-OPER-EOF-SWITCH           PIC X.
           88  WS-OPER-EOF                    VALUE "Y".
       01  WS-PERM-FILENAME             PIC X(256).
       01  WS-PERM-STATUS               PIC XX.
           88  WS-PERM-FILE-OK                VALUE "00".
       01  WS-PERM-EOF-SWITCH           PIC X.
           88  WS-PERM-EOF                    VALUE "Y".
       01  WS-IN-FILENAME               PIC X(256).
       01  WS-IN-STATUS                 PIC XX.
           88  WS-IN-FILE-OK                  VALUE "00".
       01  WS-IN-EOF-SWITCH             PIC X.
           88  WS-IN-EOF                      VALUE "Y".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

       01  WS-MODE                      PIC X(8).
           88  WS-REPORT-ONLY                 VALUE "REPORT".
       01  WS-DORMANT-ENV               PIC X(4).
       01  WS-DORMANT-NUM               PIC 9(4).
       01  WS-DORMANT-DAYS              PIC 9(4) VALUE 90.
       01  WS-QUARTER                   PIC X(6).
       01  WS-QUARTER-NUM               PIC 9.
       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-MONTH               PIC 9(2).
       01  WS-TODAY-INT                 PIC 9(7) COMP-5.
       01  WS-BASIS-INT                 PIC 9(7) COMP-5.

       01  WS-OPER-TABLE.
           05  WS-OT-ENTRY             OCCURS 100.
               10  WS-OT-ID            PIC X(10).
               10  WS-OT-PW            PIC X(12).
               10  WS-OT-CLASS         PIC X(6).
               10  WS-OT-STATUS        PIC X.
               10  WS-OT-PWDATE        PIC 9(8).
               10  WS-OT-FAILS         PIC 9(2).
               10  WS-OT-LASTSIGN      PIC 9(8).
               10  WS-OT-OWNER         PIC X(10).
               10  WS-OT-LASTACT       PIC 9(8).
               10  WS-OT-LASTSRC       PIC X(5).
               10  WS-OT-GRACE         PIC 9(8).
               10  WS-OT-BASIS         PIC 9(8).
               10  WS-OT-IDLE          PIC 9(5).
               10  WS-OT-ROLES         PIC X(40).
               10  WS-OT-ROLE-PTR      PIC 9(3) COMP.
               10  WS-OT-ACTION        PIC X.
                   88  WS-OT-DISABLED-NOW     VALUE "D".
                   88  WS-OT-WOULD-DISABLE    VALUE "W".
       01  WS-OT-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-OT-IDX                    PIC 9(3) COMP.
       01  WS-OT-JDX                    PIC 9(3) COMP.
       01  WS-OT-HOLD                   PIC X(150).
       01  WS-OT-FOUND-SWITCH           PIC X.
           88  WS-OT-FOUND                    VALUE "Y".
       01  WS-LOOK-OPER                 PIC X(10).

       01  WS-PARSE-ID                  PIC X(10).
       01  WS-PARSE-PW                  PIC X(12).
       01  WS-PARSE-CLASS               PIC X(6).
       01  WS-PARSE-STATUS              PIC X(2).
       01  WS-PARSE-PWDATE              PIC X(8).
       01  WS-PARSE-FAILS               PIC X(2).
       01  WS-PARSE-LASTSIGN            PIC X(8).
       01  WS-PARSE-OWNER               PIC X(10).
       01  WS-PARSE-TYPE                PIC X(6).
       01  WS-PARSE-ONE                 PIC X(12).
       01  WS-PARSE-TWO                 PIC X(12).

      *    Trail parse - every trail line starts with YYYYMMDD and
      *    carries its operator after OPER= (SALAPPLY's reject
      *    lines after REJECTED BY); the journal's FIELD, BEFORE
      *    and AFTER tags say when OPERMNT added or re-enabled an
      *    id and when a manager's attestation was recorded.
       01  WS-TRAIL-SOURCE              PIC X(5).
       01  WS-TRAIL-DATE                PIC 9(8).
       01  WS-TRAIL-OPER                PIC X(10).
       01  WS-TRAIL-HEAD                PIC X(200).
       01  WS-TRAIL-TAIL                PIC X(200).
       01  WS-TRAIL-WORD                PIC X(12).
       01  WS-TRAIL-REST                PIC X(200).
       01  WS-TRAIL-FIELD               PIC X(10).
       01  WS-TRAIL-BEFORE              PIC X(12).
       01  WS-TRAIL-AFTER               PIC X(12).
       01  WS-TRAIL-DELIM               PIC X(13).

      *    Attestations recorded for the quarter (OPERMNT option C).
       01  WS-ATTEST-TABLE.
           05  WS-AT-ENTRY             OCCURS 100.
               10  WS-AT-OWNER         PIC X(10).
               10  WS-AT-DATE          PIC 9(8).
       01  WS-AT-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-AT-IDX                    PIC 9(3) COMP.
       01  WS-AT-FOUND-SWITCH           PIC X.
           88  WS-AT-FOUND                    VALUE "Y".

       01  WS-DIRTY-SWITCH              PIC X VALUE "N".
           88  WS-FILE-DIRTY                  VALUE "Y".
       01  WS-BREAK-OWNER               PIC X(10).
       01  WS-FIRST-GROUP-SWITCH        PIC X VALUE "Y".
           88  WS-FIRST-GROUP                 VALUE "Y".

       01  WS-LISTED-COUNT              PIC 9(4) VALUE 0.
       01  WS-DISABLED-COUNT            PIC 9(4) VALUE 0.
       01  WS-ALREADY-OFF-COUNT         PIC 9(4) VALUE 0.
       01  WS-GROUP-COUNT               PIC 9(4) VALUE 0.
       01  WS-OUTSTANDING-COUNT         PIC 9(4) VALUE 0.
       01  WS-UNOWNED-COUNT             PIC 9(4) VALUE 0.

       01  CERT-DETAIL-LINE.
           05  CD-OPER                  PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-CLASS                 PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-STATUS                PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-PWDATE                PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-LASTSIGN              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-LASTACT               PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-LASTSRC               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-IDLE                  PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-ROLES                 PIC X(40).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CD-ATTEST                PIC X(22).
       01  CERT-HEADING-LINE.
           05  FILLER                   PIC X(12) VALUE "OPERATOR".
           05  FILLER                   PIC X(8)  VALUE "CLASS".
           05  FILLER                   PIC X(4)  VALUE "ST".
           05  FILLER                   PIC X(10) VALUE "PW DATE".
           05  FILLER                   PIC X(10) VALUE "SIGN-ON".
           05  FILLER                   PIC X(10) VALUE "LAST ACT".
           05  FILLER                   PIC X(7)  VALUE "SRC".
           05  FILLER                   PIC X(7)  VALUE " IDLE".
           05  FILLER                   PIC X(42) VALUE "ROLES".
           05  FILLER                   PIC X(22) VALUE "KEEP / REMOVE".
       01  CERT-UNDERLINE.
           05  FILLER                   PIC X(12) VALUE "--------".
           05  FILLER                   PIC X(8)  VALUE "-----".
           05  FILLER                   PIC X(4)  VALUE "--".
           05  FILLER                   PIC X(10) VALUE "--------".
           05  FILLER                   PIC X(10) VALUE "--------".
           05  FILLER                   PIC X(10) VALUE "--------".
           05  FILLER                   PIC X(7)  VALUE "-----".
           05  FILLER                   PIC X(7)  VALUE "-----".
           05  FILLER                   PIC X(42) VALUE "-----".
           05  FILLER                   PIC X(22) VALUE "-------------".
       01  D-IDLE                       PIC ZZZZ9.
       01  D-DATE                       PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM RESOLVE-RUN-PARAMETERS
           PERFORM RECORD-RUN-START
           PERFORM LOAD-OPERATOR-FILE
           PERFORM LOAD-OPERATOR-ROLES

           MOVE "CONN " TO WS-TRAIL-SOURCE
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "LOGON-AUDIT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/logon_audit.log" TO WS-IN-FILENAME
           END-IF
           PERFORM SCAN-ONE-TRAIL

           MOVE "MAINT" TO WS-TRAIL-SOURCE
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "MAINT-JOURNAL-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/maint_journal.log" TO WS-IN-FILENAME
           END-IF
           PERFORM SCAN-ONE-TRAIL

           MOVE "INQ  " TO WS-TRAIL-SOURCE
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "EMP-INQ-LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/emp_inquiry.log" TO WS-IN-FILENAME
           END-IF
           PERFORM SCAN-ONE-TRAIL

           MOVE "REJCT" TO WS-TRAIL-SOURCE
           MOVE SPACES TO WS-IN-FILENAME
           DISPLAY "SALAPPLY-REJECTS" UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-IN-FILENAME = SPACES
               MOVE "/tmp/salapply_rejects.rpt" TO WS-IN-FILENAME
           END-IF
           PERFORM SCAN-ONE-TRAIL

           PERFORM FIND-DORMANT-OPERATORS
           IF WS-FILE-DIRTY
               PERFORM SAVE-OPERATOR-FILE
           END-IF
           PERFORM SORT-BY-OWNER
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-CERT-LISTING
           PERFORM WRITE-CERT-SUMMARY
           CLOSE CERT-REPORT-FILE

           DISPLAY "OPERCERT: " WS-LISTED-COUNT " operator(s) in "
               WS-GROUP-COUNT " manager group(s), "
               WS-DISABLED-COUNT " dormant, "
               WS-OUTSTANDING-COUNT " attestation(s) outstanding for "
               WS-QUARTER
           DISPLAY "OPERCERT: listing written to " WS-RPT-FILENAME

           PERFORM RECORD-RUN-END

           IF WS-DISABLED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-RUN-PARAMETERS SECTION.
           MOVE SPACES TO WS-MODE
           DISPLAY "OPERCERT-MODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           INSPECT WS-MODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-DORMANT-ENV
           DISPLAY "OPERCERT-DORMANT-DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-DORMANT-ENV FROM ENVIRONMENT-VALUE
           IF WS-DORMANT-ENV NOT = SPACES
               MOVE ZERO TO WS-DORMANT-NUM
               DISPLAY "OPERCERT-DORMANT-DAYS"
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-DORMANT-NUM FROM ENVIRONMENT-VALUE
               IF WS-DORMANT-NUM IS NUMERIC AND WS-DORMANT-NUM > 0
                   MOVE WS-DORMANT-NUM TO WS-DORMANT-DAYS
               END-IF
           END-IF
      *    OPERCERT-QUARTER (YYYYQn) names the quarter attested;
      *    it defaults to the quarter today falls in.
           MOVE SPACES TO WS-QUARTER
           DISPLAY "OPERCERT-QUARTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-QUARTER FROM ENVIRONMENT-VALUE
           INSPECT WS-QUARTER CONVERTING "q" TO "Q"
           IF WS-QUARTER(1:4) IS NOT NUMERIC
               OR WS-QUARTER(5:1) NOT = "Q"
               OR WS-QUARTER(6:1) < "1"
               OR WS-QUARTER(6:1) > "4"
               MOVE WS-TODAY(1:4) TO WS-QUARTER(1:4)
               MOVE "Q" TO WS-QUARTER(5:1)
               MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
               COMPUTE WS-QUARTER-NUM = (WS-TODAY-MONTH - 1) / 3 + 1
               MOVE WS-QUARTER-NUM TO WS-QUARTER(6:1)
           END-IF
           .
       RESOLVE-RUN-PARAMETERS-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    A dormant id's disable is journaled - holding EMP-WRITE
      *    serializes this run with every other journal writer, so
      *    the hash chain stays unbroken.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "OPERCERT" TO RS-PGM
           MOVE "EMP-WRITE" TO RS-RESOURCE
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "OPERCERT: THE JOURNAL IS HELD BY ANOTHER "
                   "WRITER - ENDED"
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
           MOVE WS-DISABLED-COUNT TO RS-COUNT
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

       LOAD-OPERATOR-FILE SECTION.
      *    The same file MENU signs on against and OPERMNT keeps -
      *    OPERATOR-FILE, default /etc/operators.cfg. Without it
      *    there is nothing to recertify.
           MOVE SPACES TO WS-OPER-FILENAME
           DISPLAY "OPERATOR-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OPER-FILENAME = SPACES
               MOVE "/etc/operators.cfg" TO WS-OPER-FILENAME
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-FILE-OK
               DISPLAY "OPERCERT: UNABLE TO OPEN OPERATOR FILE: "
                   WS-OPER-FILENAME " STATUS=" WS-OPER-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-OPER-EOF-SWITCH
           PERFORM UNTIL WS-OPER-EOF
               READ OPERATOR-FILE
                   AT END
                       SET WS-OPER-EOF TO TRUE
               END-READ
               IF NOT WS-OPER-EOF
                   PERFORM STORE-ONE-OPERATOR
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE
           .
       LOAD-OPERATOR-FILE-EXIT.
           EXIT.

       STORE-ONE-OPERATOR SECTION.
           IF OPERATOR-REC = SPACES
               OR OPERATOR-REC(1:1) = "*"
               OR OPERATOR-REC(1:1) = "#"
               GO TO STORE-ONE-OPERATOR-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-ID
           MOVE SPACES TO WS-PARSE-PW
           MOVE SPACES TO WS-PARSE-CLASS
           MOVE SPACES TO WS-PARSE-STATUS
           MOVE SPACES TO WS-PARSE-PWDATE
           MOVE SPACES TO WS-PARSE-FAILS
           MOVE SPACES TO WS-PARSE-LASTSIGN
           MOVE SPACES TO WS-PARSE-OWNER
           UNSTRING OPERATOR-REC DELIMITED BY ALL " "
               INTO WS-PARSE-ID WS-PARSE-PW WS-PARSE-CLASS
                   WS-PARSE-STATUS WS-PARSE-PWDATE WS-PARSE-FAILS
                   WS-PARSE-LASTSIGN WS-PARSE-OWNER
           END-UNSTRING
           IF WS-PARSE-ID = SPACES
               GO TO STORE-ONE-OPERATOR-EXIT
           END-IF
           IF WS-OT-COUNT >= 100
               DISPLAY "OPERCERT: OPERATOR TABLE FULL AT 100"
               GO TO STORE-ONE-OPERATOR-EXIT
           END-IF
           ADD 1 TO WS-OT-COUNT
           MOVE SPACES TO WS-OT-ENTRY(WS-OT-COUNT)
           MOVE WS-PARSE-ID TO WS-OT-ID(WS-OT-COUNT)
           MOVE WS-PARSE-PW TO WS-OT-PW(WS-OT-COUNT)
           IF WS-PARSE-CLASS = "UPDATE"
               MOVE "UPDATE" TO WS-OT-CLASS(WS-OT-COUNT)
           ELSE
               MOVE "READ" TO WS-OT-CLASS(WS-OT-COUNT)
           END-IF
           IF WS-PARSE-STATUS(1:1) = "A"
               OR WS-PARSE-STATUS(1:1) = "D"
               OR WS-PARSE-STATUS(1:1) = "F"
               OR WS-PARSE-STATUS(1:1) = "L"
               MOVE WS-PARSE-STATUS(1:1)
                   TO WS-OT-STATUS(WS-OT-COUNT)
           ELSE
               MOVE "A" TO WS-OT-STATUS(WS-OT-COUNT)
           END-IF
           IF WS-PARSE-PWDATE IS NUMERIC
               MOVE WS-PARSE-PWDATE TO WS-OT-PWDATE(WS-OT-COUNT)
           ELSE
               MOVE ZERO TO WS-OT-PWDATE(WS-OT-COUNT)
           END-IF
           IF WS-PARSE-FAILS IS NUMERIC
               MOVE WS-PARSE-FAILS TO WS-OT-FAILS(WS-OT-COUNT)
           ELSE
               MOVE ZERO TO WS-OT-FAILS(WS-OT-COUNT)
           END-IF
           IF WS-PARSE-LASTSIGN IS NUMERIC
               MOVE WS-PARSE-LASTSIGN TO WS-OT-LASTSIGN(WS-OT-COUNT)
           ELSE
               MOVE ZERO TO WS-OT-LASTSIGN(WS-OT-COUNT)
           END-IF
           IF WS-PARSE-OWNER = SPACES
               MOVE "-" TO WS-OT-OWNER(WS-OT-COUNT)
           ELSE
               MOVE WS-PARSE-OWNER TO WS-OT-OWNER(WS-OT-COUNT)
           END-IF
           MOVE ZERO TO WS-OT-LASTACT(WS-OT-COUNT)
           MOVE ZERO TO WS-OT-GRACE(WS-OT-COUNT)
           MOVE ZERO TO WS-OT-BASIS(WS-OT-COUNT)
           MOVE ZERO TO WS-OT-IDLE(WS-OT-COUNT)
           MOVE 1 TO WS-OT-ROLE-PTR(WS-OT-COUNT)
           .
       STORE-ONE-OPERATOR-EXIT.
           EXIT.

       SAVE-OPERATOR-FILE SECTION.
      *    Written back whole, in the layout MENU and OPERMNT write.
           OPEN OUTPUT OPERATOR-FILE
           IF NOT WS-OPER-FILE-OK
               DISPLAY "OPERCERT: UNABLE TO REWRITE OPERATOR FILE: "
                   WS-OPER-FILENAME " STATUS=" WS-OPER-STATUS
               GO TO SAVE-OPERATOR-FILE-EXIT
           END-IF
           MOVE
               "* operid pw class status pwdate fails lastsign owner"
               TO OPERATOR-REC
           WRITE OPERATOR-REC
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               MOVE SPACES TO OPERATOR-REC
               STRING WS-OT-ID(WS-OT-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-OT-PW(WS-OT-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-OT-CLASS(WS-OT-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-OT-STATUS(WS-OT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OT-PWDATE(WS-OT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OT-FAILS(WS-OT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OT-LASTSIGN(WS-OT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OT-OWNER(WS-OT-IDX) DELIMITED BY SPACE
                 INTO OPERATOR-REC
               END-STRING
               WRITE OPERATOR-REC
           END-PERFORM
           CLOSE OPERATOR-FILE
           .
       SAVE-OPERATOR-FILE-EXIT.
           EXIT.

       LOAD-OPERATOR-ROLES SECTION.
      *    The roles each id holds on the permission file (PERMCHK's
      *    OPER lines) - what the manager is really attesting. No
      *    permission file yet leaves the column blank.
           MOVE SPACES TO WS-PERM-FILENAME
           DISPLAY "PERMISSION-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PERM-FILENAME = SPACES
               MOVE "/etc/permissions.cfg" TO WS-PERM-FILENAME
           END-IF
           OPEN INPUT PERMISSION-FILE
           IF NOT WS-PERM-FILE-OK
               GO TO LOAD-OPERATOR-ROLES-EXIT
           END-IF
           MOVE "N" TO WS-PERM-EOF-SWITCH
           PERFORM UNTIL WS-PERM-EOF
               READ PERMISSION-FILE
                   AT END
                       SET WS-PERM-EOF TO TRUE
               END-READ
               IF NOT WS-PERM-EOF
                   PERFORM NOTE-ONE-ROLE
               END-IF
           END-PERFORM
           CLOSE PERMISSION-FILE
           .
       LOAD-OPERATOR-ROLES-EXIT.
           EXIT.

       NOTE-ONE-ROLE SECTION.
           MOVE SPACES TO WS-PARSE-TYPE
           MOVE SPACES TO WS-PARSE-ONE
           MOVE SPACES TO WS-PARSE-TWO
           UNSTRING PERMISSION-REC DELIMITED BY ALL " "
               INTO WS-PARSE-TYPE WS-PARSE-ONE WS-PARSE-TWO
           END-UNSTRING
           IF WS-PARSE-TYPE NOT = "OPER"
               GO TO NOTE-ONE-ROLE-EXIT
           END-IF
           MOVE WS-PARSE-ONE TO WS-LOOK-OPER
           PERFORM FIND-OPERATOR
           IF NOT WS-OT-FOUND
               GO TO NOTE-ONE-ROLE-EXIT
           END-IF
           IF WS-OT-ROLE-PTR(WS-OT-IDX) > 1
               AND WS-OT-ROLE-PTR(WS-OT-IDX) < 40
               STRING "," DELIMITED BY SIZE
                 INTO WS-OT-ROLES(WS-OT-IDX)
                 WITH POINTER WS-OT-ROLE-PTR(WS-OT-IDX)
               END-STRING
           END-IF
           IF WS-OT-ROLE-PTR(WS-OT-IDX) < 41
               STRING WS-PARSE-TWO DELIMITED BY SPACE
                 INTO WS-OT-ROLES(WS-OT-IDX)
                 WITH POINTER WS-OT-ROLE-PTR(WS-OT-IDX)
               END-STRING
           END-IF
           .
       NOTE-ONE-ROLE-EXIT.
           EXIT.

       FIND-OPERATOR SECTION.
           MOVE "N" TO WS-OT-FOUND-SWITCH
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
                   OR WS-OT-FOUND
               IF WS-OT-ID(WS-OT-IDX) = WS-LOOK-OPER
                   SET WS-OT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-OT-IDX
               END-IF
           END-PERFORM
           .
       FIND-OPERATOR-EXIT.
           EXIT.

       SCAN-ONE-TRAIL SECTION.
      *    WS-IN-FILENAME and WS-TRAIL-SOURCE are set by the
      *    caller; a trail not there yet simply adds nothing.
           OPEN INPUT TRAIL-INPUT-FILE
           IF NOT WS-IN-FILE-OK
               GO TO SCAN-ONE-TRAIL-EXIT
           END-IF
           MOVE "N" TO WS-IN-EOF-SWITCH
           PERFORM UNTIL WS-IN-EOF
               READ TRAIL-INPUT-FILE
                   AT END
                       SET WS-IN-EOF TO TRUE
               END-READ
               IF NOT WS-IN-EOF
                   PERFORM NOTE-ONE-TRAIL-LINE
               END-IF
           END-PERFORM
           CLOSE TRAIL-INPUT-FILE
           .
       SCAN-ONE-TRAIL-EXIT.
           EXIT.

       NOTE-ONE-TRAIL-LINE SECTION.
           IF TRAIL-INPUT-REC(1:8) IS NOT NUMERIC
               GO TO NOTE-ONE-TRAIL-LINE-EXIT
           END-IF
           MOVE TRAIL-INPUT-REC(1:8) TO WS-TRAIL-DATE
           IF WS-TRAIL-SOURCE = "REJCT"
               MOVE " REJECTED BY " TO WS-TRAIL-DELIM
           ELSE
               MOVE " OPER=" TO WS-TRAIL-DELIM
           END-IF
           MOVE SPACES TO WS-TRAIL-HEAD
           MOVE SPACES TO WS-TRAIL-TAIL
           IF WS-TRAIL-SOURCE = "REJCT"
               UNSTRING TRAIL-INPUT-REC DELIMITED BY " REJECTED BY "
                   INTO WS-TRAIL-HEAD WS-TRAIL-TAIL
               END-UNSTRING
           ELSE
               UNSTRING TRAIL-INPUT-REC DELIMITED BY " OPER="
                   INTO WS-TRAIL-HEAD WS-TRAIL-TAIL
               END-UNSTRING
           END-IF
           IF WS-TRAIL-TAIL = SPACES
               GO TO NOTE-ONE-TRAIL-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-TRAIL-WORD
           MOVE SPACES TO WS-TRAIL-REST
           UNSTRING WS-TRAIL-TAIL DELIMITED BY " " OR ":"
               INTO WS-TRAIL-WORD WS-TRAIL-REST
           END-UNSTRING
           MOVE WS-TRAIL-WORD(1:10) TO WS-TRAIL-OPER
           MOVE WS-TRAIL-OPER TO WS-LOOK-OPER
           PERFORM FIND-OPERATOR
           IF WS-OT-FOUND
               IF WS-TRAIL-DATE > WS-OT-LASTACT(WS-OT-IDX)
                   MOVE WS-TRAIL-DATE TO WS-OT-LASTACT(WS-OT-IDX)
                   MOVE WS-TRAIL-SOURCE TO WS-OT-LASTSRC(WS-OT-IDX)
               END-IF
           END-IF
           IF WS-TRAIL-SOURCE = "MAINT"
               PERFORM NOTE-JOURNAL-SUBJECT
           END-IF
           .
       NOTE-ONE-TRAIL-LINE-EXIT.
           EXIT.

       NOTE-JOURNAL-SUBJECT SECTION.
      *    OPERMNT's adds, enables and password resets name the id
      *    they act on in AFTER - that restarts the idle clock. A
      *    CERT-ATTST line records a manager's signed sheet for the
      *    quarter in BEFORE.
           MOVE SPACES TO WS-TRAIL-HEAD
           MOVE SPACES TO WS-TRAIL-REST
           UNSTRING TRAIL-INPUT-REC DELIMITED BY " FIELD="
               INTO WS-TRAIL-HEAD WS-TRAIL-REST
           END-UNSTRING
           IF WS-TRAIL-REST = SPACES
               GO TO NOTE-JOURNAL-SUBJECT-EXIT
           END-IF
           MOVE SPACES TO WS-TRAIL-FIELD
           MOVE SPACES TO WS-TRAIL-BEFORE
           MOVE SPACES TO WS-TRAIL-AFTER
           MOVE SPACES TO WS-TRAIL-TAIL
           UNSTRING WS-TRAIL-REST DELIMITED BY " BEFORE=" OR " AFTER="
               OR " OPER="
               INTO WS-TRAIL-FIELD WS-TRAIL-BEFORE WS-TRAIL-AFTER
                   WS-TRAIL-TAIL
           END-UNSTRING
           EVALUATE WS-TRAIL-FIELD
               WHEN "OPER-ADD"
               WHEN "OPER-ENABL"
               WHEN "OPER-RESET"
                   MOVE WS-TRAIL-AFTER(1:10) TO WS-LOOK-OPER
                   PERFORM FIND-OPERATOR
                   IF WS-OT-FOUND
                       AND WS-TRAIL-DATE > WS-OT-GRACE(WS-OT-IDX)
                       MOVE WS-TRAIL-DATE TO WS-OT-GRACE(WS-OT-IDX)
                   END-IF
               WHEN "CERT-ATTST"
                   IF WS-TRAIL-BEFORE(1:6) = WS-QUARTER
                       PERFORM NOTE-ATTESTATION
                   END-IF
           END-EVALUATE
           .
       NOTE-JOURNAL-SUBJECT-EXIT.
           EXIT.

       NOTE-ATTESTATION SECTION.
           MOVE "N" TO WS-AT-FOUND-SWITCH
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-FOUND
               IF WS-AT-OWNER(WS-AT-IDX) = WS-TRAIL-AFTER(1:10)
                   SET WS-AT-FOUND TO TRUE
                   MOVE WS-TRAIL-DATE TO WS-AT-DATE(WS-AT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-AT-FOUND AND WS-AT-COUNT < 100
               ADD 1 TO WS-AT-COUNT
               MOVE WS-TRAIL-AFTER(1:10) TO WS-AT-OWNER(WS-AT-COUNT)
               MOVE WS-TRAIL-DATE TO WS-AT-DATE(WS-AT-COUNT)
           END-IF
           .
       NOTE-ATTESTATION-EXIT.
           EXIT.

       FIND-DORMANT-OPERATORS SECTION.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               MOVE WS-OT-LASTSIGN(WS-OT-IDX) TO WS-OT-BASIS(WS-OT-IDX)
               IF WS-OT-LASTACT(WS-OT-IDX) > WS-OT-BASIS(WS-OT-IDX)
                   MOVE WS-OT-LASTACT(WS-OT-IDX)
                       TO WS-OT-BASIS(WS-OT-IDX)
               END-IF
               IF WS-OT-PWDATE(WS-OT-IDX) > WS-OT-BASIS(WS-OT-IDX)
                   MOVE WS-OT-PWDATE(WS-OT-IDX)
                       TO WS-OT-BASIS(WS-OT-IDX)
               END-IF
               IF WS-OT-GRACE(WS-OT-IDX) > WS-OT-BASIS(WS-OT-IDX)
                   MOVE WS-OT-GRACE(WS-OT-IDX)
                       TO WS-OT-BASIS(WS-OT-IDX)
               END-IF
               PERFORM JUDGE-ONE-OPERATOR
           END-PERFORM
           .
       FIND-DORMANT-OPERATORS-EXIT.
           EXIT.

       JUDGE-ONE-OPERATOR SECTION.
      *    No date at all means the id has never been seen - it is
      *    as dormant as an id can be.
           IF WS-OT-BASIS(WS-OT-IDX) = ZERO
               MOVE 99999 TO WS-OT-IDLE(WS-OT-IDX)
           ELSE
               COMPUTE WS-BASIS-INT = FUNCTION INTEGER-OF-DATE(
                   WS-OT-BASIS(WS-OT-IDX))
               IF WS-BASIS-INT < WS-TODAY-INT
                   COMPUTE WS-OT-IDLE(WS-OT-IDX) =
                       WS-TODAY-INT - WS-BASIS-INT
               END-IF
           END-IF
           IF WS-OT-STATUS(WS-OT-IDX) = "D"
               ADD 1 TO WS-ALREADY-OFF-COUNT
               GO TO JUDGE-ONE-OPERATOR-EXIT
           END-IF
           IF WS-OT-IDLE(WS-OT-IDX) <= WS-DORMANT-DAYS
               GO TO JUDGE-ONE-OPERATOR-EXIT
           END-IF
           ADD 1 TO WS-DISABLED-COUNT
           IF WS-REPORT-ONLY
               SET WS-OT-WOULD-DISABLE(WS-OT-IDX) TO TRUE
               GO TO JUDGE-ONE-OPERATOR-EXIT
           END-IF
           SET WS-OT-DISABLED-NOW(WS-OT-IDX) TO TRUE
           MOVE "D" TO WS-OT-STATUS(WS-OT-IDX)
           SET WS-FILE-DIRTY TO TRUE
      *    Journaled the way OPERMNT journals a disable, under its
      *    own field so the automatic ones stand out: BEFORE is the
      *    date idle was counted from (NEVER if none), AFTER the id.
           MOVE ZERO TO WS-JRNL-EMPNO
           MOVE "OPER-DORMT" TO WS-JRNL-FIELD
           IF WS-OT-BASIS(WS-OT-IDX) = ZERO
               MOVE "NEVER" TO WS-JRNL-BEFORE
           ELSE
               MOVE WS-OT-BASIS(WS-OT-IDX) TO WS-JRNL-BEFORE
           END-IF
           MOVE WS-OT-ID(WS-OT-IDX) TO WS-JRNL-AFTER
           PERFORM WRITE-MAINT-JOURNAL
           .
       JUDGE-ONE-OPERATOR-EXIT.
           EXIT.

       SORT-BY-OWNER SECTION.
      *    Owner-major, then operator id - a straight exchange sort
      *    over at most 100 ids.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               PERFORM VARYING WS-OT-JDX FROM 1 BY 1
                   UNTIL WS-OT-JDX >= WS-OT-IDX
                   IF WS-OT-OWNER(WS-OT-JDX) > WS-OT-OWNER(WS-OT-IDX)
                       OR (WS-OT-OWNER(WS-OT-JDX)
                           = WS-OT-OWNER(WS-OT-IDX)
                           AND WS-OT-ID(WS-OT-JDX)
                               > WS-OT-ID(WS-OT-IDX))
                       MOVE WS-OT-ENTRY(WS-OT-JDX) TO WS-OT-HOLD
                       MOVE WS-OT-ENTRY(WS-OT-IDX)
                           TO WS-OT-ENTRY(WS-OT-JDX)
                       MOVE WS-OT-HOLD TO WS-OT-ENTRY(WS-OT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       SORT-BY-OWNER-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    OPERCERT-FILE names the recertification listing; it
      *    defaults to /tmp/opercert.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "OPERCERT-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/opercert.rpt" TO WS-RPT-FILENAME
           END-IF
           MOVE "R" TO RR-FUNCTION
           MOVE "OPERCERT" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT CERT-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "OPERCERT: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO CERT-REPORT-REC
           STRING "OPERATOR ACCESS RECERTIFICATION - QUARTER "
                   DELIMITED SIZE
               WS-QUARTER DELIMITED SIZE
               "   RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           MOVE ALL "=" TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           MOVE WS-DORMANT-DAYS TO D-IDLE
           IF WS-REPORT-ONLY
               STRING "IDS IDLE OVER " DELIMITED SIZE
                   D-IDLE DELIMITED SIZE
                   " DAYS ARE MARKED WOULD DISABLE (REPORT MODE - "
                       DELIMITED SIZE
                   "NOTHING CHANGED)" DELIMITED SIZE
                 INTO CERT-REPORT-REC
               END-STRING
           ELSE
               STRING "IDS IDLE OVER " DELIMITED SIZE
                   D-IDLE DELIMITED SIZE
                   " DAYS HAVE BEEN DISABLED BY THIS RUN AND "
                       DELIMITED SIZE
                   "JOURNALED OPER-DORMT" DELIMITED SIZE
                 INTO CERT-REPORT-REC
               END-STRING
           END-IF
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "ST: A=ACTIVE D=DISABLED F=PASSWORD CHANGE FORCED "
                   DELIMITED SIZE
               "L=LOCKED.  SRC: CONN=CONNECTION MAINT=JOURNAL "
                   DELIMITED SIZE
               "INQ=INQUIRY REJCT=SALARY REJECT" DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       WRITE-CERT-LISTING SECTION.
           MOVE LOW-VALUES TO WS-BREAK-OWNER
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-OWNER(WS-OT-IDX) NOT = WS-BREAK-OWNER
                   IF NOT WS-FIRST-GROUP
                       PERFORM WRITE-ATTESTATION-BLOCK
                   END-IF
                   MOVE "N" TO WS-FIRST-GROUP-SWITCH
                   MOVE WS-OT-OWNER(WS-OT-IDX) TO WS-BREAK-OWNER
                   PERFORM WRITE-GROUP-HEADING
               END-IF
               PERFORM WRITE-ONE-OPERATOR
           END-PERFORM
           IF WS-FIRST-GROUP
               MOVE SPACES TO CERT-REPORT-REC
               WRITE CERT-REPORT-REC
               MOVE "(NO OPERATORS ON FILE)" TO CERT-REPORT-REC
               WRITE CERT-REPORT-REC
           ELSE
               PERFORM WRITE-ATTESTATION-BLOCK
           END-IF
           .
       WRITE-CERT-LISTING-EXIT.
           EXIT.

       WRITE-GROUP-HEADING SECTION.
           ADD 1 TO WS-GROUP-COUNT
           MOVE "N" TO WS-AT-FOUND-SWITCH
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-FOUND
               IF WS-AT-OWNER(WS-AT-IDX) = WS-BREAK-OWNER
                   SET WS-AT-FOUND TO TRUE
                   MOVE WS-AT-DATE(WS-AT-IDX) TO D-DATE
               END-IF
           END-PERFORM
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           IF WS-BREAK-OWNER = "-"
               STRING "MANAGER: NONE ON FILE - SET AN OWNER WITH "
                       DELIMITED SIZE
                   "OPERMNT OPTION O; THE SECURITY ADMINISTRATOR "
                       DELIMITED SIZE
                   "ATTESTS THESE" DELIMITED SIZE
                 INTO CERT-REPORT-REC
               END-STRING
           ELSE
               IF WS-AT-FOUND
                   STRING "MANAGER: " DELIMITED SIZE
                       WS-BREAK-OWNER DELIMITED SIZE
                       "   ATTESTATION FOR " DELIMITED SIZE
                       WS-QUARTER DELIMITED SIZE
                       " RECORDED " DELIMITED SIZE
                       D-DATE DELIMITED SIZE
                     INTO CERT-REPORT-REC
                   END-STRING
               ELSE
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   STRING "MANAGER: " DELIMITED SIZE
                       WS-BREAK-OWNER DELIMITED SIZE
                       "   ATTESTATION FOR " DELIMITED SIZE
                       WS-QUARTER DELIMITED SIZE
                       " OUTSTANDING" DELIMITED SIZE
                     INTO CERT-REPORT-REC
                   END-STRING
               END-IF
           END-IF
           WRITE CERT-REPORT-REC
           MOVE CERT-HEADING-LINE TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE CERT-UNDERLINE TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           .
       WRITE-GROUP-HEADING-EXIT.
           EXIT.

       WRITE-ONE-OPERATOR SECTION.
           ADD 1 TO WS-LISTED-COUNT
           IF WS-OT-OWNER(WS-OT-IDX) = "-"
               ADD 1 TO WS-UNOWNED-COUNT
           END-IF
           MOVE WS-OT-ID(WS-OT-IDX) TO CD-OPER
           MOVE WS-OT-CLASS(WS-OT-IDX) TO CD-CLASS
           MOVE WS-OT-STATUS(WS-OT-IDX) TO CD-STATUS
           IF WS-OT-PWDATE(WS-OT-IDX) = ZERO
               MOVE "-" TO CD-PWDATE
           ELSE
               MOVE WS-OT-PWDATE(WS-OT-IDX) TO CD-PWDATE
           END-IF
           IF WS-OT-LASTSIGN(WS-OT-IDX) = ZERO
               MOVE "NEVER" TO CD-LASTSIGN
           ELSE
               MOVE WS-OT-LASTSIGN(WS-OT-IDX) TO CD-LASTSIGN
           END-IF
           IF WS-OT-LASTACT(WS-OT-IDX) = ZERO
               MOVE "NONE" TO CD-LASTACT
               MOVE SPACES TO CD-LASTSRC
           ELSE
               MOVE WS-OT-LASTACT(WS-OT-IDX) TO CD-LASTACT
               MOVE WS-OT-LASTSRC(WS-OT-IDX) TO CD-LASTSRC
           END-IF
           IF WS-OT-BASIS(WS-OT-IDX) = ZERO
               MOVE "NEVER" TO CD-IDLE
           ELSE
               MOVE WS-OT-IDLE(WS-OT-IDX) TO D-IDLE
               MOVE D-IDLE TO CD-IDLE
           END-IF
           MOVE WS-OT-ROLES(WS-OT-IDX) TO CD-ROLES
           EVALUATE TRUE
               WHEN WS-OT-DISABLED-NOW(WS-OT-IDX)
                   MOVE "DISABLED: DORMANT" TO CD-ATTEST
               WHEN WS-OT-WOULD-DISABLE(WS-OT-IDX)
                   MOVE "WOULD DISABLE: DORMANT" TO CD-ATTEST
               WHEN OTHER
                   MOVE "[ ] KEEP   [ ] REMOVE" TO CD-ATTEST
           END-EVALUATE
           MOVE CERT-DETAIL-LINE TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           .
       WRITE-ONE-OPERATOR-EXIT.
           EXIT.

       WRITE-ATTESTATION-BLOCK SECTION.
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE "I HAVE REVIEWED THE ACCESS LISTED ABOVE. EACH ID"
               TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE "MARKED KEEP IS STILL NEEDED BY ITS HOLDER AT THE ROLES"
               TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE "SHOWN; EACH MARKED REMOVE IS TO BE DISABLED OR HAVE"
               TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE "ITS ROLES REVOKED." TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "MANAGER SIGNATURE ______________________________"
                   DELIMITED SIZE
               "   NAME ____________________   DATE ____________"
                   DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           .
       WRITE-ATTESTATION-BLOCK-EXIT.
           EXIT.

       WRITE-CERT-SUMMARY SECTION.
           MOVE SPACES TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE ALL "=" TO CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "OPERATORS LISTED          " DELIMITED SIZE
               WS-LISTED-COUNT DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           IF WS-REPORT-ONLY
               STRING "DORMANT - WOULD DISABLE   " DELIMITED SIZE
                   WS-DISABLED-COUNT DELIMITED SIZE
                 INTO CERT-REPORT-REC
               END-STRING
           ELSE
               STRING "DORMANT - DISABLED NOW    " DELIMITED SIZE
                   WS-DISABLED-COUNT DELIMITED SIZE
                 INTO CERT-REPORT-REC
               END-STRING
           END-IF
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "ALREADY DISABLED          " DELIMITED SIZE
               WS-ALREADY-OFF-COUNT DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "IDS WITH NO OWNER         " DELIMITED SIZE
               WS-UNOWNED-COUNT DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "MANAGER GROUPS            " DELIMITED SIZE
               WS-GROUP-COUNT DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "ATTESTATIONS OUTSTANDING  " DELIMITED SIZE
               WS-OUTSTANDING-COUNT DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           MOVE SPACES TO CERT-REPORT-REC
           STRING "SIGNED SHEETS ARE RECORDED WITH OPERMNT OPTION C, "
                   DELIMITED SIZE
               "WHICH JOURNALS CERT-ATTST FOR THE QUARTER."
                   DELIMITED SIZE
             INTO CERT-REPORT-REC
           END-STRING
           WRITE CERT-REPORT-REC
           .
       WRITE-CERT-SUMMARY-EXIT.
           EXIT.

           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="OPERCERT"==.
