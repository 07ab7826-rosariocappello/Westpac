           SELECT MAINT-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-JRNL-STATUS.
           SELECT PERMISSION-FILE ASSIGN TO WS-PERM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OPERATOR-REC                 PIC X(80).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-REC            PIC X(200).
       FD  PERMISSION-FILE.
       01  PERMISSION-REC               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY EMPJRNWS.
           COPY RUNSTATL.
           COPY PERMCHKL.

      *    The operator file is no longer hand-edited: each line now
      *    reads "operid #hash class status pwdate failcount
      *    lastsign owner", the
      *    hash being a salted rolling hash of the password (the #
      *    marks a hashed entry; a bare word is a legacy clear-text
      *    password MENU still honors until it is rotated through
               10  WS-OT-STATUS        PIC X.
               10  WS-OT-PWDATE        PIC 9(8).
               10  WS-OT-FAILS         PIC 9(2).
               10  WS-OT-LASTSIGN      PIC 9(8).
               10  WS-OT-OWNER         PIC X(10).
       01  WS-OT-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-OT-IDX                    PIC 9(3) COMP.
       01  WS-OT-FOUND-SWITCH           PIC X.
       01  WS-PARSE-STATUS              PIC X(2).
       01  WS-PARSE-PWDATE              PIC X(8).
       01  WS-PARSE-FAILS               PIC X(2).
       01  WS-PARSE-LASTSIGN            PIC X(8).
       01  WS-PARSE-OWNER               PIC X(10).

       01  WS-MENU-CHOICE               PIC X.
       01  WS-CONTINUE-SWITCH           PIC X VALUE "Y".
       01  WS-ID-INPUT                  PIC X(10).
       01  WS-PW-INPUT                  PIC X(10).
       01  WS-CLASS-INPUT               PIC X(6).
       01  WS-OWNER-INPUT               PIC X(10).
       01  WS-QUARTER-INPUT             PIC X(6).
       01  WS-QUARTER-DEFAULT           PIC X(6).
       01  WS-QUARTER-NUM               PIC 9.
       01  WS-TODAY-MONTH               PIC 9(2).
       01  WS-CONFIRM                   PIC X.

       01  WS-HASH                      PIC 9(9) COMP-5.
       01  WS-DIRTY-SWITCH              PIC X VALUE "N".
           88  WS-FILE-DIRTY                  VALUE "Y".

      *    The permission file PERMCHK reads - roles granting
      *    functions, operators holding roles, and separation-of-
      *    duties pairs. Rewritten after every role change so a
      *    PERMCHK call always sees what this session has done.
       01  WS-PERM-FILENAME             PIC X(256).
       01  WS-PERM-STATUS               PIC XX.
           88  WS-PERM-FILE-OK                VALUE "00".
           88  WS-PERM-NO-FILE                VALUE "35".
       01  WS-PERM-EOF-SWITCH           PIC X.
           88  WS-PERM-EOF                    VALUE "Y".
       01  WS-PARSE-TYPE                PIC X(6).
       01  WS-PARSE-ONE                 PIC X(12).
       01  WS-PARSE-TWO                 PIC X(12).

       01  WS-ROLE-FN-TABLE.
           05  WS-RF-ENTRY             OCCURS 300.
               10  WS-RF-ROLE          PIC X(10).
               10  WS-RF-FUNC          PIC X(12).
       01  WS-RF-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-RF-IDX                    PIC 9(3) COMP.
       01  WS-OPER-ROLE-TABLE.
           05  WS-OR-ENTRY             OCCURS 300.
               10  WS-OR-OPER          PIC X(10).
               10  WS-OR-ROLE          PIC X(10).
       01  WS-OR-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-OR-IDX                    PIC 9(3) COMP.
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY            OCCURS 60.
               10  WS-SOD-A            PIC X(12).
               10  WS-SOD-B            PIC X(12).
       01  WS-SOD-COUNT                 PIC 9(2) COMP VALUE 0.
       01  WS-SOD-IDX                   PIC 9(2) COMP.
       01  WS-ENTRY-FOUND-SWITCH        PIC X.
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-ENTRY-IDX                 PIC 9(3) COMP.

      *    The functions the application programs check for.
       01  WS-KNOWN-FUNC-VALUES.
           05  FILLER PIC X(12) VALUE "SAL-CHANGE".
           05  FILLER PIC X(12) VALUE "SAL-APPROVE".
           05  FILLER PIC X(12) VALUE "HIRE".
           05  FILLER PIC X(12) VALUE "TERMINATE".
           05  FILLER PIC X(12) VALUE "LEAVE-ADMIN".
           05  FILLER PIC X(12) VALUE "DEPT-ADMIN".
           05  FILLER PIC X(12) VALUE "OPER-ADMIN".
           05  FILLER PIC X(12) VALUE "PAY-RELEASE".
           05  FILLER PIC X(12) VALUE "BANK-CHANGE".
           05  FILLER PIC X(12) VALUE "BANK-APPROVE".
           05  FILLER PIC X(12) VALUE "CLAIM-APPR".
           05  FILLER PIC X(12) VALUE "FINAL-PAY".
           05  FILLER PIC X(12) VALUE "PERIOD-OPEN".
           05  FILLER PIC X(12) VALUE "POSN-APPROVE".
           05  FILLER PIC X(12) VALUE "PROB-CONFIRM".
           05  FILLER PIC X(12) VALUE "ALLOC-ADMIN".
       01  WS-KNOWN-FUNC-TABLE REDEFINES WS-KNOWN-FUNC-VALUES.
           05  WS-KNOWN-FUNC           OCCURS 16 PIC X(12).
       01  WS-KNOWN-IDX                 PIC 9(2) COMP.
       01  WS-KNOWN-SWITCH              PIC X.
           88  WS-FUNC-KNOWN                  VALUE "Y".

       01  WS-ROLE-INPUT                PIC X(10).
       01  WS-FUNC-INPUT                PIC X(12).
       01  WS-SIGNED-ON-ID              PIC X(10).
       01  WS-LEGACY-SWITCH             PIC X VALUE "N".
           88  WS-LEGACY-SESSION              VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN-PGM SECTION.
      *    Hand-editing the credentials file failed the last
      *    line on the shared maintenance journal.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           PERFORM CHECK-OPER-ADMIN
           .
           PERFORM RECORD-RUN-START
           .
           PERFORM LOAD-OPERATOR-FILE
           .
           PERFORM LOAD-PERMISSION-FILE
           .
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM DISPLAY-OPER-MENU
               PERFORM RUN-OPER-CHOICE
           GOBACK
           .

       CHECK-OPER-ADMIN SECTION.
      *    Administering operators is itself a function. Until the
      *    first role is defined there is no permission file and
      *    the old class decides - that session may also grant
      *    its own operator a role, which is how the first
      *    administrator is set up.
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE "OPER-ADMIN" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "OPERMNT: OPERATOR ADMINISTRATION REFUSED - "
                   PX-REASON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PX-OPERATOR TO WS-SIGNED-ON-ID
           IF PX-LEGACY-CLASS
               SET WS-LEGACY-SESSION TO TRUE
           END-IF
           .
       CHECK-OPER-ADMIN-EXIT.
           EXIT.

       RECORD-RUN-START SECTION.
      *    This session appends to the shared hash-chained journal -
      *    holding EMP-WRITE serializes it with every other journal
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
           .
       STORE-ONE-OPERATOR-EXIT.
           EXIT.
                   WS-OPER-FILENAME " STATUS=" WS-OPER-STATUS
               GO TO SAVE-OPERATOR-FILE-EXIT
           END-IF
           MOVE
               "* operid pw class status pwdate fails lastsign owner"
               TO OPERATOR-REC
           WRITE OPERATOR-REC
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
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
           DISPLAY "  E) ENABLE / UNLOCK AN OPERATOR"
           DISPLAY "  F) FORCE PASSWORD CHANGE AT NEXT SIGN-ON"
           DISPLAY "  P) RESET A PASSWORD"
           DISPLAY "  R) LIST ROLES AND FUNCTIONS"
           DISPLAY "  G) GRANT A ROLE TO AN OPERATOR"
           DISPLAY "  V) REVOKE A ROLE FROM AN OPERATOR"
           DISPLAY "  M) ADD A FUNCTION TO A ROLE"
           DISPLAY "  U) REMOVE A FUNCTION FROM A ROLE"
           DISPLAY "  O) SET THE ATTESTING MANAGER (OWNER)"
           DISPLAY "  C) RECORD A MANAGER'S QUARTERLY ATTESTATION"
           DISPLAY "  Q) QUIT (SAVES CHANGES)"
           DISPLAY "SELECTION: " WITH NO ADVANCING
           MOVE SPACE TO WS-MENU-CHOICE
               WHEN "P"
               WHEN "p"
                   PERFORM RESET-PASSWORD
               WHEN "R"
               WHEN "r"
                   PERFORM LIST-ROLES
               WHEN "G"
               WHEN "g"
                   PERFORM GRANT-ROLE
               WHEN "V"
               WHEN "v"
                   PERFORM REVOKE-ROLE
               WHEN "M"
               WHEN "m"
                   PERFORM ADD-ROLE-FUNCTION
               WHEN "U"
               WHEN "u"
                   PERFORM REMOVE-ROLE-FUNCTION
               WHEN "O"
               WHEN "o"
                   PERFORM SET-OPERATOR-OWNER
               WHEN "C"
               WHEN "c"
                   PERFORM RECORD-ATTESTATION
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH

       LIST-OPERATORS SECTION.
           DISPLAY " "
           DISPLAY "OPERATOR    CLASS   ST  PW DATE   FAILS  "
               "SIGNED ON  OWNER"
           DISPLAY "--------    -----   --  -------   -----  "
               "---------  -----"
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
               DISPLAY WS-OT-ID(WS-OT-IDX) "  "
                   WS-OT-CLASS(WS-OT-IDX) "  "
                   WS-OT-STATUS(WS-OT-IDX) "   "
                   WS-OT-PWDATE(WS-OT-IDX) "  "
                   WS-OT-FAILS(WS-OT-IDX) "     "
                   WS-OT-LASTSIGN(WS-OT-IDX) "   "
                   WS-OT-OWNER(WS-OT-IDX)
           END-PERFORM
           DISPLAY WS-OT-COUNT " OPERATOR(S) ON FILE."
           .
           INSPECT WS-CLASS-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM ACCEPT-OWNER
           PERFORM HASH-PASSWORD
           ADD 1 TO WS-OT-COUNT
           MOVE WS-ID-INPUT TO WS-OT-ID(WS-OT-COUNT)
           MOVE "F" TO WS-OT-STATUS(WS-OT-COUNT)
           MOVE WS-TODAY TO WS-OT-PWDATE(WS-OT-COUNT)
           MOVE ZERO TO WS-OT-FAILS(WS-OT-COUNT)
           MOVE ZERO TO WS-OT-LASTSIGN(WS-OT-COUNT)
           MOVE WS-OWNER-INPUT TO WS-OT-OWNER(WS-OT-COUNT)
           SET WS-FILE-DIRTY TO TRUE
           DISPLAY "OPERATOR ADDED (PASSWORD CHANGE FORCED AT "
               "FIRST SIGN-ON)."
       RESET-PASSWORD-EXIT.
           EXIT.

       LOAD-PERMISSION-FILE SECTION.
      *    PERMISSION-FILE defaults to /etc/permissions.cfg - the
      *    same default PERMCHK reads. No file yet is not an error:
      *    the first role change here creates it.
           MOVE SPACES TO WS-PERM-FILENAME
           DISPLAY "PERMISSION-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-PERM-FILENAME = SPACES
               MOVE "/etc/permissions.cfg" TO WS-PERM-FILENAME
           END-IF
           OPEN INPUT PERMISSION-FILE
           IF WS-PERM-NO-FILE
               GO TO LOAD-PERMISSION-FILE-EXIT
           END-IF
           IF NOT WS-PERM-FILE-OK
               DISPLAY "OPERMNT: UNABLE TO OPEN PERMISSION FILE: "
                   WS-PERM-FILENAME " STATUS=" WS-PERM-STATUS
               GO TO LOAD-PERMISSION-FILE-EXIT
           END-IF
           MOVE "N" TO WS-PERM-EOF-SWITCH
           PERFORM UNTIL WS-PERM-EOF
               READ PERMISSION-FILE
                   AT END
                       SET WS-PERM-EOF TO TRUE
               END-READ
               IF NOT WS-PERM-EOF
                   PERFORM STORE-ONE-PERMISSION
               END-IF
           END-PERFORM
           CLOSE PERMISSION-FILE
           .
       LOAD-PERMISSION-FILE-EXIT.
           EXIT.

       STORE-ONE-PERMISSION SECTION.
           IF PERMISSION-REC = SPACES
               OR PERMISSION-REC(1:1) = "*"
               OR PERMISSION-REC(1:1) = "#"
               GO TO STORE-ONE-PERMISSION-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-TYPE
           MOVE SPACES TO WS-PARSE-ONE
           MOVE SPACES TO WS-PARSE-TWO
           UNSTRING PERMISSION-REC DELIMITED BY ALL " "
               INTO WS-PARSE-TYPE WS-PARSE-ONE WS-PARSE-TWO
           END-UNSTRING
           EVALUATE WS-PARSE-TYPE
               WHEN "ROLE"
                   IF WS-RF-COUNT < 300
                       ADD 1 TO WS-RF-COUNT
                       MOVE WS-PARSE-ONE TO WS-RF-ROLE(WS-RF-COUNT)
                       MOVE WS-PARSE-TWO TO WS-RF-FUNC(WS-RF-COUNT)
                   END-IF
               WHEN "OPER"
                   IF WS-OR-COUNT < 300
                       ADD 1 TO WS-OR-COUNT
                       MOVE WS-PARSE-ONE TO WS-OR-OPER(WS-OR-COUNT)
                       MOVE WS-PARSE-TWO TO WS-OR-ROLE(WS-OR-COUNT)
                   END-IF
               WHEN "SOD"
                   IF WS-SOD-COUNT < 60
                       ADD 1 TO WS-SOD-COUNT
                       MOVE WS-PARSE-ONE TO WS-SOD-A(WS-SOD-COUNT)
                       MOVE WS-PARSE-TWO TO WS-SOD-B(WS-SOD-COUNT)
                   END-IF
           END-EVALUATE
           .
       STORE-ONE-PERMISSION-EXIT.
           EXIT.

       SAVE-PERMISSION-FILE SECTION.
           OPEN OUTPUT PERMISSION-FILE
           IF NOT WS-PERM-FILE-OK
               DISPLAY "OPERMNT: UNABLE TO REWRITE PERMISSION FILE: "
                   WS-PERM-FILENAME " STATUS=" WS-PERM-STATUS
               GO TO SAVE-PERMISSION-FILE-EXIT
           END-IF
           MOVE "* ROLE role function / OPER operid role / SOD a b"
               TO PERMISSION-REC
           WRITE PERMISSION-REC
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-COUNT
               MOVE SPACES TO PERMISSION-REC
               STRING "ROLE " DELIMITED BY SIZE
                   WS-RF-ROLE(WS-RF-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-RF-FUNC(WS-RF-IDX) DELIMITED BY SPACE
                 INTO PERMISSION-REC
               END-STRING
               WRITE PERMISSION-REC
           END-PERFORM
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT
               MOVE SPACES TO PERMISSION-REC
               STRING "OPER " DELIMITED BY SIZE
                   WS-OR-OPER(WS-OR-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-OR-ROLE(WS-OR-IDX) DELIMITED BY SPACE
                 INTO PERMISSION-REC
               END-STRING
               WRITE PERMISSION-REC
           END-PERFORM
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-SOD-COUNT
               MOVE SPACES TO PERMISSION-REC
               STRING "SOD " DELIMITED BY SIZE
                   WS-SOD-A(WS-SOD-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-SOD-B(WS-SOD-IDX) DELIMITED BY SPACE
                 INTO PERMISSION-REC
               END-STRING
               WRITE PERMISSION-REC
           END-PERFORM
           CLOSE PERMISSION-FILE
           DISPLAY "OPERMNT: PERMISSION FILE SAVED."
           .
       SAVE-PERMISSION-FILE-EXIT.
           EXIT.

       LIST-ROLES SECTION.
           DISPLAY " "
           DISPLAY "ROLE        FUNCTION"
           DISPLAY "----        --------"
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-COUNT
               DISPLAY WS-RF-ROLE(WS-RF-IDX) "  "
                   WS-RF-FUNC(WS-RF-IDX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "OPERATOR    ROLE"
           DISPLAY "--------    ----"
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT
               DISPLAY WS-OR-OPER(WS-OR-IDX) "  "
                   WS-OR-ROLE(WS-OR-IDX)
           END-PERFORM
           IF WS-SOD-COUNT > 0
               DISPLAY " "
               DISPLAY "ADDITIONAL CONFLICTING PAIRS"
               PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-COUNT
                   DISPLAY WS-SOD-A(WS-SOD-IDX) "  "
                       WS-SOD-B(WS-SOD-IDX)
               END-PERFORM
           END-IF
           .
       LIST-ROLES-EXIT.
           EXIT.

       ACCEPT-ROLE-NAME SECTION.
           DISPLAY "ROLE: " WITH NO ADVANCING
           MOVE SPACES TO WS-ROLE-INPUT
           ACCEPT WS-ROLE-INPUT
           INSPECT WS-ROLE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       ACCEPT-ROLE-NAME-EXIT.
           EXIT.

       ACCEPT-FUNCTION-NAME SECTION.
           DISPLAY "FUNCTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-FUNC-INPUT
           ACCEPT WS-FUNC-INPUT
           INSPECT WS-FUNC-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO WS-KNOWN-SWITCH
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > 16 OR WS-FUNC-KNOWN
               IF WS-KNOWN-FUNC(WS-KNOWN-IDX) = WS-FUNC-INPUT
                   SET WS-FUNC-KNOWN TO TRUE
               END-IF
           END-PERFORM
           .
       ACCEPT-FUNCTION-NAME-EXIT.
           EXIT.

       FIND-OPER-ROLE-ENTRY SECTION.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT OR WS-ENTRY-FOUND
               IF WS-OR-OPER(WS-OR-IDX) = WS-ID-INPUT
                   AND WS-OR-ROLE(WS-OR-IDX) = WS-ROLE-INPUT
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-OR-IDX TO WS-ENTRY-IDX
               END-IF
           END-PERFORM
           .
       FIND-OPER-ROLE-ENTRY-EXIT.
           EXIT.

       FIND-ROLE-FUNC-ENTRY SECTION.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-COUNT OR WS-ENTRY-FOUND
               IF WS-RF-ROLE(WS-RF-IDX) = WS-ROLE-INPUT
                   AND (WS-RF-FUNC(WS-RF-IDX) = WS-FUNC-INPUT
                        OR WS-FUNC-INPUT = SPACES)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-RF-IDX TO WS-ENTRY-IDX
               END-IF
           END-PERFORM
           .
       FIND-ROLE-FUNC-ENTRY-EXIT.
           EXIT.

       JOURNAL-ROLE-ACTION SECTION.
      *    WS-JRNL-FIELD, WS-JRNL-BEFORE and WS-JRNL-AFTER are set
      *    by the caller - BEFORE names what was changed (operator
      *    or role), AFTER what was granted or taken from it.
           MOVE ZERO TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL
           .
       JOURNAL-ROLE-ACTION-EXIT.
           EXIT.

       GRANT-ROLE SECTION.
           PERFORM ACCEPT-OPERATOR-ID
           IF NOT WS-OT-FOUND
               DISPLAY "OPERATOR NOT ON FILE."
               GO TO GRANT-ROLE-EXIT
           END-IF
           IF WS-ID-INPUT = WS-SIGNED-ON-ID
               AND NOT WS-LEGACY-SESSION
               DISPLAY "YOU MAY NOT WIDEN YOUR OWN ROLES - "
                   "GRANT CANCELLED."
               GO TO GRANT-ROLE-EXIT
           END-IF
           PERFORM ACCEPT-ROLE-NAME
           MOVE SPACES TO WS-FUNC-INPUT
           PERFORM FIND-ROLE-FUNC-ENTRY
           IF NOT WS-ENTRY-FOUND
               DISPLAY "ROLE HAS NO FUNCTIONS - ADD ONE WITH M "
                   "FIRST."
               GO TO GRANT-ROLE-EXIT
           END-IF
           PERFORM FIND-OPER-ROLE-ENTRY
           IF WS-ENTRY-FOUND
               DISPLAY "OPERATOR ALREADY HOLDS THAT ROLE."
               GO TO GRANT-ROLE-EXIT
           END-IF
           IF WS-OR-COUNT >= 300
               DISPLAY "ROLE TABLE FULL - GRANT CANCELLED."
               GO TO GRANT-ROLE-EXIT
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "S" TO PX-FUNCTION
           MOVE WS-ID-INPUT TO PX-OPERATOR
           MOVE WS-ROLE-INPUT TO PX-ROLE
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "SEPARATION OF DUTIES: " PX-REASON
               DISPLAY "GRANT CANCELLED."
               GO TO GRANT-ROLE-EXIT
           END-IF
           ADD 1 TO WS-OR-COUNT
           MOVE WS-ID-INPUT TO WS-OR-OPER(WS-OR-COUNT)
           MOVE WS-ROLE-INPUT TO WS-OR-ROLE(WS-OR-COUNT)
           PERFORM SAVE-PERMISSION-FILE
           DISPLAY "ROLE GRANTED."
           MOVE "ROLE-GRANT" TO WS-JRNL-FIELD
           MOVE WS-ID-INPUT TO WS-JRNL-BEFORE
           MOVE WS-ROLE-INPUT TO WS-JRNL-AFTER
           PERFORM JOURNAL-ROLE-ACTION
           .
       GRANT-ROLE-EXIT.
           EXIT.

       REVOKE-ROLE SECTION.
           PERFORM ACCEPT-OPERATOR-ID
           PERFORM ACCEPT-ROLE-NAME
           PERFORM FIND-OPER-ROLE-ENTRY
           IF NOT WS-ENTRY-FOUND
               DISPLAY "OPERATOR DOES NOT HOLD THAT ROLE."
               GO TO REVOKE-ROLE-EXIT
           END-IF
           PERFORM VARYING WS-OR-IDX FROM WS-ENTRY-IDX BY 1
               UNTIL WS-OR-IDX >= WS-OR-COUNT
               MOVE WS-OR-ENTRY(WS-OR-IDX + 1)
                   TO WS-OR-ENTRY(WS-OR-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-OR-COUNT
           PERFORM SAVE-PERMISSION-FILE
           DISPLAY "ROLE REVOKED."
           MOVE "ROLE-REVOK" TO WS-JRNL-FIELD
           MOVE WS-ID-INPUT TO WS-JRNL-BEFORE
           MOVE WS-ROLE-INPUT TO WS-JRNL-AFTER
           PERFORM JOURNAL-ROLE-ACTION
           .
       REVOKE-ROLE-EXIT.
           EXIT.

       ADD-ROLE-FUNCTION SECTION.
           PERFORM ACCEPT-ROLE-NAME
           IF WS-ROLE-INPUT = SPACES
               DISPLAY "ROLE REQUIRED - ADD CANCELLED."
               GO TO ADD-ROLE-FUNCTION-EXIT
           END-IF
           PERFORM ACCEPT-FUNCTION-NAME
           IF NOT WS-FUNC-KNOWN
               DISPLAY "UNKNOWN FUNCTION - ADD CANCELLED."
               GO TO ADD-ROLE-FUNCTION-EXIT
           END-IF
           PERFORM FIND-ROLE-FUNC-ENTRY
           IF WS-ENTRY-FOUND
               DISPLAY "ROLE ALREADY GRANTS THAT FUNCTION."
               GO TO ADD-ROLE-FUNCTION-EXIT
           END-IF
      *    Widening a role the administrator holds widens their own
      *    access - that goes to another administrator.
           MOVE WS-SIGNED-ON-ID TO WS-ID-INPUT
           PERFORM FIND-OPER-ROLE-ENTRY
           IF WS-ENTRY-FOUND AND NOT WS-LEGACY-SESSION
               DISPLAY "YOU HOLD THIS ROLE - ANOTHER ADMINISTRATOR "
                   "MUST WIDEN IT."
               GO TO ADD-ROLE-FUNCTION-EXIT
           END-IF
           IF WS-RF-COUNT >= 300
               DISPLAY "ROLE TABLE FULL - ADD CANCELLED."
               GO TO ADD-ROLE-FUNCTION-EXIT
           END-IF
           MOVE SPACES TO PX-PARM
           MOVE "M" TO PX-FUNCTION
           MOVE WS-ROLE-INPUT TO PX-ROLE
           MOVE WS-FUNC-INPUT TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "SEPARATION OF DUTIES: " PX-REASON
               DISPLAY "ADD CANCELLED."
               GO TO ADD-ROLE-FUNCTION-EXIT
           END-IF
           ADD 1 TO WS-RF-COUNT
           MOVE WS-ROLE-INPUT TO WS-RF-ROLE(WS-RF-COUNT)
           MOVE WS-FUNC-INPUT TO WS-RF-FUNC(WS-RF-COUNT)
           PERFORM SAVE-PERMISSION-FILE
           DISPLAY "FUNCTION ADDED TO ROLE."
           MOVE "ROLE-ADDFN" TO WS-JRNL-FIELD
           MOVE WS-ROLE-INPUT TO WS-JRNL-BEFORE
           MOVE WS-FUNC-INPUT TO WS-JRNL-AFTER
           PERFORM JOURNAL-ROLE-ACTION
           .
       ADD-ROLE-FUNCTION-EXIT.
           EXIT.

       REMOVE-ROLE-FUNCTION SECTION.
           PERFORM ACCEPT-ROLE-NAME
           PERFORM ACCEPT-FUNCTION-NAME
           IF WS-FUNC-INPUT = SPACES
               DISPLAY "FUNCTION REQUIRED - REMOVE CANCELLED."
               GO TO REMOVE-ROLE-FUNCTION-EXIT
           END-IF
           PERFORM FIND-ROLE-FUNC-ENTRY
           IF NOT WS-ENTRY-FOUND
               DISPLAY "ROLE DOES NOT GRANT THAT FUNCTION."
               GO TO REMOVE-ROLE-FUNCTION-EXIT
           END-IF
           PERFORM VARYING WS-RF-IDX FROM WS-ENTRY-IDX BY 1
               UNTIL WS-RF-IDX >= WS-RF-COUNT
               MOVE WS-RF-ENTRY(WS-RF-IDX + 1)
                   TO WS-RF-ENTRY(WS-RF-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RF-COUNT
           PERFORM SAVE-PERMISSION-FILE
           DISPLAY "FUNCTION REMOVED FROM ROLE."
           MOVE "ROLE-DELFN" TO WS-JRNL-FIELD
           MOVE WS-ROLE-INPUT TO WS-JRNL-BEFORE
           MOVE WS-FUNC-INPUT TO WS-JRNL-AFTER
           PERFORM JOURNAL-ROLE-ACTION
           .
       REMOVE-ROLE-FUNCTION-EXIT.
           EXIT.

       ACCEPT-OWNER SECTION.
      *    The owner is the manager who attests the id at each
      *    quarterly recertification; "-" on file when none given.
           DISPLAY "ATTESTING MANAGER (OWNER): " WITH NO ADVANCING
           MOVE SPACES TO WS-OWNER-INPUT
           ACCEPT WS-OWNER-INPUT
           INSPECT WS-OWNER-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OWNER-INPUT = SPACES
               MOVE "-" TO WS-OWNER-INPUT
           END-IF
           .
       ACCEPT-OWNER-EXIT.
           EXIT.

       SET-OPERATOR-OWNER SECTION.
           PERFORM ACCEPT-OPERATOR-ID
           IF NOT WS-OT-FOUND
               DISPLAY "OPERATOR NOT ON FILE."
               GO TO SET-OPERATOR-OWNER-EXIT
           END-IF
           PERFORM ACCEPT-OWNER
           MOVE WS-OT-OWNER(WS-OT-IDX) TO WS-JRNL-BEFORE
           MOVE WS-OWNER-INPUT TO WS-OT-OWNER(WS-OT-IDX)
           SET WS-FILE-DIRTY TO TRUE
           DISPLAY "OWNER SET."
           MOVE "OPER-OWNER" TO WS-JRNL-FIELD
           MOVE WS-OWNER-INPUT TO WS-JRNL-AFTER
           MOVE ZERO TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL
           .
       SET-OPERATOR-OWNER-EXIT.
           EXIT.

       RECORD-ATTESTATION SECTION.
      *    The signed OPERCERT sheet has come back from a manager -
      *    the journal line (BEFORE=quarter, AFTER=manager) is what
      *    the next OPERCERT run and the auditors look for. Removals
      *    the manager asked for are made with D and V as usual.
           MOVE WS-TODAY(1:4) TO WS-QUARTER-DEFAULT(1:4)
           MOVE "Q" TO WS-QUARTER-DEFAULT(5:1)
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
           COMPUTE WS-QUARTER-NUM = (WS-TODAY-MONTH - 1) / 3 + 1
           MOVE WS-QUARTER-NUM TO WS-QUARTER-DEFAULT(6:1)
           DISPLAY "MANAGER (OWNER): " WITH NO ADVANCING
           MOVE SPACES TO WS-OWNER-INPUT
           ACCEPT WS-OWNER-INPUT
           INSPECT WS-OWNER-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OWNER-INPUT = SPACES
               DISPLAY "MANAGER REQUIRED - NOTHING RECORDED."
               GO TO RECORD-ATTESTATION-EXIT
           END-IF
           DISPLAY "QUARTER (ENTER FOR " WS-QUARTER-DEFAULT "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-QUARTER-INPUT
           ACCEPT WS-QUARTER-INPUT
           INSPECT WS-QUARTER-INPUT
               CONVERTING "q" TO "Q"
           IF WS-QUARTER-INPUT = SPACES
               MOVE WS-QUARTER-DEFAULT TO WS-QUARTER-INPUT
           END-IF
           IF WS-QUARTER-INPUT(1:4) IS NOT NUMERIC
               OR WS-QUARTER-INPUT(5:1) NOT = "Q"
               OR WS-QUARTER-INPUT(6:1) < "1"
               OR WS-QUARTER-INPUT(6:1) > "4"
               DISPLAY "QUARTER MUST READ YYYYQn - NOTHING RECORDED."
               GO TO RECORD-ATTESTATION-EXIT
           END-IF
           MOVE "CERT-ATTST" TO WS-JRNL-FIELD
           MOVE WS-QUARTER-INPUT TO WS-JRNL-BEFORE
           MOVE WS-OWNER-INPUT TO WS-JRNL-AFTER
           MOVE ZERO TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL
           DISPLAY "ATTESTATION RECORDED FOR " WS-OWNER-INPUT
               " " WS-QUARTER-INPUT "."
           .
       RECORD-ATTESTATION-EXIT.
           EXIT.

           COPY EMPJRNPR REPLACING ==PGM-NAME-TAG== BY =="OPERMNT"==.
