       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSION-FILE ASSIGN TO WS-PERM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERMISSION-FILE.
       01  PERMISSION-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PERM-FILENAME             PIC X(256).
       01  WS-PERM-STATUS               PIC XX.
           88  WS-PERM-FILE-OK                VALUE "00".
           88  WS-PERM-NO-FILE                VALUE "35".
       01  WS-PERM-EOF-SWITCH           PIC X.
           88  WS-PERM-EOF                    VALUE "Y".
       01  WS-PERM-STATE                PIC X.
           88  WS-PERM-LOADED                 VALUE "L".
           88  WS-PERM-ABSENT                 VALUE "A".
           88  WS-PERM-UNREADABLE             VALUE "U".

       01  WS-PARSE-TYPE                PIC X(6).
       01  WS-PARSE-ONE                 PIC X(12).
       01  WS-PARSE-TWO                 PIC X(12).

      *    What the file grants: functions to roles, roles to
      *    operators.
       01  WS-ROLE-FN-TABLE.
           05  WS-RF-ENTRY             OCCURS 300.
               10  WS-RF-ROLE          PIC X(10).
               10  WS-RF-FUNC          PIC X(12).
       01  WS-RF-COUNT                  PIC 9(3) COMP.
       01  WS-RF-IDX                    PIC 9(3) COMP.
       01  WS-OPER-ROLE-TABLE.
           05  WS-OR-ENTRY             OCCURS 300.
               10  WS-OR-OPER          PIC X(10).
               10  WS-OR-ROLE          PIC X(10).
       01  WS-OR-COUNT                  PIC 9(3) COMP.
       01  WS-OR-IDX                    PIC 9(3) COMP.
       01  WS-OR-SCAN-IDX               PIC 9(3) COMP.

      *    Separation of duties - the standing pairs no one operator
      *    may hold together, plus any SOD lines on the file.
       01  WS-BASE-SOD-VALUES.
           05  FILLER PIC X(24) VALUE "SAL-CHANGE  SAL-APPROVE ".
           05  FILLER PIC X(24) VALUE "HIRE        POSN-APPROVE".
           05  FILLER PIC X(24) VALUE "BANK-CHANGE BANK-APPROVE".
           05  FILLER PIC X(24) VALUE "SAL-CHANGE  PAY-RELEASE ".
           05  FILLER PIC X(24) VALUE "OPER-ADMIN  PAY-RELEASE ".
           05  FILLER PIC X(24) VALUE "OPER-ADMIN  SAL-APPROVE ".
       01  WS-BASE-SOD-TABLE REDEFINES WS-BASE-SOD-VALUES.
           05  WS-BASE-SOD-ENTRY       OCCURS 6.
               10  WS-BASE-SOD-A       PIC X(12).
               10  WS-BASE-SOD-B       PIC X(12).
       01  WS-BASE-SOD-COUNT            PIC 9(2) COMP VALUE 6.
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY            OCCURS 60.
               10  WS-SOD-A            PIC X(12).
               10  WS-SOD-B            PIC X(12).
       01  WS-SOD-COUNT                 PIC 9(2) COMP.
       01  WS-SOD-IDX                   PIC 9(2) COMP.

      *    The functions one operator's roles add up to.
       01  WS-HELD-TABLE.
           05  WS-HELD-FUNC            OCCURS 60 PIC X(12).
       01  WS-HELD-COUNT                PIC 9(2) COMP.
       01  WS-HELD-IDX                  PIC 9(2) COMP.
       01  WS-GATHER-OPER               PIC X(10).
       01  WS-GATHER-ROLE               PIC X(10).
       01  WS-LOOK-FUNC                 PIC X(12).
       01  WS-LOOK-SWITCH               PIC X.
           88  WS-LOOK-FOUND                  VALUE "Y".
       01  WS-CONFLICT-SWITCH           PIC X.
           88  WS-CONFLICT-FOUND              VALUE "Y".
       01  WS-CONFLICT-A                PIC X(12).
       01  WS-CONFLICT-B                PIC X(12).
       01  WS-OPER-CLASS                PIC X(10).

       LINKAGE SECTION.
           COPY PERMCHKL.

       PROCEDURE DIVISION USING PX-PARM.
       DISPATCH SECTION.
           MOVE SPACES TO PX-REASON
           .
           MOVE "N" TO PX-LEGACY
           .
           SET PX-FAILED TO TRUE
           .
           IF PX-OPERATOR = SPACES
               DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
               ACCEPT PX-OPERATOR FROM ENVIRONMENT-VALUE
           END-IF
           .
           INSPECT PX-FUNC-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           INSPECT PX-ROLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
           PERFORM LOAD-PERMISSION-FILE
           .
           IF WS-PERM-UNREADABLE
               MOVE "PERMISSION FILE CANNOT BE READ" TO PX-REASON
               GOBACK
           END-IF
           .
           EVALUATE PX-FUNCTION
               WHEN "C"
               WHEN "c"
                   PERFORM CHECK-FUNCTION
               WHEN "S"
               WHEN "s"
                   PERFORM CHECK-ROLE-GRANT
               WHEN "M"
               WHEN "m"
                   PERFORM CHECK-ROLE-FUNCTION
               WHEN OTHER
                   DISPLAY "PERMCHK: UNKNOWN FUNCTION " PX-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       LOAD-PERMISSION-FILE SECTION.
           MOVE ZERO TO WS-RF-COUNT
           .
           MOVE ZERO TO WS-OR-COUNT
           .
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-BASE-SOD-COUNT
               MOVE WS-BASE-SOD-A(WS-SOD-IDX) TO WS-SOD-A(WS-SOD-IDX)
               MOVE WS-BASE-SOD-B(WS-SOD-IDX) TO WS-SOD-B(WS-SOD-IDX)
           END-PERFORM
           .
           MOVE WS-BASE-SOD-COUNT TO WS-SOD-COUNT
           .
           MOVE SPACES TO WS-PERM-FILENAME
           .
           DISPLAY "PERMISSION-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-PERM-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-PERM-FILENAME = SPACES
               MOVE "/etc/permissions.cfg" TO WS-PERM-FILENAME
           END-IF
           .
           OPEN INPUT PERMISSION-FILE
           .
           IF WS-PERM-NO-FILE
               SET WS-PERM-ABSENT TO TRUE
               GO TO LOAD-PERMISSION-FILE-EXIT
           END-IF
           .
           IF NOT WS-PERM-FILE-OK
               DISPLAY "PERMCHK: UNABLE TO OPEN PERMISSION FILE: "
                   WS-PERM-FILENAME " STATUS=" WS-PERM-STATUS
               SET WS-PERM-UNREADABLE TO TRUE
               GO TO LOAD-PERMISSION-FILE-EXIT
           END-IF
           .
           SET WS-PERM-LOADED TO TRUE
           .
           MOVE "N" TO WS-PERM-EOF-SWITCH
           .
           PERFORM UNTIL WS-PERM-EOF
               READ PERMISSION-FILE
                   AT END
                       SET WS-PERM-EOF TO TRUE
               END-READ
               IF NOT WS-PERM-EOF AND NOT WS-PERM-FILE-OK
      *            A file that opens but will not read is no more
      *            use than one that will not open.
                   DISPLAY "PERMCHK: PERMISSION FILE READ FAILED: "
                       WS-PERM-FILENAME " STATUS=" WS-PERM-STATUS
                   SET WS-PERM-UNREADABLE TO TRUE
                   SET WS-PERM-EOF TO TRUE
               END-IF
               IF NOT WS-PERM-EOF
                   PERFORM STORE-ONE-PERMISSION
               END-IF
           END-PERFORM
           .
           CLOSE PERMISSION-FILE
           .
       LOAD-PERMISSION-FILE-EXIT.
           EXIT.
           .

       STORE-ONE-PERMISSION SECTION.
           IF PERMISSION-REC = SPACES
               OR PERMISSION-REC(1:1) = "*"
               OR PERMISSION-REC(1:1) = "#"
               GO TO STORE-ONE-PERMISSION-EXIT
           END-IF
           .
           MOVE SPACES TO WS-PARSE-TYPE
           .
           MOVE SPACES TO WS-PARSE-ONE
           .
           MOVE SPACES TO WS-PARSE-TWO
           .
           UNSTRING PERMISSION-REC DELIMITED BY ALL " "
               INTO WS-PARSE-TYPE WS-PARSE-ONE WS-PARSE-TWO
           END-UNSTRING
           .
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
           .

       CHECK-FUNCTION SECTION.
           IF WS-PERM-ABSENT
      *        No permission file yet - the old classes decide.
               SET PX-LEGACY-CLASS TO TRUE
               MOVE SPACES TO WS-OPER-CLASS
               DISPLAY "OPERATOR-CLASS" UPON ENVIRONMENT-NAME
               ACCEPT WS-OPER-CLASS FROM ENVIRONMENT-VALUE
               IF WS-OPER-CLASS = "READ"
                   SET PX-DENIED TO TRUE
                   MOVE "READ-ONLY OPERATOR" TO PX-REASON
               ELSE
                   SET PX-GRANTED TO TRUE
               END-IF
               GO TO CHECK-FUNCTION-EXIT
           END-IF
           .
           IF PX-OPERATOR = SPACES
               SET PX-DENIED TO TRUE
               MOVE "NO OPERATOR SIGNED ON THROUGH MENU" TO PX-REASON
               GO TO CHECK-FUNCTION-EXIT
           END-IF
           .
           MOVE PX-OPERATOR TO WS-GATHER-OPER
           .
           PERFORM GATHER-HELD-FUNCTIONS
           .
           PERFORM FIND-HELD-CONFLICT
           .
           IF WS-CONFLICT-FOUND
               SET PX-DENIED TO TRUE
               STRING "HOLDS " DELIMITED SIZE
                   WS-CONFLICT-A DELIMITED SPACE
                   " WITH " DELIMITED SIZE
                   WS-CONFLICT-B DELIMITED SPACE
                   " - SEE OPERMNT" DELIMITED SIZE
                   INTO PX-REASON
               END-STRING
               GO TO CHECK-FUNCTION-EXIT
           END-IF
           .
           MOVE PX-FUNC-NAME TO WS-LOOK-FUNC
           .
           PERFORM LOOK-FOR-HELD-FUNCTION
           .
           IF WS-LOOK-FOUND
               SET PX-GRANTED TO TRUE
           ELSE
               SET PX-DENIED TO TRUE
               STRING "DOES NOT HOLD " DELIMITED SIZE
                   PX-FUNC-NAME DELIMITED SPACE
                   INTO PX-REASON
               END-STRING
           END-IF
           .
       CHECK-FUNCTION-EXIT.
           EXIT.
           .

       CHECK-ROLE-GRANT SECTION.
      *    The operator's functions as they stand, plus the role
      *    about to be granted.
           MOVE PX-OPERATOR TO WS-GATHER-OPER
           .
           PERFORM GATHER-HELD-FUNCTIONS
           .
           MOVE PX-ROLE TO WS-GATHER-ROLE
           .
           PERFORM ADD-ROLE-FUNCTIONS
           .
           PERFORM FIND-HELD-CONFLICT
           .
           IF WS-CONFLICT-FOUND
               SET PX-DENIED TO TRUE
               STRING "WOULD HOLD " DELIMITED SIZE
                   WS-CONFLICT-A DELIMITED SPACE
                   " WITH " DELIMITED SIZE
                   WS-CONFLICT-B DELIMITED SPACE
                   INTO PX-REASON
               END-STRING
           ELSE
               SET PX-GRANTED TO TRUE
           END-IF
           .
       CHECK-ROLE-GRANT-EXIT.
           EXIT.
           .

       CHECK-ROLE-FUNCTION SECTION.
      *    Every holder of the role, with the new function added.
      *    The scan keeps its own index - GATHER-HELD-FUNCTIONS runs
      *    WS-OR-IDX over the whole table for each holder.
           SET PX-GRANTED TO TRUE
           .
           PERFORM VARYING WS-OR-SCAN-IDX FROM 1 BY 1
               UNTIL WS-OR-SCAN-IDX > WS-OR-COUNT OR PX-DENIED
               IF WS-OR-ROLE(WS-OR-SCAN-IDX) = PX-ROLE
                   MOVE WS-OR-OPER(WS-OR-SCAN-IDX) TO WS-GATHER-OPER
                   PERFORM GATHER-HELD-FUNCTIONS
                   MOVE PX-FUNC-NAME TO WS-LOOK-FUNC
                   PERFORM ADD-HELD-FUNCTION
                   PERFORM FIND-HELD-CONFLICT
                   IF WS-CONFLICT-FOUND
                       SET PX-DENIED TO TRUE
                       MOVE WS-GATHER-OPER TO PX-OPERATOR
                       STRING WS-GATHER-OPER DELIMITED SPACE
                           " WOULD HOLD " DELIMITED SIZE
                           WS-CONFLICT-A DELIMITED SPACE
                           " WITH " DELIMITED SIZE
                           WS-CONFLICT-B DELIMITED SPACE
                           INTO PX-REASON
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-ROLE-FUNCTION-EXIT.
           EXIT.
           .

       GATHER-HELD-FUNCTIONS SECTION.
           MOVE ZERO TO WS-HELD-COUNT
           .
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT
               IF WS-OR-OPER(WS-OR-IDX) = WS-GATHER-OPER
                   MOVE WS-OR-ROLE(WS-OR-IDX) TO WS-GATHER-ROLE
                   PERFORM ADD-ROLE-FUNCTIONS
               END-IF
           END-PERFORM
           .
       GATHER-HELD-FUNCTIONS-EXIT.
           EXIT.
           .

       ADD-ROLE-FUNCTIONS SECTION.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-COUNT
               IF WS-RF-ROLE(WS-RF-IDX) = WS-GATHER-ROLE
                   MOVE WS-RF-FUNC(WS-RF-IDX) TO WS-LOOK-FUNC
                   PERFORM ADD-HELD-FUNCTION
               END-IF
           END-PERFORM
           .
       ADD-ROLE-FUNCTIONS-EXIT.
           EXIT.
           .

       ADD-HELD-FUNCTION SECTION.
           PERFORM LOOK-FOR-HELD-FUNCTION
           .
           IF NOT WS-LOOK-FOUND AND WS-HELD-COUNT < 60
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-LOOK-FUNC TO WS-HELD-FUNC(WS-HELD-COUNT)
           END-IF
           .
       ADD-HELD-FUNCTION-EXIT.
           EXIT.
           .

       LOOK-FOR-HELD-FUNCTION SECTION.
           MOVE "N" TO WS-LOOK-SWITCH
           .
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT OR WS-LOOK-FOUND
               IF WS-HELD-FUNC(WS-HELD-IDX) = WS-LOOK-FUNC
                   SET WS-LOOK-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
       LOOK-FOR-HELD-FUNCTION-EXIT.
           EXIT.
           .

       FIND-HELD-CONFLICT SECTION.
           MOVE "N" TO WS-CONFLICT-SWITCH
           .
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-SOD-COUNT OR WS-CONFLICT-FOUND
               MOVE WS-SOD-A(WS-SOD-IDX) TO WS-LOOK-FUNC
               PERFORM LOOK-FOR-HELD-FUNCTION
               IF WS-LOOK-FOUND
                   MOVE WS-SOD-B(WS-SOD-IDX) TO WS-LOOK-FUNC
                   PERFORM LOOK-FOR-HELD-FUNCTION
                   IF WS-LOOK-FOUND
                       SET WS-CONFLICT-FOUND TO TRUE
                       MOVE WS-SOD-A(WS-SOD-IDX) TO WS-CONFLICT-A
                       MOVE WS-SOD-B(WS-SOD-IDX) TO WS-CONFLICT-B
                   END-IF
               END-IF
           END-PERFORM
           .
       FIND-HELD-CONFLICT-EXIT.
           EXIT.
           .
