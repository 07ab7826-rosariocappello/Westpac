      *    Operator sign-on state: the operator file (OPERATOR-FILE,
      *    default /etc/operators.cfg, maintained by OPERMNT - no
      *    longer hand-edited) holds one line per operator reading
      *    "operid password class status pwdate fails lastsign
      *    owner" - lastsign the date of the last sign-on, owner the
      *    manager who attests the id each quarter. The password
      *    field is a salted hash marked with a leading # (a bare
      *    word is a legacy clear-text entry honored until it is
      *    rotated). Status A=active, D=disabled, F=change forced,
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

       01  WS-HASH                      PIC 9(9) COMP-5.
       01  WS-HASH-DISP                 PIC 9(9).
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
           IF WS-PARSE-ID = SPACES OR WS-PARSE-PW = SPACES
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
                   WS-OPER-FILENAME
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
           IF WS-SIGNED-ON
               MOVE WS-OT-ID(WS-OT-IDX) TO WS-OPER-ID
               MOVE WS-OT-CLASS(WS-OT-IDX) TO WS-OPER-CLASS
      *        The sign-on date is what the quarterly access
      *        recertification (OPERCERT) reads as last sign-on.
               IF WS-OT-LASTSIGN(WS-OT-IDX) NOT = WS-TODAY
                   MOVE WS-TODAY TO WS-OT-LASTSIGN(WS-OT-IDX)
                   SET WS-FILE-DIRTY TO TRUE
               END-IF
           END-IF
           .
       VALIDATE-OPERATOR-EXIT.
               WHEN "4"
                   CALL "logono"
               WHEN "5"
      *            dynquery honors OPERATOR-CLASS too: a READ operator
      *            may only query and explain, and the protected
      *            columns come back masked.
                   CALL "dynquery"
               WHEN "6"
                   CALL "catalog"
               WHEN "8"
                   CALL "testconn"
               WHEN "9"
      *            DEPTMAINT checks DEPT-ADMIN on the operator's
      *            roles itself (PERMCHK) and refuses the session.
                   CALL "DEPTMAINT"
               WHEN "Q"
               WHEN "q"
                   MOVE "N" TO WS-CONTINUE-SWITCH
