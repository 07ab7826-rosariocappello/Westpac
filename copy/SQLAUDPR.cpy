      * appends to; it defaults to /tmp/logon_audit.log when unset.
      * Each line reads:
      *   YYYYMMDD HHMMSSss PGM=name SQLCODE=code USER=username
      *   OPER=operator DSN=dsn [NOTE=text]
      * The operator id is the one MENU's sign-on published in
      * OPERATOR-ID; it reads UNKNOWN when no sign-on took place,
      * so "who changed a salary" finally has a better answer than
                   MOVE "(DEFAULT)" TO WS-AUDIT-DSN
               END-IF
               MOVE SPACES TO CONN-AUDIT-REC
               MOVE 1 TO WS-AUDIT-PTR
               STRING
                   WS-AUDIT-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   " DSN=" DELIMITED SIZE
                   WS-AUDIT-DSN DELIMITED BY SPACE
                   INTO CONN-AUDIT-REC
                   WITH POINTER WS-AUDIT-PTR
               END-STRING
               IF WS-AUDIT-NOTE NOT = SPACES
                   STRING
                       " NOTE=" DELIMITED SIZE
                       WS-AUDIT-NOTE DELIMITED SIZE
                       INTO CONN-AUDIT-REC
                       WITH POINTER WS-AUDIT-PTR
                   END-STRING
               END-IF
               WRITE CONN-AUDIT-REC
               CLOSE CONN-AUDIT-FILE
           END-IF
