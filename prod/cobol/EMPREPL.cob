       01  SIDE-ROW-COUNT               PIC S9(9) COMP VALUE ZERO.
       01  SIDE-SAL-SUM                 PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  MARK-RUN-TS                  PIC X(14).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY OUTREGLK.

      *    EMPREPL-TARGET-DSN names the reporting database the EMP
      *    copy lives in; there is no default on purpose - a
       01  WS-VERIFY-FAIL-SWITCH        PIC X VALUE "N".
           88  WS-VERIFY-FAILED               VALUE "Y".

      *    The replication marker left on the target: when the
      *    production image was taken, and the row count and SAL
      *    hash it carried. REPLFRSH compares it with production to
      *    judge how stale the reporting copy is.
       01  WS-SWEEP-DATE                PIC 9(8).
       01  WS-SWEEP-TIME                PIC 9(8).
       01  WS-MARKER-FAIL-SWITCH        PIC X VALUE "N".
           88  WS-MARKER-FAILED               VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM RESOLVE-TARGET-DSN
           PERFORM RECORD-RUN-START

           PERFORM VERIFY-TARGET-SIDE

           IF NOT WS-VERIFY-FAILED AND WS-FAILED-COUNT = 0
               PERFORM STAMP-REPLICATION-MARKER
           END-IF

           MOVE "D" TO CM-FUNCTION
           CALL "CONNMGR" USING CM-PARM

               WS-EQUAL-COUNT " unchanged, "
               WS-FAILED-COUNT " failure(s)"

           PERFORM REGISTER-REPLICATION

           IF WS-VERIFY-FAILED OR WS-FAILED-COUNT > 0
               OR WS-MARKER-FAILED
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
      *    One sweep of production EMP into storage, then the
      *    session is released before the target session opens -
      *    the replication never holds both databases at once.
           ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SWEEP-TIME FROM TIME
           MOVE SPACES TO CM-PARM
           MOVE "C" TO CM-FUNCTION
           MOVE "EMPREPL" TO CM-CALLER
           .
       VERIFY-TARGET-SIDE-EXIT.
           EXIT.

       STAMP-REPLICATION-MARKER SECTION.
      *    Only a verified run stamps the marker - after a failed
      *    night the old marker stays, and the copy ages past the
      *    staleness limit instead of passing for current.
           MOVE SPACES TO MARK-RUN-TS
           STRING WS-SWEEP-DATE DELIMITED SIZE
               WS-SWEEP-TIME(1:6) DELIMITED SIZE
               INTO MARK-RUN-TS
           END-STRING
           MOVE WS-SRC-ROW-COUNT TO SIDE-ROW-COUNT
           MOVE WS-SRC-SAL-HASH TO SIDE-SAL-SUM
           EXEC SQL
               DELETE FROM REPL_MARKER
                   WHERE TABLE_NAME = 'EMP'
           END-EXEC
           IF SQLCODE < 0
               DISPLAY "EMPREPL: REPLICATION MARKER NOT CLEARED, "
                   "SQLCODE: " SQLCODE
               SET WS-MARKER-FAILED TO TRUE
               GO TO STAMP-REPLICATION-MARKER-EXIT
           END-IF
           EXEC SQL
               INSERT INTO REPL_MARKER
                   (TABLE_NAME, RUN_TS, ROW_COUNT, SAL_HASH)
               VALUES
                   ('EMP', :MARK-RUN-TS, :SIDE-ROW-COUNT,
                    :SIDE-SAL-SUM)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "EMPREPL: REPLICATION MARKER NOT STAMPED, "
                   "SQLCODE: " SQLCODE
               DISPLAY "EMPREPL: READ-ONLY ROUTING WILL TREAT THE "
                   "COPY AS STALE"
               SET WS-MARKER-FAILED TO TRUE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               GO TO STAMP-REPLICATION-MARKER-EXIT
           END-IF
           EXEC SQL
               COMMIT WORK
           END-EXEC
           DISPLAY "EMPREPL: REPLICATION MARKER STAMPED " MARK-RUN-TS
           .
       STAMP-REPLICATION-MARKER-EXIT.
           EXIT.

       REGISTER-REPLICATION SECTION.
      *    What goes to the reporting database is on the outbound
      *    register like any file, under the target's name. No
      *    acknowledgement comes back from it - the target-side
      *    verification is the receiver's answer, so the entry is
      *    settled the moment it is registered.
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "EMPREPL" TO OX-PRODUCER
           MOVE "REPORTING" TO OX-RECEIVER
           MOVE WS-TARGET-DSN TO OX-FILENAME
           MOVE WS-SRC-ROW-COUNT TO OX-RECORDS
           MOVE WS-SRC-SAL-HASH TO OX-CONTROL-TOTAL
           IF WS-VERIFY-FAILED
               MOVE "REJECTED" TO OX-STATUS
               MOVE "TARGET VERIFICATION FAILED" TO OX-REASON
           ELSE
               IF WS-FAILED-COUNT > 0
                   MOVE "REJECTED" TO OX-STATUS
                   MOVE "ROWS FAILED TO APPLY" TO OX-REASON
               ELSE
                   MOVE "ACCEPTED" TO OX-STATUS
               END-IF
           END-IF
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "EMPREPL: WARNING - REPLICATION NOT ON THE "
                   "OUTBOUND REGISTER"
           END-IF
           .
       REGISTER-REPLICATION-EXIT.
           EXIT.
