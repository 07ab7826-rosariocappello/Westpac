           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY PERMCHKL.
           COPY EMPJRNWS.
           COPY RETROLK.

       01  WS-PENDING-FILENAME          PIC X(256).
       01  WS-PENDING-STATUS            PIC XX.
           05  D-CURR-SALARY            PIC Z,ZZZ,ZZ9.99.

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-OLD-SALARY                PIC 9(7)V99.

       PROCEDURE DIVISION.
           DISPLAY "SALAPPLY - PENDING SALARY CHANGE REVIEW"
      *    Approving needs SAL-APPROVE on the operator's roles
      *    (PERMCHK) - never held with SAL-CHANGE, so nobody
      *    approves their own keying. The approver is the operator
      *    signed on through MENU; the id is only asked for when
      *    nobody signed on and the old classes still decide.
           MOVE SPACES TO PX-PARM
           MOVE "C" TO PX-FUNCTION
           MOVE "SAL-APPROVE" TO PX-FUNC-NAME
           CALL "PERMCHK" USING PX-PARM
           IF NOT PX-GRANTED
               DISPLAY "SALAPPLY: NOT AUTHORIZED - " PX-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PX-OPERATOR TO WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "ENTER SUPERVISOR ID: " WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR-ID
               IF WS-SUPERVISOR-ID = SPACES
                   DISPLAY "SALAPPLY: SUPERVISOR ID REQUIRED."
                   STOP RUN
               END-IF
           END-IF

           PERFORM RECORD-RUN-START
           PERFORM OPEN-PENDING-QUEUE
      *    queue untouched. The exception is a dated change above
      *    the approval threshold (PEND-APPROVED "N"): the
      *    supervisor decides it here, and an approval marks it "Y"
      *    for SALEFFAP rather than applying it early - or, when its
      *    date has already passed, applies it with arrears.
           IF PEND-EFF-DATE IS NUMERIC AND PEND-EFF-DATE NOT = ZERO
               AND NOT PEND-APPR-NEEDED
               ADD 1 TO WS-DATED-COUNT
           DISPLAY "  SALARY AT QUEUE TIME: " PEND-CURRENT
               "  NOW: " D-CURR-SALARY
           DISPLAY "  REQUESTED SALARY:     " PEND-REQUESTED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF PEND-EFF-DATE IS NUMERIC AND PEND-EFF-DATE NOT = ZERO
               IF PEND-EFF-DATE > WS-RUN-DATE
                   DISPLAY "  EFFECTIVE DATE:       " PEND-EFF-DATE
                       " (APPROVAL RELEASES IT TO SALEFFAP)"
               ELSE
                   DISPLAY "  EFFECTIVE DATE:       " PEND-EFF-DATE
                       " (BACKDATED - APPROVAL APPLIES IT NOW "
                       "WITH ARREARS)"
               END-IF
           END-IF
           DISPLAY "APPROVE, REJECT OR SKIP? (A/R/S): "
               WITH NO ADVANCING
           EXIT.

       APPLY-APPROVED-CHANGE SECTION.
      *    A future-dated entry is not applied here - approval
      *    releases it to SALEFFAP, which applies it the night its
      *    date arrives. Only the flag changes; the entry stays
      *    queued. An entry whose date has already come (keyed
      *    backdated, or left waiting for approval past its date)
      *    is applied now, and any days it was late go on the
      *    backdated change register for RETROCALC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF PEND-EFF-DATE IS NUMERIC AND PEND-EFF-DATE > WS-RUN-DATE
               SET PEND-APPR-GRANTED TO TRUE
               REWRITE PENDING-REC
               IF WS-PENDING-FILE-OK
                   ADD 1 TO WS-APPROVED-COUNT
      *            The approval is journaled here (BEFORE the date it
      *            runs from, AFTER the amount) because the SALARY
      *            line SALEFFAP writes later names no supervisor.
                   MOVE "SAL-APPRVD" TO WS-JRNL-FIELD
                   MOVE PEND-EFF-DATE TO WS-JRNL-BEFORE
                   MOVE PEND-REQUESTED TO WS-JRNL-AMT
                   MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
                   MOVE EMP-NUMBER TO WS-JRNL-EMPNO
                   PERFORM WRITE-MAINT-JOURNAL
                   DISPLAY "APPROVED - SALEFFAP WILL APPLY IT ON "
                       PEND-EFF-DATE
               ELSE
               END-IF
               GO TO APPLY-APPROVED-CHANGE-EXIT
           END-IF
           MOVE SALARY TO WS-OLD-SALARY
           MOVE SALARY TO WS-JRNL-AMT
           MOVE WS-JRNL-AMT TO WS-JRNL-BEFORE
           MOVE PEND-REQUESTED TO SALARY
               MOVE WS-JRNL-AMT TO WS-JRNL-AFTER
               MOVE EMP-NUMBER TO WS-JRNL-EMPNO
               PERFORM WRITE-MAINT-JOURNAL
               IF PEND-EFF-DATE IS NUMERIC
                   AND PEND-EFF-DATE NOT = ZERO
                   AND PEND-EFF-DATE < WS-RUN-DATE
                   PERFORM RECORD-BACKDATED-CHANGE
               END-IF
               PERFORM DELETE-PENDING-ENTRY
               DISPLAY "APPROVED AND APPLIED."
           ELSE
       APPLY-APPROVED-CHANGE-EXIT.
           EXIT.

       RECORD-BACKDATED-CHANGE SECTION.
      *    Journal the date the change really runs from (BEFORE the
      *    day applied, AFTER the effective date) and enter it on
      *    the backdated change register.
           MOVE "SAL-EFFDT" TO WS-JRNL-FIELD
           MOVE WS-RUN-DATE TO WS-JRNL-BEFORE
           MOVE PEND-EFF-DATE TO WS-JRNL-AFTER
           MOVE EMP-NUMBER TO WS-JRNL-EMPNO
           PERFORM WRITE-MAINT-JOURNAL

           MOVE SPACES TO RT-PARM
           MOVE "A" TO RT-FUNCTION
           MOVE EMP-NUMBER TO RT-EMPNO
           MOVE PEND-EFF-DATE TO RT-EFF-DATE
           MOVE WS-OLD-SALARY TO RT-OLD-SAL
           MOVE SALARY TO RT-NEW-SAL
           MOVE "SALAPPLY" TO RT-SOURCE
           MOVE WS-SUPERVISOR-ID TO RT-OPERATOR
           CALL "RETROREG" USING RT-PARM
           IF RT-OK
               DISPLAY "ARREARS FROM " PEND-EFF-DATE " REGISTERED "
                   "FOR RETROCALC."
           ELSE
               DISPLAY "ARREARS FROM " PEND-EFF-DATE " NOT "
                   "REGISTERED - TELL PAYROLL."
           END-IF
           .
       RECORD-BACKDATED-CHANGE-EXIT.
           EXIT.

       RECORD-REJECTION SECTION.
           DISPLAY "REJECTION REASON: " WITH NO ADVANCING
           ACCEPT WS-REJECT-REASON
