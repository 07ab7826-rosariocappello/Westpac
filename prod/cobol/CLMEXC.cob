       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMEXC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO WS-CLAIMS-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CLM-KEY
               FILE STATUS WS-CLAIMS-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
           COPY CLAIMS.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTRTELK.
           COPY RUNSTATL.

      *    CLMEXC sends rejected overtime and allowance claims back to
      *    the department of the manager who submitted them - one
      *    page a department, whether the claim failed CLMLOAD's
      *    edits or was rejected at approval in CLMAPPR. Each claim
      *    is reported once: it is stamped CLM-NOTIFIED-DATE when
      *    listed, and only unstamped rejects are picked up.
       01  WS-CLAIMS-FILENAME           PIC X(256).
       01  WS-CLAIMS-STATUS             PIC XX.
           88  WS-CLAIMS-FILE-OK              VALUE "00".
           88  WS-CLAIMS-NO-FILE              VALUE "35".
       01  WS-RPT-FILENAME              PIC X(256).
       01  WS-RPT-STATUS                PIC XX.
           88  WS-RPT-FILE-OK                 VALUE "00".

       01  WS-CLAIMS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CLAIMS-EOF                  VALUE "Y".

      *    The unreported rejects, in register order, and the
      *    departments they go to in ascending order - the pages are
      *    printed department by department from the two tables.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY            OCCURS 2000.
               10  WS-REJ-KEY          PIC X(25).
               10  WS-REJ-DEPT         PIC 9(4).
               10  WS-REJ-EMPNO        PIC 9(4).
               10  WS-REJ-NAME         PIC X(10).
               10  WS-REJ-TYPE         PIC X(6).
               10  WS-REJ-DATE         PIC 9(8).
               10  WS-REJ-BASIS        PIC X.
               10  WS-REJ-HOURS        PIC 9(3)V99.
               10  WS-REJ-CLAIMED      PIC 9(7)V99.
               10  WS-REJ-APPROVER     PIC 9(4).
               10  WS-REJ-BY           PIC X(10).
               10  WS-REJ-ON           PIC 9(8).
               10  WS-REJ-REASON       PIC X(40).
       01  WS-REJ-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-REJ-IDX                   PIC 9(4) COMP.
       01  WS-REJ-FULL-SWITCH           PIC X VALUE "N".
           88  WS-REJ-TABLE-FULL              VALUE "Y".
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 500.
               10  WS-DEPT-NO          PIC 9(4).
       01  WS-DEPT-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-IDX                  PIC 9(3) COMP.
       01  WS-DEPT-SHIFT                PIC 9(3) COMP.
       01  WS-DEPT-SLOT                 PIC 9(3) COMP.
       01  WS-DEPT-FULL-SWITCH          PIC X VALUE "N".
           88  WS-DEPT-TABLE-FULL             VALUE "Y".
       01  WS-DEPT-LINES                PIC 9(4) VALUE 0.

       01  WS-TODAY                     PIC 9(8).
       01  WS-LISTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-STAMPED-COUNT             PIC 9(5) VALUE 0.

       01  DISPLAY-VARIABLES.
           05  D-EMPNO                  PIC Z(3)9.
           05  D-DEPTNO                 PIC Z(3)9.
           05  D-APPROVER               PIC Z(3)9.
           05  D-HOURS                  PIC ZZZ,ZZ9.99.
           05  D-COUNT                  PIC ZZ,ZZ9.
           05  D-CLAIM-DATE             PIC X(8).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM RECORD-RUN-START
           PERFORM OPEN-CLAIMS-FILE
           PERFORM COLLECT-REJECTED-CLAIMS
           PERFORM OPEN-REPORT-FILE

           IF WS-REJ-COUNT = 0
               MOVE SPACES TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
               MOVE "NO REJECTED CLAIMS TO REPORT."
                   TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPARTMENT-PAGE
           END-PERFORM
           CLOSE EXCEPTION-REPORT-FILE

      *    Stamped only once the report is safely written - a run
      *    that dies first reports the same claims next time.
           PERFORM STAMP-NOTIFIED-CLAIMS
           CLOSE CLAIMS-FILE

           DISPLAY "CLMEXC: " WS-LISTED-COUNT " rejected claim(s) for "
               WS-DEPT-COUNT " department(s) in " WS-RPT-FILENAME
           IF WS-REJ-TABLE-FULL OR WS-DEPT-TABLE-FULL
               DISPLAY "CLMEXC: MORE REJECTS THAN ONE RUN HOLDS - "
                   "RUN AGAIN FOR THE REST"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END

           goback.

       RECORD-RUN-START SECTION.
           MOVE SPACES TO RS-PARM
           MOVE "S" TO RS-FUNCTION
           MOVE "CLMEXC" TO RS-PGM
           CALL "RUNSTMGR" USING RS-PARM
           IF RS-BLOCKED
               DISPLAY "CLMEXC: ANOTHER COPY IS RUNNING - ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       RECORD-RUN-START-EXIT.
           EXIT.

       RECORD-RUN-END SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "OK" TO RS-STATUS
           MOVE WS-LISTED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-END-EXIT.
           EXIT.

       RECORD-RUN-FAIL SECTION.
           MOVE "E" TO RS-FUNCTION
           MOVE "FAIL" TO RS-STATUS
           MOVE WS-LISTED-COUNT TO RS-COUNT
           CALL "RUNSTMGR" USING RS-PARM
           .
       RECORD-RUN-FAIL-EXIT.
           EXIT.

       OPEN-CLAIMS-FILE SECTION.
      *    CLAIMS-FILE names the claims register (copy/CLAIMS.cpy);
      *    it defaults to /tmp/claims.dat when unset. No register
      *    yet means nothing has been rejected.
           MOVE SPACES TO WS-CLAIMS-FILENAME
           DISPLAY "CLAIMS-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CLAIMS-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CLAIMS-FILENAME = SPACES
               MOVE "/tmp/claims.dat" TO WS-CLAIMS-FILENAME
           END-IF
           OPEN I-O CLAIMS-FILE
           IF WS-CLAIMS-NO-FILE
               DISPLAY "CLMEXC: NO CLAIMS REGISTER - NOTHING TO REPORT"
               PERFORM RECORD-RUN-END
               GOBACK
           END-IF
           IF NOT WS-CLAIMS-FILE-OK
               DISPLAY "CLMEXC: UNABLE TO OPEN CLAIMS REGISTER: "
                   WS-CLAIMS-FILENAME " STATUS=" WS-CLAIMS-STATUS
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       OPEN-CLAIMS-FILE-EXIT.
           EXIT.

       COLLECT-REJECTED-CLAIMS SECTION.
           MOVE LOW-VALUES TO CLM-KEY
           START CLAIMS-FILE
               KEY NOT LESS CLM-KEY
               INVALID KEY
                   SET WS-CLAIMS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CLAIMS-EOF
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET WS-CLAIMS-EOF TO TRUE
                   NOT AT END
                       IF CLM-REJECTED AND CLM-NOTIFIED-DATE = ZERO
                           PERFORM KEEP-REJECTED-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           .
       COLLECT-REJECTED-CLAIMS-EXIT.
           EXIT.

       KEEP-REJECTED-CLAIM SECTION.
      *    A reject that does not fit this run stays unstamped and
      *    is reported by the next one.
           IF WS-REJ-COUNT >= 2000
               SET WS-REJ-TABLE-FULL TO TRUE
               GO TO KEEP-REJECTED-CLAIM-EXIT
           END-IF
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-DEPT-SLOT = 0
               SET WS-DEPT-TABLE-FULL TO TRUE
               GO TO KEEP-REJECTED-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-REJ-COUNT
           MOVE CLM-KEY TO WS-REJ-KEY(WS-REJ-COUNT)
           MOVE CLM-APPR-DEPT TO WS-REJ-DEPT(WS-REJ-COUNT)
           MOVE CLM-EMPNO TO WS-REJ-EMPNO(WS-REJ-COUNT)
           MOVE CLM-NAME TO WS-REJ-NAME(WS-REJ-COUNT)
           MOVE CLM-TYPE TO WS-REJ-TYPE(WS-REJ-COUNT)
           MOVE CLM-CLAIM-DATE TO WS-REJ-DATE(WS-REJ-COUNT)
           MOVE CLM-BASIS TO WS-REJ-BASIS(WS-REJ-COUNT)
           MOVE CLM-HOURS TO WS-REJ-HOURS(WS-REJ-COUNT)
           MOVE CLM-CLAIMED TO WS-REJ-CLAIMED(WS-REJ-COUNT)
           MOVE CLM-APPROVER TO WS-REJ-APPROVER(WS-REJ-COUNT)
           MOVE CLM-REVIEWED-BY TO WS-REJ-BY(WS-REJ-COUNT)
           MOVE CLM-REVIEWED-DATE TO WS-REJ-ON(WS-REJ-COUNT)
           MOVE CLM-REJECT-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
           .
       KEEP-REJECTED-CLAIM-EXIT.
           EXIT.

       FIND-DEPARTMENT-SLOT SECTION.
      *    The department list is kept in ascending order as it is
      *    built - a new department is inserted in its place, the
      *    ones above it moved up one.
           MOVE ZERO TO WS-DEPT-SLOT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-NO(WS-DEPT-IDX) >= CLM-APPR-DEPT
               CONTINUE
           END-PERFORM
           IF WS-DEPT-IDX <= WS-DEPT-COUNT
               AND WS-DEPT-NO(WS-DEPT-IDX) = CLM-APPR-DEPT
               MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
               GO TO FIND-DEPARTMENT-SLOT-EXIT
           END-IF
           IF WS-DEPT-COUNT >= 500
               GO TO FIND-DEPARTMENT-SLOT-EXIT
           END-IF
           PERFORM VARYING WS-DEPT-SHIFT FROM WS-DEPT-COUNT BY -1
               UNTIL WS-DEPT-SHIFT < WS-DEPT-IDX
               MOVE WS-DEPT-NO(WS-DEPT-SHIFT)
                   TO WS-DEPT-NO(WS-DEPT-SHIFT + 1)
           END-PERFORM
           MOVE CLM-APPR-DEPT TO WS-DEPT-NO(WS-DEPT-IDX)
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
           .
       FIND-DEPARTMENT-SLOT-EXIT.
           EXIT.

       OPEN-REPORT-FILE SECTION.
      *    CLMEXC-FILE names the exception report; it defaults to
      *    /tmp/clmexc.rpt when unset.
           MOVE SPACES TO WS-RPT-FILENAME
           DISPLAY "CLMEXC-FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RPT-FILENAME = SPACES
               MOVE "/tmp/clmexc.rpt" TO WS-RPT-FILENAME
           END-IF
      *    The shared report router files the report into the dated
      *    repository (and its catalog) when one is configured;
      *    with no repository the name just resolved stands.
           MOVE SPACES TO RR-PARM
           MOVE "R" TO RR-FUNCTION
           MOVE "CLMEXC" TO RR-REPORT
           MOVE WS-RPT-FILENAME TO RR-DEFAULT
           CALL "RPTROUTE" USING RR-PARM
           MOVE RR-FILENAME TO WS-RPT-FILENAME
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF NOT WS-RPT-FILE-OK
               DISPLAY "CLMEXC: UNABLE TO OPEN REPORT FILE: "
                   WS-RPT-FILENAME
               CLOSE CLAIMS-FILE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING "REJECTED OVERTIME AND ALLOWANCE CLAIMS  RUN "
                   DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO EXCEPTION-REPORT-REC
           END-STRING
           WRITE EXCEPTION-REPORT-REC
           .
       OPEN-REPORT-FILE-EXIT.
           EXIT.

       WRITE-DEPARTMENT-PAGE SECTION.
      *    One page a department: its rejects in register order, so
      *    each employee's claims read together.
           MOVE WS-DEPT-NO(WS-DEPT-IDX) TO D-DEPTNO
           MOVE ZERO TO WS-DEPT-LINES
           MOVE SPACES TO EXCEPTION-REPORT-REC
           MOVE X"0C" TO EXCEPTION-REPORT-REC(1:1)
           WRITE EXCEPTION-REPORT-REC
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING "DEPARTMENT " DELIMITED SIZE
               D-DEPTNO DELIMITED SIZE
               " - CLAIMS SUBMITTED BY YOUR MANAGERS THAT WILL NOT "
                   DELIMITED SIZE
               "BE PAID  RUN " DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO EXCEPTION-REPORT-REC
           END-STRING
           WRITE EXCEPTION-REPORT-REC
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING "EMPNO NAME       TYPE   DATE     HOURS/AMOUNT "
                   DELIMITED SIZE
               "MGR  REJECTED BY          REASON" DELIMITED SIZE
               INTO EXCEPTION-REPORT-REC
           END-STRING
           WRITE EXCEPTION-REPORT-REC
           MOVE ALL "-" TO EXCEPTION-REPORT-REC
           WRITE EXCEPTION-REPORT-REC

           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT
               IF WS-REJ-DEPT(WS-REJ-IDX) = WS-DEPT-NO(WS-DEPT-IDX)
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-PERFORM

           MOVE WS-DEPT-LINES TO D-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-REC
           WRITE EXCEPTION-REPORT-REC
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING D-COUNT DELIMITED SIZE
               " CLAIM(S) - CORRECT AND RESUBMIT ANY STILL OWED"
                   DELIMITED SIZE
               INTO EXCEPTION-REPORT-REC
           END-STRING
           WRITE EXCEPTION-REPORT-REC
           .
       WRITE-DEPARTMENT-PAGE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
      *    Hours for the hourly claim types, the amount claimed for
      *    the rest; a date the load could not read shows blank.
           ADD 1 TO WS-DEPT-LINES
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-REJ-EMPNO(WS-REJ-IDX) TO D-EMPNO
           MOVE WS-REJ-APPROVER(WS-REJ-IDX) TO D-APPROVER
           IF WS-REJ-BASIS(WS-REJ-IDX) = "A"
               MOVE WS-REJ-CLAIMED(WS-REJ-IDX) TO D-HOURS
           ELSE
               MOVE WS-REJ-HOURS(WS-REJ-IDX) TO D-HOURS
           END-IF
           IF WS-REJ-DATE(WS-REJ-IDX) = ZERO
               MOVE SPACES TO D-CLAIM-DATE
           ELSE
               MOVE WS-REJ-DATE(WS-REJ-IDX) TO D-CLAIM-DATE
           END-IF
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING D-EMPNO DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-REJ-NAME(WS-REJ-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REJ-TYPE(WS-REJ-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               D-CLAIM-DATE DELIMITED SIZE
               "   " DELIMITED SIZE
               D-HOURS DELIMITED SIZE
               " " DELIMITED SIZE
               D-APPROVER DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REJ-BY(WS-REJ-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REJ-ON(WS-REJ-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-REJ-REASON(WS-REJ-IDX) DELIMITED SIZE
               INTO EXCEPTION-REPORT-REC
           END-STRING
           WRITE EXCEPTION-REPORT-REC
           .
       WRITE-REJECT-LINE-EXIT.
           EXIT.

       STAMP-NOTIFIED-CLAIMS SECTION.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT
               MOVE WS-REJ-KEY(WS-REJ-IDX) TO CLM-KEY
               READ CLAIMS-FILE
                   KEY IS CLM-KEY
                   INVALID KEY
                       DISPLAY "CLMEXC: CLAIM FOR EMPNO "
                           WS-REJ-EMPNO(WS-REJ-IDX)
                           " GONE FROM THE REGISTER"
                   NOT INVALID KEY
                       MOVE WS-TODAY TO CLM-NOTIFIED-DATE
                       REWRITE CLAIM-REC
                           INVALID KEY
                               DISPLAY "CLMEXC: UNABLE TO STAMP CLAIM "
                                   "FOR EMPNO " CLM-EMPNO
                           NOT INVALID KEY
                               ADD 1 TO WS-STAMPED-COUNT
                       END-REWRITE
               END-READ
           END-PERFORM
           .
       STAMP-NOTIFIED-CLAIMS-EXIT.
           EXIT.
