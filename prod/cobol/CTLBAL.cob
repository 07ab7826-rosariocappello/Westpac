                                            VALUE ZERO.
       01  DEPT-PAY-SUM                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  ALLOC-BAD-COUNT              PIC S9(9) COMP VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY INCIDLK.

       01  WS-EXTRACT-FILENAME          PIC X(256).
       01  WS-EXTRACT-STATUS            PIC XX.
           CALL "CONNMGR" USING CM-PARM

           PERFORM WRITE-BALANCE-REPORT
           PERFORM REPORT-BALANCE-INCIDENT

           IF WS-OUT-OF-BALANCE-CT > 0
               DISPLAY "CTLBAL: " WS-OUT-OF-BALANCE-CT

       DERIVE-BUDGET-ACTUALS SECTION.
      *    The figures DEPTBUD computes as per-department actuals,
      *    re-derived through the same split-funding charge and
      *    GROUP BY and summed - if this disagrees with the register
      *    leg, one of the two reports is mis-stating payroll, or the
      *    EMPALLOC shares no longer add back to the people charged.
           EXEC SQL
               DECLARE BALCURS CURSOR FOR
                   SELECT CHG_DEPT, SUM(CHG_SAL + NVL(CHG_COMM, 0))
                   FROM
                   (SELECT E.DEPTNO CHG_DEPT, E.SAL CHG_SAL,
                           E.COMM CHG_COMM
                      FROM EMP E
                     WHERE NVL(E.STATUS, 'A') <> 'T'
                       AND NOT EXISTS
                           (SELECT 1 FROM EMPALLOC A
                             WHERE A.EMPNO = E.EMPNO
                               AND A.EFFFROM <= TRUNC(SYSDATE)
                               AND (A.EFFTO IS NULL
                                    OR A.EFFTO >= TRUNC(SYSDATE)))
                    UNION ALL
                    SELECT A.DEPTNO,
                       ROUND(E.SAL * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.SAL - SUM(ROUND(E.SAL * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0),
                       ROUND(E.COMM * A.PCT / 100, 2)
                       + DECODE(A.DEPTNO,
                           MIN(A.DEPTNO) OVER (PARTITION BY A.EMPNO),
                           E.COMM
                           - SUM(ROUND(E.COMM * A.PCT / 100, 2))
                               OVER (PARTITION BY A.EMPNO), 0)
                      FROM EMP E, EMPALLOC A
                     WHERE A.EMPNO = E.EMPNO
                       AND NVL(E.STATUS, 'A') <> 'T'
                       AND A.EFFFROM <= TRUNC(SYSDATE)
                       AND (A.EFFTO IS NULL
                            OR A.EFFTO >= TRUNC(SYSDATE)))
                   GROUP BY CHG_DEPT
           END-EXEC

           EXEC SQL
           EXEC SQL
               CLOSE BALCURS
           END-EXEC

      *    The charge puts any remainder on the set's lowest
      *    department, so a set in effect that does not total 100%
      *    (keyed around ALLOCMAINT) would balance silently - count
      *    those separately.
           EXEC SQL
               SELECT COUNT(*)
               INTO :ALLOC-BAD-COUNT
               FROM (SELECT EMPNO
                       FROM EMPALLOC
                      WHERE EFFFROM <= TRUNC(SYSDATE)
                        AND (EFFTO IS NULL
                             OR EFFTO >= TRUNC(SYSDATE))
                      GROUP BY EMPNO
                     HAVING SUM(PCT) <> 100)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CTLBAL: ALLOCATION CHECK FAILED, SQLCODE: "
                   SQLCODE
               PERFORM RECORD-RUN-FAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
       DERIVE-BUDGET-ACTUALS-EXIT.
           EXIT.
           END-IF
           WRITE BALANCE-REPORT-REC

      *    Leg 4: every split-funding set in effect charges exactly
      *    100% of the employee.
           MOVE ALLOC-BAD-COUNT TO D-COUNT-A
           MOVE SPACES TO BALANCE-REPORT-REC
           IF ALLOC-BAD-COUNT = 0
               MOVE "SPLIT-FUNDING SETS ALL TOTAL 100%  IN BALANCE"
                   TO BALANCE-REPORT-REC
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE-CT
               STRING "SPLIT-FUNDING SETS NOT TOTALLING 100% "
                       DELIMITED SIZE
                   D-COUNT-A DELIMITED SIZE
                   "  *** OUT OF BALANCE ***" DELIMITED SIZE
                 INTO BALANCE-REPORT-REC
               END-STRING
           END-IF
           WRITE BALANCE-REPORT-REC

           CLOSE BALANCE-REPORT-FILE
           .
       WRITE-BALANCE-REPORT-EXIT.
           EXIT.

       REPORT-BALANCE-INCIDENT SECTION.
      *    Control totals out of balance go to the service desk as a
      *    MAJOR integrity incident pointing at the balancing
      *    report; the next run that balances clears it.
           MOVE SPACES TO IC-PARM
           IF WS-OUT-OF-BALANCE-CT > 0
               MOVE "R" TO IC-FUNCTION
               STRING "CONTROL TOTALS OUT OF BALANCE - "
                       DELIMITED SIZE
                   WS-OUT-OF-BALANCE-CT DELIMITED SIZE
                   " LEG(S)" DELIMITED SIZE
                 INTO IC-SUMMARY
               END-STRING
           ELSE
               MOVE "C" TO IC-FUNCTION
               MOVE "ALL CONTROL TOTALS IN BALANCE" TO IC-SUMMARY
           END-IF
           MOVE "CTLBAL" TO IC-SOURCE
           MOVE "MAJOR" TO IC-SEVERITY
           MOVE "CTLBAL" TO IC-PGM
           MOVE "CTLBAL:BALANCE" TO IC-KEY
           MOVE WS-RPT-FILENAME TO IC-EVIDENCE
           CALL "INCIDMGR" USING IC-PARM
           .
       REPORT-BALANCE-INCIDENT-EXIT.
           EXIT.
