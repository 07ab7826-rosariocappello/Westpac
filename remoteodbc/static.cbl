      * on an "as is" basis and is for use at your own risk.
      * 
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select constraint-file assign to ws-cc-filename
               organization line sequential
               file status ws-cc-status.

       data division.
       file section.
       fd  constraint-file.
       01  constraint-rec     pic x(132).

       working-storage section.

      *  Include the SQL Communications Area. This includes the
       01 r-timestamp  pic x(26).
       01 r-boolean    pic s9(4) comp-5.
       01 lock-timeout-secs pic s9(9) comp-5 value 5.
       01 cc-dsn       pic x(32).
       01 cc-empno     pic s9(4) comp-5.
       01 cc-mgr       pic s9(4) comp-5.
       01 cc-old-empno pic s9(4) comp-5.
       01 cc-deptno    pic s9(4) comp-5.
       01 cc-bad-deptno  pic s9(4) comp-5.
       01 cc-busy-deptno pic s9(4) comp-5.
       01 cc-job       pic x(9).
       01 cc-bad-job   pic x(9).
       01 cc-ename     pic x(10).
       01 cc-ename-ind pic s9(4) comp-5.
       01 cc-ind       pic s9(4) comp-5.
       01 cc-count     pic s9(9) comp-5.
       01 cc-probe     pic s9(4) comp-5.
           EXEC SQL END DECLARE SECTION END-EXEC

       01 ws-thr-count        pic 9(9) comp value 0.
       01 ws-types-pass       pic 9(2) value 0.
       01 ws-types-fail       pic 9(2) value 0.

      *    Constraint suite state. Each target DSN gets its own
      *    connection; every case runs as its own unit of work and is
      *    rolled back, accepted or not. A case passes only when the
      *    database rejects it as an integrity violation (SQLSTATE
      *    class 23) - any other error proves nothing either way.
       01 ws-cc-env           pic x(1).
       01 ws-cc-switch        pic x value "N".
           88 ws-cc-test-enabled      value "Y".
       01 ws-cc-sweep-env     pic x(1).
       01 ws-cc-sweep-switch  pic x value "N".
           88 ws-cc-sweep             value "Y".
       01 ws-cc-role          pic x(8).
       01 ws-cc-reg-idx       pic 9(2) comp.
       01 ws-cc-filename      pic x(256).
       01 ws-cc-status        pic xx.
           88 ws-cc-file-ok           value "00".
       01 ws-cc-today         pic 9(8).
       01 ws-cc-case          pic x(22).
       01 ws-cc-outcome       pic x(5).
       01 ws-cc-sqlcode       pic s9(9) comp-5.
       01 ws-cc-sqlcode-disp  pic -(9)9.
       01 ws-cc-sqlstate      pic x(5).
       01 ws-cc-errmc         pic x(70).
       01 ws-cc-pass          pic 9(2).
       01 ws-cc-fail          pic 9(2).
       01 ws-cc-error         pic 9(2).
       01 ws-cc-skip          pic 9(2).
       01 ws-cc-dsn-count     pic 9(2) value 0.
       01 ws-cc-gate-fails    pic 9(2) value 0.
       01 ws-cc-found         pic 9 comp.
       01 ws-cc-control-switch pic x.
           88 ws-cc-control-ok        value "Y".
       01 ws-cc-have-dept     pic x.
       01 ws-cc-have-job      pic x.
       01 ws-cc-have-emp      pic x.
       01 ws-cc-have-busy     pic x.
       01 ws-cc-have-bad-dept pic x.
       01 ws-cc-have-bad-job  pic x.
       01 ws-cc-have-probes   pic x.
           COPY DSNREGLK.

       01 ws-timing-label     pic x(20).
       01 ws-timing-start     pic 9(8).
       01 ws-timing-end       pic 9(8).
                   thru Types-Roundtrip-Test-exit
           end-if

      *    Optional constraint enforcement suite. Set
      *    STATIC-CONSTRAINT-TEST to Y to try the known-bad cases the
      *    shop's programs count on the database refusing - against
      *    this data source, or with STATIC-CONSTRAINT-SWEEP=Y against
      *    every in-service source on the DSN registry (narrowed to
      *    one role by STATIC-CONSTRAINT-ROLE, e.g. TEST). The results
      *    file and return code make it a promotion gate after
      *    TESTREFR or a schema change.
           move "N" to ws-cc-switch
           display "STATIC-CONSTRAINT-TEST" upon environment-name
           accept ws-cc-env from environment-value
           if ws-cc-env = "Y" or ws-cc-env = "y"
               set ws-cc-test-enabled to true
           end-if
           if ws-cc-test-enabled
               perform Constraint-Suite
                   thru Constraint-Suite-exit
           end-if

      *    Start a new transaction to avoid mixing DML and DDL
      *    as this will upset some data sources
           EXEC SQL commit END-EXEC
           add 1 to ws-types-fail
           .

       Constraint-Suite.
           display "Constraint enforcement suite"
           move spaces to ws-cc-filename
           display "STATIC-CONSTRAINT-OUT" upon environment-name
           accept ws-cc-filename from environment-value
           if ws-cc-filename = spaces
               move "/tmp/static_constraints.dat" to ws-cc-filename
           end-if
           open output constraint-file
           if not ws-cc-file-ok
               display "Constraint suite: cannot open results file "
                   ws-cc-filename
               display "CONSTRAINT SUITE: FAIL - NO RESULTS FILE"
               move 8 to return-code
               go to Constraint-Suite-exit
           end-if
           accept ws-cc-today from date yyyymmdd
           move 0 to ws-cc-dsn-count
           move 0 to ws-cc-gate-fails

           move "N" to ws-cc-sweep-switch
           display "STATIC-CONSTRAINT-SWEEP" upon environment-name
           accept ws-cc-sweep-env from environment-value
           if ws-cc-sweep-env = "Y" or ws-cc-sweep-env = "y"
               set ws-cc-sweep to true
           end-if
           if ws-cc-sweep
               move spaces to ws-cc-role
               display "STATIC-CONSTRAINT-ROLE" upon environment-name
               accept ws-cc-role from environment-value
               inspect ws-cc-role
                   converting "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move spaces to DR-PARM
               move "L" to DR-FUNCTION
               call "DSNREG" using DR-PARM
               if not DR-OK or DR-COUNT = 0
                   display "Constraint suite: DSN registry is empty "
                       "or missing - nothing swept"
               else
                   perform varying ws-cc-reg-idx from 1 by 1
                       until ws-cc-reg-idx > DR-COUNT
                       if ws-cc-role = spaces
                          or DR-ROLE(ws-cc-reg-idx) = ws-cc-role
                           move DR-DSN(ws-cc-reg-idx) to cc-dsn
                           perform Constraint-One-Dsn
                               thru Constraint-One-Dsn-exit
                       end-if
                   end-perform
               end-if
           else
               move svr to cc-dsn
               perform Constraint-One-Dsn
                   thru Constraint-One-Dsn-exit
           end-if
           close constraint-file

      *    A sweep that tested nothing has proved nothing.
           display "Constraint suite: " ws-cc-dsn-count
               " data source(s), " ws-cc-gate-fails " failed the gate"
           if ws-cc-dsn-count = 0 or ws-cc-gate-fails > 0
               display "CONSTRAINT SUITE: FAIL"
               move 8 to return-code
           else
               display "CONSTRAINT SUITE: PASS"
           end-if
           .
       Constraint-Suite-exit.
           exit.

       Constraint-One-Dsn.
           add 1 to ws-cc-dsn-count
           move 0 to ws-cc-pass
           move 0 to ws-cc-fail
           move 0 to ws-cc-error
           move 0 to ws-cc-skip
           display "Constraint suite on " cc-dsn
           EXEC SQL
               CONNECT TO :cc-dsn AS CCHK USER :usr WITH NO PROMPT
           END-EXEC
           if sqlcode not = 0
               move "CONNECT" to ws-cc-case
               move "ERROR" to ws-cc-outcome
               move sqlcode to ws-cc-sqlcode
               move sqlstate to ws-cc-sqlstate
               move sqlerrmc to ws-cc-errmc
               perform Constraint-Record-Case
               go to Constraint-One-Dsn-Gate
           end-if
           EXEC SQL
               SET CONNECTION CCHK
           END-EXEC

           perform Constraint-Find-Keys
               thru Constraint-Find-Keys-exit
           perform Constraint-Control-Case
               thru Constraint-Control-Case-exit
           if ws-cc-control-ok
               perform Constraint-Case-Dept
                   thru Constraint-Case-Dept-exit
               perform Constraint-Case-Empno
                   thru Constraint-Case-Empno-exit
               perform Constraint-Case-Job
                   thru Constraint-Case-Job-exit
               perform Constraint-Case-Mgr
                   thru Constraint-Case-Mgr-exit
               perform Constraint-Case-Ename
                   thru Constraint-Case-Ename-exit
               perform Constraint-Case-Delete
                   thru Constraint-Case-Delete-exit
           end-if

           EXEC SQL rollback END-EXEC
           EXEC SQL
               DISCONNECT CCHK
           END-EXEC
           EXEC SQL
               SET CONNECTION DEFAULT
           END-EXEC
           .
       Constraint-One-Dsn-Gate.
      *    The gate passes only when all six cases were tried and
      *    all six were refused.
           move spaces to constraint-rec
           if ws-cc-pass = 6
               move "PASS" to ws-cc-outcome
           else
               move "FAIL" to ws-cc-outcome
               add 1 to ws-cc-gate-fails
           end-if
           string "GATE|" delimited size
               ws-cc-today delimited size
               "|" delimited size
               cc-dsn delimited space
               "|" delimited size
               ws-cc-outcome delimited space
               "|PASS=" delimited size
               ws-cc-pass delimited size
               "|FAIL=" delimited size
               ws-cc-fail delimited size
               "|ERROR=" delimited size
               ws-cc-error delimited size
               "|SKIP=" delimited size
               ws-cc-skip delimited size
               into constraint-rec
           end-string
           write constraint-rec
           display "CONSTRAINT GATE " cc-dsn ": " ws-cc-outcome
               " (" ws-cc-pass " pass, " ws-cc-fail " fail, "
               ws-cc-error " error, " ws-cc-skip " skipped)"
           .
       Constraint-One-Dsn-exit.
           exit.

       Constraint-Find-Keys.
      *    Each bad case is otherwise a good row, so the one rule it
      *    breaks is the only reason it can be refused: an existing
      *    department and job, two EMPNOs not in use (the probe row
      *    and a manager who does not exist), an EMPNO already in use,
      *    a DEPTNO not on DEPT, a job code not on JOBREF, and a
      *    department that still has employees.
           move "N" to ws-cc-have-dept
           EXEC SQL
               select min(deptno) into :cc-deptno:cc-ind from dept
           END-EXEC
           if sqlcode = 0 and cc-ind = 0
               move "Y" to ws-cc-have-dept
           end-if
           move "N" to ws-cc-have-job
           EXEC SQL
               select min(jobcode) into :cc-job:cc-ind from jobref
           END-EXEC
           if sqlcode = 0 and cc-ind = 0
               move "Y" to ws-cc-have-job
           end-if
           move "N" to ws-cc-have-emp
           EXEC SQL
               select min(empno) into :cc-old-empno:cc-ind from emp
           END-EXEC
           if sqlcode = 0 and cc-ind = 0
               move "Y" to ws-cc-have-emp
           end-if
           move "N" to ws-cc-have-busy
           EXEC SQL
               select min(e.deptno) into :cc-busy-deptno:cc-ind
                   from emp e, dept d
                   where e.deptno = d.deptno
           END-EXEC
           if sqlcode = 0 and cc-ind = 0
               move "Y" to ws-cc-have-busy
           end-if

           move "N" to ws-cc-have-probes
           move 0 to ws-cc-found
           move 9999 to cc-probe
           perform until ws-cc-found = 2 or cc-probe < 1
               EXEC SQL
                   select count(*) into :cc-count from emp
                       where empno = :cc-probe
               END-EXEC
               if sqlcode = 0 and cc-count = 0
                   add 1 to ws-cc-found
                   if ws-cc-found = 1
                       move cc-probe to cc-empno
                   else
                       move cc-probe to cc-mgr
                       move "Y" to ws-cc-have-probes
                   end-if
               end-if
               if sqlcode not = 0
                   move 0 to cc-probe
               else
                   subtract 1 from cc-probe
               end-if
           end-perform

           move "N" to ws-cc-have-bad-dept
           move 99 to cc-probe
           perform until ws-cc-have-bad-dept = "Y" or cc-probe < 1
               EXEC SQL
                   select count(*) into :cc-count from dept
                       where deptno = :cc-probe
               END-EXEC
               if sqlcode = 0 and cc-count = 0
                   move cc-probe to cc-bad-deptno
                   move "Y" to ws-cc-have-bad-dept
               end-if
               if sqlcode not = 0
                   move 0 to cc-probe
               else
                   subtract 1 from cc-probe
               end-if
           end-perform

           move "N" to ws-cc-have-bad-job
           move "ZZCONSCHK" to cc-bad-job
           EXEC SQL
               select count(*) into :cc-count from jobref
                   where jobcode = :cc-bad-job
           END-EXEC
           if sqlcode = 0 and cc-count = 0
               move "Y" to ws-cc-have-bad-job
           end-if
           .
       Constraint-Find-Keys-exit.
           exit.

       Constraint-Control-Case.
      *    The good row must go in. If it cannot - no grant, no
      *    reference data, a column this suite does not know about -
      *    every refusal below would prove nothing, so the cases are
      *    not tried and the gate fails.
           move "N" to ws-cc-control-switch
           move "CONTROL" to ws-cc-case
           if ws-cc-have-dept not = "Y" or ws-cc-have-job not = "Y"
              or ws-cc-have-probes not = "Y"
               display "Constraint suite: no DEPT/JOBREF reference "
                   "rows or no free EMPNO on " cc-dsn
               move "ERROR" to ws-cc-outcome
               move 0 to ws-cc-sqlcode
               move spaces to ws-cc-sqlstate
               move spaces to ws-cc-errmc
               perform Constraint-Record-Case
               go to Constraint-Control-Case-exit
           end-if
           EXEC SQL
               insert into emp (empno, ename, job, deptno, status)
                   values (:cc-empno, 'CONSCHK', :cc-job,
                           :cc-deptno, 'A')
           END-EXEC
           move sqlcode to ws-cc-sqlcode
           move sqlstate to ws-cc-sqlstate
           move sqlerrmc to ws-cc-errmc
           EXEC SQL rollback END-EXEC
           if ws-cc-sqlcode = 0
               set ws-cc-control-ok to true
               display "  " ws-cc-case " : OK - good row accepted"
           else
               move "ERROR" to ws-cc-outcome
               perform Constraint-Record-Case
           end-if
           .
       Constraint-Control-Case-exit.
           exit.

       Constraint-Case-Dept.
           move "EMP-DEPTNO-NOT-ON-DEPT" to ws-cc-case
           if ws-cc-have-bad-dept not = "Y"
               perform Constraint-Skip-Case
               go to Constraint-Case-Dept-exit
           end-if
           EXEC SQL
               insert into emp (empno, ename, job, deptno, status)
                   values (:cc-empno, 'CONSCHK', :cc-job,
                           :cc-bad-deptno, 'A')
           END-EXEC
           perform Constraint-Judge-Case
           .
       Constraint-Case-Dept-exit.
           exit.

       Constraint-Case-Empno.
           move "EMP-DUPLICATE-EMPNO" to ws-cc-case
           if ws-cc-have-emp not = "Y"
               perform Constraint-Skip-Case
               go to Constraint-Case-Empno-exit
           end-if
           EXEC SQL
               insert into emp (empno, ename, job, deptno, status)
                   values (:cc-old-empno, 'CONSCHK', :cc-job,
                           :cc-deptno, 'A')
           END-EXEC
           perform Constraint-Judge-Case
           .
       Constraint-Case-Empno-exit.
           exit.

       Constraint-Case-Job.
           move "EMP-JOB-NOT-ON-JOBREF" to ws-cc-case
           if ws-cc-have-bad-job not = "Y"
               perform Constraint-Skip-Case
               go to Constraint-Case-Job-exit
           end-if
           EXEC SQL
               insert into emp (empno, ename, job, deptno, status)
                   values (:cc-empno, 'CONSCHK', :cc-bad-job,
                           :cc-deptno, 'A')
           END-EXEC
           perform Constraint-Judge-Case
           .
       Constraint-Case-Job-exit.
           exit.

       Constraint-Case-Mgr.
      *    The manager is the second free EMPNO, never the probe row's
      *    own - a row naming itself as manager satisfies the key.
           move "EMP-MGR-NOT-ON-EMP" to ws-cc-case
           EXEC SQL
               insert into emp
                   (empno, ename, job, mgr, deptno, status)
                   values (:cc-empno, 'CONSCHK', :cc-job, :cc-mgr,
                           :cc-deptno, 'A')
           END-EXEC
           perform Constraint-Judge-Case
           .
       Constraint-Case-Mgr-exit.
           exit.

       Constraint-Case-Ename.
           move "EMP-NULL-ENAME" to ws-cc-case
           move spaces to cc-ename
           move -1 to cc-ename-ind
           EXEC SQL
               insert into emp (empno, ename, job, deptno, status)
                   values (:cc-empno, :cc-ename:cc-ename-ind,
                           :cc-job, :cc-deptno, 'A')
           END-EXEC
           perform Constraint-Judge-Case
           .
       Constraint-Case-Ename-exit.
           exit.

       Constraint-Case-Delete.
           move "DEPT-DELETE-WITH-EMPS" to ws-cc-case
           if ws-cc-have-busy not = "Y"
               perform Constraint-Skip-Case
               go to Constraint-Case-Delete-exit
           end-if
           EXEC SQL
               delete from dept where deptno = :cc-busy-deptno
           END-EXEC
           perform Constraint-Judge-Case
           .
       Constraint-Case-Delete-exit.
           exit.

       Constraint-Judge-Case.
      *    Whatever happened is undone before it is judged.
           move sqlcode to ws-cc-sqlcode
           move sqlstate to ws-cc-sqlstate
           move sqlerrmc to ws-cc-errmc
           EXEC SQL rollback END-EXEC
           evaluate true
               when ws-cc-sqlcode >= 0
                   move "FAIL" to ws-cc-outcome
               when ws-cc-sqlstate(1:2) = "23"
                   move "PASS" to ws-cc-outcome
               when other
                   move "ERROR" to ws-cc-outcome
           end-evaluate
           perform Constraint-Record-Case
           .

       Constraint-Skip-Case.
           move "SKIP" to ws-cc-outcome
           move 0 to ws-cc-sqlcode
           move spaces to ws-cc-sqlstate
           perform Constraint-Record-Case
           .

       Constraint-Record-Case.
           evaluate ws-cc-outcome
               when "PASS"
                   add 1 to ws-cc-pass
               when "FAIL"
                   add 1 to ws-cc-fail
               when "SKIP"
                   add 1 to ws-cc-skip
               when other
                   add 1 to ws-cc-error
           end-evaluate
           move ws-cc-sqlcode to ws-cc-sqlcode-disp
           evaluate ws-cc-outcome
               when "PASS"
                   display "  " ws-cc-case " : PASS - rejected, "
                       "SQLSTATE " ws-cc-sqlstate
               when "FAIL"
                   display "  " ws-cc-case " : FAIL - ACCEPTED BY "
                       "THE DATABASE"
               when "SKIP"
                   display "  " ws-cc-case " : SKIPPED - no data "
                       "to build the case from"
               when other
                   display "  " ws-cc-case " : ERROR - sqlcode "
                       ws-cc-sqlcode-disp " SQLSTATE " ws-cc-sqlstate
                   if ws-cc-errmc not = spaces
                       display "  " ws-cc-errmc
                   end-if
           end-evaluate
           move spaces to constraint-rec
           string "CONSTRAINT|" delimited size
               ws-cc-today delimited size
               "|" delimited size
               cc-dsn delimited space
               "|" delimited size
               ws-cc-case delimited space
               "|" delimited size
               ws-cc-outcome delimited space
               "|" delimited size
               ws-cc-sqlcode-disp delimited size
               "|" delimited size
               ws-cc-sqlstate delimited size
               into constraint-rec
           end-string
           write constraint-rec
           .

       Display-Timing.
      *    TIME returns HHMMSSss (hundredths); each statement timed
      *    above is short, so a plain subtraction across the
