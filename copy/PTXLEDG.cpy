      *****************************************************************
      * PTXLEDG - record layout for the payroll-tax wages ledger,
      * one record per employee per calendar month. PTAXPOST posts
      * each released pay run's wages from the pay-calculation file
      * (copy/PAYCREC.cpy) to the month its period end falls in;
      * PTAXRTN adds the month up by state for the payroll tax
      * return. COPY inside the FD for the ledger file in each
      * program.
      *
      * Taxable wages are PTL-GROSS plus PTL-SUPER - gross pay
      * (arrears and claims included) and the superannuation
      * guarantee paid on top of it. PTL-DEPTNO and PTL-LOC are the
      * employee's department and that department's DEPT.LOC as at
      * the last period posted, so a department moving later does
      * not move wages already returned. PTL-FIN-YEAR is the
      * financial year PTL-MONTH falls in, named for the year it
      * ends in. PTL-LAST-PERIOD-END and the PTL-LAST- amounts are
      * the last pay period posted, so a period is never posted
      * twice and a rerun for that period takes it back out first.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY PTL-KEY. PTAX-LEDGER-FILE names the ledger;
      * it defaults to /tmp/ptax_ledger.dat when unset.
      *****************************************************************
       01  PTAX-LEDGER-REC.
           05  PTL-KEY.
               10  PTL-EMPNO           PIC 9(4).
               10  PTL-MONTH           PIC 9(6).
           05  PTL-FIN-YEAR            PIC 9(4).
           05  PTL-DEPTNO              PIC 9(4).
           05  PTL-LOC                 PIC X(13).
           05  PTL-NAME                PIC X(10).
           05  PTL-GROSS               PIC 9(9)V99.
           05  PTL-SUPER               PIC 9(9)V99.
           05  PTL-PERIOD-COUNT        PIC 9(3).
           05  PTL-LAST-PERIOD-END     PIC 9(8).
           05  PTL-LAST-GROSS          PIC 9(7)V99.
           05  PTL-LAST-SUPER          PIC 9(7)V99.
           05  FILLER                  PIC X(20).
