      *****************************************************************
      * SALRETRO - the backdated salary change register. Every salary
      * change applied with an effective date earlier than the day
      * it was applied - keyed in LOGON, approved in SALAPPLY, picked
      * up late by SALEFFAP or loaded through EMPUPDT - is entered
      * here by the shared RETROREG subprogram, because the pay runs
      * already made since that date paid the old rate.
      *
      * RETROCALC works each open entry out against the pay-run
      * register (copy/PAYRUNS.cpy): for every period released from
      * a payment file written before the change was applied and
      * ending on or after the effective date, the difference
      * between RTR-NEW-SAL and RTR-OLD-SAL for the days of the
      * period from the effective date (and within employment). The
      * total is RTR-ARREARS over RTR-PERIODS periods; the entry
      * becomes CALCULATED, or NOTHING-OWED when no period paid the
      * old rate. A reduction leaves an overpayment, which is never
      * taken back automatically - the entry is marked RECOVER for
      * payroll to settle with the employee.
      *
      * PAYCALC adds CALCULATED arrears to the employee's next pay
      * as a separate arrears line and stamps RTR-PAY-PERIOD-END
      * with the period paying them; PAYREL marks the entry PAID
      * when that run is released. A leaver's CALCULATED arrears go
      * out with their final pay instead: FINALCALC stamps
      * RTR-PAY-PERIOD-END 99999999 and FINALREL marks them PAID.
      *
      * Indexed on RTR-KEY - employee, effective date and when the
      * change was applied - so each employee's entries read
      * together. Declare the SELECT with ORGANIZATION INDEXED,
      * ACCESS DYNAMIC and RECORD KEY RTR-KEY. SAL-RETRO-FILE names
      * the file; it defaults to /tmp/sal_retro.dat when unset.
      *****************************************************************
       01  SAL-RETRO-REC.
           05  RTR-KEY.
               10  RTR-EMPNO           PIC 9(4).
               10  RTR-EFF-DATE        PIC 9(8).
               10  RTR-APPLIED-DATE    PIC 9(8).
               10  RTR-APPLIED-TIME    PIC 9(8).
           05  RTR-OLD-SAL             PIC 9(7)V99.
           05  RTR-NEW-SAL             PIC 9(7)V99.
           05  RTR-SOURCE              PIC X(8).
           05  RTR-OPERATOR            PIC X(10).
           05  RTR-STATUS              PIC X.
               88  RTR-OPEN                    VALUE "O".
               88  RTR-CALCULATED              VALUE "C".
               88  RTR-PAID                    VALUE "P".
               88  RTR-NOTHING-OWED            VALUE "N".
               88  RTR-RECOVER                 VALUE "R".
           05  RTR-PERIODS             PIC 9(3).
           05  RTR-ARREARS             PIC 9(7)V99.
           05  RTR-CALC-DATE           PIC 9(8).
           05  RTR-PAY-PERIOD-END      PIC 9(8).
           05  FILLER                  PIC X(40).
