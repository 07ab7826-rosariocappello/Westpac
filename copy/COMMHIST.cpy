      *****************************************************************
      * COMMHIST - the commission history COMMCALC keeps: one record
      * per salesperson per sales period it has calculated, so what
      * was paid for a period - and on what sales - can be traced
      * when it is disputed, and so a sale reversed on a later feed
      * can be clawed back at the rate it was earned.
      *
      * CMH-SALES is the period's net sales as now known (never
      * below zero) and CMH-COMMISSION the commission they earn on
      * the plan CMH-PLAN (J job or D department, and its key),
      * after the plan's cap (CMH-CAPPED "Y" when the cap cut it
      * back). Both move when a later feed reverses or adds a sale
      * for the period: CMH-ADJ-SALES totals those later changes
      * and CMH-ADJ-DATE is the last of them.
      *
      * The rest describe the run that calculated the period: the
      * late sales credited (CMH-LATE-CREDIT) and the reversals
      * clawed back (CMH-CLAWBACK) for earlier periods, the clawback
      * brought in unrecovered from the period before
      * (CMH-CARRIED-IN), what could not be recovered this time and
      * is carried on (CMH-CARRIED), and COMM before and after.
      *
      * Indexed on CMH-KEY - declare the SELECT with ORGANIZATION
      * INDEXED, ACCESS DYNAMIC and RECORD KEY CMH-KEY.
      * COMM-HIST-FILE names the file; it defaults to
      * /tmp/comm_hist.dat when unset.
      *****************************************************************
       01  COMM-HIST-REC.
           05  CMH-KEY.
               10  CMH-EMPNO           PIC 9(4).
               10  CMH-PERIOD          PIC 9(6).
           05  CMH-PLAN                PIC X(11).
           05  CMH-SALES               PIC 9(9)V99.
           05  CMH-COMMISSION          PIC 9(7)V99.
           05  CMH-CAPPED              PIC X.
               88  CMH-WAS-CAPPED              VALUE "Y".
           05  CMH-LATE-CREDIT         PIC 9(7)V99.
           05  CMH-CLAWBACK            PIC 9(7)V99.
           05  CMH-CARRIED-IN          PIC 9(7)V99.
           05  CMH-CARRIED             PIC 9(7)V99.
           05  CMH-OLD-COMM            PIC 9(7)V99.
           05  CMH-COMM-SET            PIC 9(7)V99.
           05  CMH-CALC-DATE           PIC 9(8).
           05  CMH-ADJ-SALES           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  CMH-ADJ-DATE            PIC 9(8).
           05  CMH-OPERATOR            PIC X(10).
           05  FILLER                  PIC X(40).
