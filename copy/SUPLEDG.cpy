      *****************************************************************
      * SUPLEDG - record layout for the superannuation ledger,
      * one record per employee per quarter. SUPERFILE posts each
      * pay period's ordinary time earnings (OTE) and the
      * contribution sent to the fund; PAYCALC reads the quarter's
      * OTE so far to apply the maximum contribution base, and
      * SUPERREC reconciles paid against due at quarter end. COPY
      * inside the FD for the ledger file in each program.
      *
      * SLG-QTR-START is the first day of the quarter (01 Jan, Apr,
      * Jul or Oct). SLG-LAST-PERIOD-END and the SLG-LAST- amounts
      * are the last pay period posted, so a period is never posted
      * twice and a rerun of PAYCALC for that period can take it
      * back out of the quarter-to-date figure.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY SLG-KEY. SUPER-LEDGER-FILE names the ledger;
      * it defaults to /tmp/super_ledger.dat when unset.
      *****************************************************************
       01  SUPER-LEDGER-REC.
           05  SLG-KEY.
               10  SLG-EMPNO           PIC 9(4).
               10  SLG-QTR-START       PIC 9(8).
           05  SLG-QTD-OTE             PIC 9(9)V99.
           05  SLG-QTD-PAID            PIC 9(9)V99.
           05  SLG-LAST-PERIOD-END     PIC 9(8).
           05  SLG-LAST-OTE            PIC 9(7)V99.
           05  SLG-LAST-PAID           PIC 9(7)V99.
           05  SLG-FUND-CODE           PIC X(8).
           05  FILLER                  PIC X(12).
