      *****************************************************************
      * LEAVEBAL - record layout for the leave balance master, one
      * record per employee per leave type: A annual leave, P
      * personal (sick and carer's) leave. Balances are in days to
      * two places.
      *
      * LEAVEACR accrues both types each released pay period, pro
      * rata to the days of the period the employee was paid for
      * (PCD-PAID-DAYS) - a starter, a leaver or a span of unpaid
      * leave accrues only for the days worked. LVB-LAST-ACCRUAL-END
      * and LVB-LAST-ACCRUED are the last period accrued, so a
      * period is never accrued twice and a rerun can take it back
      * out first. Leave taken is posted through LEAVEPST, from the
      * LOGON maintenance screen and the LEAVELOAD batch, and is
      * refused when it would take LVB-BALANCE below the negative
      * limit (LEAVE-NEGATIVE-LIMIT). LVB-ACCRUED-FY and LVB-TAKEN-FY
      * are the financial year LVB-FIN-YEAR's movements, started
      * again by the first movement of a new year. Every movement is
      * also written to the leave history (copy/LEAVEHST.cpy).
      *
      * FINALCALC pays a leaver's unused annual leave out of
      * LVB-BALANCE; FINALREL clears it once the final pay is paid.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY LVB-KEY. LEAVE-BAL-FILE names the master; it
      * defaults to /tmp/leave_bal.dat when unset.
      *****************************************************************
       01  LEAVE-BAL-REC.
           05  LVB-KEY.
               10  LVB-EMPNO           PIC 9(4).
               10  LVB-TYPE            PIC X.
                   88  LVB-ANNUAL              VALUE "A".
                   88  LVB-PERSONAL            VALUE "P".
           05  LVB-BALANCE             PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
           05  LVB-FIN-YEAR            PIC 9(4).
           05  LVB-ACCRUED-FY          PIC 9(3)V99.
           05  LVB-TAKEN-FY            PIC 9(3)V99.
           05  LVB-LAST-ACCRUAL-END    PIC 9(8).
           05  LVB-LAST-ACCRUED        PIC 9(3)V99.
           05  LVB-LAST-TAKEN-DATE     PIC 9(8).
           05  LVB-UPDATED-DATE        PIC 9(8).
           05  LVB-UPDATED-BY          PIC X(10).
           05  FILLER                  PIC X(30).
