      *****************************************************************
      * BANKPND - record layout for the held bank account change
      * queue. BANKMAINT writes a change here instead of applying it
      * when it is keyed within BANK-HOLD-DAYS of pay day - a changed
      * account just before pay day is the classic payroll fraud -
      * and BANKAPPR applies or rejects it once a second operator,
      * not the one who keyed it, has confirmed it. COPY inside the
      * FD for the queue file in each program.
      *
      * One held change per employee, keyed on BKP-EMPNO; a second
      * change cannot be keyed until the first is decided.
      * BKP-ACCOUNT-DETAILS is the account set the change asks for,
      * laid out the same as BNK-ACCOUNT-DETAILS on the master
      * (copy/BANKMAST.cpy). BKP-REQ-BY is the OPERATOR-ID that
      * keyed it and BKP-PAY-DAY the pay day it was held against.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY BKP-EMPNO. BANK-PENDING-FILE names the queue;
      * it defaults to /tmp/bank_pending.dat when unset.
      *****************************************************************
       01  BANK-PENDING-REC.
           05  BKP-EMPNO               PIC 9(4).
           05  BKP-REQ-DATE            PIC 9(8).
           05  BKP-REQ-TIME            PIC 9(8).
           05  BKP-REQ-BY              PIC X(10).
           05  BKP-PAY-DAY             PIC 9(8).
           05  BKP-ACCOUNT-DETAILS.
               10  BKP-BSB             PIC 9(6).
               10  BKP-ACCOUNT-NO      PIC X(9).
               10  BKP-ACCOUNT-NAME    PIC X(32).
               10  BKP-SPLIT-TYPE      PIC X.
               10  BKP-SPLIT-VALUE     PIC 9(7)V99.
               10  BKP-BSB-2           PIC 9(6).
               10  BKP-ACCOUNT-NO-2    PIC X(9).
               10  BKP-ACCOUNT-NAME-2  PIC X(32).
           05  FILLER                  PIC X(18).
