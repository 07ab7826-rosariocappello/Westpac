      *****************************************************************
      * BANKMAST - record layout for the employee bank account
      * master maintained by BANKMAINT, one record per employee
      * keyed on BNK-EMPNO. It holds the account net pay is
      * credited to and, optionally, a second account taking part
      * of it. COPY inside the FD for the bank master file in each
      * program.
      *
      * BNK-BSB is the six-digit bank-state-branch number and
      * BNK-ACCOUNT-NO the account number, left-justified. With
      * BNK-SPLIT-TYPE "A" the second account takes BNK-SPLIT-VALUE
      * dollars of each net pay (all of it, if net is less); with
      * "P" it takes BNK-SPLIT-VALUE percent. The rest goes to the
      * first account. A blank split type means no second account.
      * BNK-ACCOUNT-DETAILS is laid out the same as the held-change
      * queue's BKP-ACCOUNT-DETAILS (copy/BANKPND.cpy).
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY BNK-EMPNO. BANK-MASTER-FILE names the master;
      * it defaults to /tmp/bank_master.dat when unset.
      *****************************************************************
       01  BANK-ACCOUNT-REC.
           05  BNK-EMPNO               PIC 9(4).
           05  BNK-ACCOUNT-DETAILS.
               10  BNK-BSB             PIC 9(6).
               10  BNK-ACCOUNT-NO      PIC X(9).
               10  BNK-ACCOUNT-NAME    PIC X(32).
               10  BNK-SPLIT-TYPE      PIC X.
                   88  BNK-NO-SPLIT            VALUE SPACE.
                   88  BNK-SPLIT-AMOUNT        VALUE "A".
                   88  BNK-SPLIT-PERCENT       VALUE "P".
               10  BNK-SPLIT-VALUE     PIC 9(7)V99.
               10  BNK-BSB-2           PIC 9(6).
               10  BNK-ACCOUNT-NO-2    PIC X(9).
               10  BNK-ACCOUNT-NAME-2  PIC X(32).
           05  BNK-CHANGED-DATE        PIC 9(8).
           05  BNK-CHANGED-BY          PIC X(10).
           05  FILLER                  PIC X(34).
