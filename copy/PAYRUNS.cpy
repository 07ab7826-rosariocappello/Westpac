      *****************************************************************
      * PAYRUNS - the pay-run register, one record for every payment
      * file PAYREL has released to the bank, in the order released.
      * PAYREL appends to it at sign-off; PAYSUMM adds up a financial
      * year's entries to reconcile the year-to-date accumulator
      * (copy/PAYYTD.cpy) against what was actually paid. COPY
      * inside the FD of the register file (PAY-RUN-REGISTER, a line
      * sequential file defaulting to /tmp/pay_runs.dat when unset).
      *
      * PRR-COUNT and PRR-NET-HASH are the released payment file's
      * trailer figures - payments made and net paid. PRR-FIN-YEAR
      * is the financial year PRR-PERIOD-END falls in, named for the
      * year it ends in, as YTDPOST posts it. PRR-PERIOD-START is
      * the first day of the period paid; RETROCALC works backdated
      * salary arrears from the periods on the register.
      *
      * PRR-RUN-TYPE tells a regular pay run (R, or space on entries
      * written before it was carried) from an off-cycle final-pay
      * run FINALREL released (F). A final-pay run pays no period:
      * its PRR-PERIOD-START and PRR-PERIOD-END are the day it was
      * released, and it never replaces a regular run's release.
      *****************************************************************
       01  PAY-RUN-REC.
           05  PRR-PERIOD-END          PIC 9(8).
           05  PRR-FIN-YEAR            PIC 9(4).
           05  PRR-PAY-DATE            PIC 9(8).
           05  PRR-COUNT               PIC 9(9).
           05  PRR-NET-HASH            PIC 9(13)V99.
           05  PRR-RELEASED-BY         PIC X(10).
           05  PRR-RELEASED-DATE       PIC 9(8).
           05  PRR-RELEASED-TIME       PIC 9(8).
           05  PRR-PERIOD-START        PIC 9(8).
           05  PRR-RUN-TYPE            PIC X.
               88  PRR-FINAL-PAY-RUN           VALUE "F".
           05  FILLER                  PIC X(21).
