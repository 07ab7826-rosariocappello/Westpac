      *****************************************************************
      * PAYYTD - record layout for the year-to-date pay accumulator,
      * one record per employee per financial year. YTDPOST posts
      * each completed pay run's figures from the pay-calculation
      * file (copy/PAYCREC.cpy); PAYSLIP prints the year to date
      * from it. COPY inside the FD for the accumulator file in
      * each program.
      *
      * YTD-FIN-YEAR is the year the financial year ends in - the
      * year 1 July 2026 to 30 June 2027 is 2027. A pay period
      * belongs to the financial year its period end falls in.
      * YTD-LAST-PERIOD-END and the YTD-LAST- amounts are the last
      * pay period posted, so a period is never posted twice and a
      * rerun of the pay calculation for that period can take it
      * back out of the year-to-date figures. YTD-NAME is the
      * employee's name as of the last period posted, so the
      * end-of-year payment summaries (PAYSUMM) need not go back to
      * the employee table.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY YTD-KEY. PAY-YTD-FILE names the accumulator;
      * it defaults to /tmp/pay_ytd.dat when unset.
      *****************************************************************
       01  PAY-YTD-REC.
           05  YTD-KEY.
               10  YTD-EMPNO           PIC 9(4).
               10  YTD-FIN-YEAR        PIC 9(4).
           05  YTD-GROSS               PIC 9(9)V99.
           05  YTD-TAX                 PIC 9(9)V99.
           05  YTD-SUPER               PIC 9(9)V99.
           05  YTD-PRETAX-DED          PIC 9(9)V99.
           05  YTD-POSTTAX-DED         PIC 9(9)V99.
           05  YTD-NET                 PIC 9(9)V99.
           05  YTD-PERIOD-COUNT        PIC 9(3).
           05  YTD-LAST-PERIOD-END     PIC 9(8).
           05  YTD-LAST-GROSS          PIC 9(7)V99.
           05  YTD-LAST-TAX            PIC 9(7)V99.
           05  YTD-LAST-SUPER          PIC 9(7)V99.
           05  YTD-LAST-PRETAX-DED     PIC 9(7)V99.
           05  YTD-LAST-POSTTAX-DED    PIC 9(7)V99.
           05  YTD-LAST-NET            PIC 9(7)V99.
           05  YTD-NAME                PIC X(10).
           05  FILLER                  PIC X(11).
