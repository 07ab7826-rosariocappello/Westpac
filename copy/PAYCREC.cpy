      *****************************************************************
      * PAYCREC - record layout of the pay-calculation file PAYCALC
      * writes for each pay period and PAYFILE pays from. COPY inside
      * the FD of the pay-calculation file (PAYCALC-OUT, defaulting
      * to /tmp/paycalc.dat when unset).
      *
      * Records carry a 3-byte tag in the PAYFILE style: one HDR
      * (run date and the pay period covered), one DTL per employee
      * paid for the period, and a TRL with the detail count and
      * hash totals of the gross and net amounts, so a reader can
      * prove it holds the complete file before paying from it.
      * Amounts on the DTL are the period's figures after
      * pro-rating; PCD-RATE-SAL/PCD-RATE-COMM are the full-period
      * rates from EMP they were worked from. PCD-TAX is the PAYG
      * withheld (TAXCALC), with the scale and basis it was worked
      * on (S scale, T top rate for no TFN, D top rate for no
      * declaration on file, X top rate for a declared scale with
      * no lines in force), and PCD-NET is what the payment file
      * pays. PCD-OTE is the period's ordinary time earnings and
      * PCD-SUPER the superannuation guarantee on them, after the
      * quarterly maximum contribution base; super is paid to the
      * fund by SUPERFILE on top of gross and does not touch net.
      * PCH-QTR-START is the first day of the quarter the period
      * end falls in - the quarter the super is counted against.
      *
      * Standing deductions (copy/DEDMAST.cpy) are totalled on the
      * DTL as PCD-PRETAX-DED (off before withholding) and
      * PCD-POSTTAX-DED (off the after-tax pay); PCD-NET is what is
      * left and is never below zero. Each deduction applied also
      * gets a DED record straight after its employee's DTL, with
      * the amount taken and any part not taken (PCX-SHORT)
      * because the pay would not cover it. Readers that only pay
      * from DTLs skip DED records; the TRL counts and hashes them
      * separately.
      *
      * Salary arrears RETROCALC has worked out for a backdated
      * salary change (copy/SALRETRO.cpy) are paid in the next pay
      * run on top of the period's pay: PCD-ARREARS is their total,
      * included in PCD-GROSS and PCD-OTE, and each change paid gets
      * an ARR record after the employee's DED records, with the
      * effective date, the rates and the periods it covers. The
      * TRL counts and hashes ARR records separately too.
      *
      * Approved overtime and allowance claims (copy/CLAIMS.cpy) are
      * paid the same way: PCD-CLAIMS is their total, included in
      * PCD-GROSS (and in PCD-OTE for claim types the allowance-rate
      * table marks as ordinary time earnings), and each claim paid
      * gets a CLM record after the employee's ARR records, with the
      * claim type and date, the hours claimed and the amount. The
      * TRL counts and hashes CLM records separately.
      *****************************************************************
       01  PAYCALC-REC                 PIC X(300).
       01  PAYCALC-HEADER-REC REDEFINES PAYCALC-REC.
           05  PCH-TAG                 PIC X(3).
           05  PCH-RUN-DATE            PIC 9(8).
           05  PCH-PERIOD-START        PIC 9(8).
           05  PCH-PERIOD-END          PIC 9(8).
           05  PCH-PERIOD-DAYS         PIC 9(3).
           05  PCH-QTR-START           PIC 9(8).
           05  FILLER                  PIC X(262).
       01  PAYCALC-DETAIL-REC REDEFINES PAYCALC-REC.
           05  PCD-TAG                 PIC X(3).
           05  PCD-EMPNO               PIC 9(4).
           05  PCD-NAME                PIC X(10).
           05  PCD-DEPTNO              PIC 9(4).
           05  PCD-STATUS              PIC X.
           05  PCD-HIREDATE            PIC 9(8).
           05  PCD-TERMDATE            PIC 9(8).
           05  PCD-PERIOD-DAYS         PIC 9(3).
           05  PCD-PAID-DAYS           PIC 9(3).
           05  PCD-LEAVE-DAYS          PIC 9(3).
           05  PCD-RATE-SAL            PIC 9(7)V99.
           05  PCD-RATE-COMM           PIC 9(7)V99.
           05  PCD-COMM-NULL           PIC X.
           05  PCD-SAL-PAID            PIC 9(7)V99.
           05  PCD-COMM-PAID           PIC 9(7)V99.
           05  PCD-GROSS               PIC 9(7)V99.
           05  PCD-NET                 PIC 9(7)V99.
           05  PCD-TAX                 PIC 9(7)V99.
           05  PCD-TAX-SCALE           PIC X(2).
           05  PCD-TAX-BASIS           PIC X.
           05  PCD-OTE                 PIC 9(7)V99.
           05  PCD-SUPER               PIC 9(7)V99.
           05  PCD-PRETAX-DED          PIC 9(7)V99.
           05  PCD-POSTTAX-DED         PIC 9(7)V99.
           05  PCD-ARREARS             PIC 9(7)V99.
           05  PCD-CLAIMS              PIC 9(7)V99.
           05  FILLER                  PIC X(132).
       01  PAYCALC-DEDUCTION-REC REDEFINES PAYCALC-REC.
           05  PCX-TAG                 PIC X(3).
           05  PCX-EMPNO               PIC 9(4).
           05  PCX-CODE                PIC X(6).
           05  PCX-PRE-TAX             PIC X.
           05  PCX-PAYEE               PIC X(10).
           05  PCX-AMOUNT              PIC 9(7)V99.
           05  PCX-SHORT               PIC 9(7)V99.
           05  FILLER                  PIC X(258).
       01  PAYCALC-ARREARS-REC REDEFINES PAYCALC-REC.
           05  PCA-TAG                 PIC X(3).
           05  PCA-EMPNO               PIC 9(4).
           05  PCA-EFF-DATE            PIC 9(8).
           05  PCA-APPLIED-DATE        PIC 9(8).
           05  PCA-PERIODS             PIC 9(3).
           05  PCA-OLD-SAL             PIC 9(7)V99.
           05  PCA-NEW-SAL             PIC 9(7)V99.
           05  PCA-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(247).
       01  PAYCALC-CLAIM-REC REDEFINES PAYCALC-REC.
           05  PCM-TAG                 PIC X(3).
           05  PCM-EMPNO               PIC 9(4).
           05  PCM-TYPE                PIC X(6).
           05  PCM-CLAIM-DATE          PIC 9(8).
           05  PCM-HOURS               PIC 9(3)V99.
           05  PCM-AMOUNT              PIC 9(7)V99.
           05  PCM-OTE                 PIC X.
           05  FILLER                  PIC X(264).
       01  PAYCALC-TRAILER-REC REDEFINES PAYCALC-REC.
           05  PCT-TAG                 PIC X(3).
           05  PCT-COUNT               PIC 9(9).
           05  PCT-GROSS-HASH          PIC 9(13)V99.
           05  PCT-NET-HASH            PIC 9(13)V99.
           05  PCT-TAX-HASH            PIC 9(13)V99.
           05  PCT-SUPER-HASH          PIC 9(13)V99.
           05  PCT-DED-COUNT           PIC 9(9).
           05  PCT-DED-HASH            PIC 9(13)V99.
           05  PCT-ARR-COUNT           PIC 9(9).
           05  PCT-ARR-HASH            PIC 9(13)V99.
           05  PCT-CLM-COUNT           PIC 9(9).
           05  PCT-CLM-HASH            PIC 9(13)V99.
           05  FILLER                  PIC X(156).
