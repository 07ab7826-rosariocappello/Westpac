      *****************************************************************
      * FINALPAY - the final-pay register, one entry for every
      * termination. TERMINATE-EMPLOYEE in LOGON and the termination
      * transaction of EMPLOAD enter the leaver here through the
      * shared FINALREG subprogram at the moment STATUS goes to 'T';
      * the regular pay run (PAYCALC) then leaves them alone and
      * they are paid through the off-cycle final-pay run instead.
      *
      * FINALCALC works out each open entry: salary from the day
      * after the last released pay period to TERMDATE, unused
      * annual leave, notice in lieu and redundancy pay, as the
      * reason for leaving decides (FPY-REASON-CLASS - R resignation
      * or retirement, D redundancy, M dismissal with notice, S
      * summary dismissal, U a reason not recognised, paid as a
      * resignation until payroll corrects TERMREASON), plus any
      * backdated salary arrears still unpaid. The entry becomes
      * CALCULATED and is listed on the final-pay register for
      * review. FINALREL signs the register off, writes the
      * off-cycle payment file and marks each entry PAID. A rehire
      * before payment CANCELS the entry.
      *
      * FPY-DUE-DATE is the day final pay is legally due by -
      * TERMDATE plus FINAL-PAY-DUE-DAYS (default 7). FPY-OVERPAID
      * is salary already paid by a released run for days after
      * TERMDATE, left to payroll to recover by arrangement.
      *
      * Indexed on FPY-KEY - employee and TERMDATE. Declare the
      * SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC and RECORD
      * KEY FPY-KEY. FINAL-PAY-FILE names the file; it defaults to
      * /tmp/final_pay.dat when unset.
      *****************************************************************
       01  FINAL-PAY-REC.
           05  FPY-KEY.
               10  FPY-EMPNO           PIC 9(4).
               10  FPY-TERM-DATE       PIC 9(8).
           05  FPY-REASON              PIC X(30).
           05  FPY-SOURCE              PIC X(8).
           05  FPY-OPERATOR            PIC X(10).
           05  FPY-ADDED-DATE          PIC 9(8).
           05  FPY-ADDED-TIME          PIC 9(8).
           05  FPY-DUE-DATE            PIC 9(8).
           05  FPY-STATUS              PIC X.
               88  FPY-OPEN                    VALUE "O".
               88  FPY-CALCULATED              VALUE "C".
               88  FPY-PAID                    VALUE "P".
               88  FPY-CANCELLED               VALUE "X".
           05  FPY-NAME                PIC X(10).
           05  FPY-DEPTNO              PIC 9(4).
           05  FPY-HIRE-DATE           PIC 9(8).
           05  FPY-REASON-CLASS        PIC X.
               88  FPY-RESIGNATION             VALUE "R".
               88  FPY-REDUNDANCY              VALUE "D".
               88  FPY-DISMISSAL               VALUE "M".
               88  FPY-SUMMARY-DISMISSAL       VALUE "S".
               88  FPY-UNRECOGNISED            VALUE "U".
           05  FPY-SERVICE-YEARS       PIC 9(2).
           05  FPY-RATE-SAL            PIC 9(7)V99.
           05  FPY-FROM-DATE           PIC 9(8).
           05  FPY-SAL-DAYS            PIC 9(3).
           05  FPY-SALARY              PIC 9(7)V99.
           05  FPY-OVERPAID            PIC 9(7)V99.
           05  FPY-LEAVE-DAYS          PIC 9(3)V99.
           05  FPY-LEAVE-PAY           PIC 9(7)V99.
           05  FPY-NOTICE-WEEKS        PIC 9(2).
           05  FPY-NOTICE-PAY          PIC 9(7)V99.
           05  FPY-REDUND-WEEKS        PIC 9(2).
           05  FPY-REDUND-PAY          PIC 9(7)V99.
           05  FPY-ARREARS             PIC 9(7)V99.
           05  FPY-GROSS               PIC 9(7)V99.
           05  FPY-TAXABLE             PIC 9(7)V99.
           05  FPY-TAX                 PIC 9(7)V99.
           05  FPY-TAX-SCALE           PIC X(2).
           05  FPY-NET                 PIC 9(7)V99.
           05  FPY-OTE                 PIC 9(7)V99.
           05  FPY-CALC-DATE           PIC 9(8).
           05  FPY-PAID-DATE           PIC 9(8).
           05  FPY-PAID-BY             PIC X(10).
           05  FILLER                  PIC X(40).
