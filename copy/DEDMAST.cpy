      *****************************************************************
      * DEDMAST - record layout for the standing deductions master
      * maintained by DEDMAINT and applied by PAYCALC in every pay
      * run. COPY inside the FD for the deductions file in each
      * program.
      *
      * One record per employee per deduction code (salary
      * sacrifice, union dues and the like), keyed on DED-KEY. A
      * deduction is a fixed amount per pay period (DED-CALC-TYPE
      * "A") or a percentage of the period's gross pay ("P", with
      * DED-VALUE holding the percentage). It is active for any
      * pay period that overlaps DED-START-DATE to DED-END-DATE;
      * a zero end date means it runs until ended. Pre-tax
      * deductions (DED-PRE-TAX "Y") come off before withholding
      * is worked; the rest come off the after-tax pay. DED-PAYEE
      * is who the money is remitted to.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY DED-KEY. DEDUCTION-FILE names the master; it
      * defaults to /tmp/deductions.dat when unset.
      *****************************************************************
       01  DEDUCTION-REC.
           05  DED-KEY.
               10  DED-EMPNO           PIC 9(4).
               10  DED-CODE            PIC X(6).
           05  DED-CALC-TYPE           PIC X.
               88  DED-FIXED-AMOUNT        VALUE "A".
               88  DED-PERCENT-OF-GROSS    VALUE "P".
           05  DED-VALUE               PIC 9(7)V99.
           05  DED-START-DATE          PIC 9(8).
           05  DED-END-DATE            PIC 9(8).
           05  DED-PRE-TAX             PIC X.
               88  DED-IS-PRE-TAX          VALUE "Y".
           05  DED-PAYEE               PIC X(10).
           05  DED-CHANGED-DATE        PIC 9(8).
           05  DED-CHANGED-BY          PIC X(10).
           05  FILLER                  PIC X(15).
