      *****************************************************************
      * TAXDECL - record layout for the employee tax declaration
      * master maintained by TAXMAINT and read by PAYCALC for each
      * pay period's withholding. COPY inside the FD for the
      * declaration file in each program.
      *
      * One record per employee, keyed on TAXD-EMPNO: the tax scale
      * the employee declared (a code on the tax-scale table TAXCALC
      * loads), whether the tax-free threshold is claimed from this
      * payer, and whether a TFN has been provided. An employee with
      * no record, or with TAXD-TFN-PROVIDED "N", is withheld at the
      * top rate and listed on PAYCALC's exception page.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY TAXD-EMPNO. TAX-DECL-FILE names the master;
      * it defaults to /tmp/tax_decl.dat when unset.
      *****************************************************************
       01  TAX-DECL-REC.
           05  TAXD-EMPNO              PIC 9(4).
           05  TAXD-SCALE              PIC X(2).
           05  TAXD-TFT-CLAIMED        PIC X.
               88  TAXD-TFT-YES            VALUE "Y".
           05  TAXD-TFN-PROVIDED       PIC X.
               88  TAXD-TFN-YES            VALUE "Y".
           05  TAXD-DECL-DATE          PIC 9(8).
           05  TAXD-CHANGED-BY         PIC X(10).
           05  FILLER                  PIC X(54).
