      *****************************************************************
      * CLAIMS - the overtime and allowance claims register. CLMLOAD
      * enters every claim line a manager submits, valued against
      * the allowance-rate table at the claimant's rate on the day
      * it was loaded: SUBMITTED when it passed every edit, REJECTED
      * (with CLM-REJECT-REASON) when it did not. CLMAPPR is the
      * approval step - a SUBMITTED claim becomes APPROVED or
      * REJECTED there, with who decided it and when.
      *
      * PAYCALC pays APPROVED claims in the next pay run as a
      * separate claims line (in gross, and in OTE when CLM-OTE is
      * "Y") and stamps CLM-PAY-PERIOD-END with the period paying
      * them; PAYREL marks the claim PAID when that run is released.
      * GLPOST posts PAID claims to their own GL lines and stamps
      * CLM-GL-PERIOD so a claim is posted once. CLMEXC lists
      * REJECTED claims back to the submitting manager's department
      * (CLM-APPR-DEPT) and stamps CLM-NOTIFIED-DATE.
      *
      * CLM-BASIS is the allowance-rate basis the claim was valued
      * on: M hours at a multiple of the ordinary hourly rate, H
      * hours at a flat hourly rate, A a claimed amount. CLM-RATE
      * is the multiple or hourly rate used (zero on A).
      *
      * Indexed on CLM-KEY - employee, then the load run and its
      * line - so each employee's claims read together. Declare the
      * SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC and RECORD
      * KEY CLM-KEY. CLAIMS-FILE names the file; it defaults to
      * /tmp/claims.dat when unset.
      *****************************************************************
       01  CLAIM-REC.
           05  CLM-KEY.
               10  CLM-EMPNO           PIC 9(4).
               10  CLM-LOAD-DATE       PIC 9(8).
               10  CLM-LOAD-TIME       PIC 9(8).
               10  CLM-LINE-NO         PIC 9(5).
           05  CLM-NAME                PIC X(10).
           05  CLM-DEPTNO              PIC 9(4).
           05  CLM-TYPE                PIC X(6).
           05  CLM-CLAIM-DATE          PIC 9(8).
           05  CLM-BASIS               PIC X.
               88  CLM-BASIS-MULTIPLE          VALUE "M".
               88  CLM-BASIS-HOURLY            VALUE "H".
               88  CLM-BASIS-AMOUNT            VALUE "A".
           05  CLM-HOURS               PIC 9(3)V99.
           05  CLM-CLAIMED             PIC 9(7)V99.
           05  CLM-RATE                PIC 9(4)V9(4).
           05  CLM-AMOUNT              PIC 9(7)V99.
           05  CLM-OTE                 PIC X.
               88  CLM-IS-OTE                  VALUE "Y".
           05  CLM-APPROVER            PIC 9(4).
           05  CLM-APPR-DEPT           PIC 9(4).
           05  CLM-STATUS              PIC X.
               88  CLM-SUBMITTED               VALUE "S".
               88  CLM-APPROVED                VALUE "A".
               88  CLM-REJECTED                VALUE "R".
               88  CLM-PAID                    VALUE "P".
           05  CLM-REVIEWED-BY         PIC X(10).
           05  CLM-REVIEWED-DATE       PIC 9(8).
           05  CLM-REJECT-REASON       PIC X(40).
           05  CLM-NOTIFIED-DATE       PIC 9(8).
           05  CLM-PAY-PERIOD-END      PIC 9(8).
           05  CLM-GL-PERIOD           PIC X(6).
           05  FILLER                  PIC X(30).
