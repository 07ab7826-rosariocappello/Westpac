      *****************************************************************
      * FINALLK - parameter area for the shared final-pay register
      * subprogram FINALREG. COPY into WORKING-STORAGE and CALL
      * "FINALREG" USING FP-PARM.
      *
      * FP-FUNCTION "A" enters a termination just committed on the
      * final-pay register (copy/FINALPAY.cpy) for FINALCALC to work
      * out: set FP-EMPNO, FP-TERM-DATE, FP-REASON (TERMREASON as
      * set), FP-SOURCE (the program terminating) and FP-OPERATOR.
      * "X" cancels every unpaid entry of FP-EMPNO - the rehire of
      * a leaver before their final pay went out. The register is
      * opened and closed on every call. FP-OK when done, FP-FAILED
      * when the register could not be written - the termination
      * stands either way, so the caller says so and payroll enters
      * the final pay by hand.
      *****************************************************************
       01 FP-PARM.
           05 FP-FUNCTION            PIC X.
           05 FP-EMPNO               PIC 9(4).
           05 FP-TERM-DATE           PIC 9(8).
           05 FP-REASON              PIC X(30).
           05 FP-SOURCE              PIC X(8).
           05 FP-OPERATOR            PIC X(10).
           05 FP-STATUS              PIC X.
               88 FP-OK                    VALUE "0".
               88 FP-FAILED                VALUE "8".
