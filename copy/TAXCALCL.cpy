      *****************************************************************
      * TAXCALCL - parameter area for the shared PAYG withholding
      * subprogram TAXCALC. COPY into WORKING-STORAGE and CALL
      * "TAXCALC" USING TX-PARM.
      *
      * TX-FUNCTION "L" loads the tax-scale table named by
      * TAX-SCALE-FILE (default /tmp/tax_scales.dat): TX-OK when
      * usable scale lines were found, TX-FAILED when the file is
      * missing or empty. "V" verifies a scale code: set TX-SCALE
      * and TX-TFT-CLAIMED, TX-OK when that scale is on the table
      * at all, TX-NO-SCALE when it is not. "C" calculates one
      * period's withholding: set TX-SCALE, TX-TFT-CLAIMED,
      * TX-TFN-PROVIDED, TX-PAY-DATE (the scales in force on that
      * date are used, so next July's scales can be loaded ahead of
      * time), TX-PERIOD-DAYS and TX-GROSS; TX-WITHHELD comes back
      * with TX-BASIS saying how it was worked - S from the scale,
      * T at the top rate because no TFN is held, X at the top rate
      * because the declared scale has no lines in force. The top
      * rate is TAX-TOP-RATE (a percentage, default 47.00), also
      * returned in TX-TOP-RATE. The table is read once on the
      * first call and held for the rest of the run.
      *****************************************************************
       01 TX-PARM.
           05 TX-FUNCTION            PIC X.
           05 TX-SCALE               PIC X(2).
           05 TX-TFT-CLAIMED         PIC X.
           05 TX-TFN-PROVIDED        PIC X.
           05 TX-PAY-DATE            PIC 9(8).
           05 TX-PERIOD-DAYS         PIC 9(3).
           05 TX-GROSS               PIC 9(7)V99.
           05 TX-WITHHELD            PIC 9(7)V99.
           05 TX-TOP-RATE            PIC 9(2)V99.
           05 TX-BASIS               PIC X.
               88 TX-BASIS-SCALE           VALUE "S".
               88 TX-BASIS-NO-TFN          VALUE "T".
               88 TX-BASIS-NO-SCALE        VALUE "X".
           05 TX-STATUS              PIC X.
               88 TX-OK                    VALUE "0".
               88 TX-NO-SCALE              VALUE "N".
               88 TX-FAILED                VALUE "8".
