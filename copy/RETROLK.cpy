      *****************************************************************
      * RETROLK - parameter area for the shared backdated salary
      * change subprogram RETROREG. COPY into WORKING-STORAGE and
      * CALL "RETROREG" USING RT-PARM.
      *
      * RT-FUNCTION "M" returns in RT-MIN-DATE the earliest
      * effective date a salary change may be backdated to today,
      * and in RT-LIMIT-DAYS the number of days that is. The limit
      * comes from SAL-RETRO-LIMIT-DAYS and defaults to 90; 0 turns
      * backdating off, so RT-MIN-DATE comes back as today.
      *
      * "A" enters one applied backdated change on the register
      * (copy/SALRETRO.cpy) for RETROCALC to work the arrears of:
      * set RT-EMPNO, RT-EFF-DATE, RT-OLD-SAL, RT-NEW-SAL, RT-SOURCE
      * (the program applying it) and RT-OPERATOR. The register is
      * opened and closed on every call, so a program holding it
      * open elsewhere is not disturbed. RT-OK when entered,
      * RT-FAILED when the register could not be written - the
      * salary change itself stands either way, so the caller says
      * so and payroll enters the arrears by hand.
      *****************************************************************
       01 RT-PARM.
           05 RT-FUNCTION            PIC X.
           05 RT-EMPNO               PIC 9(4).
           05 RT-EFF-DATE            PIC 9(8).
           05 RT-OLD-SAL             PIC 9(7)V99.
           05 RT-NEW-SAL             PIC 9(7)V99.
           05 RT-SOURCE              PIC X(8).
           05 RT-OPERATOR            PIC X(10).
           05 RT-MIN-DATE            PIC 9(8).
           05 RT-LIMIT-DAYS          PIC 9(3).
           05 RT-STATUS              PIC X.
               88 RT-OK                    VALUE "0".
               88 RT-FAILED                VALUE "8".
