      *****************************************************************
      * PERIODLK - parameter area for the shared period status
      * lookup PERIODCHK. COPY into WORKING-STORAGE and CALL
      * "PERIODCHK" USING PQ-PARM.
      *
      * PQ-FUNCTION "Q" asks for the status of PQ-PERIOD (YYYYMM)
      * on the period control file (copy/PERIODS.cpy): PQ-STATUS
      * comes back OPEN, CLOSING or CLOSED, with PQ-CLOSED-BY and
      * PQ-CLOSED-DATE filled for a closed period. A month with no
      * record, or no period file at all, is OPEN. The file is
      * opened and closed on every call. PQ-OK when answered,
      * PQ-FAILED when the file could not be read - a caller that
      * must not touch a closed period treats that as closed.
      *****************************************************************
       01 PQ-PARM.
           05 PQ-FUNCTION            PIC X.
           05 PQ-PERIOD              PIC 9(6).
           05 PQ-STATUS              PIC X(8).
               88 PQ-PERIOD-OPEN           VALUE "OPEN".
               88 PQ-PERIOD-CLOSING        VALUE "CLOSING".
               88 PQ-PERIOD-CLOSED         VALUE "CLOSED".
           05 PQ-CLOSED-BY           PIC X(10).
           05 PQ-CLOSED-DATE         PIC 9(8).
           05 PQ-RESULT              PIC X.
               88 PQ-OK                    VALUE "0".
               88 PQ-FAILED                VALUE "8".
