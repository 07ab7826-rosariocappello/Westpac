      *****************************************************************
      * OUTREGLK - parameter area for the outbound register
      * subprogram OUTREGST. COPY into WORKING-STORAGE and CALL
      * "OUTREGST" USING OX-PARM once the outbound file is closed.
      *
      * OX-FUNCTION "R" registers a transmission (copy/OUTREG.cpy):
      * OX-PRODUCER the program, OX-RECEIVER who it goes to,
      * OX-FILENAME the file, OX-RECORDS and OX-CONTROL-TOTAL the
      * figures on its trailer. The entry is keyed on the producer
      * and the time of the call and starts SENT, due back within
      * the receiver's SLA - OUTBOUND-SLA-<receiver> in hours, else
      * OUTBOUND-SLA-HOURS, else 24. A producer that proves the
      * delivery itself sets OX-STATUS ACCEPTED or REJECTED (with
      * OX-REASON) instead of leaving it spaces. OX-OK when the
      * register was written, OX-FAILED when it could not be - the
      * producer says so, but the file it wrote stands.
      *****************************************************************
       01 OX-PARM.
           05 OX-FUNCTION            PIC X.
           05 OX-PRODUCER            PIC X(8).
           05 OX-RECEIVER            PIC X(10).
           05 OX-FILENAME            PIC X(120).
           05 OX-RECORDS             PIC 9(9).
           05 OX-CONTROL-TOTAL       PIC 9(13)V99.
           05 OX-STATUS              PIC X(8).
           05 OX-REASON              PIC X(40).
           05 OX-RESULT              PIC X.
               88 OX-OK                    VALUE "0".
               88 OX-FAILED                VALUE "8".
