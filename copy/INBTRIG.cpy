      *****************************************************************
      * INBTRIG - the sender's trigger record for an inbound feed
      * (see copy/INBFEED.cpy): record count, a space, byte count.
      *****************************************************************
       01  TRIGGER-REC.
           05  TRG-RECORDS             PIC X(9).
           05  FILLER                  PIC X.
           05  TRG-BYTES               PIC X(12).
           05  FILLER                  PIC X(58).
