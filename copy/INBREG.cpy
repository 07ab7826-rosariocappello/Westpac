      *****************************************************************
      * INBREG - record layout for the inbound register, one line
      * for every file INBCTL received, rejected or waited for in
      * vain. INBOUND-REGISTER names the register, default
      * /tmp/inbound_register.dat; INBCTL appends to it and reads it
      * back to refuse a file whose content it has already
      * accepted.
      *
      * IRG-HASH is the file's content hash - the rolling hash the
      * maintenance journal seals its lines with, taken over every
      * line of the file in turn - and IRG-RECORDS / IRG-BYTES the
      * counts as found. IRG-STAGED is where an accepted file went
      * for its consuming step; a rejected file is set aside in the
      * same dated staging directory under a .rejected name.
      *****************************************************************
       01  INBREG-REC.
           05  IRG-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  IRG-TIME                PIC 9(8).
           05  FILLER                  PIC X.
           05  IRG-FEED                PIC X(10).
           05  FILLER                  PIC X.
           05  IRG-RESULT              PIC X(8).
               88  IRG-ACCEPTED              VALUE "ACCEPTED".
               88  IRG-REJECTED              VALUE "REJECTED".
               88  IRG-MISSING               VALUE "MISSING".
           05  FILLER                  PIC X.
           05  IRG-RECORDS             PIC 9(9).
           05  FILLER                  PIC X.
           05  IRG-BYTES               PIC 9(12).
           05  FILLER                  PIC X.
           05  IRG-HASH                PIC 9(9).
           05  FILLER                  PIC X.
           05  IRG-REASON              PIC X(30).
           05  FILLER                  PIC X.
           05  IRG-LANDING             PIC X(120).
           05  FILLER                  PIC X.
           05  IRG-STAGED              PIC X(120).
