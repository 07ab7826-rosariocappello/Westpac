      *****************************************************************
      * OUTREG - record layout for the outbound transmission
      * register, one record for every file (or replication) that
      * leaves the system. The producing program registers it
      * through OUTREGST (copy/OUTREGLK.cpy) as it finishes, with
      * the record count and control total from the trailer it
      * wrote; OUTACK matches the receivers' acknowledgements to it
      * and marks what is overdue.
      *
      * OTX-STATUS runs SENT, then ACCEPTED or REJECTED when the
      * receiver answers; a SENT entry still unanswered at
      * OTX-DUE-DATE / OTX-DUE-TIME (sent time plus the receiver's
      * SLA) becomes OVERDUE, and an acknowledgement arriving late
      * still settles it.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY OTX-KEY. OUTBOUND-REGISTER-FILE names the
      * file; it defaults to /tmp/outbound_reg.dat when unset.
      *****************************************************************
       01  OUTREG-REC.
           05  OTX-KEY.
               10  OTX-PRODUCER        PIC X(8).
               10  OTX-SENT-DATE       PIC 9(8).
               10  OTX-SENT-TIME       PIC 9(8).
           05  OTX-RECEIVER            PIC X(10).
           05  OTX-FILENAME            PIC X(120).
           05  OTX-RECORDS             PIC 9(9).
           05  OTX-CONTROL-TOTAL       PIC 9(13)V99.
           05  OTX-SLA-HOURS           PIC 9(3).
           05  OTX-DUE-DATE            PIC 9(8).
           05  OTX-DUE-TIME            PIC 9(4).
           05  OTX-STATUS              PIC X(8).
               88  OTX-SENT                  VALUE "SENT".
               88  OTX-ACCEPTED              VALUE "ACCEPTED".
               88  OTX-REJECTED              VALUE "REJECTED".
               88  OTX-OVERDUE               VALUE "OVERDUE".
           05  OTX-ACK-DATE            PIC 9(8).
           05  OTX-ACK-TIME            PIC 9(8).
           05  OTX-ACK-REF             PIC X(20).
           05  OTX-ACK-REASON          PIC X(40).
           05  FILLER                  PIC X(20).
