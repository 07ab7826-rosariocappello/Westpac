      *****************************************************************
      * BATCHREG - record layout for the batch register, one line
      * for every transaction batch BATCHCTL refused and every one
      * its program applied. BATCH-REGISTER names the register,
      * default /tmp/batch_register.dat; BATCHCTL appends to it and
      * reads it back to refuse a batch number already APPLIED by
      * the same program from the same source.
      *****************************************************************
       01  BATCHREG-REC.
           05  BRG-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  BRG-TIME                PIC 9(8).
           05  FILLER                  PIC X.
           05  BRG-PROGRAM             PIC X(8).
           05  FILLER                  PIC X.
           05  BRG-SOURCE              PIC X(10).
           05  FILLER                  PIC X.
           05  BRG-BATCH-NO            PIC X(10).
           05  FILLER                  PIC X.
           05  BRG-RESULT              PIC X(8).
               88  BRG-APPLIED               VALUE "APPLIED".
               88  BRG-REJECTED              VALUE "REJECTED".
           05  FILLER                  PIC X.
           05  BRG-LINES               PIC 9(9).
           05  FILLER                  PIC X.
           05  BRG-REASON              PIC X(40).
           05  FILLER                  PIC X.
           05  BRG-FILENAME            PIC X(120).
