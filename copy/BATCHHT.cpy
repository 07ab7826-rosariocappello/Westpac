      *****************************************************************
      * BATCHHT - batch header and trailer control records carried
      * on the transaction files EMPUPDT, EMPMAINT and EMPLOAD
      * take in. COPY into the transaction file's FD after its own
      * record, so the three records share the 80-byte area; the
      * control records are told from transactions by their tag in
      * the EMPNO columns.
      *
      * The first line of the file is the header: the sending
      * system, its batch number (unique for that sender) and the
      * date the batch was made. The last is the trailer: the
      * number of lines between the two, the sum of the EMPNO
      * columns of those lines, and the sum of their money columns
      * in cents - the salary and commission on EMPUPDT and hire
      * lines, none on EMPMAINT. A column that is not numeric adds
      * nothing. BATCHCTL (copy/BATCHLK.cpy) proves the file
      * against its trailer before anything in it is applied.
      *
      *   HDR EMPSYNC   261015023020261015
      *   ... transactions ...
      *   TRL 0000000020000000015432000000001234500
      *****************************************************************
       01  BATCH-HEADER-REC.
           05  BHD-TAG                 PIC X(4).
               88  BHD-IS-HEADER             VALUE "HDR".
           05  BHD-SOURCE              PIC X(10).
           05  BHD-BATCH-NO            PIC X(10).
           05  BHD-CREATED             PIC X(8).
           05  FILLER                  PIC X(48).
       01  BATCH-TRAILER-REC.
           05  BTR-TAG                 PIC X(4).
               88  BTR-IS-TRAILER            VALUE "TRL".
           05  BTR-COUNT               PIC X(9).
           05  BTR-EMPNO-HASH          PIC X(13).
           05  BTR-AMOUNT-HASH         PIC X(15).
           05  FILLER                  PIC X(39).
