      *****************************************************************
      * BATCHLK - parameter area for the batch control subprogram
      * BATCHCTL. COPY into WORKING-STORAGE and CALL "BATCHCTL"
      * USING BX-PARM.
      *
      * BX-FUNCTION "P" proves the transaction file named in
      * BX-FILENAME before the caller applies any of it: a header
      * first (copy/BATCHHT.cpy), a trailer last, and the trailer's
      * line count, EMPNO hash and money hash equal to the lines
      * between. BX-AMOUNT-COUNT (0-2) and BX-AMOUNT-POS give the
      * columns where each line's 9(7)V99 money fields start. A
      * batch number BX-PROGRAM has already applied from the same
      * source is refused. BX-OK with BX-SOURCE, BX-BATCH-NO,
      * BX-CREATED and BX-LINE-COUNT filled in; BX-REJECTED with
      * BX-REASON when the batch must not be applied (the refusal
      * is entered on the batch register); BX-FAILED when the file
      * or the register could not be read.
      *
      * BX-FUNCTION "R", after the caller has applied the batch
      * proven by the last "P", enters it on the register as
      * APPLIED so it cannot be applied twice. BATCH-REGISTER names
      * the register, default /tmp/batch_register.dat.
      *****************************************************************
       01 BX-PARM.
           05 BX-FUNCTION            PIC X.
           05 BX-PROGRAM             PIC X(8).
           05 BX-FILENAME            PIC X(256).
           05 BX-AMOUNT-COUNT        PIC 9.
           05 BX-AMOUNT-POS          PIC 9(2) OCCURS 2.
           05 BX-SOURCE              PIC X(10).
           05 BX-BATCH-NO            PIC X(10).
           05 BX-CREATED             PIC X(8).
           05 BX-LINE-COUNT          PIC 9(9).
           05 BX-REASON              PIC X(40).
           05 BX-STATUS              PIC X.
               88 BX-OK                    VALUE "0".
               88 BX-REJECTED              VALUE "8".
               88 BX-FAILED                VALUE "9".
