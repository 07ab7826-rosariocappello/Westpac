      *****************************************************************
      * PAYHOLD - release-control record for the payment file. PAYVAR
      * writes it HELD when it has compared a new payment file with
      * the last run released; PAYREL marks it RELEASED when an
      * UPDATE-class operator has signed off the variance report,
      * and only then copies the payment file (and the ABA file, if
      * the run wrote one) to the released names the bank transfer
      * collects from. COPY inside the FD of the release-control
      * file (PAY-HOLD-FILE, a one-record line sequential file
      * defaulting to /tmp/pay_hold.dat when unset).
      *
      * PRH-PAY-COUNT and PRH-PAY-HASH are the payment file's
      * trailer figures as PAYVAR proved them - PAYREL proves the
      * file again at sign-off and refuses it if either has moved,
      * so the file released is the file reviewed. PRH-EXCEPTIONS
      * counts the lines on the variance report; PRH-REPORT names
      * where the report was filed. PRH-PERIOD-END is the pay period
      * the payment file pays (PRH-PERIOD-START its first day), from
      * its header; PAYREL enters it on the pay-run register
      * (copy/PAYRUNS.cpy) at release.
      *****************************************************************
       01  PAY-HOLD-REC.
           05  PRH-STATUS              PIC X(8).
               88  PRH-HELD                    VALUE "HELD".
               88  PRH-RELEASED                VALUE "RELEASED".
           05  PRH-PAY-DATE            PIC 9(8).
           05  PRH-PAY-COUNT           PIC 9(9).
           05  PRH-PAY-HASH            PIC 9(13)V99.
           05  PRH-ABA-SWITCH          PIC X.
               88  PRH-ABA-WRITTEN             VALUE "Y".
           05  PRH-EXCEPTIONS          PIC 9(5).
           05  PRH-THRESHOLD           PIC 9(3).
           05  PRH-REVIEW-DATE         PIC 9(8).
           05  PRH-REVIEW-TIME         PIC 9(8).
           05  PRH-SIGNED-BY           PIC X(10).
           05  PRH-SIGNED-DATE         PIC 9(8).
           05  PRH-SIGNED-TIME         PIC 9(8).
           05  PRH-REPORT              PIC X(120).
           05  PRH-PERIOD-END          PIC 9(8).
           05  PRH-PERIOD-START        PIC 9(8).
           05  FILLER                  PIC X(23).
