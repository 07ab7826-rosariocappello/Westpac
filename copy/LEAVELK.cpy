      *****************************************************************
      * LEAVELK - parameter area for the shared leave posting
      * subprogram LEAVEPST. COPY into WORKING-STORAGE and CALL
      * "LEAVEPST" USING LV-PARM.
      *
      * LV-FUNCTION "Q" returns LV-EMPNO's balances in
      * LV-ANNUAL-BAL and LV-PERSONAL-BAL (zero for a type never
      * posted), with the negative limit in LV-LIMIT. "T" posts
      * leave taken: set LV-EMPNO, LV-TYPE (A annual, P personal),
      * LV-LEAVE-DATE (the first day of the leave), LV-DAYS,
      * LV-SOURCE (the program posting) and LV-OPERATOR. LV-OK when
      * posted; LV-OVER-LIMIT when it would take the balance below
      * minus LV-LIMIT days, and nothing is posted; LV-INVALID for
      * a type that is not A or P or days that are not above zero.
      * "X" credits back leave taken and then cancelled, set as for
      * "T". After "T" or "X" LV-BALANCE is the type's balance
      * after the posting (or as it stands, when refused). LV-FAILED
      * when the balance master could not be opened or written. The
      * master and history are opened and closed on every call.
      *****************************************************************
       01 LV-PARM.
           05 LV-FUNCTION            PIC X.
           05 LV-EMPNO               PIC 9(4).
           05 LV-TYPE                PIC X.
           05 LV-LEAVE-DATE          PIC 9(8).
           05 LV-DAYS                PIC 9(3)V99.
           05 LV-SOURCE              PIC X(8).
           05 LV-OPERATOR            PIC X(10).
           05 LV-BALANCE             PIC S9(3)V99.
           05 LV-ANNUAL-BAL          PIC S9(3)V99.
           05 LV-PERSONAL-BAL        PIC S9(3)V99.
           05 LV-LIMIT               PIC 9(3)V99.
           05 LV-STATUS              PIC X.
               88 LV-OK                    VALUE "0".
               88 LV-OVER-LIMIT            VALUE "L".
               88 LV-INVALID               VALUE "I".
               88 LV-FAILED                VALUE "8".
