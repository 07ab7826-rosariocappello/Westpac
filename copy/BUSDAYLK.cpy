      *****************************************************************
      * BUSDAYLK - parameter area for the shared business-day
      * subprogram BUSDAY, which answers calendar questions against
      * the public holiday calendar (copy/BUSCAL.cpy). COPY into
      * WORKING-STORAGE and CALL "BUSDAY" USING BD-PARM.
      *
      * Put the date in BD-DATE-IN (YYYYMMDD) and the state in
      * BD-STATE; spaces mean the BUSINESS-STATE setting, and when
      * that is unset too only national ("ALL") holidays count.
      * BD-FUNCTION says what is asked:
      *   "B"  is BD-DATE-IN a business day
      *   "N"  the first business day after BD-DATE-IN
      *   "P"  the last business day before BD-DATE-IN
      *   "R"  BD-DATE-IN rolled back - itself when it is a business
      *        day, otherwise the last business day before it
      *   "M"  is BD-DATE-IN the last business day of its month
      *   "Q"  is BD-DATE-IN the last business day of a quarter
      *        (March, June, September, December)
      * BD-ANSWER comes back "Y" or "N" for B, M and Q; BD-DATE-OUT
      * carries the date for N, P and R (and BD-DATE-IN for the
      * others). BD-HOLIDAY-NAME names the holiday when BD-DATE-IN
      * is one. BD-STATUS is the verdict: a bad date is refused.
      * No calendar file at all means weekends only, said once on
      * the console; a calendar that is there but cannot be read
      * fails the call rather than quietly treating every weekday
      * as a business day.
      *****************************************************************
       01 BD-PARM.
           05 BD-FUNCTION            PIC X.
           05 BD-DATE-IN             PIC 9(8).
           05 BD-STATE               PIC X(3).
           05 BD-DATE-OUT            PIC 9(8).
           05 BD-ANSWER              PIC X.
               88 BD-YES                   VALUE "Y".
               88 BD-NO                    VALUE "N".
           05 BD-HOLIDAY-NAME        PIC X(40).
           05 BD-STATUS              PIC X.
               88 BD-OK                    VALUE "0".
               88 BD-BAD-DATE              VALUE "D".
               88 BD-BAD-FUNCTION          VALUE "F".
               88 BD-FAILED                VALUE "8".
