      *****************************************************************
      * PERFREV - record layout for the performance review file: one
      * record per review cycle per employee, keyed on PRV-KEY.
      *
      * A cycle is opened in REVMAINT before any rating can go in:
      * that writes the cycle's header record - PRV-EMPNO zero, the
      * PRV-CYCLE-INFO view - with the dates it runs between and
      * PRV-CYC-STATUS "O". Closing it ("C") freezes its ratings.
      *
      * Every other record is one employee's rating for the cycle:
      * PRV-RATING 1 (lowest) to 5 (highest), the reviewer who gave
      * it and the date they signed it off. The reviewer must be the
      * employee's MGR or someone above them in the MGR chain - the
      * chain ORGCHART walks - as it stood when the rating was keyed.
      * Ratings come in through REVLOAD (the managers' batch) and
      * REVMAINT (corrections); REVCALIB reports the distribution
      * against the target curve and who is still unrated.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY PRV-KEY. PERF-REVIEW-FILE names the file; it
      * defaults to /tmp/perf_review.dat when unset.
      *****************************************************************
       01  PERF-REVIEW-REC.
           05  PRV-KEY.
               10  PRV-CYCLE           PIC X(6).
               10  PRV-EMPNO           PIC 9(4).
                   88  PRV-CYCLE-HEADER        VALUE ZERO.
           05  PRV-RATING-INFO.
               10  PRV-RATING          PIC 9.
                   88  PRV-RATING-VALID        VALUE 1 THRU 5.
               10  PRV-REVIEWER        PIC 9(4).
               10  PRV-SIGNOFF-DATE    PIC 9(8).
               10  PRV-SOURCE          PIC X.
                   88  PRV-FROM-LOAD           VALUE "L".
                   88  PRV-FROM-MAINT          VALUE "M".
               10  FILLER              PIC X(13).
           05  PRV-CYCLE-INFO REDEFINES PRV-RATING-INFO.
               10  PRV-CYC-OPEN-DATE   PIC 9(8).
               10  PRV-CYC-CLOSE-DATE  PIC 9(8).
               10  PRV-CYC-STATUS      PIC X.
                   88  PRV-CYC-OPEN            VALUE "O".
                   88  PRV-CYC-CLOSED          VALUE "C".
               10  FILLER              PIC X(10).
           05  PRV-CHANGED-DATE        PIC 9(8).
           05  PRV-CHANGED-BY          PIC X(10).
           05  FILLER                  PIC X(30).
