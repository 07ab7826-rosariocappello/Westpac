      *****************************************************************
      * PROBDTLK - parameter area for the shared probation end date
      * subprogram PROBDATE. COPY into WORKING-STORAGE and CALL
      * "PROBDATE" USING PD-PARM.
      *
      * A new starter's probation runs a number of whole months from
      * HIREDATE: the job's PROBMONTHS on JOBREF (maintained in
      * JOBMAINT), or PROBATION-MONTHS (default 6) when the job has
      * none. The caller fetches PROBMONTHS with an indicator
      * alongside the job - set PD-MONTHS and PD-JOB-HAS-MONTHS when
      * it is not NULL - puts the hire date in PD-HIRE-DATE
      * (YYYYMMDD) and calls with "E".
      *
      * PD-END-DATE returns the end date (YYYYMMDD), the same day
      * of the month the months later, or the last day of that
      * month when it is shorter (hired 31 August on six months ends
      * 28 or 29 February). PD-STATUS - PD-OK, PD-NO-PROBATION when
      * the months come to zero (PD-END-DATE zero: the starter is
      * confirmed from the start), PD-FAILED for a bad call.
      *
      * EMP carries the outcome: PROBEND (DATE) and PROBSTATUS -
      * "P" on probation, "E" on an extended probation, "C"
      * confirmed - both NULL for anyone hired before probation was
      * tracked or hired with none. PROBMAINT confirms or extends;
      * PROBRPT lists what is ending and what has run past its end
      * date unactioned.
      *****************************************************************
       01 PD-PARM.
           05 PD-FUNCTION            PIC X.
           05 PD-HIRE-DATE           PIC 9(8).
           05 PD-MONTHS-SWITCH       PIC X.
               88 PD-JOB-HAS-MONTHS        VALUE "Y".
           05 PD-MONTHS              PIC 9(2).
           05 PD-END-DATE            PIC 9(8).
           05 PD-STATUS              PIC X.
               88 PD-OK                    VALUE "0".
               88 PD-NO-PROBATION          VALUE "N".
               88 PD-FAILED                VALUE "8".
