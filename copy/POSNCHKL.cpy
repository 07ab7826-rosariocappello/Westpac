      *****************************************************************
      * POSNCHKL - parameter area for the shared position control
      * check subprogram POSNCHK. COPY into WORKING-STORAGE and CALL
      * "POSNCHK" USING PC-PARM.
      *
      * POSITION holds the authorized headcount for each department
      * and job code - DEPTNO, JOBCODE, AUTHCOUNT, EFFFROM and EFFTO
      * (NULL while open-ended), with the Finance approval behind
      * the count in APPROVEDBY, APPROVALREF and APPROVEDDATE and
      * the operator who keyed it in KEYEDBY - maintained in
      * DEPTMAINT. A department and job is under position control
      * while a POSITION row is in effect today.
      *
      * The caller fetches, for the department and job the hire or
      * transfer lands in, the number of rows in effect and the sum
      * of their AUTHCOUNT, and the count of employees there now
      * who are not terminated; sets PC-AUTH-COUNT and
      * PC-FILLED-COUNT, PC-HAS-POSITION when any row is in effect,
      * and calls with "C" for one more body.
      *
      * PC-STATUS - PC-WITHIN when a vacancy is there to fill,
      * PC-OVER when the move would take the department past its
      * authorized count, PC-NO-POSITION when the job is not under
      * position control there (always allowed).
      *
      * PC-ACTION is what the caller does with it - PC-ALLOW,
      * PC-REFUSE, or PC-HOLD: put the hire or transfer on the held
      * queue (copy/POSHOLD.cpy) for POSAPPR instead of applying it.
      * Over the count the answer is POSITION-ACTION's: HOLD, or
      * REFUSE (the default when unset).
      *****************************************************************
       01 PC-PARM.
           05 PC-FUNCTION            PIC X.
           05 PC-POSITION-SWITCH     PIC X.
               88 PC-HAS-POSITION          VALUE "Y".
           05 PC-AUTH-COUNT          PIC 9(4).
           05 PC-FILLED-COUNT        PIC 9(4).
           05 PC-STATUS              PIC X.
               88 PC-WITHIN                VALUE "0".
               88 PC-OVER                  VALUE "X".
               88 PC-NO-POSITION           VALUE "N".
               88 PC-FAILED                VALUE "8".
           05 PC-ACTION              PIC X.
               88 PC-ALLOW                 VALUE "A".
               88 PC-HOLD                  VALUE "H".
               88 PC-REFUSE                VALUE "R".
