      *****************************************************************
      * BANDCHKL - parameter area for the shared salary band check
      * subprogram BANDCHK. COPY into WORKING-STORAGE and CALL
      * "BANDCHK" USING BC-PARM.
      *
      * Each job code on JOBREF may carry a salary band - SALMIN,
      * SALMID and SALMAX, maintained in JOBMAINT - and the caller
      * fetches it alongside the job (NVL to zero, so a job with no
      * band comes back all zeros). "C" checks one salary against
      * it: set BC-MIN, BC-MID, BC-MAX and BC-SALARY, and for a
      * change to an existing salary also BC-OLD-SALARY with
      * BC-IS-CHANGE (leave BC-CHANGE-SWITCH "N" for a hire).
      *
      * BC-STATUS - BC-IN-BAND, BC-BELOW under the minimum, BC-ABOVE
      * over the maximum, BC-NO-BAND when the job has none. BC-COMPA
      * is the compa-ratio, the salary as a percentage of the
      * midpoint (zero with no band).
      *
      * BC-ACTION is what the caller does with it - BC-ALLOW, BC-WARN
      * (go ahead, but say so: interactive paths ask for a Y, batch
      * paths list it) or BC-REFUSE. Outside the band the answer is
      * SALBAND-ACTION's: WARN, or REFUSE (the default when unset).
      * A change that moves an out-of-band salary towards its band
      * is only ever warned - refusing it would keep the employee
      * further out.
      *****************************************************************
       01 BC-PARM.
           05 BC-FUNCTION            PIC X.
           05 BC-MIN                 PIC 9(7)V99.
           05 BC-MID                 PIC 9(7)V99.
           05 BC-MAX                 PIC 9(7)V99.
           05 BC-SALARY              PIC 9(7)V99.
           05 BC-OLD-SALARY          PIC 9(7)V99.
           05 BC-CHANGE-SWITCH       PIC X.
               88 BC-IS-CHANGE             VALUE "Y".
           05 BC-COMPA               PIC 9(3)V9.
           05 BC-STATUS              PIC X.
               88 BC-IN-BAND               VALUE "0".
               88 BC-BELOW                 VALUE "L".
               88 BC-ABOVE                 VALUE "H".
               88 BC-NO-BAND               VALUE "N".
               88 BC-FAILED                VALUE "8".
           05 BC-ACTION              PIC X.
               88 BC-ALLOW                 VALUE "A".
               88 BC-WARN                  VALUE "W".
               88 BC-REFUSE                VALUE "R".
