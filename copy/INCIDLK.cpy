      *****************************************************************
      * INCIDLK - parameter area for the shared incident manager
      * INCIDMGR. COPY into WORKING-STORAGE and CALL "INCIDMGR"
      * USING IC-PARM.
      *
      * IC-FUNCTION "R" raises an incident: IC-SOURCE the program
      * that detected it, IC-SEVERITY CRITICAL, MAJOR or MINOR
      * (MAJOR when left blank), IC-PGM the program the failure
      * belongs to, IC-SUMMARY one line for the ticket, IC-KEY the
      * correlation key naming the condition (e.g. NIGHTRUN:PAYCALC)
      * and IC-EVIDENCE where to look - an incident bundle, report
      * or log name. A RAISE record goes to the outbound incident
      * queue the service desk collects (copy/INCIDREC.cpy) and the
      * incident is held open under its key (copy/INCOPEN.cpy); a
      * repeat while it is still open is counted, not sent again.
      * IC-FUNCTION "C" says the condition has recovered: when an
      * incident is open under IC-KEY a CLEAR record goes out with
      * its incident number and the incident is closed - IC-SUMMARY
      * and IC-EVIDENCE, if given, describe the recovery. Clearing
      * a key with nothing open does nothing, so callers may clear
      * on every good outcome.
      *
      * IC-INCIDENT-ID returns the incident number raised, repeated
      * or cleared. IC-RESULT says what happened; the caller's own
      * processing goes on whatever it says.
      *****************************************************************
       01 IC-PARM.
           05 IC-FUNCTION            PIC X.
           05 IC-SOURCE              PIC X(10).
           05 IC-SEVERITY            PIC X(8).
           05 IC-PGM                 PIC X(20).
           05 IC-SUMMARY             PIC X(80).
           05 IC-KEY                 PIC X(40).
           05 IC-EVIDENCE            PIC X(120).
           05 IC-INCIDENT-ID         PIC X(20).
           05 IC-RESULT              PIC X.
               88 IC-RAISED                VALUE "R".
               88 IC-REPEATED              VALUE "D".
               88 IC-CLEARED               VALUE "C".
               88 IC-NOT-OPEN              VALUE "N".
               88 IC-FAILED                VALUE "8".
