      *****************************************************************
      * INCOPEN - record layout for the open-incident register
      * INCIDMGR keeps, one record for every incident raised and not
      * yet cleared, keyed on the caller's correlation key. A raise
      * finding its key here is a repeat: IO-REPEATS and the
      * IO-LAST- stamp move on and nothing new is sent. A clear
      * finding its key sends the CLEAR and deletes the record.
      *
      * One control record, under the reserved key
      * *INCIDENT-SEQUENCE*, holds the last incident number issued
      * (INCOPEN-CONTROL-REC), so every incident number is unique
      * however many are raised in the same moment.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY IO-KEY. INCIDENT-OPEN-FILE names the file; it
      * defaults to /tmp/incident_open.dat when unset.
      *****************************************************************
       01  INCOPEN-REC.
           05  IO-KEY                  PIC X(40).
           05  IO-INCIDENT-ID          PIC X(20).
           05  IO-SOURCE               PIC X(10).
           05  IO-SEVERITY             PIC X(8).
           05  IO-PGM                  PIC X(20).
           05  IO-SUMMARY              PIC X(80).
           05  IO-EVIDENCE             PIC X(120).
           05  IO-RAISED-DATE          PIC 9(8).
           05  IO-RAISED-TIME          PIC 9(8).
           05  IO-LAST-DATE            PIC 9(8).
           05  IO-LAST-TIME            PIC 9(8).
           05  IO-REPEATS              PIC 9(5).
           05  FILLER                  PIC X(20).
       01  INCOPEN-CONTROL-REC.
           05  IOC-KEY                 PIC X(40).
           05  IOC-LAST-SEQ            PIC 9(8).
           05  FILLER                  PIC X(307).
