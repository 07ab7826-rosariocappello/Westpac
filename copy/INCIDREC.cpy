      *****************************************************************
      * INCIDREC - record layout for the outbound incident queue,
      * one line for every incident raised or cleared through
      * INCIDMGR (copy/INCIDLK.cpy). The service desk tool collects
      * the queue and opens a ticket for each RAISE, closing it on
      * the CLEAR that carries the same IQ-INCIDENT-ID - INC, the
      * day raised and a sequence number that is never reissued
      * (INCyyyymmdd-nnnnnnnn).
      *
      * IQ-REPEATS on a CLEAR counts the repeats of the condition
      * that were held back while the incident was open. Fields are
      * separated by one space so the line also reads by eye.
      *
      * Declare the SELECT with ORGANIZATION LINE SEQUENTIAL.
      * INCIDENT-QUEUE-FILE names the file; it defaults to
      * /tmp/incident_queue.dat when unset.
      *****************************************************************
       01  INCIDREC-REC.
           05  IQ-TYPE                 PIC X(5).
               88  IQ-RAISE                  VALUE "RAISE".
               88  IQ-CLEAR                  VALUE "CLEAR".
           05  FILLER                  PIC X.
           05  IQ-INCIDENT-ID          PIC X(20).
           05  FILLER                  PIC X.
           05  IQ-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  IQ-TIME                 PIC 9(8).
           05  FILLER                  PIC X.
           05  IQ-SOURCE               PIC X(10).
           05  FILLER                  PIC X.
           05  IQ-SEVERITY             PIC X(8).
           05  FILLER                  PIC X.
           05  IQ-PGM                  PIC X(20).
           05  FILLER                  PIC X.
           05  IQ-KEY                  PIC X(40).
           05  FILLER                  PIC X.
           05  IQ-SUMMARY              PIC X(80).
           05  FILLER                  PIC X.
           05  IQ-EVIDENCE             PIC X(120).
           05  FILLER                  PIC X.
           05  IQ-REPEATS              PIC 9(5).
