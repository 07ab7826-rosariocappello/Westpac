      *****************************************************************
      * PERIODS - record layout for the payroll period control file,
      * one record per calendar month. PERCLOSE marks a period
      * CLOSING while it checks the month-end steps and CLOSED once
      * they have all ended OK, stamping who closed it and when; a
      * reopen puts it back to OPEN and keeps the reopener beside
      * the last close. A month with no record is OPEN. COPY inside
      * the FD for the period file in each program that updates it;
      * everything else asks PERIODCHK (copy/PERIODLK.cpy).
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY PRD-PERIOD. PERIOD-CONTROL-FILE names the
      * file; it defaults to /tmp/period_ctl.dat when unset.
      *****************************************************************
       01  PERIOD-REC.
           05  PRD-PERIOD              PIC 9(6).
           05  PRD-STATUS              PIC X(8).
               88  PRD-OPEN                  VALUE "OPEN".
               88  PRD-CLOSING               VALUE "CLOSING".
               88  PRD-CLOSED                VALUE "CLOSED".
           05  PRD-CLOSING-DATE        PIC 9(8).
           05  PRD-CLOSING-TIME        PIC 9(8).
           05  PRD-CLOSED-BY           PIC X(10).
           05  PRD-CLOSED-DATE         PIC 9(8).
           05  PRD-CLOSED-TIME         PIC 9(8).
           05  PRD-REOPENED-BY         PIC X(10).
           05  PRD-REOPENED-DATE       PIC 9(8).
           05  PRD-REOPENED-TIME       PIC 9(8).
           05  PRD-REOPEN-COUNT        PIC 9(3).
           05  FILLER                  PIC X(20).
