      *****************************************************************
      * BUSCAL - record layout for the shared public holiday
      * calendar, one line per holiday per state. Saturdays and
      * Sundays are never business days and are not listed; every
      * other date is a business day unless it is on this file for
      * the state asked about, or for "ALL" (a national holiday).
      * Lines starting "*" are comments. The calendar is kept by
      * hand a year ahead; BUSDAY (copy/BUSDAYLK.cpy) is the only
      * program that reads it.
      *
      *   20261225 ALL CHRISTMAS DAY
      *   20261102 VIC MELBOURNE CUP
      *
      * Declare the SELECT with ORGANIZATION LINE SEQUENTIAL.
      * BUSINESS-CALENDAR-FILE names the file; it defaults to
      * /tmp/bus_calendar.dat when unset.
      *****************************************************************
       01  BUSCAL-REC.
           05  BCL-DATE                PIC X(8).
           05  FILLER                  PIC X.
           05  BCL-STATE               PIC X(3).
           05  FILLER                  PIC X.
           05  BCL-NAME                PIC X(40).
           05  FILLER                  PIC X(27).
