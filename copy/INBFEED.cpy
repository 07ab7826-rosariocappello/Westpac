      *****************************************************************
      * INBFEED - record layouts for inbound file arrival control.
      *
      * INBFEED-REC is one line of the inbound feed list INBCTL
      * works through - INBOUND-FEEDS names the list, default
      * /tmp/inbound_feeds.dat. Each line names a feed, the setting
      * its consuming step reads the file name from, and where the
      * sender lands the file; "*" lines are comments:
      *
      *   HRMASTER   HR-MASTER-FILE                 /in/hr_master.csv
      *   EMPLOAD    EMPLOAD-TRANS                  /in/hires.dat
      *   EMPUPDT    EMPUPDT-TRANS                  /in/emp_trans.dat
      *
      * TRIGGER-REC is the sender's trigger, written once the file
      * is complete beside it under the same name plus ".trg": one
      * line giving the record (line) count and the size in bytes
      * the sender wrote, e.g. "000001250 000000101250".
      *****************************************************************
       01  INBFEED-REC.
           05  IFD-FEED                PIC X(10).
           05  FILLER                  PIC X.
           05  IFD-ENV-NAME            PIC X(30).
           05  FILLER                  PIC X.
           05  IFD-LANDING             PIC X(120).
