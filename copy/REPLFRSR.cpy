      *****************************************************************
      * REPLFRSR - one line of the replica freshness file written by
      * REPLFRSH and read by CONNMGR (read-only routing) and
      * OPSDIGEST. REPL-FRESH-FILE names it, default
      * /tmp/repl_fresh.dat; one line per reporting copy on the DSN
      * registry, rewritten whole by every check.
      *
      * RF-VERDICT is CURRENT when the copy's replication marker
      * (stamped by EMPREPL) carries the row count and SAL hash
      * production has now, BEHIND when production has moved on
      * since the marker, NOMARKER when the copy has none, UNREACH
      * when the copy could not be read. RF-FRESH-AS-OF is the
      * moment the copy is known to have matched production
      * (YYYYMMDDHHMMSS): the check time for CURRENT, the marker's
      * run time for BEHIND, spaces when nothing is known - a copy
      * with no fresh-as-of is treated as older than any limit.
      *
      *   RPTDB   CURRENT  20261014231500 20261014220000 ...
      *****************************************************************
       01  REPLFRS-REC.
           05  RF-DSN                  PIC X(32).
           05  FILLER                  PIC X.
           05  RF-VERDICT              PIC X(8).
           05  FILLER                  PIC X.
           05  RF-FRESH-AS-OF          PIC X(14).
           05  FILLER                  PIC X.
           05  RF-MARKER-TS            PIC X(14).
           05  FILLER                  PIC X.
           05  RF-CHECKED-TS           PIC X(14).
           05  FILLER                  PIC X.
           05  RF-MARK-ROWS            PIC 9(9).
           05  FILLER                  PIC X.
           05  RF-PRIM-ROWS            PIC 9(9).
           05  FILLER                  PIC X(13).
