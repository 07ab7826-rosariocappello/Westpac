      * when the routed DSN is out of service on the DSN registry or
      * refuses the connect. The audit trail records which DSN
      * actually served the session either way.
      *
      * The route is also refused when the reporting copy is stale:
      * REPLFRSH's freshness file (REPL-FRESH-FILE, default
      * /tmp/repl_fresh.dat) must show the copy matched production
      * within REPL-STALE-MINUTES (default 1560). A copy older than
      * that, or one the file has no word on, leaves the session on
      * the primary, and the audit line carries the reason as NOTE=.
      *
      * CM-FUNCTION "F" drills a failover: CM-DSN's credentials are
      * resolved as for "C", but the session is connected straight
      * to CM-STANDBY-DSN, as the failover leg would after the
      * primary's retries. FAILDRILL uses it to prove each standby
      * on a schedule; the audit line carries NOTE=FAILOVER DRILL.
      * Release the session with "D" as usual.
      *****************************************************************
       01 CM-PARM.
           05 CM-FUNCTION            PIC X.
