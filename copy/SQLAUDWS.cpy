      * written as (DEFAULT), so sessions that never name a DSN
      * still read correctly on the trail.
       01 WS-AUDIT-DSN               PIC X(32) VALUE SPACES.
      * A note on why the session landed where it did - set by
      * CONNMGR when a read-only route is refused for a stale
      * reporting copy - and written as NOTE= only when present.
       01 WS-AUDIT-NOTE              PIC X(80) VALUE SPACES.
       01 WS-AUDIT-PTR               PIC 9(3) COMP.
