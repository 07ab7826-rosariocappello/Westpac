           select mqlist-count-file assign to mq-count-filename
               organization line sequential
               file status mq-count-status.
           select mqlist-capacity-file assign to mq-cap-filename
               organization line sequential
               file status mq-cap-status.

       data division.
       file section.
       01  mqlist-history-rec        pic x(80).
       fd  mqlist-count-file.
       01  mqlist-count-rec          pic x(20).
       fd  mqlist-capacity-file.
       01  mqlist-capacity-rec       pic x(132).

       working-storage section.

           88 mq-tr-found                value 'Y'.
       01 mq-tr-delta                pic s9(6) comp-5.

      *    IPC capacity state: MQLIST-CAPACITY=Y holds the system's
      *    IPC use, and each region's share of it, against the
      *    kernel's own limits - message queues, semaphore sets and
      *    semaphores, shared memory segments and total size - and
      *    warns at MQLIST-CAP-WARN-PCT (default 80) percent of any
      *    limit. Each run adds a CAPACITY line to the MQLIST-HISTORY
      *    file, and the growth since the earliest such line inside
      *    MQLIST-TREND-DAYS projects when each limit will be hit.
      *    The summary goes to MQLIST-CAP-FILE (default
      *    /tmp/ipc_capacity.rpt) for OPSDIGEST.
       01 mq-cap-env                 pic x(9).
       01 mq-cap-switch              pic x value 'N'.
           88 mq-cap-enabled             value 'Y'.
       01 mq-cap-warn-env            pic x(3).
       01 mq-cap-warn-pct            pic 9(3) value 80.
       01 mq-cap-filename            pic x(256) value spaces.
       01 mq-cap-status              pic xx.
           88 mq-cap-file-ok             value "00".
       01 mq-cap-cmd                 pic x(700).
       01 mq-cap-len                 pic 9(2) comp-5.
       01 mq-cap-num                 pic 9(15).
       01 mq-cap-work                pic 9(18).
       01 mq-cap-unlimited           pic 9(15) value 999999999999999.
       01 mq-cap-raw-table.
           03 mq-cap-raw             occurs 13 pic 9(15).
       01 mq-cap-raw-count           pic 9(2) comp-5.
       01 mq-cap-raw-idx             pic 9(2) comp-5.
       01 mq-cap-eof-switch          pic x.
           88 mq-cap-eof                 value "Y".
      *    One entry per resource: 1 message queues, 2 semaphore
      *    sets, 3 semaphores, 4 shared memory segments, 5 shared
      *    memory kilobytes. A zero limit is one the system would
      *    not tell us.
       01 mq-cap-table.
           03 mq-cap-entry           occurs 5.
               05 mq-cap-name        pic x(20).
               05 mq-cap-limit       pic 9(15).
               05 mq-cap-used        pic 9(15).
               05 mq-cap-base        pic 9(15).
               05 mq-cap-base-date   pic 9(8).
               05 mq-cap-pct         pic 9(3)v9.
       01 mq-cap-idx                 pic 9(2) comp-5.
       01 mq-cap-warn-count          pic 9(2) comp-5 value 0.
       01 mq-cap-base-switch         pic x value 'N'.
           88 mq-cap-base-found          value 'Y'.
       01 mq-cap-days                pic s9(7) comp-5.
       01 mq-cap-today-int           pic 9(7) comp-5.
       01 mq-cap-growth              pic s9(15) comp-3.
       01 mq-cap-days-left           pic 9(9).
       01 mq-cap-hit-int             pic 9(7) comp-5.
       01 mq-cap-hit-date            pic 9(8).
       01 mq-cap-cutoff              pic 9(8).
       01 mq-cap-cutoff-int          pic 9(7) comp-5.
       01 mq-cap-hist-rest           pic x(70).
       01 mq-cap-hist-vals.
           03 mq-cap-hist-val        occurs 5 pic x(12).
       01 mq-cap-used-z              pic z(11)9.
       01 mq-cap-limit-z             pic z(11)9.
       01 mq-cap-cnt9                pic 9(9).
       01 mq-cap-cnt12               pic 9(12).
       01 mq-cap-pct-z               pic zz9.9.
       01 mq-cap-warn-z              pic zz9.
       01 mq-cap-days-z              pic z(8)9.
       01 mq-cap-line                pic x(132).
       01 mq-cap-proj                pic x(50).
       01 mq-cap-region-table.
           03 mq-cr-entry            occurs 20.
               05 mq-cr-region       pic x(8).
               05 mq-cr-used         occurs 5 pic 9(15).
       01 mq-cr-count                pic 9(2) comp-5 value 0.
       01 mq-cr-idx                  pic 9(2) comp-5.
       01 mq-cr-pct                  pic 9(3)v9.
       01 mq-cr-used-z               pic z(7)9.

           COPY RUNSTATL.

       PROCEDURE DIVISION.
           end-if
           accept mq-today from date yyyymmdd

      *    MQLIST-CAPACITY=Y adds the IPC capacity report after the
      *    sweep, warning at MQLIST-CAP-WARN-PCT per cent of a limit
      *    and leaving its summary in MQLIST-CAP-FILE.
           move spaces to mq-cap-env
           display "MQLIST-CAPACITY" upon environment-name
           accept mq-cap-env from environment-value
           if mq-cap-env = "Y" or mq-cap-env = "y"
               set mq-cap-enabled to true
           end-if
           move spaces to mq-cap-warn-env
           display "MQLIST-CAP-WARN-PCT" upon environment-name
           accept mq-cap-warn-env from environment-value
           if mq-cap-warn-env not = spaces
               move zero to mq-cap-warn-pct
               display "MQLIST-CAP-WARN-PCT" upon environment-name
               accept mq-cap-warn-pct from environment-value
               if mq-cap-warn-pct not numeric
                   or mq-cap-warn-pct = 0
                   or mq-cap-warn-pct > 100
                   move 80 to mq-cap-warn-pct
               end-if
           end-if
           move spaces to mq-cap-filename
           display "MQLIST-CAP-FILE" upon environment-name
           accept mq-cap-filename from environment-value
           if mq-cap-filename = spaces
               move "/tmp/ipc_capacity.rpt" to mq-cap-filename
           end-if

           move spaces to mq-ckpt-env
           display "MQLIST-CKPT" upon environment-name
           accept mq-ckpt-env from environment-value
               perform report-ipc-trend
           end-if

           if mq-cap-enabled
               perform report-ipc-capacity
           end-if

           move "E" to RS-FUNCTION
           if mq-errcnt > 0
               move "FAIL" to RS-STATUS
               perform append-ipc-history
           end-if

           if mq-cap-enabled
               perform count-region-capacity
           end-if

           if mq-audit-enabled
               accept mq-audit-date from date yyyymmdd
               accept mq-audit-time from time
       note-one-history-line-exit.
           exit.

       count-region-capacity.
      *    The region's own queues, semaphores and shared memory, by
      *    its two keys, in the five measures the capacity report
      *    holds against the kernel's limits. A zero key is
      *    IPC_PRIVATE - it would match every private object on the
      *    system, so it is not counted as the region's.
           if mq-cr-count < 20
               add 1 to mq-cr-count
               move Cfg-REGION to mq-cr-region(mq-cr-count)
               perform varying mq-cap-idx from 1 by 1
                   until mq-cap-idx > 5
                   move 0 to mq-cr-used(mq-cr-count mq-cap-idx)
               end-perform
               move spaces to mq-count-filename
               string "/tmp/mqlist_capacity." delimited by size
                   Cfg-REGION delimited by space
                   into mq-count-filename
               end-string
               if Cfg-MQKEY not = 0
                   move Cfg-MQKEY to mq-key-disp
                   perform count-key-capacity
               end-if
               if Cfg-Shm-Sem-Key not = 0
                   and Cfg-Shm-Sem-Key not = Cfg-MQKEY
                   move Cfg-Shm-Sem-Key to mq-key-disp
                   perform count-key-capacity
               end-if
           end-if
           .
       count-region-capacity-exit.
           exit.

       count-key-capacity.
      *    One ipcs pass per object type for the key: the queue
      *    count, the semaphore set count and the semaphores in
      *    them, the segment count and the bytes in them - one value
      *    a line, read back in that order.
           move mq-key-disp to mq-key-z
           move 0 to mq-key-lead
           inspect mq-key-z tallying mq-key-lead
               for leading space
           move spaces to mq-cap-cmd
           string "k=`printf 0x%08x " delimited by size
               mq-key-z(mq-key-lead + 1:) delimited by size
               "`; { ipcs -q | grep -ci ""^$k ""; " delimited by size
               "ipcs -s | grep -ci ""^$k ""; " delimited by size
               "ipcs -s | awk -v k=$k " delimited by size
               "'tolower($1)==k{n+=$5}END{print n+0}'; "
                   delimited by size
               "ipcs -m | grep -ci ""^$k ""; " delimited by size
               "ipcs -m | awk -v k=$k " delimited by size
               "'tolower($1)==k{n+=$5}END{print n+0}'; } >"
                   delimited by size
               mq-count-filename delimited by space
               " 2>/dev/null" delimited by size
               into mq-cap-cmd
           end-string
           call "SYSTEM" using mq-cap-cmd
           move 0 to return-code
           perform read-capacity-values
           if mq-cap-raw-count >= 5
               add mq-cap-raw(1) to mq-cr-used(mq-cr-count 1)
               add mq-cap-raw(2) to mq-cr-used(mq-cr-count 2)
               add mq-cap-raw(3) to mq-cr-used(mq-cr-count 3)
               add mq-cap-raw(4) to mq-cr-used(mq-cr-count 4)
               compute mq-cap-num = (mq-cap-raw(5) + 1023) / 1024
               add mq-cap-num to mq-cr-used(mq-cr-count 5)
           end-if
           .
       count-key-capacity-exit.
           exit.

       read-capacity-values.
      *    The scratch file holds one number a line. A value longer
      *    than fifteen digits is the kernel's way of saying
      *    "no limit" and is held as such.
           move 0 to mq-cap-raw-count
           open input mqlist-count-file
           if mq-count-file-ok
               move "N" to mq-cap-eof-switch
               perform until mq-cap-eof or mq-cap-raw-count >= 13
                   read mqlist-count-file
                       at end
                           set mq-cap-eof to true
                   end-read
                   if not mq-cap-eof
                       perform note-capacity-value
                   end-if
               end-perform
               close mqlist-count-file
           end-if
           .
       read-capacity-values-exit.
           exit.

       note-capacity-value.
           add 1 to mq-cap-raw-count
           move 0 to mq-cap-raw(mq-cap-raw-count)
           move 0 to mq-cap-len
           inspect mqlist-count-rec tallying mq-cap-len
               for characters before initial space
           if mq-cap-len > 0
               if mqlist-count-rec(1:mq-cap-len) is numeric
                   if mq-cap-len > 15
                       move mq-cap-unlimited
                           to mq-cap-raw(mq-cap-raw-count)
                   else
                       move mqlist-count-rec(1:mq-cap-len)
                           to mq-cap-raw(mq-cap-raw-count)
                   end-if
               end-if
           end-if
           .

       read-kernel-capacity.
      *    The limits come from /proc/sys/kernel (msgmni; the four
      *    sem values SEMMSL SEMMNS SEMOPM SEMMNI; shmmni; shmall in
      *    pages, with the page size to turn it into bytes) and the
      *    use from ipcs. A file the system does not have reads as
      *    zero - a limit not known - so the lines stay in step.
           move "/tmp/mqlist_capacity.sys" to mq-count-filename
           move spaces to mq-cap-cmd
           string "{ cat /proc/sys/kernel/msgmni || echo 0; "
                   delimited by size
               "(tr -s ' \t' '\n\n' </proc/sys/kernel/sem) "
                   delimited by size
               "2>/dev/null || printf '0\n0\n0\n0\n'; "
                   delimited by size
               "cat /proc/sys/kernel/shmmni || echo 0; "
                   delimited by size
               "cat /proc/sys/kernel/shmall || echo 0; "
                   delimited by size
               "getconf PAGE_SIZE || echo 0; " delimited by size
               "ipcs -q | grep -c '^0x'; " delimited by size
               "ipcs -s | grep -c '^0x'; " delimited by size
               "ipcs -s | awk '/^0x/{n+=$5}END{print n+0}'; "
                   delimited by size
               "ipcs -m | grep -c '^0x'; " delimited by size
               "ipcs -m | awk '/^0x/{n+=$5}END{print n+0}'; } >"
                   delimited by size
               mq-count-filename delimited by space
               " 2>/dev/null" delimited by size
               into mq-cap-cmd
           end-string
           call "SYSTEM" using mq-cap-cmd
           move 0 to return-code
           perform read-capacity-values
           perform varying mq-cap-raw-idx from mq-cap-raw-count by 1
               until mq-cap-raw-idx >= 13
               move 0 to mq-cap-raw(mq-cap-raw-idx + 1)
           end-perform

           move "MESSAGE QUEUES" to mq-cap-name(1)
           move mq-cap-raw(1) to mq-cap-limit(1)
           move mq-cap-raw(9) to mq-cap-used(1)
           move "SEMAPHORE SETS" to mq-cap-name(2)
           move mq-cap-raw(5) to mq-cap-limit(2)
           move mq-cap-raw(10) to mq-cap-used(2)
           move "SEMAPHORES" to mq-cap-name(3)
           move mq-cap-raw(3) to mq-cap-limit(3)
           move mq-cap-raw(11) to mq-cap-used(3)
           move "SHARED MEM SEGMENTS" to mq-cap-name(4)
           move mq-cap-raw(6) to mq-cap-limit(4)
           move mq-cap-raw(12) to mq-cap-used(4)
           move "SHARED MEM KB" to mq-cap-name(5)
           evaluate true
               when mq-cap-raw(7) = mq-cap-unlimited
                   move mq-cap-unlimited to mq-cap-limit(5)
               when mq-cap-raw(8) = 0
                   move 0 to mq-cap-limit(5)
               when other
                   compute mq-cap-work =
                       mq-cap-raw(7) * mq-cap-raw(8) / 1024
                       on size error
                           move mq-cap-unlimited to mq-cap-work
                   end-compute
                   if mq-cap-work > mq-cap-unlimited
                       move mq-cap-unlimited to mq-cap-work
                   end-if
                   move mq-cap-work to mq-cap-limit(5)
           end-evaluate
           compute mq-cap-used(5) = (mq-cap-raw(13) + 1023) / 1024
           .
       read-kernel-capacity-exit.
           exit.

       report-ipc-capacity.
           compute mq-cap-today-int = function integer-of-date(mq-today)
           perform varying mq-cap-idx from 1 by 1
               until mq-cap-idx > 5
               move 0 to mq-cap-base(mq-cap-idx)
               move 0 to mq-cap-base-date(mq-cap-idx)
           end-perform
           move "N" to mq-cap-base-switch
           move 0 to mq-cap-warn-count
           perform read-kernel-capacity
           if mq-hist-filename not = spaces
               perform load-capacity-baseline
           end-if

           open output mqlist-capacity-file
           if not mq-cap-file-ok
               display "MFMEMQLIST: UNABLE TO OPEN CAPACITY FILE: "
                   mq-cap-filename
           end-if
           move mq-cap-warn-pct to mq-cap-warn-z
           move spaces to mq-cap-line
           string "IPC CAPACITY AS OF " delimited by size
               mq-today delimited by size
               " - WARNING AT " delimited by size
               mq-cap-warn-z delimited by size
               "% OF A KERNEL LIMIT" delimited by size
               into mq-cap-line
           end-string
           display " "
           perform put-capacity-line
           perform report-one-capacity
               varying mq-cap-idx from 1 by 1
               until mq-cap-idx > 5
           if mq-cap-file-ok
               close mqlist-capacity-file
           end-if

           display " "
           display "REGION SHARE OF THE KERNEL LIMITS"
           display "(PER CENT OF EACH KERNEL LIMIT IN BRACKETS)"
           display "REGION     QUEUES        SEM SETS            SEMS"
               "        SHM SEGS          SHM KB"
           perform report-region-share
               varying mq-cr-idx from 1 by 1
               until mq-cr-idx > mq-cr-count
           if mq-cr-count = 0
               display "(NO REGION RESOURCES COUNTED)"
           end-if
           if mq-cap-warn-count > 0
               display "MFMEMQLIST: " mq-cap-warn-count
                   " IPC LIMIT(S) AT OR ABOVE THE WARNING LEVEL"
           end-if

           if mq-hist-filename not = spaces
               perform append-capacity-history
           end-if
           .
       report-ipc-capacity-exit.
           exit.

       report-one-capacity.
           move spaces to mq-cap-line
           move mq-cap-used(mq-cap-idx) to mq-cap-used-z
           evaluate true
               when mq-cap-limit(mq-cap-idx) = 0
                   string "  " delimited by size
                       mq-cap-name(mq-cap-idx) delimited by size
                       mq-cap-used-z delimited by size
                       " IN USE - LIMIT NOT KNOWN" delimited by size
                       into mq-cap-line
                   end-string
               when mq-cap-limit(mq-cap-idx) = mq-cap-unlimited
                   string "  " delimited by size
                       mq-cap-name(mq-cap-idx) delimited by size
                       mq-cap-used-z delimited by size
                       " IN USE - NO KERNEL LIMIT" delimited by size
                       into mq-cap-line
                   end-string
               when other
                   compute mq-cap-pct(mq-cap-idx) rounded =
                       mq-cap-used(mq-cap-idx) * 100
                           / mq-cap-limit(mq-cap-idx)
                       on size error
                           move 999.9 to mq-cap-pct(mq-cap-idx)
                   end-compute
                   move mq-cap-pct(mq-cap-idx) to mq-cap-pct-z
                   move mq-cap-limit(mq-cap-idx) to mq-cap-limit-z
                   perform project-capacity
                   if mq-cap-pct(mq-cap-idx) >= mq-cap-warn-pct
                       add 1 to mq-cap-warn-count
                       string "  WARNING - " delimited by size
                           mq-cap-name(mq-cap-idx) delimited by size
                           mq-cap-used-z delimited by size
                           " OF " delimited by size
                           mq-cap-limit-z delimited by size
                           " (" delimited by size
                           mq-cap-pct-z delimited by size
                           "%) - " delimited by size
                           mq-cap-proj delimited by size
                           into mq-cap-line
                       end-string
                   else
                       string "  " delimited by size
                           mq-cap-name(mq-cap-idx) delimited by size
                           mq-cap-used-z delimited by size
                           " OF " delimited by size
                           mq-cap-limit-z delimited by size
                           " (" delimited by size
                           mq-cap-pct-z delimited by size
                           "%) - " delimited by size
                           mq-cap-proj delimited by size
                           into mq-cap-line
                       end-string
                   end-if
           end-evaluate
           perform put-capacity-line
           .
       report-one-capacity-exit.
           exit.

       project-capacity.
      *    Straight-line growth from the earliest reading inside the
      *    trend window to today's, run on to the limit. Each test
      *    that settles the projection leaves the rest untried.
           move spaces to mq-cap-proj
           if mq-cap-used(mq-cap-idx) >= mq-cap-limit(mq-cap-idx)
               move "AT THE LIMIT NOW" to mq-cap-proj
           end-if
           if mq-cap-proj = spaces and not mq-cap-base-found
               move "NO HISTORY YET TO PROJECT FROM" to mq-cap-proj
           end-if
           if mq-cap-proj = spaces
               compute mq-cap-days = mq-cap-today-int
                   - function integer-of-date(
                       mq-cap-base-date(mq-cap-idx))
               if mq-cap-days <= 0
                   move "NO EARLIER READING TO PROJECT FROM"
                       to mq-cap-proj
               end-if
           end-if
           if mq-cap-proj = spaces
               compute mq-cap-growth =
                   mq-cap-used(mq-cap-idx) - mq-cap-base(mq-cap-idx)
               move mq-cap-days to mq-cap-days-z
               if mq-cap-growth <= 0
                   string "NOT GROWING OVER" delimited by size
                       mq-cap-days-z delimited by size
                       " DAY(S)" delimited by size
                       into mq-cap-proj
                   end-string
               end-if
           end-if
           if mq-cap-proj = spaces
               compute mq-cap-days-left =
                   (mq-cap-limit(mq-cap-idx) - mq-cap-used(mq-cap-idx))
                       * mq-cap-days / mq-cap-growth
                   on size error
                       move 999999999 to mq-cap-days-left
               end-compute
               if mq-cap-days-left > 36500
                   move "LIMIT OVER 100 YEARS AWAY AT THIS RATE"
                       to mq-cap-proj
               end-if
           end-if
           if mq-cap-proj = spaces
               compute mq-cap-hit-int =
                   mq-cap-today-int + mq-cap-days-left
               move function date-of-integer(mq-cap-hit-int)
                   to mq-cap-hit-date
               move mq-cap-days-left to mq-cap-days-z
               string "LIMIT IN" delimited by size
                   mq-cap-days-z delimited by size
                   " DAY(S), ABOUT " delimited by size
                   mq-cap-hit-date delimited by size
                   into mq-cap-proj
               end-string
           end-if
           .
       project-capacity-exit.
           exit.

       report-region-share.
           move spaces to mq-cap-line
           move mq-cr-region(mq-cr-idx) to mq-cap-line(1:8)
           perform varying mq-cap-idx from 1 by 1
               until mq-cap-idx > 5
               move 0 to mq-cr-pct
               if mq-cap-limit(mq-cap-idx) > 0
                   and mq-cap-limit(mq-cap-idx) < mq-cap-unlimited
                   compute mq-cr-pct rounded =
                       mq-cr-used(mq-cr-idx mq-cap-idx) * 100
                           / mq-cap-limit(mq-cap-idx)
                       on size error
                           move 999.9 to mq-cr-pct
                   end-compute
               end-if
               move mq-cr-used(mq-cr-idx mq-cap-idx) to mq-cr-used-z
               move mq-cr-pct to mq-cap-pct-z
               string mq-cr-used-z delimited by size
                   "(" delimited by size
                   mq-cap-pct-z delimited by size
                   "%)" delimited by size
                   into mq-cap-line(mq-cap-idx * 16 - 6:16)
               end-string
           end-perform
           display mq-cap-line(1:90)
           .

       put-capacity-line.
           display mq-cap-line
           if mq-cap-file-ok
               move mq-cap-line to mqlist-capacity-rec
               write mqlist-capacity-rec
           end-if
           .

       load-capacity-baseline.
      *    The earliest CAPACITY line inside the trend window. The
      *    sweep's own per-region lines carry no " CAPACITY " and are
      *    passed over, as the trend report passes over these.
           compute mq-cap-cutoff-int = mq-cap-today-int - mq-trend-days
           move function date-of-integer(mq-cap-cutoff-int)
               to mq-cap-cutoff
           open input mqlist-history-file
           if mq-hist-file-ok
               move "N" to mq-cap-eof-switch
               perform until mq-cap-eof or mq-cap-base-found
                   read mqlist-history-file
                       at end
                           set mq-cap-eof to true
                   end-read
                   if not mq-cap-eof
                       perform note-capacity-history
                   end-if
               end-perform
               close mqlist-history-file
           end-if
           .
       load-capacity-baseline-exit.
           exit.

       note-capacity-history.
           if mqlist-history-rec(1:8) is numeric
               and mqlist-history-rec(10:9) = "CAPACITY "
               and mqlist-history-rec(1:8) not < mq-cap-cutoff
               and mqlist-history-rec(1:8) < mq-today
               and mqlist-history-rec(19:9) is numeric
               and mqlist-history-rec(29:9) is numeric
               and mqlist-history-rec(39:9) is numeric
               and mqlist-history-rec(49:9) is numeric
               and mqlist-history-rec(59:12) is numeric
               move mqlist-history-rec(19:9) to mq-cap-base(1)
               move mqlist-history-rec(29:9) to mq-cap-base(2)
               move mqlist-history-rec(39:9) to mq-cap-base(3)
               move mqlist-history-rec(49:9) to mq-cap-base(4)
               move mqlist-history-rec(59:12) to mq-cap-base(5)
               perform varying mq-cap-idx from 1 by 1
                   until mq-cap-idx > 5
                   move mqlist-history-rec(1:8)
                       to mq-cap-base-date(mq-cap-idx)
               end-perform
               set mq-cap-base-found to true
           end-if
           .

       append-capacity-history.
           open extend mqlist-history-file
           if not mq-hist-file-ok
               open output mqlist-history-file
           end-if
           if not mq-hist-file-ok
               display "MFMEMQLIST: UNABLE TO OPEN HISTORY FILE: "
                   mq-hist-filename
           else
               move spaces to mqlist-history-rec
               move mq-today to mqlist-history-rec(1:8)
               move "CAPACITY" to mqlist-history-rec(10:8)
               move mq-cap-used(1) to mq-cap-cnt9
               move mq-cap-cnt9 to mqlist-history-rec(19:9)
               move mq-cap-used(2) to mq-cap-cnt9
               move mq-cap-cnt9 to mqlist-history-rec(29:9)
               move mq-cap-used(3) to mq-cap-cnt9
               move mq-cap-cnt9 to mqlist-history-rec(39:9)
               move mq-cap-used(4) to mq-cap-cnt9
               move mq-cap-cnt9 to mqlist-history-rec(49:9)
               move mq-cap-used(5) to mq-cap-cnt12
               move mq-cap-cnt12 to mqlist-history-rec(59:12)
               write mqlist-history-rec
               close mqlist-history-file
           end-if
           .
       append-capacity-history-exit.
           exit.

       check-region-liveness.
      *    casverify answers whether the region currently responds;
      *    a zero exit marks its resources ACTIVE, anything else
