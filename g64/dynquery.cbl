           select dsn-list-file assign to ws-dsnlist-filename
               organization line sequential
               file status ws-dsnlist-status.
           select protect-file assign to ws-protect-filename
               organization line sequential
               file status ws-protect-status.
           select export-file assign to ws-export-filename
               organization line sequential
               file status ws-export-status.
           select export-cpy-file assign to ws-expcpy-filename
               organization line sequential
               file status ws-expcpy-status.

       data division.
       file section.
       01  script-ckpt-rec            pic x(6).
       fd  dsn-list-file.
       01  dsn-list-rec               pic x(32).
       fd  protect-file.
       01  protect-rec                pic x(80).
       fd  export-file.
       01  export-rec                 pic x(4000).
       fd  export-cpy-file.
       01  export-cpy-rec             pic x(80).

       working-storage section.

       01 ws-cmp-overflow-sw     pic x value "N".
        88 ws-cmp-overflow            value "Y".

      *    Operator class, published by MENU's sign-on and read here
      *    the way LOGON reads it. A READ operator may only run
      *    SELECT and EXPLAIN - anything else is refused and written
      *    to the audit log - and sees every protected column masked
      *    on the terminal, in the report file and in the compare
      *    output. SAL and COMM are always protected; further column
      *    names, one per line ("*" in column 1 for a comment), come
      *    from DYNQ-PROTECT-FILE (default /etc/dynq_protect.cfg). A
      *    script run carries the class of the operator who started
      *    it. An unset class (no sign-on) runs as it always has.
       01 ws-oper-id             pic x(10).
       01 ws-oper-class          pic x(6).
       01 ws-read-only-switch    pic x value "N".
        88 ws-read-only               value "Y".
       01 ws-first-word          pic x(20).
       01 ws-lead-ct             pic 9(4) comp.
       01 ws-for-update-tally    pic 9(4) comp.
       01 ws-refused-switch      pic x value "N".
        88 ws-stmt-refused            value "Y".
       01 ws-refused-reason      pic x(50).
       01 ws-refused-count       pic 9(4) value 0.
       01 ws-protect-filename    pic x(256).
       01 ws-protect-status      pic xx.
        88 ws-protect-file-ok         value "00".
       01 ws-protect-eof-switch  pic x value "N".
        88 ws-protect-eof             value "Y".
       01 ws-prot-table.
        03 ws-prot-name          occurs 50 pic x(30).
       01 ws-prot-count          pic 9(2) comp value 0.
       01 ws-prot-idx            pic 9(2) comp.
       01 ws-prot-found-switch   pic x.
        88 ws-prot-found              value "Y".
       01 ws-masked-cell         pic x(8) value "********".
      *    Per-column mask flags for the result set in hand, and the
      *    scan of the statement text that sets them: which select-
      *    list item each protected name falls in, and whether one
      *    turns up where no single output column can be blamed.
       01 ws-mask-flags.
        03 ws-mask-col           occurs 255 pic x.
       01 ws-item-flags.
        03 ws-item-prot          occurs 255 pic x.
       01 ws-item-flag-switch    pic x.
        88 ws-item-flagged            value "Y".
       01 ws-mask-all-switch     pic x.
        88 ws-mask-all                value "Y".
       01 ws-scan-idx            pic 9(4) comp.
       01 ws-scan-char           pic x.
       01 ws-scan-word           pic x(30).
       01 ws-scan-word-len       pic 9(2) comp.
       01 ws-scan-depth          pic 9(4) comp.
       01 ws-scan-item           pic 9(4) comp.
       01 ws-scan-quote-switch   pic x.
        88 ws-scan-in-quote           value "Y".
       01 ws-scan-region         pic x.
        88 ws-scan-before-select      value " ".
        88 ws-scan-in-list            value "L".
        88 ws-scan-in-from            value "F".
        88 ws-scan-in-filter          value "W".
        88 ws-scan-after-setop        value "S".

      *    EXPORT directive state: "export <file> [<record-name>]"
      *    ahead of a query writes its rows to <file> fixed-width -
      *    a "D" record per row, then a "T" trailer carrying the row
      *    count - and generates the matching copybook in <file>.cpy,
      *    laid out the way catalog's copybook generator lays out a
      *    table. Numbers go out as signed display fields so the file
      *    stays line sequential, and each nullable column is preceded
      *    by a one-byte null flag ("Y" when the value was NULL).
       01 ws-export-pending-sw   pic x value "N".
        88 ws-export-pending          value "Y".
       01 ws-export-now-sw       pic x value "N".
        88 ws-export-now              value "Y".
       01 ws-export-dir-switch   pic x.
        88 ws-export-dir-handled      value "Y".
       01 ws-export-target       pic x(80).
       01 ws-export-recname      pic x(22).
       01 ws-export-filename     pic x(256).
       01 ws-export-status       pic xx.
        88 ws-export-file-ok          value "00".
       01 ws-expcpy-filename     pic x(256).
       01 ws-expcpy-status       pic xx.
        88 ws-expcpy-file-ok          value "00".
       01 ws-exp-fields.
        03 ws-exp-field           occurs 255.
         05 ws-exp-kind           pic x.
          88 ws-exp-kind-tinyint        value "T".
          88 ws-exp-kind-smallint       value "S".
          88 ws-exp-kind-integer        value "I".
          88 ws-exp-kind-bigint         value "L".
          88 ws-exp-kind-decimal        value "D".
          88 ws-exp-kind-double         value "F".
          88 ws-exp-kind-boolean        value "B".
          88 ws-exp-kind-char           value "C".
         05 ws-exp-digits         pic 9(2) comp.
         05 ws-exp-scale          pic 9(2) comp.
         05 ws-exp-width          pic 9(3) comp.
         05 ws-exp-nullable       pic x.
         05 ws-exp-start          pic 9(5) comp.
       01 ws-exp-rec-len         pic 9(5) comp.
       01 ws-exp-pos             pic 9(5) comp.
       01 ws-exp-int-digits      pic s9(4) comp.
       01 ws-exp-chunk           pic 9(2) comp.
       01 ws-exp-idx             pic 9(3) comp.
       01 ws-exp-row-count       pic 9(9) value 0.
       01 ws-exp-fail-count      pic 9(4) value 0.
       01 ws-exp-line            pic x(4000).
       01 ws-exp-int-val         pic s9(18) sign leading separate.
       01 ws-exp-dec-val         pic s9(13)v9(5)
                                     sign leading separate.
       01 ws-exp-name            pic x(30).
       01 ws-exp-base            pic x(30).
       01 ws-exp-name-len        pic 9(2) comp.
       01 ws-exp-pic             pic x(50).
       01 ws-exp-pic-len         pic 9(2) comp.
       01 ws-exp-trail-ct        pic 9(2) comp.
       01 ws-exp-char-idx        pic 9(2) comp.
       01 ws-exp-char            pic x.
       01 ws-exp-name-ok-sw      pic x.
        88 ws-exp-name-ok             value "Y".
       01 ws-exp-letter-sw       pic x.
        88 ws-exp-letter              value "Y".
       01 ws-exp-len-z           pic 9(4).
       01 ws-exp-digits-z        pic 9(2).
       01 ws-exp-scale-z         pic 9(2).
       01 ws-exp-colno-z         pic 9(3).
       01 ws-exp-rows-disp       pic z(8)9.

       procedure division.
      *    Find out which database we are using and connect to it
           perform Check-Script-Mode
               perform Read-Script-Checkpoint
           end-if
           perform Init-OnError-Policy
           perform Init-Operator-Class
           perform Get-Connect-Info
           string
               Usr delimited space
               inspect ws-stmtbuf-upper
                   converting "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move "N" to ws-refused-switch
               if ws-read-only
                   perform Check-Read-Only-Stmt
               end-if
               if ws-stmt-refused
                   perform Refuse-Statement
               else
               if ws-stmtbuf-upper = "COMMIT" or
                  ws-stmtbuf-upper = "ROLLBACK"
      *            COMMIT/ROLLBACK typed as the statement are
               end-exec
               move "Prepare Statement" to Stmt
               perform Display-Sqlca
               if Sqld = 0 and ws-read-only
      *            Opened like a query but returns no rows - not
      *            something a READ operator may execute.
                   move "STATEMENT IS NOT A QUERY" to ws-refused-reason
                   perform Refuse-Statement
               else
               if Sqld not = 0
      *            If there are columns in the result set, it must
      *            be a select statement
                   move zero to ws-rows-affected
                   if ws-export-pending
                       set ws-export-now to true
                   end-if
                   perform Select-Statement
                   move "Select statement" to Stmt
                   accept ws-stmt-end-time from time
                   perform Write-Audit-Record
               end-if
               end-if
               end-if
               end-if
           end-if
           if ws-timeout-enabled
               perform Check-Stmt-Timeout
           end-if
      *    An export directive binds to the one statement after it;
      *    if that statement returned no result set it lapses here.
           if ws-export-pending
               display "EXPORT NOT WRITTEN - STATEMENT RETURNED NO "
                   "RESULT SET"
               move "N" to ws-export-pending-sw
           end-if
           if ws-script-mode
               perform Check-Assertions
      *        A refused statement counts as a failed one, so the
      *        script's DYNQ-ONERROR policy and return code apply.
               if ws-stmt-sqlcode < 0 or ws-stmt-refused
                   add 1 to ws-stmt-fail-count
                   if ws-onerror-stop
                       display "DYNQ-ONERROR=STOP - ABANDONING "
                   ws-stmt-fail-count
               move 8 to return-code
           end-if
           if ws-refused-count > 0
               display "STATEMENTS REFUSED THIS RUN: "
                   ws-refused-count
               move 8 to return-code
           end-if
           if ws-exp-fail-count > 0
               display "EXPORTS NOT WRITTEN THIS RUN: "
                   ws-exp-fail-count
               move 8 to return-code
           end-if
           exec sql disconnect all end-exec
           stop run.
       Wrap-Up-Run-exit.

       Capture-Result-Row section.
      *    One normalized text image per fetched row, on whichever
      *    side of the comparison is being swept. The image is taken
      *    from the display line, so masked columns stay masked in
      *    the comparison too.
           if ws-capture-side = "A"
               if ws-cmp-a-count >= 1000
                   set ws-cmp-overflow to true
       Init-OnError-Policy-exit.
           exit.

       Init-Operator-Class section.
           move spaces to ws-oper-id
           display "OPERATOR-ID" upon environment-name
           accept ws-oper-id from environment-value
           move spaces to ws-oper-class
           display "OPERATOR-CLASS" upon environment-name
           accept ws-oper-class from environment-value
           if ws-oper-class = "READ"
               set ws-read-only to true
               display "READ-ONLY SESSION FOR " ws-oper-id
                   " - SELECT AND EXPLAIN ONLY, PROTECTED COLUMNS "
                   "MASKED"
               perform Load-Protected-Columns
           end-if
           .
       Init-Operator-Class-exit.
           exit.

       Load-Protected-Columns section.
      *    SAL and COMM stand whether or not the file is there; the
      *    file only adds to them.
           move "SAL" to ws-prot-name(1)
           move "COMM" to ws-prot-name(2)
           move 2 to ws-prot-count
           move spaces to ws-protect-filename
           display "DYNQ-PROTECT-FILE" upon environment-name
           accept ws-protect-filename from environment-value
           if ws-protect-filename = spaces
               move "/etc/dynq_protect.cfg" to ws-protect-filename
           end-if
           open input protect-file
           if not ws-protect-file-ok
               go to Load-Protected-Columns-exit
           end-if
           move "N" to ws-protect-eof-switch
           perform until ws-protect-eof
               read protect-file
                   at end
                       set ws-protect-eof to true
               end-read
               if not ws-protect-eof
                   and protect-rec not = spaces
                   and protect-rec(1:1) not = "*"
                   and ws-prot-count < 50
                   add 1 to ws-prot-count
                   move protect-rec to ws-prot-name(ws-prot-count)
                   inspect ws-prot-name(ws-prot-count)
                       converting "abcdefghijklmnopqrstuvwxyz"
                               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               end-if
           end-perform
           close protect-file
           .
       Load-Protected-Columns-exit.
           exit.

       Check-Read-Only-Stmt section.
      *    A READ operator may query and nothing else: the statement
      *    must open with SELECT (or WITH, for a query with factored
      *    subqueries) and must not lock rows with FOR UPDATE. COMMIT
      *    and ROLLBACK are refused with the DML and DDL - a session
      *    that cannot change anything has nothing to commit. EXPLAIN
      *    is a directive, handled before the statement gets here.
           move zero to ws-lead-ct
           inspect ws-stmtbuf-upper
               tallying ws-lead-ct for leading space
           if ws-lead-ct >= 1024
               go to Check-Read-Only-Stmt-exit
           end-if
           move spaces to ws-first-word
           unstring ws-stmtbuf-upper(ws-lead-ct + 1:)
               delimited by all space or "(" or ";"
               into ws-first-word
           end-unstring
           if ws-first-word not = "SELECT"
               and ws-first-word not = "WITH"
               set ws-stmt-refused to true
               move "READ OPERATORS MAY ONLY RUN SELECT AND EXPLAIN"
                   to ws-refused-reason
               go to Check-Read-Only-Stmt-exit
           end-if
           move zero to ws-for-update-tally
           inspect ws-stmtbuf-upper
               tallying ws-for-update-tally for all " FOR UPDATE"
           if ws-for-update-tally > 0
               set ws-stmt-refused to true
               move "SELECT FOR UPDATE LOCKS ROWS" to ws-refused-reason
           end-if
           .
       Check-Read-Only-Stmt-exit.
           exit.

       Refuse-Statement section.
      *    Nothing was executed, so nothing is left over from the
      *    previous statement for the timeout guard or the script's
      *    assertions to pick up.
           set ws-stmt-refused to true
           display "STATEMENT REFUSED - " ws-refused-reason
           add 1 to ws-refused-count
           move zero to ws-rows-affected
           move zero to ws-stmt-sqlcode
           move zero to ws-stmt-elapsed
           move "Refused statement" to Stmt
           perform Write-Refused-Record
           .
       Refuse-Statement-exit.
           exit.

       Write-Refused-Record section.
           if ws-audit-file-ok
               accept ws-now from time
               move spaces to audit-rec
               string
                   ws-today delimited size
                   " " delimited size
                   ws-now delimited size
                   " REFUSED=READ-CLASS OPER=" delimited size
                   ws-oper-id delimited space
                   " REASON=" delimited size
                   ws-refused-reason delimited size
                   " STMT=" delimited size
                   Stmtbuf(1:ws-stmt-len) delimited size
               into audit-rec
               write audit-rec
           end-if
           .
       Write-Refused-Record-exit.
           exit.

       Check-Prod-Dsn section.
      *    Flags a DSN name containing "PROD" as production, so that
      *    non-select statements issued against it get a warning
      *            that actually runs are still in force.
                   move "N" to ws-exp-rows-set-sw
                   move "N" to ws-exp-sqlcode-set-sw
                   move "N" to ws-export-pending-sw
                   perform Assemble-One-Statement
                   if Stmtbuf not = "quit"
                       add 1 to ws-stmt-seq
               end-if
           end-if
           if ws-stmt-ptr = 1
      *        So do export directives, typed or scripted.
               perform Check-Export-Directive
               if ws-export-dir-handled
                   move "Y" to ws-first-line-switch
                   go to Get-Statement-Line-exit
               end-if
           end-if
           if ws-stmt-ptr = 1
               perform Check-Library-Command
               if ws-lib-cmd-handled
                   move "Y" to ws-first-line-switch
               varying Index1 from 1 by 1
               until Index1 > Sqld

           move all "N" to ws-mask-flags
           if ws-read-only
               perform Resolve-Masked-Columns
           end-if

           perform Compute-Tabular-Layout

      *    Open the cursor to retrieve the results
           move Sqlcode to ws-stmt-sqlcode
           if Sqlcode not = 0
               perform Display-Sqlca
               if ws-export-now
                   display "EXPORT NOT WRITTEN - QUERY DID NOT OPEN"
                   add 1 to ws-exp-fail-count
               end-if
           else
               if ws-export-now
                   perform Open-Export-Files
               end-if
               move 'Fetch row' to Stmt
               move zero to ws-page-row-count
               perform until Sqlcode < 0 or Sqlcode = 100
                       fetch cur using descriptor :Sqlda
                   end-exec
                   if Sqlcode not < 0 and Sqlcode not = 100
      *                The export goes first - the display below
      *                clears each character fetch area after use.
                       if ws-export-now
                           perform Write-Export-Row
                       end-if
                       move 0 to Index1
                       if ws-tabular
                           perform Build-Tabular-Row
                   display "-- row limit of " ws-max-rows
                       " reached, remaining rows not fetched --"
               end-if
               if ws-export-now
                   perform Close-Export-Files
               end-if
           end-if
           move "N" to ws-export-now-sw
           move "N" to ws-export-pending-sw
      *    Close the cursor
           exec sql
               close cur
           end-exec.

       Resolve-Masked-Columns section.
      *    A result column is masked when its name is a protected
      *    column, or when its select-list expression names one -
      *    which catches SAL AS PAY, SAL * 12 and a scalar subquery
      *    alike. A protected name inside an inline view, a WITH
      *    clause or a set-operator branch cannot be tied to one
      *    output column, so it masks them all; one named only in
      *    the WHERE, GROUP BY or ORDER BY filters rows and masks
      *    nothing. The scan reads the statement as bound, skipping
      *    quoted literals and tracking parenthesis depth.
           move all "N" to ws-item-flags
           move "N" to ws-mask-all-switch
           move "N" to ws-item-flag-switch
           move Stmtbuf to ws-stmtbuf-upper
           inspect ws-stmtbuf-upper
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move space to ws-scan-region
           move zero to ws-scan-depth
           move 1 to ws-scan-item
           move "N" to ws-scan-quote-switch
           move spaces to ws-scan-word
           move zero to ws-scan-word-len
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-stmt-len
               move ws-stmtbuf-upper(ws-scan-idx:1) to ws-scan-char
               perform Scan-One-Char
           end-perform
           perform End-Scan-Word
      *    A "*" in the select list puts the items and the columns out
      *    of step; a flagged item then cannot be placed, so all go.
           if ws-item-flagged and ws-scan-item not = Sqld
               set ws-mask-all to true
           end-if
           perform varying Index1 from 1 by 1
               until Index1 > Sqld
               if ws-mask-all or ws-item-prot(Index1) = "Y"
                   move "Y" to ws-mask-col(Index1)
               else
                   move Sqlnamec(Index1)(1:30) to ws-scan-word
                   inspect ws-scan-word
                       converting "abcdefghijklmnopqrstuvwxyz"
                               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   perform Check-Protected-Word
                   if ws-prot-found
                       move "Y" to ws-mask-col(Index1)
                   end-if
               end-if
           end-perform
           move 0 to Index1
           .
       Resolve-Masked-Columns-exit.
           exit.

       Scan-One-Char section.
           if ws-scan-in-quote
               if ws-scan-char = "'"
                   move "N" to ws-scan-quote-switch
               end-if
               go to Scan-One-Char-exit
           end-if
           if (ws-scan-char not < "A" and ws-scan-char not > "Z")
               or (ws-scan-char not < "0" and ws-scan-char not > "9")
               or ws-scan-char = "_" or ws-scan-char = "$"
               or ws-scan-char = "#"
               if ws-scan-word-len < 30
                   add 1 to ws-scan-word-len
                   move ws-scan-char
                       to ws-scan-word(ws-scan-word-len:1)
               end-if
               go to Scan-One-Char-exit
           end-if
           perform End-Scan-Word
           evaluate ws-scan-char
               when "'"
                   move "Y" to ws-scan-quote-switch
               when "("
                   add 1 to ws-scan-depth
               when ")"
                   if ws-scan-depth > 0
                       subtract 1 from ws-scan-depth
                   end-if
               when ","
                   if ws-scan-depth = 0 and ws-scan-in-list
                       add 1 to ws-scan-item
                   end-if
           end-evaluate
           .
       Scan-One-Char-exit.
           exit.

       End-Scan-Word section.
      *    Only the outermost query's clause words move the region.
           if ws-scan-word-len = 0
               go to End-Scan-Word-exit
           end-if
           if ws-scan-depth = 0
               evaluate ws-scan-word
                   when "SELECT"
                       if ws-scan-before-select
                           set ws-scan-in-list to true
                       end-if
                   when "FROM"
                       if ws-scan-in-list
                           set ws-scan-in-from to true
                       end-if
                   when "WHERE"
                   when "GROUP"
                   when "ORDER"
                   when "HAVING"
                   when "CONNECT"
                   when "START"
                       if ws-scan-in-from
                           set ws-scan-in-filter to true
                       end-if
                   when "UNION"
                   when "INTERSECT"
                   when "MINUS"
                   when "EXCEPT"
                       set ws-scan-after-setop to true
               end-evaluate
           end-if
           perform Check-Protected-Word
           if ws-prot-found
               evaluate true
                   when ws-scan-in-list
                       set ws-item-flagged to true
                       if ws-scan-item not > 255
                           move "Y" to ws-item-prot(ws-scan-item)
                       end-if
                   when ws-scan-in-filter
                       continue
                   when other
                       set ws-mask-all to true
               end-evaluate
           end-if
           move spaces to ws-scan-word
           move zero to ws-scan-word-len
           .
       End-Scan-Word-exit.
           exit.

       Check-Protected-Word section.
           move "N" to ws-prot-found-switch
           perform varying ws-prot-idx from 1 by 1
               until ws-prot-idx > ws-prot-count
                   or ws-prot-found
               if ws-prot-name(ws-prot-idx) = ws-scan-word
                   set ws-prot-found to true
               end-if
           end-perform
           .
       Check-Protected-Word-exit.
           exit.

       Compute-Tabular-Layout section.
      *    Size each column from the wider of its name and its data
      *    (numbers print through the 19/20 character edit fields,
                       move " " to Char-Var(Index1)
               end-evaluate
           end-if
      *    A masked column shows the same stars whether the value is
      *    there or NULL - a NULL commission is itself an answer.
           if ws-mask-col(Index1) = "Y"
               move ws-masked-cell to ws-cell-value
           end-if
           move ws-cell-value(1:ws-tab-width(Index1) - 2)
               to ws-tab-line(ws-tab-start(Index1):
                              ws-tab-width(Index1) - 2)
               move Scale to Colscale
           end-if
           display Meta-Data
           if ws-export-now
               perform Size-Export-Field
           end-if
      *    Now set up the address of the appropriate variable
      *    to retrieve the data into.
           evaluate Sql-Type
           add 1 to Index1
           move Sqlnamec(Index1) to Colname
           display Colname(1:20) " : " with no advancing
           if ws-mask-col(Index1) = "Y"
               display ws-masked-cell
               if ws-report-enabled
                   string Colname(1:20) delimited space
                       "=" delimited size
                       ws-masked-cell delimited size
                       " " delimited size
                       into ws-report-line with pointer ws-report-ptr
               end-if
               move " " to Char-Var(Index1)
           else
           if Dyn-Null(Index1) < 0
               display "* * * NULL * * * "
               if ws-report-enabled
                       move " " to Char-Var(Index1)

               end-evaluate
           end-if
           end-if.
      *    Reset the length field
           move Col-len(index1) to Sqllen(Index1).
                   into ws-report-line with pointer ws-report-ptr
           end-if.

       Check-Export-Directive section.
      *    "export <file> [<record-name>]" binds to the statement that
      *    follows it. The record name defaults to DYNQ-EXPORT-RECORD
      *    and also prefixes the record-type and trailer names in the
      *    generated copybook.
           move "N" to ws-export-dir-switch
           move spaces to ws-cmd-word
           move spaces to ws-export-target
           move spaces to ws-export-recname
           unstring ws-stmt-line delimited by all " "
               into ws-cmd-word ws-export-target ws-export-recname
           end-unstring
           inspect ws-cmd-word
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if ws-cmd-word not = "EXPORT"
               go to Check-Export-Directive-exit
           end-if
           move "Y" to ws-export-dir-switch
           inspect ws-export-target replacing all ";" by space
           inspect ws-export-recname replacing all ";" by space
           if ws-export-target = spaces
               display "EXPORT NEEDS A FILE NAME - DIRECTIVE IGNORED"
               go to Check-Export-Directive-exit
           end-if
           inspect ws-export-recname
               converting "abcdefghijklmnopqrstuvwxyz_"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ-"
           if ws-export-recname = spaces
               move "DYNQ-EXPORT-RECORD" to ws-export-recname
           end-if
           set ws-export-pending to true
           display "NEXT QUERY EXPORTS TO " ws-export-target
           .
       Check-Export-Directive-exit.
           exit.

       Size-Export-Field section.
      *    Sized from the column as described, before the fetch areas
      *    are fitted: integers by their type, decimals by precision
      *    and scale within the 13 integer and 5 decimal digits the
      *    fetch area holds (floating point takes all of them), dates
      *    and times by their character image, and character data by
      *    its length, up to the 100-byte fetch area.
           if Remain-1 not = 0
               move "Y" to ws-exp-nullable(Index1)
           else
               move "N" to ws-exp-nullable(Index1)
           end-if
           move 0 to ws-exp-digits(Index1)
           move 0 to ws-exp-scale(Index1)
           evaluate Sql-Type
               when ESQL-TINYINT
                   set ws-exp-kind-tinyint(Index1) to true
                   move 3 to ws-exp-digits(Index1)
               when ESQL-SMALLINT
                   set ws-exp-kind-smallint(Index1) to true
                   move 5 to ws-exp-digits(Index1)
               when ESQL-INTEGER
                   set ws-exp-kind-integer(Index1) to true
                   move 10 to ws-exp-digits(Index1)
               when ESQL-BIGINT
                   set ws-exp-kind-bigint(Index1) to true
                   move 18 to ws-exp-digits(Index1)
               when ESQL-BOOLEAN
                   set ws-exp-kind-boolean(Index1) to true
                   move 1 to ws-exp-width(Index1)
               when ESQL-DECIMAL
                   set ws-exp-kind-decimal(Index1) to true
                   if Precision < 1
                       move 13 to ws-exp-digits(Index1)
                       move 5 to ws-exp-scale(Index1)
                   else
                       move 0 to ws-exp-int-digits
                       if Scale > 0
                           move Scale to ws-exp-int-digits
                       end-if
                       compute ws-exp-int-digits =
                           Precision - ws-exp-int-digits
                       if ws-exp-int-digits < 1
                           move 1 to ws-exp-int-digits
                       end-if
                       if ws-exp-int-digits > 13
                           move 13 to ws-exp-int-digits
                       end-if
                       move ws-exp-int-digits to ws-exp-digits(Index1)
                       if Scale > 5
                           move 5 to ws-exp-scale(Index1)
                       else
                           if Scale > 0
                               move Scale to ws-exp-scale(Index1)
                           end-if
                       end-if
                   end-if
               when ESQL-DOUBLE
                   set ws-exp-kind-double(Index1) to true
                   move 13 to ws-exp-digits(Index1)
                   move 5 to ws-exp-scale(Index1)
               when ESQL-DATE-REC
                   set ws-exp-kind-char(Index1) to true
                   move 10 to ws-exp-width(Index1)
               when ESQL-TIME-REC
                   set ws-exp-kind-char(Index1) to true
                   move 8 to ws-exp-width(Index1)
               when ESQL-TIMESTAMP-REC
                   set ws-exp-kind-char(Index1) to true
                   move 26 to ws-exp-width(Index1)
               when ESQL-LONGVARCHAR
                   set ws-exp-kind-char(Index1) to true
                   move 18 to ws-exp-width(Index1)
               when other
                   set ws-exp-kind-char(Index1) to true
                   if Sqllen(Index1) > 100
                       move 100 to ws-exp-width(Index1)
                   else
                       move Sqllen(Index1) to ws-exp-width(Index1)
                   end-if
                   if ws-exp-width(Index1) < 1
                       move 1 to ws-exp-width(Index1)
                   end-if
           end-evaluate
           evaluate true
               when ws-exp-kind-decimal(Index1)
               when ws-exp-kind-double(Index1)
                   compute ws-exp-width(Index1) =
                       ws-exp-digits(Index1) + ws-exp-scale(Index1) + 1
               when ws-exp-kind-tinyint(Index1)
               when ws-exp-kind-smallint(Index1)
               when ws-exp-kind-integer(Index1)
               when ws-exp-kind-bigint(Index1)
                   compute ws-exp-width(Index1) =
                       ws-exp-digits(Index1) + 1
           end-evaluate
           .
       Size-Export-Field-exit.
           exit.

       Open-Export-Files section.
      *    Fields follow the select list after the one-byte record
      *    type. A masked column goes out as stars in a character
      *    field of the same width, with no null flag - the flag would
      *    give away what the stars hide. In a broadcast sweep each
      *    DSN's extract gets its own file, the DSN name appended.
           move 2 to ws-exp-pos
           perform varying ws-exp-idx from 1 by 1
               until ws-exp-idx > Sqld
               if ws-mask-col(ws-exp-idx) = "Y"
                   move "N" to ws-exp-nullable(ws-exp-idx)
               end-if
               if ws-exp-nullable(ws-exp-idx) = "Y"
                   add 1 to ws-exp-pos
               end-if
               move ws-exp-pos to ws-exp-start(ws-exp-idx)
               add ws-exp-width(ws-exp-idx) to ws-exp-pos
           end-perform
           compute ws-exp-rec-len = ws-exp-pos - 1
           if ws-exp-rec-len > 4000
               display "EXPORT RECORD WOULD BE LONGER THAN 4000 BYTES "
                   "- EXPORT NOT WRITTEN"
               add 1 to ws-exp-fail-count
               move "N" to ws-export-now-sw
               go to Open-Export-Files-exit
           end-if
           move spaces to ws-export-filename
           if ws-broadcast-mode
               string ws-export-target delimited space
                   "." delimited size
                   Svr delimited space
                   into ws-export-filename
               end-string
           else
               move ws-export-target to ws-export-filename
           end-if
           move spaces to ws-expcpy-filename
           string ws-export-filename delimited space
               ".cpy" delimited size
               into ws-expcpy-filename
           end-string
           open output export-file
           if not ws-export-file-ok
               display "UNABLE TO OPEN EXPORT FILE: "
                   ws-export-filename
               add 1 to ws-exp-fail-count
               move "N" to ws-export-now-sw
               go to Open-Export-Files-exit
           end-if
           open output export-cpy-file
           if not ws-expcpy-file-ok
               display "UNABLE TO OPEN EXPORT COPYBOOK: "
                   ws-expcpy-filename
               close export-file
               add 1 to ws-exp-fail-count
               move "N" to ws-export-now-sw
               go to Open-Export-Files-exit
           end-if
           perform Write-Export-Copybook
           close export-cpy-file
           move 0 to ws-exp-row-count
           .
       Open-Export-Files-exit.
           exit.

       Write-Export-Copybook section.
      *    Headed by the statement that produced it, so the consuming
      *    job's copybook says where its data came from.
           move spaces to export-cpy-rec
           string "      * " delimited size
               ws-export-recname delimited space
               " - DYNQUERY EXPORT LAYOUT " delimited size
               ws-today delimited size
               into export-cpy-rec
           end-string
           write export-cpy-rec
           perform varying ws-exp-pos from 1 by 60
               until ws-exp-pos > ws-stmt-len
               compute ws-exp-chunk = ws-stmt-len - ws-exp-pos + 1
               if ws-exp-chunk > 60
                   move 60 to ws-exp-chunk
               end-if
               move spaces to export-cpy-rec
               string "      *   " delimited size
                   Stmtbuf(ws-exp-pos:ws-exp-chunk) delimited size
                   into export-cpy-rec
               end-string
               write export-cpy-rec
           end-perform
           move spaces to export-cpy-rec
           string "       01  " delimited size
               ws-export-recname delimited space
               "." delimited size
               into export-cpy-rec
           end-string
           write export-cpy-rec
           move spaces to ws-exp-name
           string ws-export-recname delimited space
               "-TYPE" delimited size
               into ws-exp-name
           end-string
           move "PIC X(01)." to ws-exp-pic
           perform Write-Export-Cpy-Field
           move spaces to export-cpy-rec
           string "               88  " delimited size
               ws-export-recname delimited space
               "-DETAIL VALUE ""D""." delimited size
               into export-cpy-rec
           end-string
           write export-cpy-rec
           move spaces to export-cpy-rec
           string "               88  " delimited size
               ws-export-recname delimited space
               "-TRAILER VALUE ""T""." delimited size
               into export-cpy-rec
           end-string
           write export-cpy-rec
           perform varying ws-exp-idx from 1 by 1
               until ws-exp-idx > Sqld
               perform Export-Field-Name
               if ws-exp-nullable(ws-exp-idx) = "Y"
                   move spaces to ws-exp-name
                   string ws-exp-base(1:25) delimited space
                       "-NULL" delimited size
                       into ws-exp-name
                   end-string
                   move "PIC X(01)." to ws-exp-pic
                   perform Write-Export-Cpy-Field
               end-if
               move ws-exp-base to ws-exp-name
               perform Export-Field-Pic
               perform Write-Export-Cpy-Field
           end-perform
           move spaces to export-cpy-rec
           string "       01  " delimited size
               ws-export-recname delimited space
               "-TRL." delimited size
               into export-cpy-rec
           end-string
           write export-cpy-rec
           move "FILLER" to ws-exp-name
           move "PIC X(01)." to ws-exp-pic
           perform Write-Export-Cpy-Field
           move spaces to ws-exp-name
           string ws-export-recname delimited space
               "-ROWS" delimited size
               into ws-exp-name
           end-string
           move "PIC 9(09)." to ws-exp-pic
           perform Write-Export-Cpy-Field
           .
       Write-Export-Copybook-exit.
           exit.

       Export-Field-Name section.
      *    The column name as a COBOL data name - upper case, with
      *    underscores as hyphens. A name that still will not do (an
      *    expression with no alias, say) becomes COLUMN-nnn.
           move Sqlnamec(ws-exp-idx)(1:30) to ws-exp-base
           inspect ws-exp-base
               converting "abcdefghijklmnopqrstuvwxyz_"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ-"
           move zero to ws-exp-trail-ct
           inspect ws-exp-base
               tallying ws-exp-trail-ct for trailing space
           compute ws-exp-name-len = 30 - ws-exp-trail-ct
           move "Y" to ws-exp-name-ok-sw
           move "N" to ws-exp-letter-sw
           if ws-exp-name-len = 0
               move "N" to ws-exp-name-ok-sw
           end-if
           perform varying ws-exp-char-idx from 1 by 1
               until ws-exp-char-idx > ws-exp-name-len
               move ws-exp-base(ws-exp-char-idx:1) to ws-exp-char
               if ws-exp-char not < "A" and ws-exp-char not > "Z"
                   move "Y" to ws-exp-letter-sw
               else
                   if (ws-exp-char < "0" or ws-exp-char > "9")
                       and ws-exp-char not = "-"
                       move "N" to ws-exp-name-ok-sw
                   end-if
               end-if
           end-perform
           if ws-exp-name-ok
               if ws-exp-base(1:1) = "-"
                   or ws-exp-base(ws-exp-name-len:1) = "-"
                   or not ws-exp-letter
                   move "N" to ws-exp-name-ok-sw
               end-if
           end-if
           if not ws-exp-name-ok
               move ws-exp-idx to ws-exp-colno-z
               move spaces to ws-exp-base
               string "COLUMN-" delimited size
                   ws-exp-colno-z delimited size
                   into ws-exp-base
               end-string
           end-if
           .
       Export-Field-Name-exit.
           exit.

       Export-Field-Pic section.
      *    The same picture shapes as catalog's copybook generator,
      *    with display usage in place of COMP so that the file can be
      *    read as text.
           move spaces to ws-exp-pic
           if ws-mask-col(ws-exp-idx) = "Y"
               move ws-exp-width(ws-exp-idx) to ws-exp-len-z
               string "PIC X(" delimited size
                   ws-exp-len-z delimited size
                   ")." delimited size
                   into ws-exp-pic
               end-string
               go to Export-Field-Pic-exit
           end-if
           move ws-exp-digits(ws-exp-idx) to ws-exp-digits-z
           move ws-exp-scale(ws-exp-idx) to ws-exp-scale-z
           evaluate true
               when ws-exp-kind-tinyint(ws-exp-idx)
               when ws-exp-kind-smallint(ws-exp-idx)
               when ws-exp-kind-integer(ws-exp-idx)
               when ws-exp-kind-bigint(ws-exp-idx)
                   string "PIC S9(" delimited size
                       ws-exp-digits-z delimited size
                       ") SIGN LEADING SEPARATE." delimited size
                       into ws-exp-pic
                   end-string
               when ws-exp-kind-decimal(ws-exp-idx)
               when ws-exp-kind-double(ws-exp-idx)
                   if ws-exp-scale(ws-exp-idx) > 0
                       string "PIC S9(" delimited size
                           ws-exp-digits-z delimited size
                           ")V9(" delimited size
                           ws-exp-scale-z delimited size
                           ") SIGN LEADING SEPARATE." delimited size
                           into ws-exp-pic
                       end-string
                   else
                       string "PIC S9(" delimited size
                           ws-exp-digits-z delimited size
                           ") SIGN LEADING SEPARATE." delimited size
                           into ws-exp-pic
                       end-string
                   end-if
               when ws-exp-kind-boolean(ws-exp-idx)
                   move "PIC 9(01)." to ws-exp-pic
               when other
                   move ws-exp-width(ws-exp-idx) to ws-exp-len-z
                   string "PIC X(" delimited size
                       ws-exp-len-z delimited size
                       ")." delimited size
                       into ws-exp-pic
                   end-string
           end-evaluate
           .
       Export-Field-Pic-exit.
           exit.

       Write-Export-Cpy-Field section.
      *    One line where it fits in the 72 columns, otherwise the
      *    picture goes on a line of its own.
           move zero to ws-exp-trail-ct
           inspect ws-exp-name
               tallying ws-exp-trail-ct for trailing space
           compute ws-exp-name-len = 30 - ws-exp-trail-ct
           move zero to ws-exp-trail-ct
           inspect ws-exp-pic
               tallying ws-exp-trail-ct for trailing space
           compute ws-exp-pic-len = 50 - ws-exp-trail-ct
           move spaces to export-cpy-rec
           if 16 + ws-exp-name-len + ws-exp-pic-len > 72
               string "           05  " delimited size
                   ws-exp-name delimited space
                   into export-cpy-rec
               end-string
               write export-cpy-rec
               move spaces to export-cpy-rec
               string "                   " delimited size
                   ws-exp-pic delimited size
                   into export-cpy-rec
               end-string
           else
               string "           05  " delimited size
                   ws-exp-name delimited space
                   " " delimited size
                   ws-exp-pic delimited size
                   into export-cpy-rec
               end-string
           end-if
           write export-cpy-rec
           .
       Write-Export-Cpy-Field-exit.
           exit.

       Write-Export-Row section.
           move spaces to ws-exp-line
           move "D" to ws-exp-line(1:1)
           perform Put-Export-Field
               varying ws-exp-idx from 1 by 1
               until ws-exp-idx > Sqld
           write export-rec from ws-exp-line
           add 1 to ws-exp-row-count
           .
       Write-Export-Row-exit.
           exit.

       Put-Export-Field section.
      *    A NULL goes out as zero or spaces behind a "Y" null flag.
           move ws-exp-start(ws-exp-idx) to ws-exp-pos
           if ws-mask-col(ws-exp-idx) = "Y"
               move all "*" to
                   ws-exp-line(ws-exp-pos:ws-exp-width(ws-exp-idx))
               go to Put-Export-Field-exit
           end-if
           if ws-exp-nullable(ws-exp-idx) = "Y"
               if Dyn-Null(ws-exp-idx) < 0
                   move "Y" to ws-exp-line(ws-exp-pos - 1:1)
               else
                   move "N" to ws-exp-line(ws-exp-pos - 1:1)
               end-if
           end-if
           move zero to ws-exp-int-val
           move zero to ws-exp-dec-val
           evaluate true
               when ws-exp-kind-tinyint(ws-exp-idx)
               when ws-exp-kind-smallint(ws-exp-idx)
               when ws-exp-kind-integer(ws-exp-idx)
               when ws-exp-kind-bigint(ws-exp-idx)
                   if Dyn-Null(ws-exp-idx) not < 0
                       evaluate true
                           when ws-exp-kind-tinyint(ws-exp-idx)
                               move Tinyint-Var(ws-exp-idx)
                                   to ws-exp-int-val
                           when ws-exp-kind-smallint(ws-exp-idx)
                               move Smallint-Var(ws-exp-idx)
                                   to ws-exp-int-val
                           when ws-exp-kind-integer(ws-exp-idx)
                               move Integer-Var(ws-exp-idx)
                                   to ws-exp-int-val
                           when other
                               move Bigint-Var(ws-exp-idx)
                                   to ws-exp-int-val
                       end-evaluate
                   end-if
                   move ws-exp-int-val(1:1)
                       to ws-exp-line(ws-exp-pos:1)
                   move ws-exp-int-val(20 - ws-exp-digits(ws-exp-idx):
                                       ws-exp-digits(ws-exp-idx))
                       to ws-exp-line(ws-exp-pos + 1:
                                      ws-exp-digits(ws-exp-idx))
               when ws-exp-kind-decimal(ws-exp-idx)
               when ws-exp-kind-double(ws-exp-idx)
                   if Dyn-Null(ws-exp-idx) not < 0
                       if ws-exp-kind-double(ws-exp-idx)
                           move Float-Var(ws-exp-idx) to ws-exp-dec-val
                       else
                           move Decimal-Var(ws-exp-idx)
                               to ws-exp-dec-val
                       end-if
                   end-if
                   move ws-exp-dec-val(1:1)
                       to ws-exp-line(ws-exp-pos:1)
                   move ws-exp-dec-val(15 - ws-exp-digits(ws-exp-idx):
                                       ws-exp-width(ws-exp-idx) - 1)
                       to ws-exp-line(ws-exp-pos + 1:
                                      ws-exp-width(ws-exp-idx) - 1)
               when ws-exp-kind-boolean(ws-exp-idx)
                   if Dyn-Null(ws-exp-idx) < 0
                       or Boolean-Var(ws-exp-idx) = 0
                       move "0" to ws-exp-line(ws-exp-pos:1)
                   else
                       move "1" to ws-exp-line(ws-exp-pos:1)
                   end-if
               when other
                   if Dyn-Null(ws-exp-idx) not < 0
                       move Char-Var(ws-exp-idx)
                               (1:ws-exp-width(ws-exp-idx))
                           to ws-exp-line(ws-exp-pos:
                                          ws-exp-width(ws-exp-idx))
                   end-if
           end-evaluate
           .
       Put-Export-Field-exit.
           exit.

       Close-Export-Files section.
      *    The trailer carries the count of detail records written, so
      *    the consuming job can prove it read the whole extract.
           move spaces to ws-exp-line
           move "T" to ws-exp-line(1:1)
           move ws-exp-row-count to ws-exp-line(2:9)
           write export-rec from ws-exp-line
           close export-file
           move ws-exp-row-count to ws-exp-rows-disp
           display "EXPORTED " ws-exp-rows-disp " ROW(S) TO "
               ws-export-filename
           display "RECORD LAYOUT IN " ws-expcpy-filename
           perform Write-Export-Audit-Record
           .
       Close-Export-Files-exit.
           exit.

       Write-Export-Audit-Record section.
           if ws-audit-file-ok
               accept ws-now from time
               move spaces to audit-rec
               string
                   ws-today delimited size
                   " " delimited size
                   ws-now delimited size
                   " EXPORT=" delimited size
                   ws-export-filename delimited space
                   " ROWS=" delimited size
                   ws-exp-row-count delimited size
               into audit-rec
               write audit-rec
           end-if
           .
       Write-Export-Audit-Record-exit.
           exit.

       Display-Sqlca section.
           if Sqlcode not = 0
               display Stmt ":"
