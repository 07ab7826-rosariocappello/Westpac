           select profile-in-file assign to ws-prof-in-filename
               organization line sequential
               file status ws-prof-in-status.
           select xref-list-file assign to ws-xref-list-filename
               organization line sequential
               file status ws-xref-list-status.
           select xref-src-file assign to ws-xref-src-filename
               organization line sequential
               file status ws-xref-src-status.
           select xref-copy-file assign to ws-xref-cpy-filename
               organization line sequential
               file status ws-xref-cpy-status.
           select xref-out-file assign to ws-xref-out-filename
               organization line sequential
               file status ws-xref-out-status.
           select colprof-out-file assign to ws-cp-out-filename
               organization line sequential
               file status ws-cp-out-status.
           select colprof-in-file assign to ws-cp-in-filename
               organization line sequential
               file status ws-cp-in-status.

       data division.
       file section.
       01  profile-out-rec         pic x(60).
       fd  profile-in-file.
       01  profile-in-rec          pic x(60).
       fd  xref-list-file.
       01  xref-list-rec           pic x(256).
       fd  xref-src-file.
       01  xref-src-rec            pic x(256).
       fd  xref-copy-file.
       01  xref-copy-rec           pic x(256).
       fd  xref-out-file.
       01  xref-out-rec            pic x(200).
       fd  colprof-out-file.
       01  colprof-out-rec         pic x(400).
       fd  colprof-in-file.
       01  colprof-in-rec          pic x(400).

       working-storage section.

       01 Priv-Table             pic x(32).
       01 Priv-Priv              pic x(40).
       01 Priv-Grantable         pic x(3).
       01 Cp-Stmt                pic x(800).
       01 Cp-Rows                pic s9(9) comp-5.
       01 Cp-Nonnull             pic s9(9) comp-5.
       01 Cp-Distinct            pic s9(9) comp-5.
       01 Cp-Blanks              pic s9(9) comp-5.
       01 Cp-Blanks-Ind          pic s9(4) comp-5.
       01 Cp-Maxlen              pic s9(9) comp-5.
       01 Cp-Maxlen-Ind          pic s9(4) comp-5.
       01 Cp-Min                 pic x(40).
       01 Cp-Min-Ind             pic s9(4) comp-5.
       01 Cp-Max                 pic x(40).
       01 Cp-Max-Ind             pic s9(4) comp-5.
       01 Cp-Val                 pic x(40).
       01 Cp-Val-Ind             pic s9(4) comp-5.
       01 Cp-Val-Count           pic s9(9) comp-5.

       EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-timing-elapsed       pic s9(8) comp value 0.
       01  ws-timing-elapsed-disp  pic -(7)9.

       01  ws-xref-list-filename   pic x(256).
       01  ws-xref-list-status     pic xx.
           88  ws-xref-list-file-ok      value "00".
       01  ws-xref-src-filename    pic x(256).
       01  ws-xref-src-status      pic xx.
           88  ws-xref-src-file-ok       value "00".
       01  ws-xref-cpy-filename    pic x(256).
       01  ws-xref-cpy-status      pic xx.
           88  ws-xref-cpy-file-ok       value "00".
       01  ws-xref-out-filename    pic x(256).
       01  ws-xref-out-status      pic xx.
           88  ws-xref-out-file-ok       value "00".
       01  ws-xref-copydir         pic x(200).
       01  ws-xref-query           pic x(65).
       01  ws-xref-query-table     pic x(32).
       01  ws-xref-query-column    pic x(32).
       01  ws-xref-lower           pic x(26)
               value "abcdefghijklmnopqrstuvwxyz".
       01  ws-xref-upper           pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  ws-xref-list-eof        pic x.
           88  ws-xref-list-eof-88       value "Y".
       01  ws-xref-src-eof         pic x.
           88  ws-xref-src-eof-88        value "Y".
       01  ws-xref-in-copy         pic x.
           88  ws-xref-in-copy-88        value "Y".
       01  ws-xref-in-block        pic x.
           88  ws-xref-in-block-88       value "Y".
       01  ws-xref-in-proc         pic x.
           88  ws-xref-in-proc-88        value "Y".
       01  ws-xref-pgm-named       pic x.
           88  ws-xref-pgm-named-88      value "Y".
       01  ws-xref-found           pic x.
           88  ws-xref-found-88          value "Y".
       01  ws-xref-program         pic x(30).
       01  ws-xref-pgm-first       pic 9(4) comp.
       01  ws-xref-line            pic x(256).
       01  ws-xref-work            pic x(256).
       01  ws-xref-code            pic x(249).
       01  ws-xref-code-len        pic 9(4) comp.
       01  ws-xref-pos             pic 9(4) comp.
       01  ws-xref-lead            pic 9(4) comp.
       01  ws-xref-trail           pic 9(4) comp.
       01  ws-xref-words.
           05  ws-xref-w           occurs 8 pic x(40).
       01  ws-xref-word            pic x(40).
       01  ws-xref-w-idx           pic 9(2) comp.
       01  ws-xref-dot-ct          pic 9(2) comp.

      *    One EXEC SQL block at a time is gathered into the block
      *    buffer and broken into tokens: W (word), H (host variable,
      *    colon dropped, indicator dropped) and P (punctuation).
      *    The zone marks where the token sits in the statement -
      *    S select list, T UPDATE SET clause, C INSERT column list,
      *    V INSERT VALUES list - and the item is its comma position.
       01  ws-xref-kw-exec.
           05  filler              pic x(5) value "EXEC ".
           05  filler              pic x(3) value "SQL".
       01  ws-xref-kw-end.
           05  filler              pic x(4) value "END-".
           05  filler              pic x(4) value "EXEC".
       01  ws-xref-block           pic x(4000).
       01  ws-xref-block-len       pic 9(4) comp.
       01  ws-xref-char            pic x.
           88  ws-xref-char-word         values "A" thru "Z"
                                         "0" thru "9" "_" "#" "$" "@".
           88  ws-xref-char-hvar         values "A" thru "Z"
                                         "0" thru "9" "_" "-".
       01  ws-xref-ch-idx          pic 9(4) comp.
       01  ws-xref-ch-start        pic 9(4) comp.
       01  ws-xref-quote           pic x.
       01  ws-xref-tok-kind        pic x.
       01  ws-xref-tok-text        pic x(32).
       01  ws-xref-tok-len         pic 9(2) comp.
       01  ws-xref-depth           pic 9(2) comp.
       01  ws-xref-tokens.
           05  ws-xt-entry         occurs 800.
               10  ws-xt-kind      pic x.
               10  ws-xt-text      pic x(32).
               10  ws-xt-depth     pic 9(2) comp.
               10  ws-xt-table     pic 9(3) comp.
               10  ws-xt-zone      pic x.
               10  ws-xt-item      pic 9(3) comp.
       01  ws-xt-count             pic 9(4) comp.
       01  ws-xt-idx               pic 9(4) comp.
       01  ws-xt-j                 pic 9(4) comp.
       01  ws-xref-verb            pic x.
       01  ws-xref-target-tok      pic 9(4) comp.
       01  ws-xref-target          pic 9(3) comp.
       01  ws-xref-sel-from        pic 9(4) comp.
       01  ws-xref-set-pos         pic 9(4) comp.
       01  ws-xref-where-pos       pic 9(4) comp.
       01  ws-xref-item            pic 9(3) comp.
       01  ws-xref-col-list        pic x.
           88  ws-xref-col-list-88       value "Y".
       01  ws-xref-into-ct         pic 9(3) comp.
       01  ws-xref-into-hvs.
           05  ws-xref-into-hv     occurs 60 pic x(30).
       01  ws-xref-item-toks.
           05  ws-xref-item-tok    occurs 60 pic 9(4) comp.
       01  ws-xref-val-ct          pic 9(3) comp.
       01  ws-xref-val-hvs.
           05  ws-xref-val-hv      occurs 60 pic x(30).
       01  ws-xref-qual-tab        pic 9(3) comp.
       01  ws-xref-mapped-hv       pic x(30).
       01  ws-xref-stopword-init.
           05  filler              pic x(10) value "WHERE".
           05  filler              pic x(10) value "SET".
           05  filler              pic x(10) value "VALUES".
           05  filler              pic x(10) value "ORDER".
           05  filler              pic x(10) value "GROUP".
           05  filler              pic x(10) value "HAVING".
           05  filler              pic x(10) value "UNION".
           05  filler              pic x(10) value "MINUS".
           05  filler              pic x(10) value "INTERSECT".
           05  filler              pic x(10) value "INNER".
           05  filler              pic x(10) value "LEFT".
           05  filler              pic x(10) value "RIGHT".
           05  filler              pic x(10) value "FULL".
           05  filler              pic x(10) value "CROSS".
           05  filler              pic x(10) value "NATURAL".
           05  filler              pic x(10) value "JOIN".
           05  filler              pic x(10) value "ON".
           05  filler              pic x(10) value "CONNECT".
           05  filler              pic x(10) value "START".
           05  filler              pic x(10) value "FOR".
           05  filler              pic x(10) value "WITH".
           05  filler              pic x(10) value "SELECT".
           05  filler              pic x(10) value "INTO".
           05  filler              pic x(10) value "USING".
           05  filler              pic x(10) value "FROM".
           05  filler              pic x(10) value "AND".
       01  ws-xref-stopwords redefines ws-xref-stopword-init.
           05  ws-xref-stopword    occurs 26 pic x(10).
       01  ws-xref-sw-idx          pic 9(2) comp.

      *    Aliases and referenced tables of the block in hand; the
      *    table numbers index ws-cmp-table, and each table's columns
      *    sit together in the catalog column table between its first
      *    and last entries.
       01  ws-xref-aliases.
           05  ws-xa-entry         occurs 30.
               10  ws-xa-alias     pic x(32).
               10  ws-xa-table     pic 9(3) comp.
       01  ws-xa-count             pic 9(2) comp.
       01  ws-xa-idx               pic 9(2) comp.
       01  ws-xref-reflist.
           05  ws-xref-ref-tab     occurs 30 pic 9(3) comp.
       01  ws-xref-ref-count       pic 9(2) comp.
       01  ws-xref-ref-idx         pic 9(2) comp.
       01  ws-xref-tab-ranges.
           05  ws-xref-tab-range   occurs 200.
               10  ws-xref-tab-first pic 9(4) comp.
               10  ws-xref-tab-last  pic 9(4) comp.
       01  ws-xref-cols.
           05  ws-xc-entry         occurs 3000.
               10  ws-xc-table     pic x(32).
               10  ws-xc-column    pic x(32).
               10  ws-xc-tab       pic 9(3) comp.
               10  ws-xc-type      pic s9(4) comp.
               10  ws-xc-type-name pic x(20).
               10  ws-xc-prec      pic s9(9) comp.
               10  ws-xc-length    pic s9(9) comp.
               10  ws-xc-scale     pic s9(4) comp.
       01  ws-xc-count             pic 9(4) comp value 0.
       01  ws-xc-idx               pic 9(4) comp.
       01  ws-xc-overflow          pic x value "N".

      *    Host variable pictures harvested from the program in hand
      *    (its own data division and the copybooks it copies), and
      *    the cursors it declares with the catalog column behind
      *    each select-list item, so a later FETCH INTO can be tied
      *    back to the columns.
       01  ws-xref-hvdefs.
           05  ws-xh-entry         occurs 1500.
               10  ws-xh-name      pic x(30).
               10  ws-xh-pic       pic x(30).
       01  ws-xh-count             pic 9(4) comp.
       01  ws-xh-idx               pic 9(4) comp.
       01  ws-xref-cursors.
           05  ws-xk-entry         occurs 50.
               10  ws-xk-name      pic x(32).
               10  ws-xk-item-ct   pic 9(2) comp.
               10  ws-xk-item-col  occurs 40 pic 9(4) comp.
       01  ws-xk-count             pic 9(2) comp.
       01  ws-xk-idx               pic 9(2) comp.
       01  ws-xk-cur               pic 9(2) comp.

      *    The usage matrix: one entry per table/column/program/host
      *    variable, with the uses seen (R read, U update, I insert,
      *    D delete) in fixed positions. Column 0 is a table-level
      *    entry - the statement's verb against the table itself.
       01  ws-xref-uses.
           05  ws-xu-entry         occurs 5000.
               10  ws-xu-col       pic 9(4) comp.
               10  ws-xu-table     pic x(32).
               10  ws-xu-program   pic x(30).
               10  ws-xu-hostvar   pic x(30).
               10  ws-xu-usage     pic x(4).
               10  ws-xu-pic       pic x(30).
               10  ws-xu-narrow    pic x.
       01  ws-xu-count             pic 9(4) comp value 0.
       01  ws-xu-idx               pic 9(4) comp.
       01  ws-xu-overflow          pic x value "N".
       01  ws-xref-use-col         pic 9(4) comp.
       01  ws-xref-use-tab         pic 9(3) comp.
       01  ws-xref-use-hv          pic x(30).
       01  ws-xref-use-letter      pic x.
       01  ws-xref-usage-out       pic x(4).
       01  ws-xref-dyns.
           05  ws-xd-entry         occurs 200.
               10  ws-xd-program   pic x(30).
               10  ws-xd-stmts     pic 9(4) comp.
       01  ws-xd-count             pic 9(3) comp value 0.
       01  ws-xd-idx               pic 9(3) comp.
       01  ws-xref-dyn-ct          pic 9(4) comp.
       01  ws-xref-src-count       pic 9(4) comp value 0.
       01  ws-xref-blk-count       pic 9(6) comp value 0.
       01  ws-xref-miss-copy       pic 9(4) comp value 0.
       01  ws-xref-narrow-ct       pic 9(4) comp value 0.
       01  ws-xref-line-ct         pic 9(4) comp.
       01  ws-xref-pgm-ct          pic 9(4) comp.
       01  ws-xref-prev-pgm        pic x(30).
       01  ws-xref-narrow-col      pic 9(4) comp.
       01  ws-xref-def-name        pic x(30).
       01  ws-xref-ptr             pic 9(4) comp.
       01  ws-xref-num-z           pic 9(4).
       01  ws-xref-num-disp        pic z(8)9.
       01  ws-xref-scale-disp      pic -(4)9.

      *    Picture analysis: capacity of a host variable picture in
      *    characters, or in integer and decimal digits.
       01  ws-xp-text              pic x(30).
       01  ws-xp-idx               pic 9(2) comp.
       01  ws-xp-sym               pic x.
       01  ws-xp-rep               pic 9(4) comp.
       01  ws-xp-digit             pic 9.
       01  ws-xp-kind              pic x.
       01  ws-xp-len               pic 9(4) comp.
       01  ws-xp-int               pic 9(4) comp.
       01  ws-xp-dec               pic 9(4) comp.
       01  ws-xp-need              pic s9(9) comp.
       01  ws-xp-scale             pic s9(4) comp.
       01  ws-xp-after-point       pic x.
       01  ws-xp-sign-seen         pic x.

       01  ws-xref-impact-line.
           05  filler              pic x(2) value spaces.
           05  ws-xi-program       pic x(14).
           05  filler              pic x value space.
           05  ws-xi-usage         pic x(4).
           05  filler              pic x(2) value spaces.
           05  ws-xi-hostvar       pic x(30).
           05  filler              pic x value space.
           05  ws-xi-pic           pic x(20).
           05  filler              pic x value space.
           05  ws-xi-flag          pic x(20).

      *    Column value profiling. Each run's results are held in
      *    ws-cr-entry for comparison with the prior profile file,
      *    whose records carry the same fields in the same order:
      *    COLPROF|date|table|column|rows|nulls|distinct|blanks|
      *    longest|declared|min|max|most frequent values.
       01  ws-cp-env               pic x.
       01  ws-cp-out-filename      pic x(256).
       01  ws-cp-out-status        pic xx.
           88  ws-cp-out-file-ok         value "00".
       01  ws-cp-in-filename       pic x(256).
       01  ws-cp-in-status         pic xx.
           88  ws-cp-in-file-ok          value "00".
       01  ws-cp-in-eof            pic x value "N".
           88  ws-cp-in-eof-88           value "Y".
       01  ws-cp-table-env         pic x(32).
       01  ws-cp-top-env           pic x.
       01  ws-cp-top               pic 9 comp value 3.
       01  ws-cp-shift-env         pic x(6).
       01  ws-cp-shift-pct         pic 9(3)v99 value 5.
       01  ws-cp-cols.
           05  ws-cp-col           occurs 300.
               10  ws-cp-col-name  pic x(32).
               10  ws-cp-col-type  pic s9(4) comp.
               10  ws-cp-col-declen pic s9(9) comp.
       01  ws-cp-col-count         pic 9(3) comp.
       01  ws-cp-col-idx           pic 9(3) comp.
       01  ws-cp-col-overflow      pic x.
       01  ws-cp-results.
           05  ws-cr-entry         occurs 3000.
               10  ws-cr-table     pic x(32).
               10  ws-cr-column    pic x(32).
               10  ws-cr-tab       pic 9(3) comp.
               10  ws-cr-rows      pic s9(9) comp.
               10  ws-cr-nulls     pic s9(9) comp.
               10  ws-cr-distinct  pic s9(9) comp.
               10  ws-cr-blanks    pic s9(9) comp.
               10  ws-cr-maxlen    pic s9(9) comp.
               10  ws-cr-declen    pic s9(9) comp.
               10  ws-cr-seen      pic x.
       01  ws-cr-count             pic 9(4) comp value 0.
       01  ws-cr-idx               pic 9(4) comp.
       01  ws-cr-overflow          pic x value "N".
       01  ws-cp-tab-prior.
           05  ws-cp-tab-in-prior  occurs 200 pic x.
       01  ws-cp-kind              pic x.
           88  ws-cp-kind-char           value "C".
           88  ws-cp-kind-long           value "L".
           88  ws-cp-kind-other          value "O".
       01  ws-cp-ptr               pic 9(4) comp.
       01  ws-cp-nulls             pic s9(9) comp.
       01  ws-cp-pct               pic 9(3)v99.
       01  ws-cp-prior-pct         pic 9(3)v99.
       01  ws-cp-pct-diff          pic s9(3)v99.
       01  ws-cp-pct-disp          pic zz9.99.
       01  ws-cp-pct-disp2         pic zz9.99.
       01  ws-cp-num               pic s9(9) comp.
       01  ws-cp-num-disp          pic z(8)9.
       01  ws-cp-num-lead          pic 9(2) comp.
       01  ws-cp-num-text          pic x(10).
       01  ws-cp-num-text2         pic x(10).
       01  ws-cp-rows-z            pic 9(9).
       01  ws-cp-nulls-z           pic 9(9).
       01  ws-cp-distinct-z        pic 9(9).
       01  ws-cp-blanks-z          pic 9(9).
       01  ws-cp-maxlen-z          pic 9(9).
       01  ws-cp-declen-z          pic 9(9).
       01  ws-cp-top-text          pic x(200).
       01  ws-cp-top-ptr           pic 9(4) comp.
       01  ws-cp-top-ct            pic 9 comp.
       01  ws-cp-line              pic x(160).
       01  ws-cp-prior-date        pic x(8).
       01  ws-cp-prior.
           05  ws-cp-p-tag         pic x(8).
           05  ws-cp-p-date        pic x(8).
           05  ws-cp-p-table       pic x(32).
           05  ws-cp-p-column      pic x(32).
           05  ws-cp-p-rows-x      pic x(12).
           05  ws-cp-p-nulls-x     pic x(12).
           05  ws-cp-p-distinct-x  pic x(12).
           05  ws-cp-p-blanks-x    pic x(12).
           05  ws-cp-p-maxlen-x    pic x(12).
           05  ws-cp-p-declen-x    pic x(12).
       01  ws-cp-p-rows            pic s9(9).
       01  ws-cp-p-nulls           pic s9(9).
       01  ws-cp-p-distinct        pic s9(9).
       01  ws-cp-p-blanks          pic s9(9).
       01  ws-cp-p-maxlen          pic s9(9).
       01  ws-cp-found             pic x.
           88  ws-cp-found-88            value "Y".
       01  ws-cp-shift-count       pic 9(5) comp value 0.
       01  ws-cp-shift-disp        pic z(4)9.
       01  ws-cp-tables-disp       pic z(4)9.

       procedure division.
       main-proc.
      *    Find out which database we are using and connect to it
               stop run
           end-if

      *    CATLOG-XREF-SRCLIST switches the run to source impact
      *    analysis: the table and column cursors load the catalog,
      *    every source named in the list file (one path per line,
      *    programs and copybooks alike) is scanned for EXEC SQL
      *    blocks, and the tables and columns each program reads,
      *    updates, inserts or deletes are written as a table-by-
      *    column-by-program usage matrix. CATLOG-XREF-COLUMN (e.g.
      *    EMP.COMM) asks what a change to that column would break.
           move spaces to ws-xref-list-filename
           display "CATLOG-XREF-SRCLIST" upon environment-name
           accept ws-xref-list-filename from environment-value
           if ws-xref-list-filename not = spaces
               perform Xref-Mode
               stop run
           end-if

      *    CATLOG-COLPROF=Y switches the run to column value
      *    profiling of CATLOG-COLPROF-TABLE, or of every table the
      *    owner filter selects when that is unset: per column the
      *    null count and rate, distinct values, lowest and highest
      *    values, most frequent values and, for character columns,
      *    blank values and the longest value against the declared
      *    length. Results go to a dated profile file, and a prior
      *    profile named in CATLOG-COLPROF-IN is checked for shifts.
           move spaces to ws-cp-env
           display "CATLOG-COLPROF" upon environment-name
           accept ws-cp-env from environment-value
           if ws-cp-env = "Y" or ws-cp-env = "y"
               perform Colprof-Mode thru Colprof-Mode-exit
               stop run
           end-if

           exec sql
               connect to :Svr user :Usr-Pass
           end-exec
               declare objcurs cursor for objstmt
           end-exec

           exec sql
               declare cpcurs cursor for cpstmt
           end-exec

           exec sql
               declare cfcurs cursor for cfstmt
           end-exec

           exec sql
               declare dcurs cursor for
                   query odbc datatypes
       Profile-Delta-One-Line-exit.
           exit.

       Xref-Mode.
           exec sql
               connect to :Svr user :Usr-Pass
           end-exec
           if sqlcode not = 0
               display "CANNOT CONNECT TO " Svr " SQLCODE=" sqlcode
               display sqlerrmc
               stop run
           end-if
           open input xref-list-file
           if not ws-xref-list-file-ok
               display "UNABLE TO OPEN SOURCE LIST: "
                   ws-xref-list-filename
               stop run
           end-if
      *    CATLOG-XREF-COPYDIR is where COPY members are looked for
      *    (member name plus .cpy); CATLOG-XREF-OUT names the usage
      *    matrix file.
           move spaces to ws-xref-copydir
           display "CATLOG-XREF-COPYDIR" upon environment-name
           accept ws-xref-copydir from environment-value
           if ws-xref-copydir = spaces
               move "copy" to ws-xref-copydir
           end-if
           move spaces to ws-xref-out-filename
           display "CATLOG-XREF-OUT" upon environment-name
           accept ws-xref-out-filename from environment-value
           if ws-xref-out-filename = spaces
               move "/tmp/catalog_xref.dat" to ws-xref-out-filename
           end-if
           open output xref-out-file
           if not ws-xref-out-file-ok
               display "UNABLE TO OPEN XREF OUTPUT FILE: "
                   ws-xref-out-filename
               stop run
           end-if
           perform Xref-Load-Catalog
           move ws-cmp-table-count to ws-xref-num-disp
           display "XREF: " ws-xref-num-disp " TABLE(S) IN THE CATALOG"
           move ws-xc-count to ws-xref-num-disp
           display "XREF: " ws-xref-num-disp " COLUMN(S)"
           move "N" to ws-xref-list-eof
           perform until ws-xref-list-eof-88
               read xref-list-file
                   at end
                       set ws-xref-list-eof-88 to true
               end-read
               if not ws-xref-list-eof-88
                   and xref-list-rec not = spaces
                   perform Xref-Scan-Source thru Xref-Scan-Source-exit
               end-if
           end-perform
           close xref-list-file
           perform Xref-Write-Matrix
           close xref-out-file
           move ws-xref-src-count to ws-xref-num-disp
           display "XREF: " ws-xref-num-disp " SOURCE(S) SCANNED"
           move ws-xref-blk-count to ws-xref-num-disp
           display "XREF: " ws-xref-num-disp " SQL BLOCK(S)"
           move ws-xu-count to ws-xref-num-disp
           display "XREF: " ws-xref-num-disp
               " USAGE LINE(S) WRITTEN TO " ws-xref-out-filename
           move ws-xref-narrow-ct to ws-xref-num-disp
           display "XREF: " ws-xref-num-disp
               " HOST VARIABLE(S) NARROWER THAN THEIR COLUMN"
           if ws-xref-miss-copy > 0
               move ws-xref-miss-copy to ws-xref-num-disp
               display "XREF: " ws-xref-num-disp
                   " COPY MEMBER(S) NOT FOUND - PICTURES MAY BE MISSING"
           end-if
           move spaces to ws-xref-query
           display "CATLOG-XREF-COLUMN" upon environment-name
           accept ws-xref-query from environment-value
           if ws-xref-query not = spaces
               perform Xref-Impact-Query
           end-if
           exec sql disconnect current end-exec
           .
       Xref-Mode-exit.
           exit.

       Xref-Load-Catalog.
           perform Init-Table-Filter
           move 0 to ws-cmp-table-count
           exec sql open tcurs end-exec
           if sqlcode not = 0
               display "CANNOT READ TABLE CATALOG ON " Svr
               stop run
           end-if
           exec sql fetch tcurs into :table-catalog:tab-inds end-exec
           perform until sqlcode < 0 or sqlcode = 100
               if ws-cmp-table-count < 200
                   add 1 to ws-cmp-table-count
                   move tab-name
                       to ws-cmp-table(ws-cmp-table-count)
               else
                   if ws-cmp-overflow = "N"
                       display "XREF TABLE LIST FULL AT 200 - "
                           "REMAINING TABLES SKIPPED"
                       move "Y" to ws-cmp-overflow
                   end-if
               end-if
               exec sql fetch tcurs into
                   :table-catalog:tab-inds
               end-exec
           end-perform
           exec sql close tcurs end-exec
           move 0 to ws-xc-count
           perform varying ws-cmp-tab-idx from 1 by 1
               until ws-cmp-tab-idx > ws-cmp-table-count
               perform Xref-Load-Columns
           end-perform
           .

       Xref-Load-Columns.
      *    The table's columns are kept together, in the order the
      *    column cursor returns them, between its first and last
      *    entries; names are held upper case to match the sources.
           move ws-cmp-table(ws-cmp-tab-idx) to Column-Table-Name
           compute ws-xref-tab-first(ws-cmp-tab-idx) = ws-xc-count + 1
           exec sql open ccurs end-exec
           if sqlcode = 0
               exec sql fetch ccurs into
                   :column-catalog:col-inds
               end-exec
               perform until sqlcode < 0 or sqlcode = 100
                   perform Xref-Add-Catalog-Column
                   exec sql fetch ccurs into
                       :column-catalog:col-inds
                   end-exec
               end-perform
               exec sql close ccurs end-exec
           else
               display "CANNOT READ COLUMNS OF " Column-Table-Name
           end-if
           move ws-xc-count to ws-xref-tab-last(ws-cmp-tab-idx)
           inspect ws-cmp-table(ws-cmp-tab-idx)
               converting ws-xref-lower to ws-xref-upper
           .

       Xref-Add-Catalog-Column.
           if ws-xc-count < 3000
               add 1 to ws-xc-count
               move ws-cmp-table(ws-cmp-tab-idx)
                   to ws-xc-table(ws-xc-count)
               move col-name to ws-xc-column(ws-xc-count)
               inspect ws-xc-table(ws-xc-count)
                   converting ws-xref-lower to ws-xref-upper
               inspect ws-xc-column(ws-xc-count)
                   converting ws-xref-lower to ws-xref-upper
               move ws-cmp-tab-idx to ws-xc-tab(ws-xc-count)
               move col-data-type to ws-xc-type(ws-xc-count)
               move col-type-name to ws-xc-type-name(ws-xc-count)
               move col-precision to ws-xc-prec(ws-xc-count)
               if col-precision < zero
                   move zero to ws-xc-prec(ws-xc-count)
               end-if
               move col-length to ws-xc-length(ws-xc-count)
               move col-scale to ws-xc-scale(ws-xc-count)
               if col-scale < zero
                   move zero to ws-xc-scale(ws-xc-count)
               end-if
           else
               if ws-xc-overflow = "N"
                   display "XREF COLUMN LIST FULL AT 3000 - "
                       "REMAINING COLUMNS SKIPPED"
                   move "Y" to ws-xc-overflow
               end-if
           end-if.

       Xref-Scan-Source.
           move xref-list-rec to ws-xref-src-filename
           open input xref-src-file
           if not ws-xref-src-file-ok
               display "XREF: CANNOT OPEN SOURCE "
                   ws-xref-src-filename(1:100)
               go to Xref-Scan-Source-exit
           end-if
           add 1 to ws-xref-src-count
      *    A program is known by its PROGRAM-ID once one is seen, and
      *    until then (or for a copybook) by its file name.
           move 0 to ws-xref-pos
           perform varying ws-xref-ch-idx from 1 by 1
               until ws-xref-ch-idx > 256
               if ws-xref-src-filename(ws-xref-ch-idx:1) = "/"
                   move ws-xref-ch-idx to ws-xref-pos
               end-if
           end-perform
           move spaces to ws-xref-program
           if ws-xref-pos < 256
               unstring ws-xref-src-filename(ws-xref-pos + 1:)
                   delimited by "." or space
                   into ws-xref-program
               end-unstring
           end-if
           inspect ws-xref-program
               converting ws-xref-lower to ws-xref-upper
           compute ws-xref-pgm-first = ws-xu-count + 1
           move 0 to ws-xh-count
           move 0 to ws-xk-count
           move 0 to ws-xref-dyn-ct
           move 0 to ws-xref-block-len
           move spaces to ws-xref-block
           move "N" to ws-xref-src-eof
           move "N" to ws-xref-in-copy
           move "N" to ws-xref-in-block
           move "N" to ws-xref-in-proc
           move "N" to ws-xref-pgm-named
           perform Xref-Read-Line thru Xref-Read-Line-exit
           perform until ws-xref-src-eof-88
               perform Xref-Source-Line thru Xref-Source-Line-exit
               perform Xref-Read-Line thru Xref-Read-Line-exit
           end-perform
           close xref-src-file
           if ws-xref-in-copy-88
               close xref-copy-file
           end-if
           perform Xref-Resolve-Pictures
           if ws-xref-dyn-ct > 0 and ws-xd-count < 200
               add 1 to ws-xd-count
               move ws-xref-program to ws-xd-program(ws-xd-count)
               move ws-xref-dyn-ct to ws-xd-stmts(ws-xd-count)
           end-if
           .
       Xref-Scan-Source-exit.
           exit.

       Xref-Read-Line.
      *    Lines come from the copy member being expanded until it is
      *    exhausted, then from the source again.
           if ws-xref-in-copy-88
               read xref-copy-file
                   at end
                       close xref-copy-file
                       move "N" to ws-xref-in-copy
               end-read
               if ws-xref-in-copy-88
                   move xref-copy-rec to ws-xref-line
                   go to Xref-Read-Line-exit
               end-if
           end-if
           read xref-src-file
               at end
                   set ws-xref-src-eof-88 to true
               not at end
                   move xref-src-rec to ws-xref-line
           end-read
           .
       Xref-Read-Line-exit.
           exit.

       Xref-Source-Line.
      *    Fixed-format source: a tab in column 1 stands in for the
      *    sequence area, and column 7 marks comment, page-eject,
      *    directive and debugging lines, none of which is code.
           if ws-xref-line(1:1) = x"09"
               move spaces to ws-xref-work
               move ws-xref-line(2:) to ws-xref-work(9:)
               move ws-xref-work to ws-xref-line
           end-if
           inspect ws-xref-line replacing all x"09" by space
           if ws-xref-line(7:1) = "*" or "/" or "$" or "D" or "d"
               go to Xref-Source-Line-exit
           end-if
           move ws-xref-line(8:) to ws-xref-code
           inspect ws-xref-code
               converting ws-xref-lower to ws-xref-upper
           move 0 to ws-xref-pos
           inspect ws-xref-code tallying ws-xref-pos
               for characters before initial "*>"
           if ws-xref-pos < 249
               move spaces to ws-xref-code(ws-xref-pos + 1:)
           end-if
           if ws-xref-in-block-88
               perform Xref-Sql-Text
               go to Xref-Source-Line-exit
           end-if
           move 0 to ws-xref-pos
           inspect ws-xref-code tallying ws-xref-pos
               for characters before initial ws-xref-kw-exec
           if ws-xref-pos < 241
               move spaces to ws-xref-work
               move ws-xref-code(ws-xref-pos + 9:) to ws-xref-work
               move ws-xref-work to ws-xref-code
               set ws-xref-in-block-88 to true
               perform Xref-Sql-Text
               go to Xref-Source-Line-exit
           end-if
           move 0 to ws-xref-pos
           inspect ws-xref-code tallying ws-xref-pos
               for characters before initial "PROCEDURE DIVISION"
           if ws-xref-pos < 249
               set ws-xref-in-proc-88 to true
               go to Xref-Source-Line-exit
           end-if
           move 0 to ws-xref-lead
           inspect ws-xref-code tallying ws-xref-lead
               for leading space
           if ws-xref-lead > 248
               go to Xref-Source-Line-exit
           end-if
           move spaces to ws-xref-words
           unstring ws-xref-code(ws-xref-lead + 1:)
               delimited by all space
               into ws-xref-w(1) ws-xref-w(2) ws-xref-w(3)
                    ws-xref-w(4) ws-xref-w(5) ws-xref-w(6)
                    ws-xref-w(7) ws-xref-w(8)
           end-unstring
           if ws-xref-w(1) = "COPY"
               perform Xref-Open-Copy thru Xref-Open-Copy-exit
               go to Xref-Source-Line-exit
           end-if
           if (ws-xref-w(1) = "PROGRAM-ID." or "PROGRAM-ID")
               and not ws-xref-pgm-named-88
               move ws-xref-w(2) to ws-xref-word
               perform Xref-Strip-Period
               if ws-xref-word not = spaces
                   move ws-xref-word to ws-xref-program
                   set ws-xref-pgm-named-88 to true
               end-if
               go to Xref-Source-Line-exit
           end-if
           if not ws-xref-in-proc-88
               perform Xref-Harvest-Def thru Xref-Harvest-Def-exit
           end-if
           .
       Xref-Source-Line-exit.
           exit.

       Xref-Sql-Text.
      *    Gather the statement up to END-EXEC, one space between
      *    source lines, then take it apart.
           move 0 to ws-xref-trail
           inspect ws-xref-code tallying ws-xref-trail
               for trailing space
           compute ws-xref-code-len = 249 - ws-xref-trail
           move 0 to ws-xref-pos
           inspect ws-xref-code tallying ws-xref-pos
               for characters before initial ws-xref-kw-end
           if ws-xref-pos < 249
               move ws-xref-pos to ws-xref-code-len
           end-if
           if ws-xref-code-len > 0
               and ws-xref-block-len + ws-xref-code-len < 3990
               move ws-xref-code(1:ws-xref-code-len)
                   to ws-xref-block(ws-xref-block-len + 1:
                                    ws-xref-code-len)
               compute ws-xref-block-len =
                   ws-xref-block-len + ws-xref-code-len + 1
           end-if
           if ws-xref-pos < 249
               perform Xref-Process-Block thru Xref-Process-Block-exit
               move spaces to ws-xref-block
               move 0 to ws-xref-block-len
               move "N" to ws-xref-in-block
           end-if.

       Xref-Open-Copy.
      *    COPY members are expanded in place, one level deep, so a
      *    copied data layout lends its pictures, and a copied
      *    procedure its SQL, to the program that copies it.
           if ws-xref-in-copy-88
               go to Xref-Open-Copy-exit
           end-if
           move ws-xref-w(2) to ws-xref-word
           perform Xref-Strip-Period
           if ws-xref-word(1:1) = quote or "'"
               move ws-xref-word(2:) to ws-xref-word
               inspect ws-xref-word replacing all quote by space
               inspect ws-xref-word replacing all "'" by space
           end-if
           if ws-xref-word = spaces
               go to Xref-Open-Copy-exit
           end-if
           move 0 to ws-xref-dot-ct
           inspect ws-xref-word tallying ws-xref-dot-ct for all "."
           perform Xref-Copy-Filename
           open input xref-copy-file
           if not ws-xref-cpy-file-ok
               inspect ws-xref-word
                   converting ws-xref-upper to ws-xref-lower
               perform Xref-Copy-Filename
               open input xref-copy-file
           end-if
           if ws-xref-cpy-file-ok
               set ws-xref-in-copy-88 to true
           else
               add 1 to ws-xref-miss-copy
               display "XREF: COPY MEMBER " ws-xref-word(1:30)
                   " NOT FOUND FOR " ws-xref-program
           end-if
           .
       Xref-Open-Copy-exit.
           exit.

       Xref-Copy-Filename.
           move spaces to ws-xref-cpy-filename
           if ws-xref-dot-ct = 0
               string ws-xref-copydir delimited space
                   "/" delimited size
                   ws-xref-word delimited space
                   ".cpy" delimited size
                   into ws-xref-cpy-filename
               end-string
           else
               string ws-xref-copydir delimited space
                   "/" delimited size
                   ws-xref-word delimited space
                   into ws-xref-cpy-filename
               end-string
           end-if.

       Xref-Harvest-Def.
      *    level  name  ...  PIC picture - the picture of each named
      *    data item, for matching against the host variables.
           if ws-xref-w(1) = "88" or "66"
               go to Xref-Harvest-Def-exit
           end-if
           if not ((ws-xref-w(1)(1:2) numeric
                    and ws-xref-w(1)(3:1) = space)
                or (ws-xref-w(1)(1:1) numeric
                    and ws-xref-w(1)(2:1) = space))
               go to Xref-Harvest-Def-exit
           end-if
           move ws-xref-w(2) to ws-xref-word
           perform Xref-Strip-Period
           if ws-xref-word = spaces or "FILLER"
               go to Xref-Harvest-Def-exit
           end-if
           move ws-xref-word to ws-xref-def-name
           move spaces to ws-xref-word
           perform varying ws-xref-w-idx from 3 by 1
               until ws-xref-w-idx > 7
               if ws-xref-word = spaces
                   and (ws-xref-w(ws-xref-w-idx) = "PIC"
                        or ws-xref-w(ws-xref-w-idx) = "PICTURE")
                   move ws-xref-w(ws-xref-w-idx + 1) to ws-xref-word
                   if ws-xref-word = "IS" and ws-xref-w-idx < 7
                       move ws-xref-w(ws-xref-w-idx + 2)
                           to ws-xref-word
                   end-if
               end-if
           end-perform
           if ws-xref-word = spaces
               go to Xref-Harvest-Def-exit
           end-if
           perform Xref-Strip-Period
           if ws-xh-count < 1500
               add 1 to ws-xh-count
               move ws-xref-def-name to ws-xh-name(ws-xh-count)
               move ws-xref-word to ws-xh-pic(ws-xh-count)
           end-if
           .
       Xref-Harvest-Def-exit.
           exit.

       Xref-Strip-Period.
           move 0 to ws-xref-trail
           inspect ws-xref-word tallying ws-xref-trail
               for trailing space
           if ws-xref-trail < 40
               compute ws-xref-pos = 40 - ws-xref-trail
               if ws-xref-word(ws-xref-pos:1) = "."
                   move space to ws-xref-word(ws-xref-pos:1)
               end-if
           end-if.

       Xref-Process-Block.
           add 1 to ws-xref-blk-count
           perform Xref-Tokenize
           if ws-xt-count = 0
               go to Xref-Process-Block-exit
           end-if
           perform Xref-Classify
           if ws-xref-verb = space
               go to Xref-Process-Block-exit
           end-if
           if ws-xref-verb = "F"
               perform Xref-Map-Fetch thru Xref-Map-Fetch-exit
               go to Xref-Process-Block-exit
           end-if
           perform Xref-Find-Tables
           if ws-xref-ref-count = 0
               go to Xref-Process-Block-exit
           end-if
           perform Xref-Locate-Clauses
           perform Xref-Table-Uses
           perform Xref-Match-Columns
           if ws-xref-verb = "I" and not ws-xref-col-list-88
               and ws-xref-target > 0
               perform Xref-Insert-All-Columns
           end-if
           .
       Xref-Process-Block-exit.
           exit.

       Xref-Tokenize.
           move 0 to ws-xt-count
           move 0 to ws-xref-depth
           move 1 to ws-xref-ch-idx
           perform until ws-xref-ch-idx > ws-xref-block-len
               move ws-xref-block(ws-xref-ch-idx:1) to ws-xref-char
               evaluate true
                   when ws-xref-char = space
                       add 1 to ws-xref-ch-idx
                   when ws-xref-char = quote
                   when ws-xref-char = "'"
                       perform Xref-Skip-Literal
                   when ws-xref-char = ":"
                       perform Xref-Take-Hostvar
                   when ws-xref-char-word
                       perform Xref-Take-Word
                   when other
                       perform Xref-Take-Punct
               end-evaluate
           end-perform
      *    Clear the slots just past the end so that looking ahead
      *    from the last tokens finds nothing left from a prior block.
           compute ws-xt-j = ws-xt-count + 1
           perform varying ws-xt-j from ws-xt-j by 1
               until ws-xt-j > ws-xt-count + 3
               move space to ws-xt-kind(ws-xt-j)
               move spaces to ws-xt-text(ws-xt-j)
               move 0 to ws-xt-depth(ws-xt-j)
               move 0 to ws-xt-table(ws-xt-j)
               move space to ws-xt-zone(ws-xt-j)
               move 0 to ws-xt-item(ws-xt-j)
           end-perform.

       Xref-Skip-Literal.
           move ws-xref-char to ws-xref-quote
           add 1 to ws-xref-ch-idx
           perform until ws-xref-ch-idx > ws-xref-block-len
                   or ws-xref-block(ws-xref-ch-idx:1) = ws-xref-quote
               add 1 to ws-xref-ch-idx
           end-perform
           add 1 to ws-xref-ch-idx.

       Xref-Take-Word.
           move spaces to ws-xref-tok-text
           move 0 to ws-xref-tok-len
           perform until ws-xref-ch-idx > ws-xref-block-len
                   or not ws-xref-char-word
               if ws-xref-tok-len < 32
                   add 1 to ws-xref-tok-len
                   move ws-xref-char
                       to ws-xref-tok-text(ws-xref-tok-len:1)
               end-if
               add 1 to ws-xref-ch-idx
               move ws-xref-block(ws-xref-ch-idx:1) to ws-xref-char
           end-perform
           move "W" to ws-xref-tok-kind
           perform Xref-Add-Token.

       Xref-Take-Hostvar.
           move ws-xref-ch-idx to ws-xref-ch-start
           add 1 to ws-xref-ch-idx
           move ws-xref-block(ws-xref-ch-idx:1) to ws-xref-char
           move spaces to ws-xref-tok-text
           move 0 to ws-xref-tok-len
           perform until ws-xref-ch-idx > ws-xref-block-len
                   or not ws-xref-char-hvar
               if ws-xref-tok-len < 30
                   add 1 to ws-xref-tok-len
                   move ws-xref-char
                       to ws-xref-tok-text(ws-xref-tok-len:1)
               end-if
               add 1 to ws-xref-ch-idx
               move ws-xref-block(ws-xref-ch-idx:1) to ws-xref-char
           end-perform
           evaluate true
               when ws-xref-tok-len = 0
                   continue
      *        :HOST:IND - the indicator rides on the host variable
               when ws-xt-count > 0
                   and ws-xt-kind(ws-xt-count) = "H"
                   and ws-xref-ch-start > 1
                   and ws-xref-block(ws-xref-ch-start - 1:1)
                       not = space
                   continue
      *        :HOST INDICATOR :IND
               when ws-xt-count > 0
                   and ws-xt-text(ws-xt-count) = "INDICATOR"
                   subtract 1 from ws-xt-count
               when other
                   move "H" to ws-xref-tok-kind
                   perform Xref-Add-Token
           end-evaluate.

       Xref-Take-Punct.
           move spaces to ws-xref-tok-text
           move ws-xref-char to ws-xref-tok-text(1:1)
           move "P" to ws-xref-tok-kind
           if ws-xref-char = ")" and ws-xref-depth > 0
               subtract 1 from ws-xref-depth
           end-if
           perform Xref-Add-Token
           if ws-xref-char = "("
               add 1 to ws-xref-depth
           end-if
           add 1 to ws-xref-ch-idx.

       Xref-Add-Token.
           if ws-xt-count < 796
               add 1 to ws-xt-count
               move ws-xref-tok-kind to ws-xt-kind(ws-xt-count)
               move ws-xref-tok-text to ws-xt-text(ws-xt-count)
               move ws-xref-depth to ws-xt-depth(ws-xt-count)
               move 0 to ws-xt-table(ws-xt-count)
               move space to ws-xt-zone(ws-xt-count)
               move 0 to ws-xt-item(ws-xt-count)
           end-if.

       Xref-Classify.
      *    R read, U update, I insert, D delete, C cursor declared,
      *    F fetch; anything prepared or executed at run time cannot
      *    be resolved from the source and is only counted.
           move space to ws-xref-verb
           move 0 to ws-xref-sel-from
           move 0 to ws-xk-cur
           evaluate ws-xt-text(1)
               when "SELECT"
                   move "R" to ws-xref-verb
                   move 2 to ws-xref-sel-from
               when "WITH"
                   move "R" to ws-xref-verb
               when "INSERT"
                   move "I" to ws-xref-verb
               when "UPDATE"
                   move "U" to ws-xref-verb
               when "DELETE"
                   move "D" to ws-xref-verb
               when "FETCH"
                   move "F" to ws-xref-verb
               when "PREPARE"
               when "EXECUTE"
                   add 1 to ws-xref-dyn-ct
               when "DECLARE"
                   if ws-xt-text(3) = "CURSOR"
                       perform Xref-Find-Cursor-Select
                   end-if
           end-evaluate
           if ws-xref-sel-from > 0
               if ws-xt-text(ws-xref-sel-from) = "DISTINCT"
                   or ws-xt-text(ws-xref-sel-from) = "ALL"
                   or ws-xt-text(ws-xref-sel-from) = "UNIQUE"
                   add 1 to ws-xref-sel-from
               end-if
           end-if.

       Xref-Find-Cursor-Select.
           perform varying ws-xt-idx from 4 by 1
               until ws-xt-idx > ws-xt-count
                  or ws-xt-text(ws-xt-idx) = "SELECT"
               continue
           end-perform
           if ws-xt-idx <= ws-xt-count
               move "C" to ws-xref-verb
               compute ws-xref-sel-from = ws-xt-idx + 1
               if ws-xk-count < 50
                   add 1 to ws-xk-count
                   move ws-xk-count to ws-xk-cur
                   move ws-xt-text(2) to ws-xk-name(ws-xk-cur)
                   move 0 to ws-xk-item-ct(ws-xk-cur)
                   perform varying ws-xref-item from 1 by 1
                       until ws-xref-item > 40
                       move 0 to ws-xk-item-col(ws-xk-cur, ws-xref-item)
                   end-perform
               end-if
           end-if.

       Xref-Find-Tables.
           move 0 to ws-xref-ref-count
           move 0 to ws-xa-count
           perform varying ws-xt-idx from 1 by 1
               until ws-xt-idx > ws-xt-count
               if ws-xt-kind(ws-xt-idx) = "W"
                   and ws-xt-text(ws-xt-idx + 1) not = "."
                   perform Xref-Lookup-Table
               end-if
           end-perform.

       Xref-Lookup-Table.
           perform varying ws-cmp-tab-idx from 1 by 1
               until ws-cmp-tab-idx > ws-cmp-table-count
                  or ws-cmp-table(ws-cmp-tab-idx)
                     = ws-xt-text(ws-xt-idx)
               continue
           end-perform
           if ws-cmp-tab-idx <= ws-cmp-table-count
               move ws-cmp-tab-idx to ws-xt-table(ws-xt-idx)
               move "N" to ws-xref-found
               perform varying ws-xref-ref-idx from 1 by 1
                   until ws-xref-ref-idx > ws-xref-ref-count
                   if ws-xref-ref-tab(ws-xref-ref-idx) = ws-cmp-tab-idx
                       move "Y" to ws-xref-found
                   end-if
               end-perform
               if not ws-xref-found-88 and ws-xref-ref-count < 30
                   add 1 to ws-xref-ref-count
                   move ws-cmp-tab-idx
                       to ws-xref-ref-tab(ws-xref-ref-count)
               end-if
               perform Xref-Note-Alias
           end-if.

       Xref-Note-Alias.
      *    A word straight after the table name (or after AS) that is
      *    not a keyword is the table's alias.
           compute ws-xt-j = ws-xt-idx + 1
           if ws-xt-text(ws-xt-j) = "AS"
               add 1 to ws-xt-j
           end-if
           if ws-xt-j <= ws-xt-count and ws-xt-kind(ws-xt-j) = "W"
               move "N" to ws-xref-found
               perform varying ws-xref-sw-idx from 1 by 1
                   until ws-xref-sw-idx > 26
                   if ws-xt-text(ws-xt-j)
                       = ws-xref-stopword(ws-xref-sw-idx)
                       move "Y" to ws-xref-found
                   end-if
               end-perform
               if not ws-xref-found-88 and ws-xa-count < 30
                   add 1 to ws-xa-count
                   move ws-xt-text(ws-xt-j) to ws-xa-alias(ws-xa-count)
                   move ws-cmp-tab-idx to ws-xa-table(ws-xa-count)
               end-if
           end-if.

       Xref-Locate-Clauses.
           move 0 to ws-xref-target
           move 0 to ws-xref-target-tok
           move 0 to ws-xref-into-ct
           move 0 to ws-xref-val-ct
           move "N" to ws-xref-col-list
           perform varying ws-xref-item from 1 by 1
               until ws-xref-item > 60
               move 0 to ws-xref-item-tok(ws-xref-item)
               move spaces to ws-xref-into-hv(ws-xref-item)
               move spaces to ws-xref-val-hv(ws-xref-item)
           end-perform
           if ws-xref-sel-from > 0
               perform Xref-Locate-Select
           end-if
           evaluate ws-xref-verb
               when "U"
                   move 2 to ws-xref-target-tok
                   perform Xref-Locate-Set
               when "D"
                   move 2 to ws-xref-target-tok
                   if ws-xt-text(2) = "FROM"
                       move 3 to ws-xref-target-tok
                   end-if
               when "I"
                   move 3 to ws-xref-target-tok
           end-evaluate
           if ws-xref-target-tok > 0
               if ws-xt-text(ws-xref-target-tok + 1) = "."
                   add 2 to ws-xref-target-tok
               end-if
               move ws-xt-table(ws-xref-target-tok) to ws-xref-target
           end-if
           if ws-xref-verb = "I" and ws-xref-target > 0
               perform Xref-Locate-Insert
           end-if.

       Xref-Locate-Select.
      *    Select-list items are numbered by their top-level commas
      *    so each can be paired with its INTO host variable (or, for
      *    a cursor, with the FETCH INTO host variable later on).
           move 1 to ws-xref-item
           perform varying ws-xt-idx from ws-xref-sel-from by 1
               until ws-xt-idx > ws-xt-count
                  or (ws-xt-depth(ws-xt-idx) = 0
                      and (ws-xt-text(ws-xt-idx) = "INTO"
                           or ws-xt-text(ws-xt-idx) = "FROM"))
               if ws-xt-depth(ws-xt-idx) = 0
                   and ws-xt-text(ws-xt-idx) = ","
                   add 1 to ws-xref-item
               else
                   move "S" to ws-xt-zone(ws-xt-idx)
                   move ws-xref-item to ws-xt-item(ws-xt-idx)
               end-if
           end-perform
           if ws-xt-idx <= ws-xt-count
               and ws-xt-text(ws-xt-idx) = "INTO"
               perform varying ws-xt-idx from ws-xt-idx by 1
                   until ws-xt-idx > ws-xt-count
                      or (ws-xt-depth(ws-xt-idx) = 0
                          and ws-xt-text(ws-xt-idx) = "FROM")
                   if ws-xt-kind(ws-xt-idx) = "H"
                       and ws-xref-into-ct < 60
                       add 1 to ws-xref-into-ct
                       move ws-xt-text(ws-xt-idx)
                           to ws-xref-into-hv(ws-xref-into-ct)
                   end-if
               end-perform
           end-if.

       Xref-Locate-Set.
           move 0 to ws-xref-set-pos
           move 0 to ws-xref-where-pos
           perform varying ws-xt-idx from 3 by 1
               until ws-xt-idx > ws-xt-count
               if ws-xt-depth(ws-xt-idx) = 0
                   if ws-xt-text(ws-xt-idx) = "SET"
                       and ws-xref-set-pos = 0
                       move ws-xt-idx to ws-xref-set-pos
                   end-if
                   if ws-xt-text(ws-xt-idx) = "WHERE"
                       and ws-xref-set-pos > 0
                       and ws-xref-where-pos = 0
                       move ws-xt-idx to ws-xref-where-pos
                   end-if
               end-if
           end-perform
           if ws-xref-where-pos = 0
               compute ws-xref-where-pos = ws-xt-count + 1
           end-if
           if ws-xref-set-pos > 0
               perform varying ws-xt-idx from ws-xref-set-pos by 1
                   until ws-xt-idx >= ws-xref-where-pos
                   move "T" to ws-xt-zone(ws-xt-idx)
               end-perform
           end-if.

       Xref-Locate-Insert.
      *    INSERT INTO t (c1, c2) VALUES (:h1, :h2) - the column
      *    list and the VALUES list pair up by position.
           compute ws-xt-idx = ws-xref-target-tok + 1
           if ws-xt-text(ws-xt-idx) = "("
               set ws-xref-col-list-88 to true
               move 1 to ws-xref-item
               add 1 to ws-xt-idx
               perform until ws-xt-idx > ws-xt-count
                      or ws-xt-depth(ws-xt-idx) = 0
                   if ws-xt-depth(ws-xt-idx) = 1
                       and ws-xt-text(ws-xt-idx) = ","
                       add 1 to ws-xref-item
                   else
                       move "C" to ws-xt-zone(ws-xt-idx)
                       move ws-xref-item to ws-xt-item(ws-xt-idx)
                   end-if
                   add 1 to ws-xt-idx
               end-perform
           end-if
           perform varying ws-xt-idx from ws-xt-idx by 1
               until ws-xt-idx > ws-xt-count
                  or (ws-xt-depth(ws-xt-idx) = 0
                      and ws-xt-text(ws-xt-idx) = "VALUES")
               continue
           end-perform
           if ws-xt-idx < ws-xt-count
               and ws-xt-text(ws-xt-idx + 1) = "("
               add 2 to ws-xt-idx
               move 1 to ws-xref-item
               perform until ws-xt-idx > ws-xt-count
                      or ws-xt-depth(ws-xt-idx) = 0
                   if ws-xt-depth(ws-xt-idx) = 1
                       and ws-xt-text(ws-xt-idx) = ","
                       add 1 to ws-xref-item
                   else
                       move "V" to ws-xt-zone(ws-xt-idx)
                       move ws-xref-item to ws-xt-item(ws-xt-idx)
                       if ws-xref-item <= 60
                           if ws-xt-kind(ws-xt-idx) = "H"
                               and ws-xref-val-hv(ws-xref-item) = spaces
                               move ws-xt-text(ws-xt-idx)
                                   to ws-xref-val-hv(ws-xref-item)
                           end-if
                           if ws-xref-item > ws-xref-val-ct
                               move ws-xref-item to ws-xref-val-ct
                           end-if
                       end-if
                   end-if
                   add 1 to ws-xt-idx
               end-perform
           end-if.

       Xref-Table-Uses.
      *    The statement's own verb goes against its target table;
      *    every other table it names (joins, subqueries) is read.
           move 0 to ws-xref-use-col
           move spaces to ws-xref-use-hv
           perform varying ws-xref-ref-idx from 1 by 1
               until ws-xref-ref-idx > ws-xref-ref-count
               move ws-xref-ref-tab(ws-xref-ref-idx) to ws-xref-use-tab
               move "R" to ws-xref-use-letter
               if ws-xref-use-tab = ws-xref-target
                   move ws-xref-verb to ws-xref-use-letter
               end-if
               perform Xref-Add-Use
           end-perform.

       Xref-Match-Columns.
           perform varying ws-xt-idx from 1 by 1
               until ws-xt-idx > ws-xt-count
               if ws-xt-kind(ws-xt-idx) = "W"
                   and ws-xt-table(ws-xt-idx) = 0
                   and ws-xt-text(ws-xt-idx + 1) not = "."
                   perform Xref-Match-One-Token
               end-if
           end-perform.

       Xref-Match-One-Token.
      *    A qualifier (alias or table name before the dot) pins the
      *    column to one table; unqualified, every referenced table
      *    with a column of that name is taken to be touched.
           move 0 to ws-xref-qual-tab
           if ws-xt-idx > 2
               if ws-xt-text(ws-xt-idx - 1) = "."
                   and ws-xt-kind(ws-xt-idx - 2) = "W"
                   perform Xref-Resolve-Qualifier
               end-if
           end-if
           perform Xref-Context-Hostvar
           perform varying ws-xref-ref-idx from 1 by 1
               until ws-xref-ref-idx > ws-xref-ref-count
               move ws-xref-ref-tab(ws-xref-ref-idx) to ws-xref-use-tab
               if ws-xref-qual-tab = 0
                   or ws-xref-qual-tab = ws-xref-use-tab
                   perform varying ws-xc-idx
                       from ws-xref-tab-first(ws-xref-use-tab) by 1
                       until ws-xc-idx
                           > ws-xref-tab-last(ws-xref-use-tab)
                       if ws-xc-column(ws-xc-idx)
                           = ws-xt-text(ws-xt-idx)
                           perform Xref-Column-Hit
                       end-if
                   end-perform
               end-if
           end-perform.

       Xref-Resolve-Qualifier.
           compute ws-xt-j = ws-xt-idx - 2
           perform varying ws-xa-idx from 1 by 1
               until ws-xa-idx > ws-xa-count
               if ws-xa-alias(ws-xa-idx) = ws-xt-text(ws-xt-j)
                   and ws-xref-qual-tab = 0
                   move ws-xa-table(ws-xa-idx) to ws-xref-qual-tab
               end-if
           end-perform
           if ws-xref-qual-tab = 0
               perform varying ws-cmp-tab-idx from 1 by 1
                   until ws-cmp-tab-idx > ws-cmp-table-count
                   if ws-cmp-table(ws-cmp-tab-idx)
                       = ws-xt-text(ws-xt-j)
                       move ws-cmp-tab-idx to ws-xref-qual-tab
                   end-if
               end-perform
           end-if.

       Xref-Context-Hostvar.
      *    How the column is used where it stands, and the host
      *    variable it is assigned from or compared with, if any.
           move "R" to ws-xref-use-letter
           move spaces to ws-xref-mapped-hv
           evaluate ws-xt-zone(ws-xt-idx)
               when "T"
                   if ws-xt-text(ws-xt-idx + 1) = "="
                       move "U" to ws-xref-use-letter
                   end-if
               when "C"
                   move "I" to ws-xref-use-letter
                   move ws-xt-item(ws-xt-idx) to ws-xref-item
                   if ws-xref-item > 0 and ws-xref-item <= 60
                       move ws-xref-val-hv(ws-xref-item)
                           to ws-xref-mapped-hv
                   end-if
           end-evaluate
           if ws-xref-mapped-hv = spaces
               compute ws-xt-j = ws-xt-idx + 1
               if ws-xt-text(ws-xt-j) = "=" or "<" or ">" or "!"
                   add 1 to ws-xt-j
                   if ws-xt-text(ws-xt-j) = "=" or ">"
                       add 1 to ws-xt-j
                   end-if
                   if ws-xt-kind(ws-xt-j) = "H"
                       move ws-xt-text(ws-xt-j) to ws-xref-mapped-hv
                   end-if
               end-if
           end-if
           if ws-xref-mapped-hv = spaces and ws-xt-idx > 2
               compute ws-xt-j = ws-xt-idx - 1
               if ws-xt-text(ws-xt-j) = "=" or "<" or ">"
                   subtract 1 from ws-xt-j
                   if ws-xt-text(ws-xt-j) = "<" or ">" or "!"
                       and ws-xt-j > 1
                       subtract 1 from ws-xt-j
                   end-if
                   if ws-xt-kind(ws-xt-j) = "H"
                       move ws-xt-text(ws-xt-j) to ws-xref-mapped-hv
                   end-if
               end-if
           end-if.

       Xref-Column-Hit.
           move ws-xc-idx to ws-xref-use-col
           move ws-xref-mapped-hv to ws-xref-use-hv
           if ws-xt-zone(ws-xt-idx) = "S"
               move ws-xt-item(ws-xt-idx) to ws-xref-item
               if ws-xref-item > 0 and ws-xref-item <= 60
                   if ws-xref-item-tok(ws-xref-item) = 0
                       move ws-xt-idx to ws-xref-item-tok(ws-xref-item)
                   end-if
                   if ws-xref-item-tok(ws-xref-item) = ws-xt-idx
                       perform Xref-Item-Hostvar
                   end-if
               end-if
           end-if
           perform Xref-Add-Use.

       Xref-Item-Hostvar.
      *    The first column in a select-list item stands for the item.
           if ws-xref-verb = "R"
               move ws-xref-into-hv(ws-xref-item) to ws-xref-use-hv
           end-if
           if ws-xref-verb = "C" and ws-xk-cur > 0
               and ws-xref-item <= 40
               if ws-xk-item-col(ws-xk-cur, ws-xref-item) = 0
                   move ws-xc-idx
                       to ws-xk-item-col(ws-xk-cur, ws-xref-item)
               end-if
               if ws-xref-item > ws-xk-item-ct(ws-xk-cur)
                   move ws-xref-item to ws-xk-item-ct(ws-xk-cur)
               end-if
           end-if.

       Xref-Insert-All-Columns.
      *    An INSERT without a column list supplies every column, in
      *    catalog order.
           move 0 to ws-xref-item
           move ws-xref-target to ws-xref-use-tab
           move "I" to ws-xref-use-letter
           perform varying ws-xc-idx
               from ws-xref-tab-first(ws-xref-target) by 1
               until ws-xc-idx > ws-xref-tab-last(ws-xref-target)
               add 1 to ws-xref-item
               move spaces to ws-xref-use-hv
               if ws-xref-item <= ws-xref-val-ct
                   move ws-xref-val-hv(ws-xref-item) to ws-xref-use-hv
               end-if
               move ws-xc-idx to ws-xref-use-col
               perform Xref-Add-Use
           end-perform.

       Xref-Map-Fetch.
      *    FETCH cursor INTO :h1, :h2 ... - each host variable takes
      *    the column behind the same select-list item of the
      *    cursor's declaration.
           move 2 to ws-xt-j
           if ws-xt-text(2) = "NEXT" or "PRIOR" or "FIRST" or "LAST"
               move 3 to ws-xt-j
           end-if
           if ws-xt-text(ws-xt-j) = "FROM"
               add 1 to ws-xt-j
           end-if
           perform varying ws-xk-idx from ws-xk-count by -1
               until ws-xk-idx < 1
                  or ws-xk-name(ws-xk-idx) = ws-xt-text(ws-xt-j)
               continue
           end-perform
           if ws-xk-idx < 1
               go to Xref-Map-Fetch-exit
           end-if
           move "R" to ws-xref-use-letter
           move 0 to ws-xref-item
           perform varying ws-xt-idx from ws-xt-j by 1
               until ws-xt-idx > ws-xt-count
               if ws-xt-kind(ws-xt-idx) = "H"
                   add 1 to ws-xref-item
                   if ws-xref-item <= ws-xk-item-ct(ws-xk-idx)
                       perform Xref-Fetch-Use
                   end-if
               end-if
           end-perform
           .
       Xref-Map-Fetch-exit.
           exit.

       Xref-Fetch-Use.
           if ws-xk-item-col(ws-xk-idx, ws-xref-item) > 0
               move ws-xk-item-col(ws-xk-idx, ws-xref-item)
                   to ws-xref-use-col
               move ws-xc-tab(ws-xref-use-col) to ws-xref-use-tab
               move ws-xt-text(ws-xt-idx) to ws-xref-use-hv
               perform Xref-Add-Use
           end-if.

       Xref-Add-Use.
           move "N" to ws-xref-found
           perform varying ws-xu-idx from ws-xref-pgm-first by 1
               until ws-xu-idx > ws-xu-count or ws-xref-found-88
               if ws-xu-col(ws-xu-idx) = ws-xref-use-col
                   and ws-xu-table(ws-xu-idx)
                       = ws-cmp-table(ws-xref-use-tab)
                   and ws-xu-hostvar(ws-xu-idx) = ws-xref-use-hv
                   move "Y" to ws-xref-found
                   perform Xref-Merge-Letter
               end-if
           end-perform
           if not ws-xref-found-88
               if ws-xu-count < 5000
                   add 1 to ws-xu-count
                   move ws-xu-count to ws-xu-idx
                   move ws-xref-use-col to ws-xu-col(ws-xu-idx)
                   move ws-cmp-table(ws-xref-use-tab)
                       to ws-xu-table(ws-xu-idx)
                   move ws-xref-program to ws-xu-program(ws-xu-idx)
                   move ws-xref-use-hv to ws-xu-hostvar(ws-xu-idx)
                   move spaces to ws-xu-usage(ws-xu-idx)
                   move spaces to ws-xu-pic(ws-xu-idx)
                   move "N" to ws-xu-narrow(ws-xu-idx)
                   perform Xref-Merge-Letter
               else
                   if ws-xu-overflow = "N"
                       display "XREF USAGE TABLE FULL AT 5000 - "
                           "FURTHER USES NOT RECORDED"
                       move "Y" to ws-xu-overflow
                   end-if
               end-if
           end-if.

       Xref-Merge-Letter.
           evaluate ws-xref-use-letter
               when "R"
                   move "R" to ws-xu-usage(ws-xu-idx)(1:1)
               when "U"
                   move "U" to ws-xu-usage(ws-xu-idx)(2:1)
               when "I"
                   move "I" to ws-xu-usage(ws-xu-idx)(3:1)
               when "D"
                   move "D" to ws-xu-usage(ws-xu-idx)(4:1)
           end-evaluate.

       Xref-Resolve-Pictures.
           perform varying ws-xu-idx from ws-xref-pgm-first by 1
               until ws-xu-idx > ws-xu-count
               if ws-xu-hostvar(ws-xu-idx) not = spaces
                   perform Xref-Picture-One-Use
               end-if
           end-perform.

       Xref-Picture-One-Use.
      *    A host variable with no picture found (a group item, or a
      *    copy member that could not be read) is shown as "?".
           move "?" to ws-xu-pic(ws-xu-idx)
           perform varying ws-xh-idx from 1 by 1
               until ws-xh-idx > ws-xh-count
                  or ws-xh-name(ws-xh-idx) = ws-xu-hostvar(ws-xu-idx)
               continue
           end-perform
           if ws-xh-idx <= ws-xh-count
               move ws-xh-pic(ws-xh-idx) to ws-xu-pic(ws-xu-idx)
               if ws-xu-col(ws-xu-idx) > 0
                   perform Xref-Analyse-Pic
                   perform Xref-Check-Width
                   if ws-xu-narrow(ws-xu-idx) = "Y"
                       add 1 to ws-xref-narrow-ct
                   end-if
               end-if
           end-if.

       Xref-Analyse-Pic.
      *    Capacity of the picture: characters for X/A/N, integer and
      *    decimal digits for numeric and numeric-edited pictures.
           move ws-xu-pic(ws-xu-idx) to ws-xp-text
           move space to ws-xp-kind
           move 0 to ws-xp-len
           move 0 to ws-xp-int
           move 0 to ws-xp-dec
           move "N" to ws-xp-after-point
           move "N" to ws-xp-sign-seen
           perform varying ws-xp-idx from 1 by 1
               until ws-xp-idx > 30
                  or ws-xp-text(ws-xp-idx:1) = space
               move ws-xp-text(ws-xp-idx:1) to ws-xp-sym
               move 1 to ws-xp-rep
               if ws-xp-idx < 30
                   if ws-xp-text(ws-xp-idx + 1:1) = "("
                       perform Xref-Pic-Repeat
                   end-if
               end-if
               perform Xref-Pic-Symbol
           end-perform.

       Xref-Pic-Repeat.
           move 0 to ws-xp-rep
           add 2 to ws-xp-idx
           perform until ws-xp-idx > 30
                  or ws-xp-text(ws-xp-idx:1) not numeric
               move ws-xp-text(ws-xp-idx:1) to ws-xp-digit
               compute ws-xp-rep = ws-xp-rep * 10 + ws-xp-digit
               add 1 to ws-xp-idx
           end-perform.

       Xref-Pic-Symbol.
           evaluate ws-xp-sym
               when "X"
               when "A"
               when "N"
                   move "X" to ws-xp-kind
                   add ws-xp-rep to ws-xp-len
               when "9"
               when "Z"
               when "*"
                   perform Xref-Pic-Digits
               when "+"
               when "-"
      *            the first symbol of a floating sign holds the sign
                   if ws-xp-sign-seen = "N"
                       move "Y" to ws-xp-sign-seen
                       subtract 1 from ws-xp-rep
                   end-if
                   perform Xref-Pic-Digits
               when "V"
               when "."
                   move "Y" to ws-xp-after-point
           end-evaluate.

       Xref-Pic-Digits.
           if ws-xp-kind = space
               move "9" to ws-xp-kind
           end-if
           add ws-xp-rep to ws-xp-len
           if ws-xp-after-point = "Y"
               add ws-xp-rep to ws-xp-dec
           else
               add ws-xp-rep to ws-xp-int
           end-if.

       Xref-Check-Width.
      *    Narrower means the picture cannot hold the column's
      *    declared length (character types) or its integer or
      *    decimal digits (numeric types). Dates, floats and
      *    undeclared-precision numbers are not judged.
           move ws-xu-col(ws-xu-idx) to ws-xc-idx
           move 0 to ws-xp-need
           evaluate ws-xc-type(ws-xc-idx)
               when 1
               when 12
               when -1
               when -8
               when -9
               when -10
                   if ws-xp-kind = "X"
                       move ws-xc-prec(ws-xc-idx) to ws-xp-need
                       if ws-xp-need < 1
                           move ws-xc-length(ws-xc-idx) to ws-xp-need
                       end-if
                       if ws-xp-len < ws-xp-need
                           move "Y" to ws-xu-narrow(ws-xu-idx)
                       end-if
                   end-if
               when 2
               when 3
                   if ws-xp-kind = "9"
                       and ws-xc-prec(ws-xc-idx) > 0
                       and ws-xc-prec(ws-xc-idx) < 32
                       move ws-xc-scale(ws-xc-idx) to ws-xp-scale
                       compute ws-xp-need =
                           ws-xc-prec(ws-xc-idx) - ws-xp-scale
                       if ws-xp-int < ws-xp-need
                           or ws-xp-dec < ws-xp-scale
                           move "Y" to ws-xu-narrow(ws-xu-idx)
                       end-if
                   end-if
               when 4
                   move 9 to ws-xp-need
                   perform Xref-Check-Int-Width
               when 5
                   move 4 to ws-xp-need
                   perform Xref-Check-Int-Width
               when -6
                   move 3 to ws-xp-need
                   perform Xref-Check-Int-Width
               when -5
                   move 18 to ws-xp-need
                   perform Xref-Check-Int-Width
           end-evaluate.

       Xref-Check-Int-Width.
           if ws-xp-kind = "9" and ws-xp-int < ws-xp-need
               move "Y" to ws-xu-narrow(ws-xu-idx)
           end-if.

       Xref-Write-Matrix.
      *    XREF|table|column|program|RUID|host variable|picture|flag,
      *    table by table in catalog order, the table-level line
      *    (column *) first; then DYNSQL|program|count for programs
      *    whose run-time SQL could not be resolved.
           perform varying ws-cmp-tab-idx from 1 by 1
               until ws-cmp-tab-idx > ws-cmp-table-count
               move 0 to ws-xc-idx
               perform Xref-Write-Col-Uses
               perform varying ws-xc-idx
                   from ws-xref-tab-first(ws-cmp-tab-idx) by 1
                   until ws-xc-idx > ws-xref-tab-last(ws-cmp-tab-idx)
                   perform Xref-Write-Col-Uses
               end-perform
           end-perform
           perform varying ws-xd-idx from 1 by 1
               until ws-xd-idx > ws-xd-count
               move ws-xd-stmts(ws-xd-idx) to ws-xref-num-z
               move spaces to xref-out-rec
               string "DYNSQL|" delimited size
                   ws-xd-program(ws-xd-idx) delimited space
                   "|" delimited size
                   ws-xref-num-z delimited size
                   into xref-out-rec
               end-string
               write xref-out-rec
           end-perform.

       Xref-Write-Col-Uses.
           perform varying ws-xu-idx from 1 by 1
               until ws-xu-idx > ws-xu-count
               if ws-xu-col(ws-xu-idx) = ws-xc-idx
                   and ws-xu-table(ws-xu-idx)
                       = ws-cmp-table(ws-cmp-tab-idx)
                   perform Xref-Write-Use-Line
               end-if
           end-perform.

       Xref-Write-Use-Line.
           move ws-xu-usage(ws-xu-idx) to ws-xref-usage-out
           inspect ws-xref-usage-out replacing all space by "-"
           move spaces to xref-out-rec
           move 1 to ws-xref-ptr
           string "XREF|" delimited size
               ws-xu-table(ws-xu-idx) delimited space
               "|" delimited size
               into xref-out-rec with pointer ws-xref-ptr
           end-string
           if ws-xu-col(ws-xu-idx) = 0
               string "*" delimited size
                   into xref-out-rec with pointer ws-xref-ptr
               end-string
           else
               move ws-xu-col(ws-xu-idx) to ws-xref-use-col
               string ws-xc-column(ws-xref-use-col) delimited space
                   into xref-out-rec with pointer ws-xref-ptr
               end-string
           end-if
           string "|" delimited size
               ws-xu-program(ws-xu-idx) delimited space
               "|" delimited size
               ws-xref-usage-out delimited size
               "|" delimited size
               ws-xu-hostvar(ws-xu-idx) delimited space
               "|" delimited size
               ws-xu-pic(ws-xu-idx) delimited space
               "|" delimited size
               into xref-out-rec with pointer ws-xref-ptr
           end-string
           if ws-xu-narrow(ws-xu-idx) = "Y"
               string "NARROWER" delimited size
                   into xref-out-rec with pointer ws-xref-ptr
               end-string
           end-if
           write xref-out-rec.

       Xref-Impact-Query.
      *    TABLE.COLUMN, or a bare COLUMN for every table that has it.
           inspect ws-xref-query
               converting ws-xref-lower to ws-xref-upper
           move spaces to ws-xref-query-table
           move spaces to ws-xref-query-column
           move 0 to ws-xref-dot-ct
           inspect ws-xref-query tallying ws-xref-dot-ct for all "."
           if ws-xref-dot-ct > 0
               unstring ws-xref-query delimited by "."
                   into ws-xref-query-table ws-xref-query-column
               end-unstring
           else
               move ws-xref-query to ws-xref-query-column
           end-if
           move "N" to ws-xref-found
           perform varying ws-xc-idx from 1 by 1
               until ws-xc-idx > ws-xc-count
               if ws-xc-column(ws-xc-idx) = ws-xref-query-column
                   and (ws-xref-query-table = spaces
                        or ws-xc-table(ws-xc-idx)
                           = ws-xref-query-table)
                   move "Y" to ws-xref-found
                   perform Xref-Impact-One-Column
               end-if
           end-perform
           if not ws-xref-found-88
               display " "
               display "XREF: " ws-xref-query(1:40)
                   " IS NOT A COLUMN IN THE CATALOG"
           end-if
           if ws-xd-count > 0
               display " "
               display "PROGRAMS WITH RUN-TIME (DYNAMIC) SQL THE SCAN "
                   "CANNOT RESOLVE - CHECK THESE BY HAND:"
               perform varying ws-xd-idx from 1 by 1
                   until ws-xd-idx > ws-xd-count
                   display "  " ws-xd-program(ws-xd-idx)
               end-perform
           end-if.

       Xref-Impact-One-Column.
           move spaces to ws-xref-work
           string "IMPACT OF A CHANGE TO " delimited size
               ws-xc-table(ws-xc-idx) delimited space
               "." delimited size
               ws-xc-column(ws-xc-idx) delimited space
               into ws-xref-work
           end-string
           display " "
           display ws-xref-work(1:80)
           move ws-xc-prec(ws-xc-idx) to ws-xref-num-disp
           move ws-xc-scale(ws-xc-idx) to ws-xref-scale-disp
           display "  CATALOG: " ws-xc-type-name(ws-xc-idx)
               " PRECISION" ws-xref-num-disp
               " SCALE" ws-xref-scale-disp
           display "  PROGRAM        USE   HOST VARIABLE"
               "                  PICTURE"
           move 0 to ws-xref-line-ct
           move 0 to ws-xref-pgm-ct
           move 0 to ws-xref-narrow-col
           move spaces to ws-xref-prev-pgm
           perform varying ws-xu-idx from 1 by 1
               until ws-xu-idx > ws-xu-count
               if ws-xu-col(ws-xu-idx) = ws-xc-idx
                   perform Xref-Impact-Line
               end-if
           end-perform
           if ws-xref-line-ct = 0
               display "  NO SCANNED PROGRAM REFERENCES THIS COLUMN"
           end-if
           move ws-xref-pgm-ct to ws-xref-num-disp
           move ws-xref-narrow-col to ws-xref-num-z
           display "  PROGRAMS AFFECTED:" ws-xref-num-disp
               "   PICTURES NARROWER THAN THE COLUMN: " ws-xref-num-z.

       Xref-Impact-Line.
           add 1 to ws-xref-line-ct
           if ws-xu-program(ws-xu-idx) not = ws-xref-prev-pgm
               add 1 to ws-xref-pgm-ct
               move ws-xu-program(ws-xu-idx) to ws-xref-prev-pgm
           end-if
           move ws-xu-program(ws-xu-idx) to ws-xi-program
           move ws-xu-usage(ws-xu-idx) to ws-xi-usage
           inspect ws-xi-usage replacing all space by "-"
           if ws-xu-hostvar(ws-xu-idx) = spaces
               move "(none)" to ws-xi-hostvar
           else
               move ws-xu-hostvar(ws-xu-idx) to ws-xi-hostvar
           end-if
           move ws-xu-pic(ws-xu-idx) to ws-xi-pic
           move spaces to ws-xi-flag
           if ws-xu-narrow(ws-xu-idx) = "Y"
               move "NARROWER THAN COLUMN" to ws-xi-flag
               add 1 to ws-xref-narrow-col
           end-if
           display ws-xref-impact-line.

       Colprof-Mode.
           exec sql
               connect to :Svr user :Usr-Pass
           end-exec
           if sqlcode not = 0
               display "CANNOT CONNECT TO " Svr " SQLCODE=" sqlcode
               display sqlerrmc
               stop run
           end-if
           accept ws-run-date from date yyyymmdd
      *    The profile file is dated so that successive runs sit side
      *    by side; CATLOG-COLPROF-OUT overrides the name outright.
           move spaces to ws-cp-out-filename
           display "CATLOG-COLPROF-OUT" upon environment-name
           accept ws-cp-out-filename from environment-value
           if ws-cp-out-filename = spaces
               string "/tmp/catalog_colprof_" delimited size
                   ws-run-date delimited size
                   ".dat" delimited size
                   into ws-cp-out-filename
               end-string
           end-if
      *    CATLOG-COLPROF-TOP is how many most frequent values to
      *    keep per column (1 to 5, default 3); CATLOG-COLPROF-SHIFT
      *    is the null-rate movement, in whole percentage points,
      *    reported as a shift (default 5).
           move spaces to ws-cp-top-env
           display "CATLOG-COLPROF-TOP" upon environment-name
           accept ws-cp-top-env from environment-value
           if ws-cp-top-env >= "1" and ws-cp-top-env <= "5"
               move ws-cp-top-env to ws-cp-top
           end-if
           move spaces to ws-cp-shift-env
           display "CATLOG-COLPROF-SHIFT" upon environment-name
           accept ws-cp-shift-env from environment-value
           if ws-cp-shift-env(1:2) numeric
               and ws-cp-shift-env(3:) = spaces
               move ws-cp-shift-env(1:2) to ws-cp-shift-pct
           else
               if ws-cp-shift-env(1:1) numeric
                   and ws-cp-shift-env(2:) = spaces
                   move ws-cp-shift-env(1:1) to ws-cp-shift-pct
               end-if
           end-if
           move spaces to ws-cp-table-env
           display "CATLOG-COLPROF-TABLE" upon environment-name
           accept ws-cp-table-env from environment-value
           open output colprof-out-file
           if not ws-cp-out-file-ok
               display "UNABLE TO OPEN COLUMN PROFILE FILE: "
                   ws-cp-out-filename
               exec sql disconnect current end-exec
               go to Colprof-Mode-exit
           end-if
           move 0 to ws-cmp-table-count
           if ws-cp-table-env not = spaces
               move 1 to ws-cmp-table-count
               move ws-cp-table-env to ws-cmp-table(1)
           else
               perform Colprof-Load-Tables
           end-if
           move 0 to ws-cr-count
           perform varying ws-cmp-tab-idx from 1 by 1
               until ws-cmp-tab-idx > ws-cmp-table-count
               move "N" to ws-cp-tab-in-prior(ws-cmp-tab-idx)
               perform Colprof-One-Table thru Colprof-One-Table-exit
           end-perform
           close colprof-out-file
           move ws-cr-count to ws-cp-shift-disp
           move ws-cmp-table-count to ws-cp-tables-disp
           display " "
           display ws-cp-shift-disp " column(s) of "
               ws-cp-tables-disp " table(s) profiled to "
               ws-cp-out-filename
           perform Colprof-Report-Shifts thru Colprof-Report-Shifts-exit
           exec sql disconnect current end-exec
           .
       Colprof-Mode-exit.
           exit.

       Colprof-Load-Tables.
           perform Init-Table-Filter
           exec sql open tcurs end-exec
           if sqlcode not = 0
               display "CANNOT READ TABLE CATALOG ON " Svr
               stop run
           end-if
           exec sql fetch tcurs into :table-catalog:tab-inds end-exec
           perform until sqlcode < 0 or sqlcode = 100
               if ws-cmp-table-count < 200
                   add 1 to ws-cmp-table-count
                   move tab-name
                       to ws-cmp-table(ws-cmp-table-count)
               else
                   if ws-cmp-overflow = "N"
                       display "COLUMN PROFILE TABLE LIST FULL AT 200"
                           " - REMAINING TABLES SKIPPED"
                       move "Y" to ws-cmp-overflow
                   end-if
               end-if
               exec sql fetch tcurs into
                   :table-catalog:tab-inds
               end-exec
           end-perform
           exec sql close tcurs end-exec.

       Colprof-One-Table.
      *    The table's columns are collected first so that the column
      *    cursor is closed again before the profiling queries run.
           move ws-cmp-table(ws-cmp-tab-idx) to Column-Table-Name
           move 0 to ws-cp-col-count
           move "N" to ws-cp-col-overflow
           exec sql open ccurs end-exec
           if sqlcode not = 0
               display "CANNOT READ COLUMNS OF " Column-Table-Name
               go to Colprof-One-Table-exit
           end-if
           exec sql fetch ccurs into :column-catalog:col-inds end-exec
           perform until sqlcode < 0 or sqlcode = 100
               if ws-cp-col-count < 300
                   add 1 to ws-cp-col-count
                   move col-name to ws-cp-col-name(ws-cp-col-count)
                   move col-data-type
                       to ws-cp-col-type(ws-cp-col-count)
                   move col-precision
                       to ws-cp-col-declen(ws-cp-col-count)
                   if col-precision < zero
                       move zero to ws-cp-col-declen(ws-cp-col-count)
                   end-if
               else
                   if ws-cp-col-overflow = "N"
                       display "COLUMN LIST FULL AT 300 - "
                           "REMAINING COLUMNS SKIPPED"
                       move "Y" to ws-cp-col-overflow
                   end-if
               end-if
               exec sql fetch ccurs into
                   :column-catalog:col-inds
               end-exec
           end-perform
           exec sql close ccurs end-exec
           display " "
           if ws-cp-col-count = 0
               display "COLUMN PROFILE OF " Column-Table-Name
                   " - NO COLUMNS FOUND"
               go to Colprof-One-Table-exit
           end-if
           move spaces to Prof-Stmt
           string "SELECT COUNT(*) FROM " delimited size
               ws-cmp-table(ws-cmp-tab-idx) delimited space
               into Prof-Stmt
           end-string
           move 0 to Prof-Count
           exec sql
               prepare profstmt from :Prof-Stmt
           end-exec
           if sqlcode = 0
               exec sql open profcurs end-exec
               if sqlcode = 0
                   exec sql fetch profcurs into :Prof-Count end-exec
                   exec sql close profcurs end-exec
               end-if
           end-if
           move Prof-Count to ws-cp-num
           perform Colprof-Edit-Number
           display "COLUMN PROFILE OF "
               ws-cmp-table(ws-cmp-tab-idx) " ROWS " ws-cp-num-text
           perform varying ws-cp-col-idx from 1 by 1
               until ws-cp-col-idx > ws-cp-col-count
               perform Colprof-One-Column thru Colprof-One-Column-exit
           end-perform
           .
       Colprof-One-Table-exit.
           exit.

       Colprof-One-Column.
      *    Character columns are also checked for blank values and
      *    for the longest value held; long and binary columns can
      *    only be counted.
           evaluate ws-cp-col-type(ws-cp-col-idx)
               when 1
               when 12
               when -8
               when -9
                   set ws-cp-kind-char to true
               when -1
               when -2
               when -3
               when -4
               when -10
                   set ws-cp-kind-long to true
               when other
                   set ws-cp-kind-other to true
           end-evaluate
           perform Colprof-Build-Stmt
           exec sql
               prepare cpstmt from :Cp-Stmt
           end-exec
           if sqlcode not = 0
               display "  " ws-cp-col-name(ws-cp-col-idx)
                   " CANNOT BE PROFILED SQLCODE=" sqlcode
               go to Colprof-One-Column-exit
           end-if
           exec sql open cpcurs end-exec
           if sqlcode not = 0
               display "  " ws-cp-col-name(ws-cp-col-idx)
                   " CANNOT BE PROFILED SQLCODE=" sqlcode
               go to Colprof-One-Column-exit
           end-if
           move 0 to Cp-Rows Cp-Nonnull Cp-Distinct Cp-Blanks
               Cp-Maxlen
           move spaces to Cp-Min Cp-Max
           exec sql
               fetch cpcurs into :Cp-Rows, :Cp-Nonnull,
                   :Cp-Distinct, :Cp-Blanks:Cp-Blanks-Ind,
                   :Cp-Maxlen:Cp-Maxlen-Ind, :Cp-Min:Cp-Min-Ind,
                   :Cp-Max:Cp-Max-Ind
           end-exec
           if sqlcode not = 0
               display "  " ws-cp-col-name(ws-cp-col-idx)
                   " CANNOT BE PROFILED SQLCODE=" sqlcode
               exec sql close cpcurs end-exec
               go to Colprof-One-Column-exit
           end-if
           exec sql close cpcurs end-exec
           if Cp-Blanks-Ind < 0
               move 0 to Cp-Blanks
           end-if
           if Cp-Maxlen-Ind < 0
               move 0 to Cp-Maxlen
           end-if
           if Cp-Min-Ind < 0
               move spaces to Cp-Min
           end-if
           if Cp-Max-Ind < 0
               move spaces to Cp-Max
           end-if
           inspect Cp-Min replacing all "|" by "/"
           inspect Cp-Max replacing all "|" by "/"
           compute ws-cp-nulls = Cp-Rows - Cp-Nonnull
           move 0 to ws-cp-pct
           if Cp-Rows > 0
               compute ws-cp-pct rounded =
                   ws-cp-nulls * 100 / Cp-Rows
           end-if
           move spaces to ws-cp-top-text
           if not ws-cp-kind-long and Cp-Nonnull > 0
               perform Colprof-Top-Values thru Colprof-Top-Values-exit
           end-if
           perform Colprof-Keep-Result
           perform Colprof-Write-Record
           perform Colprof-Show-Column
           .
       Colprof-One-Column-exit.
           exit.

       Colprof-Build-Stmt.
      *    One pass over the table per column: row and non-null
      *    counts, distinct values, blank values, longest value and
      *    the lowest and highest values. The ODBC scalar functions
      *    keep the length and trim tests the same on every driver;
      *    a value of nothing but spaces counts as blank.
           move spaces to Cp-Stmt
           move 1 to ws-cp-ptr
           string "SELECT COUNT(*), COUNT(" delimited size
               ws-cp-col-name(ws-cp-col-idx) delimited space
               "), " delimited size
               into Cp-Stmt with pointer ws-cp-ptr
           end-string
           evaluate true
               when ws-cp-kind-long
                   string "0, 0, 0, ' ', ' '" delimited size
                       into Cp-Stmt with pointer ws-cp-ptr
                   end-string
               when ws-cp-kind-char
                   string "COUNT(DISTINCT " delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       "), SUM(CASE WHEN " delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       " IS NOT NULL AND ({fn RTRIM(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       ")} IS NULL OR {fn RTRIM(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       ")} = '') THEN 1 ELSE 0 END), "
                           delimited size
                       "MAX({fn LENGTH(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       ")}), MIN(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       "), MAX(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       ")" delimited size
                       into Cp-Stmt with pointer ws-cp-ptr
                   end-string
               when other
                   string "COUNT(DISTINCT " delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       "), 0, 0, MIN(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       "), MAX(" delimited size
                       ws-cp-col-name(ws-cp-col-idx) delimited space
                       ")" delimited size
                       into Cp-Stmt with pointer ws-cp-ptr
                   end-string
           end-evaluate
           string " FROM " delimited size
               ws-cmp-table(ws-cmp-tab-idx) delimited space
               into Cp-Stmt with pointer ws-cp-ptr
           end-string.

       Colprof-Top-Values.
           move spaces to Cp-Stmt
           string "SELECT " delimited size
               ws-cp-col-name(ws-cp-col-idx) delimited space
               ", COUNT(*) FROM " delimited size
               ws-cmp-table(ws-cmp-tab-idx) delimited space
               " WHERE " delimited size
               ws-cp-col-name(ws-cp-col-idx) delimited space
               " IS NOT NULL GROUP BY " delimited size
               ws-cp-col-name(ws-cp-col-idx) delimited space
               " ORDER BY 2 DESC" delimited size
               into Cp-Stmt
           end-string
           exec sql
               prepare cfstmt from :Cp-Stmt
           end-exec
           if sqlcode not = 0
               go to Colprof-Top-Values-exit
           end-if
           exec sql open cfcurs end-exec
           if sqlcode not = 0
               go to Colprof-Top-Values-exit
           end-if
           move 1 to ws-cp-top-ptr
           move 0 to ws-cp-top-ct
           exec sql
               fetch cfcurs into :Cp-Val:Cp-Val-Ind, :Cp-Val-Count
           end-exec
           perform until sqlcode not = 0
               or ws-cp-top-ct not < ws-cp-top
               add 1 to ws-cp-top-ct
               if Cp-Val-Ind < 0
                   move spaces to Cp-Val
               end-if
               inspect Cp-Val replacing all "|" by "/"
               move Cp-Val-Count to ws-cp-num
               perform Colprof-Edit-Number
               if ws-cp-top-ct > 1
                   string "; " delimited size
                       into ws-cp-top-text with pointer ws-cp-top-ptr
                   end-string
               end-if
               if Cp-Val = spaces
                   string "(BLANK)" delimited size
                       into ws-cp-top-text with pointer ws-cp-top-ptr
                   end-string
               else
                   string Cp-Val delimited "  "
                       into ws-cp-top-text with pointer ws-cp-top-ptr
                   end-string
               end-if
               string " (" delimited size
                   ws-cp-num-text delimited space
                   ")" delimited size
                   into ws-cp-top-text with pointer ws-cp-top-ptr
               end-string
               exec sql
                   fetch cfcurs into :Cp-Val:Cp-Val-Ind, :Cp-Val-Count
               end-exec
           end-perform
           exec sql close cfcurs end-exec
           .
       Colprof-Top-Values-exit.
           exit.

       Colprof-Edit-Number.
           move ws-cp-num to ws-cp-num-disp
           move 0 to ws-cp-num-lead
           inspect ws-cp-num-disp tallying ws-cp-num-lead
               for leading space
           move spaces to ws-cp-num-text
           move ws-cp-num-disp(ws-cp-num-lead + 1:) to ws-cp-num-text.

       Colprof-Keep-Result.
           if ws-cr-count < 3000
               add 1 to ws-cr-count
               move ws-cmp-table(ws-cmp-tab-idx)
                   to ws-cr-table(ws-cr-count)
               move ws-cp-col-name(ws-cp-col-idx)
                   to ws-cr-column(ws-cr-count)
               move ws-cmp-tab-idx to ws-cr-tab(ws-cr-count)
               move Cp-Rows to ws-cr-rows(ws-cr-count)
               move ws-cp-nulls to ws-cr-nulls(ws-cr-count)
               move Cp-Distinct to ws-cr-distinct(ws-cr-count)
               move Cp-Blanks to ws-cr-blanks(ws-cr-count)
               move Cp-Maxlen to ws-cr-maxlen(ws-cr-count)
               move 0 to ws-cr-declen(ws-cr-count)
               if ws-cp-kind-char
                   move ws-cp-col-declen(ws-cp-col-idx)
                       to ws-cr-declen(ws-cr-count)
               end-if
               move "N" to ws-cr-seen(ws-cr-count)
           else
               if ws-cr-overflow = "N"
                   display "COLUMN PROFILE RESULTS FULL AT 3000 - "
                       "NOT ALL COLUMNS CHECKED FOR SHIFTS"
                   move "Y" to ws-cr-overflow
               end-if
           end-if.

       Colprof-Write-Record.
           move Cp-Rows to ws-cp-rows-z
           move ws-cp-nulls to ws-cp-nulls-z
           move Cp-Distinct to ws-cp-distinct-z
           move Cp-Blanks to ws-cp-blanks-z
           move Cp-Maxlen to ws-cp-maxlen-z
           move 0 to ws-cp-declen-z
           if ws-cp-kind-char
               move ws-cp-col-declen(ws-cp-col-idx) to ws-cp-declen-z
           end-if
           move spaces to colprof-out-rec
           string "COLPROF|" delimited size
               ws-run-date delimited size
               "|" delimited size
               ws-cmp-table(ws-cmp-tab-idx) delimited space
               "|" delimited size
               ws-cp-col-name(ws-cp-col-idx) delimited space
               "|" delimited size
               ws-cp-rows-z delimited size
               "|" delimited size
               ws-cp-nulls-z delimited size
               "|" delimited size
               ws-cp-distinct-z delimited size
               "|" delimited size
               ws-cp-blanks-z delimited size
               "|" delimited size
               ws-cp-maxlen-z delimited size
               "|" delimited size
               ws-cp-declen-z delimited size
               "|" delimited size
               Cp-Min delimited "  "
               "|" delimited size
               Cp-Max delimited "  "
               "|" delimited size
               ws-cp-top-text delimited size
               into colprof-out-rec
           end-string
           write colprof-out-rec.

       Colprof-Show-Column.
           move spaces to ws-cp-line
           move ws-cp-col-name(ws-cp-col-idx) to ws-cp-line(3:30)
           move ws-cp-nulls to ws-cp-num
           perform Colprof-Edit-Number
           move ws-cp-pct to ws-cp-pct-disp
           move 34 to ws-cp-ptr
           string "NULLS " delimited size
               ws-cp-num-text delimited space
               " (" delimited size
               ws-cp-pct-disp delimited size
               "%)" delimited size
               into ws-cp-line with pointer ws-cp-ptr
           end-string
           if ws-cp-kind-long
               string "  LONG DATA - COUNTED ONLY" delimited size
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
           else
               move Cp-Distinct to ws-cp-num
               perform Colprof-Edit-Number
               string "  DISTINCT " delimited size
                   ws-cp-num-text delimited space
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
           end-if
           if ws-cp-kind-char
               move Cp-Blanks to ws-cp-num
               perform Colprof-Edit-Number
               move ws-cp-num-text to ws-cp-num-text2
               move Cp-Maxlen to ws-cp-num
               perform Colprof-Edit-Number
               string "  BLANK " delimited size
                   ws-cp-num-text2 delimited space
                   "  LONGEST " delimited size
                   ws-cp-num-text delimited space
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
               move ws-cp-col-declen(ws-cp-col-idx) to ws-cp-num
               perform Colprof-Edit-Number
               string " OF " delimited size
                   ws-cp-num-text delimited space
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
           end-if
           display ws-cp-line
           if Cp-Min not = spaces or Cp-Max not = spaces
               move spaces to ws-cp-line
               string "      LOWEST " delimited size
                   Cp-Min delimited "  "
                   "  HIGHEST " delimited size
                   Cp-Max delimited "  "
                   into ws-cp-line
               end-string
               display ws-cp-line
           end-if
           if ws-cp-top-text not = spaces
               display "      MOST FREQUENT " ws-cp-top-text
           end-if.

       Colprof-Report-Shifts.
           move spaces to ws-cp-in-filename
           display "CATLOG-COLPROF-IN" upon environment-name
           accept ws-cp-in-filename from environment-value
           if ws-cp-in-filename = spaces
               go to Colprof-Report-Shifts-exit
           end-if
           open input colprof-in-file
           if not ws-cp-in-file-ok
               display "UNABLE TO OPEN PRIOR COLUMN PROFILE: "
                   ws-cp-in-filename
               go to Colprof-Report-Shifts-exit
           end-if
           display " "
           display "COLUMN PROFILE SHIFTS SINCE " ws-cp-in-filename
           move 0 to ws-cp-shift-count
           move spaces to ws-cp-prior-date
           perform until ws-cp-in-eof-88
               read colprof-in-file
                   at end
                       set ws-cp-in-eof-88 to true
               end-read
               if not ws-cp-in-eof-88
                   perform Colprof-Shift-One-Line
                       thru Colprof-Shift-One-Line-exit
               end-if
           end-perform
           close colprof-in-file
      *    Columns only count as new where the prior profile covered
      *    their table at all.
           perform varying ws-cr-idx from 1 by 1
               until ws-cr-idx > ws-cr-count
               if ws-cr-seen(ws-cr-idx) = "N"
                   and ws-cp-tab-in-prior(ws-cr-tab(ws-cr-idx)) = "Y"
                   perform Colprof-Shift-Name
                   string "NEW COLUMN SINCE PRIOR PROFILE"
                           delimited size
                       into ws-cp-line with pointer ws-cp-ptr
                   end-string
                   display ws-cp-line
                   add 1 to ws-cp-shift-count
               end-if
           end-perform
           move ws-cp-shift-count to ws-cp-shift-disp
           if ws-cp-shift-count = 0
               display "NO SHIFTS SINCE PRIOR PROFILE OF "
                   ws-cp-prior-date
           else
               display ws-cp-shift-disp
                   " SHIFT(S) SINCE PRIOR PROFILE OF "
                   ws-cp-prior-date
           end-if
           .
       Colprof-Report-Shifts-exit.
           exit.

       Colprof-Shift-One-Line.
           if colprof-in-rec(1:8) not = "COLPROF|"
               go to Colprof-Shift-One-Line-exit
           end-if
           move spaces to ws-cp-prior
           unstring colprof-in-rec delimited by "|"
               into ws-cp-p-tag ws-cp-p-date ws-cp-p-table
                   ws-cp-p-column ws-cp-p-rows-x ws-cp-p-nulls-x
                   ws-cp-p-distinct-x ws-cp-p-blanks-x
                   ws-cp-p-maxlen-x ws-cp-p-declen-x
           end-unstring
           if ws-cp-p-rows-x(1:9) not numeric
               or ws-cp-p-nulls-x(1:9) not numeric
               or ws-cp-p-distinct-x(1:9) not numeric
               or ws-cp-p-blanks-x(1:9) not numeric
               or ws-cp-p-maxlen-x(1:9) not numeric
               go to Colprof-Shift-One-Line-exit
           end-if
           move ws-cp-p-rows-x(1:9) to ws-cp-p-rows
           move ws-cp-p-nulls-x(1:9) to ws-cp-p-nulls
           move ws-cp-p-distinct-x(1:9) to ws-cp-p-distinct
           move ws-cp-p-blanks-x(1:9) to ws-cp-p-blanks
           move ws-cp-p-maxlen-x(1:9) to ws-cp-p-maxlen
           move ws-cp-p-date to ws-cp-prior-date
      *    Prior entries for tables not profiled this run are passed
      *    over, so one table can be profiled against a full profile.
           move "N" to ws-cp-found
           perform varying ws-cmp-tab-idx from 1 by 1
               until ws-cmp-tab-idx > ws-cmp-table-count
                   or ws-cp-found-88
               if ws-cmp-table(ws-cmp-tab-idx) = ws-cp-p-table
                   move "Y" to ws-cp-found
                   move "Y" to ws-cp-tab-in-prior(ws-cmp-tab-idx)
               end-if
           end-perform
           if not ws-cp-found-88
               go to Colprof-Shift-One-Line-exit
           end-if
           move "N" to ws-cp-found
           perform varying ws-cr-idx from 1 by 1
               until ws-cr-idx > ws-cr-count
                   or ws-cp-found-88
               if ws-cr-table(ws-cr-idx) = ws-cp-p-table
                   and ws-cr-column(ws-cr-idx) = ws-cp-p-column
                   move "Y" to ws-cp-found
                   move "Y" to ws-cr-seen(ws-cr-idx)
                   subtract 1 from ws-cr-idx
               end-if
           end-perform
           if not ws-cp-found-88
               move spaces to ws-cp-line
               move 3 to ws-cp-ptr
               string ws-cp-p-table delimited space
                   "." delimited size
                   ws-cp-p-column delimited space
                   " NO LONGER PROFILED" delimited size
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
               display ws-cp-line
               add 1 to ws-cp-shift-count
               go to Colprof-Shift-One-Line-exit
           end-if
           perform Colprof-Compare
           .
       Colprof-Shift-One-Line-exit.
           exit.

       Colprof-Compare.
      *    A column that held no nulls (or no blanks) and now holds
      *    some is always reported; otherwise the null rate has to
      *    move by the shift percentage. A column reduced to one value
      *    and a character column now filled to its declared length
      *    are reported too.
           move 0 to ws-cp-prior-pct ws-cp-pct
           if ws-cp-p-rows > 0
               compute ws-cp-prior-pct rounded =
                   ws-cp-p-nulls * 100 / ws-cp-p-rows
           end-if
           if ws-cr-rows(ws-cr-idx) > 0
               compute ws-cp-pct rounded =
                   ws-cr-nulls(ws-cr-idx) * 100 / ws-cr-rows(ws-cr-idx)
           end-if
           move ws-cp-pct to ws-cp-pct-disp
           move ws-cp-prior-pct to ws-cp-pct-disp2
           compute ws-cp-pct-diff = ws-cp-pct - ws-cp-prior-pct
           if ws-cp-pct-diff < 0
               compute ws-cp-pct-diff = 0 - ws-cp-pct-diff
           end-if
           if ws-cp-p-rows > 0 and ws-cp-p-nulls = 0
               and ws-cr-nulls(ws-cr-idx) > 0
               perform Colprof-Shift-Name
               string "WAS NEVER NULL, NOW " delimited size
                   ws-cp-pct-disp delimited size
                   "% NULL" delimited size
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
               display ws-cp-line
               add 1 to ws-cp-shift-count
           else
               if ws-cp-pct-diff not < ws-cp-shift-pct
                   perform Colprof-Shift-Name
                   string "NULL RATE WAS " delimited size
                       ws-cp-pct-disp2 delimited size
                       "%, NOW " delimited size
                       ws-cp-pct-disp delimited size
                       "%" delimited size
                       into ws-cp-line with pointer ws-cp-ptr
                   end-string
                   display ws-cp-line
                   add 1 to ws-cp-shift-count
               end-if
           end-if
           if ws-cp-p-rows > 0 and ws-cp-p-blanks = 0
               and ws-cr-blanks(ws-cr-idx) > 0
               move ws-cr-blanks(ws-cr-idx) to ws-cp-num
               perform Colprof-Edit-Number
               perform Colprof-Shift-Name
               string "HAD NO BLANK VALUES, NOW " delimited size
                   ws-cp-num-text delimited space
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
               display ws-cp-line
               add 1 to ws-cp-shift-count
           end-if
           if ws-cp-p-distinct > 1 and ws-cr-distinct(ws-cr-idx) = 1
               move ws-cp-p-distinct to ws-cp-num
               perform Colprof-Edit-Number
               perform Colprof-Shift-Name
               string "NOW HOLDS A SINGLE VALUE, WAS " delimited size
                   ws-cp-num-text delimited space
                   " DISTINCT" delimited size
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
               display ws-cp-line
               add 1 to ws-cp-shift-count
           end-if
           if ws-cr-declen(ws-cr-idx) > 0
               and ws-cr-maxlen(ws-cr-idx) = ws-cr-declen(ws-cr-idx)
               and ws-cp-p-maxlen < ws-cr-declen(ws-cr-idx)
               move ws-cr-declen(ws-cr-idx) to ws-cp-num
               perform Colprof-Edit-Number
               perform Colprof-Shift-Name
               string "NOW FILLS ITS DECLARED LENGTH OF "
                       delimited size
                   ws-cp-num-text delimited space
                   into ws-cp-line with pointer ws-cp-ptr
               end-string
               display ws-cp-line
               add 1 to ws-cp-shift-count
           end-if.

       Colprof-Shift-Name.
           move spaces to ws-cp-line
           move 3 to ws-cp-ptr
           string ws-cr-table(ws-cr-idx) delimited space
               "." delimited size
               ws-cr-column(ws-cr-idx) delimited space
               " " delimited size
               into ws-cp-line with pointer ws-cp-ptr
           end-string.

       Compare-Schemas-Mode.
           display " "
           display "LIVE SCHEMA COMPARISON"
