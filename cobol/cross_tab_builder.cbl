       identification division.
       program-id. CrossTabBuilder.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Builds a repository matrix from raw records instead of
      * waiting for one to arrive fully formed: a partner-by-product
      * count or amount summarized straight off the flat file. The
      * XTABCTL card names the file and its LAYOUTS dictionary layout
      * as PROFCTL does, then the fields the grid is built on:
      *   cols 1-100    the flat file
      *   cols 101-120  its LAYOUTS layout
      *   cols 121-140  the row-key field
      *   cols 141-160  the column-key field
      *   cols 161-180  the value field, summed per cell (optional
      *                 minus, digits, one decimal point); blank
      *                 counts the records instead
      *   cols 181-190  the matrix-id to file the grid under
      *   cols 191-198  the as-of date, YYYYMMDD (blank is today)
      *   col 199       'N' to file the grid without rendering it
      * Each distinct row key becomes a row and each distinct column
      * key a column, both in key order, with the first ten
      * characters of the key as the label. The grid is filed on
      * MTXMST through 'MatrixStore' as the dated version -- a
      * version already on file for the id and date is replaced --
      * and rendered through 'displayMatrix' with labels and totals to
      * XTABRPT. MTXMST carries grids, not labels, so the XTABKEYS
      * key map keeps every built version's row and column numbers
      * against their full keys -- a rebuild of a version replaces its
      * lines -- for the OnlineMaintenance matrix inquiry to label a
      * fetched grid with.
      * The MATRIX layout holds 100 rows by 100 columns: a key past
      * either limit is listed on XTABSUMM with its record count and
      * total, never silently dropped, as is a cell whose total will
      * not fit the S9(7) cells (left at zero, as MatrixMath leaves
      * one). Amounts are rounded to whole units in the grid. Records
      * outside the grid and values that are not numeric count as
      * the run's rejects under the standard JOBTHRSH thresholds; a
      * card that does not read, an unknown layout or field, or a
      * grid the repository will not take is a control failure.
      * modification history
      *   akar-0  new batch job
      *   akar-0  XTABKEYS kept across runs as the key map of every
      *           built version, rewritten through XTABKWK, instead
      *           of holding only the last run's keys
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'XTABCTL'
               organization is line sequential.
           select target-file assign to dynamic target-file-name
               organization is line sequential
               file status is target-status.
           select summary-file assign to 'XTABSUMM'
               organization is line sequential.
           select optional key-map-file assign to 'XTABKEYS'
               organization is line sequential.
           select key-map-work assign to 'XTABKWK'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-file-name      pic x(100).
           05 ctl-layout-name    pic x(20).
           05 ctl-row-field      pic x(20).
           05 ctl-col-field      pic x(20).
           05 ctl-value-field    pic x(20).
           05 ctl-matrix-id      pic x(10).
           05 ctl-as-of          pic x(8).
           05 ctl-render         pic x(1).

       fd  target-file.
       01  target-record         pic x(2100).

       fd  summary-file.
       01  summary-line          pic x(132).

       fd  key-map-file.
       01  key-map-record.
           05 km-matrix-id       pic x(10).
           05 filler             pic x(1).
           05 km-as-of           pic x(8).
           05 filler             pic x(1).
      *    'R' row or 'C' column, its number in the grid, and the key
           05 km-axis            pic x(1).
           05 filler             pic x(1).
           05 km-number          pic 9(3).
           05 filler             pic x(1).
           05 km-key             pic x(20).

       fd  key-map-work.
       01  key-map-work-record   pic x(46).

       working-storage section.
       01  end-of-file           pic x(1).
           88 no-more-records    value 'Y'.
       01  target-file-name      pic x(100).
       01  target-status         pic x(2).
       01  control-failed-flag   pic x(1).
       01  refusal-text          pic x(80).
       01  layout-name           pic x(20).
       01  layout-table.
           05 lay-field-count    pic 9(2).
           05 lay-field occurs 20 times.
              10 lay-field-name  pic x(20).
              10 lay-position    pic 9(4).
              10 lay-length      pic 9(3).
              10 lay-type        pic x(1).
       01  layout-status         pic x(1).
       01  f                     pic 9(2).
       01  row-field-ix          pic 9(2).
       01  col-field-ix          pic 9(2).
       01  value-field-ix        pic 9(2).
       01  count-mode            pic x(1).
           88 counting-records   value 'Y'.
       01  matrix-id             pic x(10).
      * one XTABKEYS line of this version, as key-map-record
       01  key-map-entry.
           05 ke-matrix-id       pic x(10).
           05 filler             pic x(1).
           05 ke-as-of           pic x(8).
           05 filler             pic x(1).
           05 ke-axis            pic x(1).
           05 filler             pic x(1).
           05 ke-number          pic 9(3).
           05 filler             pic x(1).
           05 ke-key             pic x(20).
       01  as-of-date            pic x(8).
      * the keys as they turn up, and the running cell totals under
      * them
       01  row-key-table.
           05 row-key-count      pic 9(3).
           05 row-key            pic x(20) occurs 100 times.
       01  col-key-table.
           05 col-key-count      pic 9(3).
           05 col-key            pic x(20) occurs 100 times.
       01  cell-table.
           05 cell-row occurs 100 times.
              10 cell-column occurs 100 times.
                 15 cell-total   pic s9(13)v9(4).
                 15 cell-records pic 9(9).
      * keys past the 100-row or 100-column limit, listed on the
      * summary; past this list's own 200 they are only counted
       01  spill-table.
           05 spill-count        pic 9(3).
           05 spill-entry occurs 200 times.
              10 spill-axis      pic x(1).
              10 spill-key       pic x(20).
              10 spill-records   pic 9(9).
              10 spill-total     pic s9(13)v9(4).
       01  spill-unlisted        pic 9(9).
       01  spill-axis-wanted     pic x(1).
       01  sx                    pic 9(3).
      * grid order: the key tables' entries in ascending key order
       01  row-order             pic 9(3) occurs 100 times.
       01  col-order             pic 9(3) occurs 100 times.
       01  ox                    pic 9(3).
       01  oy                    pic 9(3).
       01  hold-order            pic 9(3).
       01  i                     pic 9(3).
       01  j                     pic 9(3).
       01  rx                    pic 9(3).
       01  cx                    pic 9(3).
       01  row-value             pic x(20).
       01  col-value             pic x(20).
       01  field-value           pic x(100).
       01  record-amount         pic s9(13)v9(4).
       01  rounded-cell          pic s9(15).
       01  parse-field           pic x(100).
       01  parse-length          pic 9(3).
       01  parse-idx             pic 9(3).
       01  parse-start           pic 9(3).
       01  parse-dot-count       pic 9(1).
       01  parse-digit-count     pic 9(3).
       01  numeric-ok            pic x(1).
      * what the run saw
       01  records-read          pic 9(9).
       01  records-tallied       pic 9(9).
       01  records-spilled       pic 9(9).
       01  records-not-numeric   pic 9(9).
       01  records-cell-overflow pic 9(9).
       01  reject-count          pic 9(9).
       01  overflow-cell-count   pic 9(5).
       01  store-status          pic x(1).
       01  matrix.
           05 l     pic 9(3).
           05 lc    pic 9(3).
           05 row occurs 0 to 100 times depending on l.
              07 xs  pic s9(7) occurs 100 times.
       01  matrix-options.
           05 report-flag       pic x(1).
           05 report-file-name  pic x(100).
           05 labels-flag       pic x(1).
           05 csv-flag          pic x(1).
           05 csv-file-name     pic x(100).
           copy "job-header.cpy".
           05 totals-flag       pic x(1).
       01  matrix-labels.
           05 row-label   pic x(10) occurs 100 times.
           05 col-label   pic x(10) occurs 100 times.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  count-disp            pic z(8)9.
       01  dim-disp              pic z(2)9.
       01  dim2-disp             pic z(2)9.
       01  total-disp            pic -(14)9.99.

       procedure division.
       0000-mainline.
           move 0 to records-read, records-tallied, records-spilled
           move 0 to records-not-numeric, records-cell-overflow
           move 0 to reject-count, overflow-cell-count
           move 0 to row-key-count, col-key-count
           move 0 to spill-count, spill-unlisted
           move 0 to l, lc
           move space to store-status
           move 'N' to control-failed-flag
           move spaces to refusal-text
           initialize cell-table
           initialize run-log-data
           move 'XTABBUILD' to rl-job-name
           move 'XTABBLD001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-control
           if control-failed-flag = 'N'
              perform 0200-find-fields
           end-if
           if control-failed-flag = 'N'
              perform 1000-tally-records
           end-if
           if control-failed-flag = 'N'
              perform 2000-build-matrix
              perform 3000-store-matrix
           end-if
           if control-failed-flag = 'N'
              perform 4000-write-key-map
           end-if
           if control-failed-flag = 'N' and ctl-render not = 'N'
              perform 5000-render-matrix
           end-if
           perform 6000-write-summary
           perform 0800-log-lineage

           compute reject-count = records-spilled
                   + records-not-numeric + records-cell-overflow
           move records-read to rl-records-read
           move records-tallied to rl-records-written
           move reject-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-control.
           move 'N' to end-of-file
           open input control-file
           read control-file
               at end move 'Y' to end-of-file
           end-read
           close control-file
           if no-more-records
              move 'Y' to control-failed-flag
              move 'NO XTABCTL CARD - NOTHING TO BUILD' to refusal-text
              exit paragraph
           end-if
           if ctl-file-name = spaces or ctl-layout-name = spaces
              or ctl-row-field = spaces or ctl-col-field = spaces
              or ctl-matrix-id = spaces
              move 'Y' to control-failed-flag
              move 'XTABCTL NEEDS THE FILE, LAYOUT, ROW AND COLUMN'
                   & ' FIELDS AND MATRIX-ID' to refusal-text
              exit paragraph
           end-if
           move ctl-file-name to target-file-name
           move ctl-layout-name to layout-name
           move ctl-matrix-id to matrix-id
           if ctl-as-of = spaces
              move function current-date(1:8) to as-of-date
           else
              if ctl-as-of is not numeric
                 move 'Y' to control-failed-flag
                 move 'XTABCTL AS-OF DATE NOT YYYYMMDD'
                      to refusal-text
                 exit paragraph
              end-if
              move ctl-as-of to as-of-date
           end-if
           if ctl-value-field = spaces
              move 'Y' to count-mode
           else
              move 'N' to count-mode
           end-if
           .

       0200-find-fields.
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           if layout-status not = 'V'
              move 'Y' to control-failed-flag
              string 'LAYOUT ' delimited by size
                     function trim(layout-name) delimited by size
                     ' NOT ON DICTIONARY' delimited by size
                     into refusal-text
              exit paragraph
           end-if
           move 0 to row-field-ix, col-field-ix, value-field-ix
           perform varying f from 1 until f > lay-field-count
               if lay-field-name(f) = ctl-row-field
                  move f to row-field-ix
               end-if
               if lay-field-name(f) = ctl-col-field
                  move f to col-field-ix
               end-if
               if not counting-records
                  and lay-field-name(f) = ctl-value-field
                  move f to value-field-ix
               end-if
           end-perform
           evaluate true
               when row-field-ix = 0
                   move ctl-row-field to field-value
               when col-field-ix = 0
                   move ctl-col-field to field-value
               when value-field-ix = 0 and not counting-records
                   move ctl-value-field to field-value
               when other
                   exit paragraph
           end-evaluate
           move 'Y' to control-failed-flag
           string 'FIELD ' delimited by size
                  function trim(field-value) delimited by size
                  ' NOT IN LAYOUT ' delimited by size
                  function trim(layout-name) delimited by size
                  into refusal-text
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move 'XTABBUILD' to lin-job-name
           move 'XTABBLD001' to lin-job-id
           if control-failed-flag = 'N'
              move target-file-name to lin-file-name
              call 'LineageLogger' using 'I' lineage-data
           end-if
           move 'XTABSUMM' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           if control-failed-flag = 'N'
              move 'XTABKEYS' to lin-file-name
              call 'LineageLogger' using 'O' lineage-data
           end-if
           if control-failed-flag = 'N' and ctl-render not = 'N'
              move 'XTABRPT' to lin-file-name
              call 'LineageLogger' using 'O' lineage-data
           end-if
           .

       1000-tally-records.
           open input target-file
           if target-status not = '00'
              move 'Y' to control-failed-flag
              string 'CANNOT OPEN ' delimited by size
                     function trim(target-file-name) delimited by size
                     ' - STATUS ' delimited by size
                     target-status delimited by size
                     into refusal-text
              exit paragraph
           end-if
           move 'N' to end-of-file
           perform until no-more-records
               read target-file
                   at end move 'Y' to end-of-file
                   not at end
                       add 1 to records-read
                       perform 1100-tally-one-record
               end-read
           end-perform
           close target-file
           .

       1100-tally-one-record.
           move spaces to row-value, col-value
           move target-record(lay-position(row-field-ix):
                              lay-length(row-field-ix)) to row-value
           move target-record(lay-position(col-field-ix):
                              lay-length(col-field-ix)) to col-value
           if counting-records
              move 1 to record-amount
           else
              move spaces to field-value
              move target-record(lay-position(value-field-ix):
                                 lay-length(value-field-ix))
                   to field-value
              perform 1300-check-numeric
              if numeric-ok not = 'Y'
                 add 1 to records-not-numeric
                 exit paragraph
              end-if
              compute record-amount =
                      function numval(function trim(field-value))
           end-if

      *    find or add the row and the column; a key with no room
      *    left goes to the spill list instead
           move 0 to rx
           perform varying i from 1 until i > row-key-count or rx > 0
               if row-key(i) = row-value
                  move i to rx
               end-if
           end-perform
           if rx = 0 and row-key-count < 100
              add 1 to row-key-count
              move row-key-count to rx
              move row-value to row-key(rx)
           end-if
           if rx = 0
              move 'R' to spill-axis-wanted
              move row-value to field-value
              perform 1200-spill-record
              exit paragraph
           end-if
           move 0 to cx
           perform varying j from 1 until j > col-key-count or cx > 0
               if col-key(j) = col-value
                  move j to cx
               end-if
           end-perform
           if cx = 0 and col-key-count < 100
              add 1 to col-key-count
              move col-key-count to cx
              move col-value to col-key(cx)
           end-if
           if cx = 0
              move 'C' to spill-axis-wanted
              move col-value to field-value
              perform 1200-spill-record
              exit paragraph
           end-if

           add record-amount to cell-total(rx, cx)
           add 1 to cell-records(rx, cx)
           add 1 to records-tallied
           .

       1200-spill-record.
      *    spill-axis-wanted says which way the key would not fit and
      *    field-value carries the key
           add 1 to records-spilled
           move 0 to sx
           perform varying i from 1 until i > spill-count or sx > 0
               if spill-axis(i) = spill-axis-wanted
                  and spill-key(i) = field-value(1:20)
                  move i to sx
               end-if
           end-perform
           if sx = 0
              if spill-count < 200
                 add 1 to spill-count
                 move spill-count to sx
                 move spill-axis-wanted to spill-axis(sx)
                 move field-value(1:20) to spill-key(sx)
                 move 0 to spill-records(sx)
                 move 0 to spill-total(sx)
              else
                 add 1 to spill-unlisted
                 exit paragraph
              end-if
           end-if
           add 1 to spill-records(sx)
           add record-amount to spill-total(sx)
           .

       1300-check-numeric.
      *    optional leading minus, digits, at most one decimal point
      *    -- the shape DataProfiler accepts for an 'N' field
           move 'Y' to numeric-ok
           move function trim(field-value) to parse-field
           if parse-field = spaces
              move 'N' to numeric-ok
              exit paragraph
           end-if
           compute parse-length =
                   function length(function trim(parse-field))
           move 1 to parse-start
           if parse-field(1:1) = '-'
              move 2 to parse-start
           end-if
           move 0 to parse-dot-count
           move 0 to parse-digit-count
           perform varying parse-idx from parse-start
                   until parse-idx > parse-length
               evaluate true
                   when parse-field(parse-idx:1) >= '0'
                        and parse-field(parse-idx:1) <= '9'
                       add 1 to parse-digit-count
                   when parse-field(parse-idx:1) = '.'
                       add 1 to parse-dot-count
                   when other
                       move 'N' to numeric-ok
                       move parse-length to parse-idx
               end-evaluate
           end-perform
           if parse-digit-count = 0 or parse-dot-count > 1
              or parse-digit-count > 17
              move 'N' to numeric-ok
           end-if
           .

       2000-build-matrix.
      *    both key lists into ascending order, then the cells laid
      *    out in that order
           perform varying i from 1 until i > row-key-count
               move i to row-order(i)
           end-perform
           perform varying ox from 1 until ox >= row-key-count
               perform varying oy from ox until oy > row-key-count
                   if row-key(row-order(oy)) < row-key(row-order(ox))
                      move row-order(ox) to hold-order
                      move row-order(oy) to row-order(ox)
                      move hold-order to row-order(oy)
                   end-if
               end-perform
           end-perform
           perform varying j from 1 until j > col-key-count
               move j to col-order(j)
           end-perform
           perform varying ox from 1 until ox >= col-key-count
               perform varying oy from ox until oy > col-key-count
                   if col-key(col-order(oy)) < col-key(col-order(ox))
                      move col-order(ox) to hold-order
                      move col-order(oy) to col-order(ox)
                      move hold-order to col-order(oy)
                   end-if
               end-perform
           end-perform

           move row-key-count to l
           move col-key-count to lc
           move spaces to matrix-labels
           perform varying i from 1 until i > l
               move row-key(row-order(i)) to row-label(i)
               if row-label(i) = spaces
                  move '*BLANK*' to row-label(i)
               end-if
               perform varying j from 1 until j > lc
                   move row-order(i) to rx
                   move col-order(j) to cx
                   move 0 to xs(i, j)
                   compute rounded-cell rounded = cell-total(rx, cx)
                   if rounded-cell > 9999999 or rounded-cell < -9999999
                      add 1 to overflow-cell-count
                      add cell-records(rx, cx) to records-cell-overflow
                   else
                      move rounded-cell to xs(i, j)
                   end-if
               end-perform
           end-perform
           perform varying j from 1 until j > lc
               move col-key(col-order(j)) to col-label(j)
               if col-label(j) = spaces
                  move '*BLANK*' to col-label(j)
               end-if
           end-perform
           .

       3000-store-matrix.
           call 'MatrixStore' using matrix-id as-of-date matrix
               store-status
           if store-status not = 'V'
              move 'Y' to control-failed-flag
              string 'MTXMST WOULD NOT TAKE ' delimited by size
                     matrix-id delimited by size
                     ' ' delimited by size
                     as-of-date delimited by size
                     ' - STORE STATUS ' delimited by size
                     store-status delimited by size
                     into refusal-text
           end-if
           .

       4000-write-key-map.
      *    the other versions' lines across to the work file, this
      *    version's new lines after them, and the lot back
           move 'N' to end-of-file
           open input key-map-file
           open output key-map-work
           perform until no-more-records
               read key-map-file
                   at end move 'Y' to end-of-file
                   not at end
                       if km-matrix-id not = matrix-id
                          or km-as-of not = as-of-date
                          write key-map-work-record
                               from key-map-record
                       end-if
               end-read
           end-perform
           close key-map-file
           perform varying i from 1 until i > l
               move spaces to key-map-entry
               move matrix-id to ke-matrix-id
               move as-of-date to ke-as-of
               move 'R' to ke-axis
               move i to ke-number
               move row-key(row-order(i)) to ke-key
               write key-map-work-record from key-map-entry
           end-perform
           perform varying j from 1 until j > lc
               move spaces to key-map-entry
               move matrix-id to ke-matrix-id
               move as-of-date to ke-as-of
               move 'C' to ke-axis
               move j to ke-number
               move col-key(col-order(j)) to ke-key
               write key-map-work-record from key-map-entry
           end-perform
           close key-map-work

           move 'N' to end-of-file
           open input key-map-work
           open output key-map-file
           perform until no-more-records
               read key-map-work
                   at end move 'Y' to end-of-file
                   not at end
                       write key-map-record from key-map-work-record
               end-read
           end-perform
           close key-map-work
           close key-map-file
           .

       5000-render-matrix.
           initialize matrix-options
           move 'Y' to report-flag
           move 'XTABRPT' to report-file-name
           move 'Y' to labels-flag
           move 'N' to csv-flag
           move 'Y' to totals-flag
           move 'N' to audit-flag
           call 'displayMatrix' using matrix matrix-options
               matrix-labels
           .

       6000-write-summary.
           open output summary-file
           move spaces to summary-line
           string 'CROSS-TAB BUILD OF ' delimited by size
                  function trim(target-file-name) delimited by size
                  '  LAYOUT ' delimited by size
                  function trim(layout-name) delimited by size
                  into summary-line
           write summary-line
           move spaces to summary-line
           if counting-records
              string 'ROWS BY ' delimited by size
                     function trim(ctl-row-field) delimited by size
                     '  COLUMNS BY ' delimited by size
                     function trim(ctl-col-field) delimited by size
                     '  CELLS COUNT THE RECORDS' delimited by size
                     into summary-line
           else
              string 'ROWS BY ' delimited by size
                     function trim(ctl-row-field) delimited by size
                     '  COLUMNS BY ' delimited by size
                     function trim(ctl-col-field) delimited by size
                     '  CELLS SUM ' delimited by size
                     function trim(ctl-value-field) delimited by size
                     ' (ROUNDED TO WHOLE UNITS)' delimited by size
                     into summary-line
           end-if
           write summary-line
           move spaces to summary-line
           write summary-line

           if control-failed-flag = 'Y'
              move spaces to summary-line
              string 'NOT BUILT: ' delimited by size
                     refusal-text delimited by size
                     into summary-line
              write summary-line
           end-if

           move records-read to count-disp
           move spaces to summary-line
           string 'RECORDS READ              ' delimited by size
                  count-disp delimited by size
                  into summary-line
           write summary-line
           move records-tallied to count-disp
           move spaces to summary-line
           string 'RECORDS IN THE GRID       ' delimited by size
                  count-disp delimited by size
                  into summary-line
           write summary-line
           move records-spilled to count-disp
           move spaces to summary-line
           string 'RECORDS OUTSIDE THE GRID  ' delimited by size
                  count-disp delimited by size
                  into summary-line
           write summary-line
           move records-not-numeric to count-disp
           move spaces to summary-line
           string 'VALUE NOT NUMERIC         ' delimited by size
                  count-disp delimited by size
                  into summary-line
           write summary-line
           move records-cell-overflow to count-disp
           move spaces to summary-line
           string 'IN CELLS PAST S9(7)       ' delimited by size
                  count-disp delimited by size
                  into summary-line
           write summary-line

           if control-failed-flag = 'N'
              move l to dim-disp
              move lc to dim2-disp
              move spaces to summary-line
              string 'GRID ' delimited by size
                     function trim(dim-disp) delimited by size
                     ' X ' delimited by size
                     function trim(dim2-disp) delimited by size
                     '  FILED ON MTXMST AS ' delimited by size
                     matrix-id delimited by size
                     ' AS OF ' delimited by size
                     as-of-date delimited by size
                     into summary-line
              write summary-line
           end-if

           if spill-count > 0
              perform 6100-write-spill-list
           end-if
           if overflow-cell-count > 0
              perform 6200-write-cell-overflows
           end-if
           close summary-file
           .

       6100-write-spill-list.
           move spaces to summary-line
           write summary-line
           move 'KEYS BEYOND THE 100-ROW / 100-COLUMN CAPACITY -- NOT'
                & ' IN THE GRID' to summary-line
           write summary-line
           perform varying sx from 1 until sx > spill-count
               move spill-records(sx) to count-disp
               move spill-total(sx) to total-disp
               move spaces to summary-line
               if spill-axis(sx) = 'R'
                  move '  ROW     ' to summary-line(1:10)
               else
                  move '  COLUMN  ' to summary-line(1:10)
               end-if
               move spill-key(sx) to summary-line(11:20)
               string '  RECORDS ' delimited by size
                      count-disp delimited by size
                      '  TOTAL ' delimited by size
                      total-disp delimited by size
                      into summary-line(31:)
               write summary-line
           end-perform
           if spill-unlisted > 0
              move spill-unlisted to count-disp
              move spaces to summary-line
              string '  MORE KEYS THAN THIS LIST HOLDS, RECORDS '
                     delimited by size
                     count-disp delimited by size
                     into summary-line
              write summary-line
           end-if
           .

       6200-write-cell-overflows.
           move spaces to summary-line
           write summary-line
           move 'CELLS PAST THE S9(7) CELL SIZE -- LEFT AT ZERO IN THE'
                & ' GRID' to summary-line
           write summary-line
           perform varying i from 1 until i > l
               perform varying j from 1 until j > lc
                   move row-order(i) to rx
                   move col-order(j) to cx
                   compute rounded-cell rounded = cell-total(rx, cx)
                   if rounded-cell > 9999999 or rounded-cell < -9999999
                      move cell-total(rx, cx) to total-disp
                      move spaces to summary-line
                      string '  ' delimited by size
                             row-key(rx) delimited by size
                             ' / ' delimited by size
                             col-key(cx) delimited by size
                             '  TOTAL ' delimited by size
                             total-disp delimited by size
                             into summary-line
                      write summary-line
                   end-if
               end-perform
           end-perform
           .

       end program CrossTabBuilder.
