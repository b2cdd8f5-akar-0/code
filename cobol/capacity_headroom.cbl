       identification division.
       program-id. CapacityHeadroom.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * The month-end look at the fixed tables that have taken the
      * night down when they filled: for each hard program limit in
      * the catalog below, the observed high-water mark against the
      * limit, the growth rate over the trend window, and the
      * projected date the limit is reached at that rate, written to
      * CAPRPT. The high-water marks come from where each figure is
      * already kept -- RUNLOG's per-run volumes, BFSTHIST's per-run
      * peak cells, and the actual maximums on the input files
      * themselves (SLICEIN, LAYOUTS, BFSCRLIB, VRFOUTBD). The file
      * maximums are one reading a run, so each month's reading is
      * kept on CAPHIST and the trend for those limits builds from
      * there; RUNLOG and BFSTHIST carry their own dated history.
      * The growth rate is the change from the earliest day's peak in
      * the window to the latest day's, per day. The optional
      * one-record CAPCTL card gives the trend window and the alert
      * horizon in days (blank or zero: 180 and 90). A limit already
      * reached, or projected to be reached inside the horizon,
      * raises an operator alert through 'OperatorAlert' and counts
      * as one of the run's rejects, so the outage is an alert weeks
      * ahead instead of the night the table overflows.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'CAPCTL'
               organization is line sequential.
           select optional run-log-file assign to 'RUNLOG'
               organization is line sequential.
           select optional bf-history-file assign to 'BFSTHIST'
               organization is line sequential.
           select optional slice-file assign to 'SLICEIN'
               organization is line sequential.
           select optional dictionary-file assign to 'LAYOUTS'
               organization is line sequential.
           select optional script-lib-file assign to 'BFSCRLIB'
               organization is line sequential.
           select optional outbound-file assign to 'VRFOUTBD'
               organization is line sequential.
           select optional cap-history-file assign to 'CAPHIST'
               organization is line sequential.
           select report-file assign to 'CAPRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-window-days    pic 9(3).
           05 ctl-alert-days     pic 9(3).

       fd  run-log-file.
       01  run-log-record.
           copy "run-log-record.cpy".

       fd  bf-history-file.
       01  bf-history-record.
           05 bfh-script-id      pic x(10).
           05 bfh-run-date       pic x(8).
           05 bfh-instr-count    pic 9(9).
           05 bfh-max-cell       pic 9(6).
           05 bfh-out-length     pic 9(5).

       fd  slice-file.
       01  slice-record.
           05 slc-items-length   pic 9(3).
           05 filler             pic x(8).
       01  slice-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==slice-ctl==.

       fd  dictionary-file.
       01  dictionary-record.
           05 dic-record-name    pic x(20).
           05 dic-field-name     pic x(20).

       fd  script-lib-file.
       01  script-lib-record.
           copy "script-lib-record.cpy".
       01  lib-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==lib-ctl==.

       fd  outbound-file.
       01  outbound-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==out-ctl==.

      * one file-maximum reading per limit per run
       fd  cap-history-file.
       01  cap-history-record.
           05 cph-limit-id       pic x(10).
           05 cph-run-date       pic x(8).
           05 cph-value          pic 9(9).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
      * the limit catalog: the id, the hard limit, where the figure
      * comes from ('R' RUNLOG VRFBATCH records read, 'H' BFSTHIST
      * peak cell, 'F' the input file's maximum, kept on CAPHIST)
      * and what the limit is
       01  limit-values.
           05 filler             pic x(10) value 'SLICEITEMS'.
           05 filler             pic 9(7)  value 200.
           05 filler             pic x(1)  value 'F'.
           05 filler             pic x(42) value
              'SLICEIN ITEMS A REQUEST (200-ITEM ARRAY)'.
           05 filler             pic x(10) value 'LAYOUTFLDS'.
           05 filler             pic 9(7)  value 20.
           05 filler             pic x(1)  value 'F'.
           05 filler             pic x(42) value
              'LAYOUTS FIELDS IN ONE LAYOUT'.
           05 filler             pic x(10) value 'SCRIPTTEXT'.
           05 filler             pic 9(7)  value 2000.
           05 filler             pic x(1)  value 'F'.
           05 filler             pic x(42) value
              'BFSCRLIB LIB-SCRIPT-TEXT BYTES'.
           05 filler             pic x(10) value 'SCRIPTINPT'.
           05 filler             pic 9(7)  value 500.
           05 filler             pic x(1)  value 'F'.
           05 filler             pic x(42) value
              'BFSCRLIB LIB-INPUT-TEXT BYTES'.
           05 filler             pic x(10) value 'SCRIPTEXPT'.
           05 filler             pic 9(7)  value 2000.
           05 filler             pic x(1)  value 'F'.
           05 filler             pic x(42) value
              'BFSCRLIB LIB-EXPECTED-TEXT BYTES'.
           05 filler             pic x(10) value 'TAPECELLS'.
           05 filler             pic 9(7)  value 30000.
           05 filler             pic x(1)  value 'H'.
           05 filler             pic x(42) value
              'BF TAPE CELLS (BFSTHIST PEAK CELL)'.
           05 filler             pic x(10) value 'VRFINBOUND'.
           05 filler             pic 9(7)  value 1000.
           05 filler             pic x(1)  value 'R'.
           05 filler             pic x(42) value
              'VALIDATERECORDFIELD INBOUND TABLE'.
           05 filler             pic x(10) value 'VRFOUTBND'.
           05 filler             pic 9(7)  value 1000.
           05 filler             pic x(1)  value 'F'.
           05 filler             pic x(42) value
              'VALIDATERECORDFIELD OUTBOUND TABLE'.
       01  limit-table redefines limit-values.
           05 limit-entry occurs 8 times.
              10 lim-id          pic x(10).
              10 lim-capacity    pic 9(7).
              10 lim-source      pic x(1).
              10 lim-desc        pic x(42).
       01  limit-count           pic 9(2) value 8.
      * what was observed per limit: the high-water mark and its
      * date, the earliest and latest day's peak inside the window
      * for the growth rate, and this run's file reading
       01  limit-state.
           05 state-entry occurs 8 times.
              10 hw-points       pic 9(7).
              10 hw-value        pic 9(9).
              10 hw-date         pic x(8).
              10 hw-base-value   pic 9(9).
              10 hw-base-date    pic x(8).
              10 hw-last-value   pic 9(9).
              10 hw-last-date    pic x(8).
              10 hw-reading      pic 9(9).
              10 hw-read-flag    pic x(1).
       01  lx                    pic 9(2).
       01  point-date            pic x(8).
       01  point-value           pic 9(9).
      * fields per layout, for the LAYOUTS maximum
       01  layout-counts.
           05 layout-name-count  pic 9(3).
           05 layout-count-entry occurs 500 times.
              10 lct-name        pic x(20).
              10 lct-fields      pic 9(5).
       01  t                     pic 9(3).
       01  found-idx             pic 9(3).
       01  end-of-file           pic x(1).
           88 no-more-records    value 'Y'.
       01  window-days           pic 9(3).
       01  alert-days            pic 9(3).
       01  window-start          pic x(8).
       01  today-date            pic x(8).
       01  day-span              pic 9(5).
       01  growth-per-day        pic s9(7)v9(4).
       01  headroom              pic 9(9).
       01  days-raw              pic 9(9)v9(4).
       01  days-to-full          pic 9(9).
       01  full-date             pic x(8).
       01  line-ptr              pic 9(3).
       01  used-pct              pic 9(5).
       01  alert-flag            pic x(1).
       01  observations-read     pic 9(9).
       01  limits-reported       pic 9(9).
       01  alerts-raised         pic 9(9).
       01  control-failed-flag   pic x(1).
       01  date-function         pic x(1).
       01  days-delta            pic s9(5).
       01  date-out              pic x(8).
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  cap-disp              pic z(6)9.
       01  hw-disp               pic z(8)9.
       01  pct-disp              pic z(4)9.
       01  growth-disp           pic -(6)9.99.
       01  span-disp             pic z(4)9.
       01  days-disp             pic z(8)9.
       01  window-disp           pic zz9.
       01  alert-days-disp       pic zz9.
       01  count-disp            pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to observations-read, limits-reported
           move 0 to alerts-raised
           move 'N' to control-failed-flag
           move function current-date(1:8) to today-date
           initialize limit-state
           initialize run-log-data
           move 'CAPHEAD' to rl-job-name
           move 'CAPHEAD001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-control
           perform 1000-scan-run-log
           perform 1100-scan-bf-history
           perform 1200-read-slice-maximum
           perform 1300-read-layout-maximum
           perform 1400-read-script-maximums
           perform 1500-count-outbound
           perform 1600-load-cap-history
           perform 1700-book-file-readings

           open output report-file
           perform 2000-write-heading
           perform varying lx from 1 until lx > limit-count
               perform 3000-report-one-limit
           end-perform
           perform 9000-write-summary
           close report-file

           move observations-read to rl-records-read
           move limits-reported to rl-records-written
           move alerts-raised to rl-records-rejected
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
           move 180 to window-days
           move 90 to alert-days
           move 'N' to end-of-file
           open input control-file
           read control-file
               at end move 'Y' to end-of-file
               not at end
                   if ctl-window-days is numeric
                      and ctl-window-days > 0
                      move ctl-window-days to window-days
                   end-if
                   if ctl-alert-days is numeric
                      and ctl-alert-days > 0
                      move ctl-alert-days to alert-days
                   end-if
           end-read
           close control-file
           move 'A' to date-function
           compute days-delta = 0 - window-days
           call 'DateService' using date-function today-date
               days-delta date-out weekday-number business-flag
               date-status
               calendar-name
           move date-out to window-start
           .

       1000-scan-run-log.
      *    ValidateRecordField books its inbound count as records
      *    read -- the figure its 1000-record table has to hold
           move 'N' to end-of-file
           open input run-log-file
           perform until no-more-records
               read run-log-file
                   at end move 'Y' to end-of-file
                   not at end
                       if rlr-action = 'END'
                          and rlr-job-name = 'VRFBATCH'
                          move rlr-timestamp(1:4) to point-date(1:4)
                          move rlr-timestamp(6:2) to point-date(5:2)
                          move rlr-timestamp(9:2) to point-date(7:2)
                          move rlr-records-read to point-value
                          perform 1900-book-source-point
                       end-if
               end-read
           end-perform
           close run-log-file
           .

       1100-scan-bf-history.
           move 'N' to end-of-file
           open input bf-history-file
           perform until no-more-records
               read bf-history-file
                   at end move 'Y' to end-of-file
                   not at end
                       if bfh-max-cell is numeric
                          move bfh-run-date to point-date
                          move bfh-max-cell to point-value
                          perform 1910-book-bf-point
                       end-if
               end-read
           end-perform
           close bf-history-file
           .

       1200-read-slice-maximum.
           perform varying lx from 1 until lx > limit-count
               if lim-id(lx) = 'SLICEITEMS'
                  move lx to found-idx
               end-if
           end-perform
           move found-idx to lx
           move 'N' to end-of-file
           open input slice-file
           perform until no-more-records
               read slice-file
                   at end move 'Y' to end-of-file
                   not at end
                       if slice-ctl-record-tag not = 'HDR'
                          and slice-ctl-record-tag not = 'TRL'
                          and slc-items-length is numeric
                          add 1 to observations-read
                          move 'Y' to hw-read-flag(lx)
                          if slc-items-length > hw-reading(lx)
                             move slc-items-length to hw-reading(lx)
                          end-if
                       end-if
               end-read
           end-perform
           close slice-file
           .

       1300-read-layout-maximum.
           move 0 to layout-name-count
           move 'N' to end-of-file
           open input dictionary-file
           perform until no-more-records
               read dictionary-file
                   at end move 'Y' to end-of-file
                   not at end
                       add 1 to observations-read
                       move 0 to found-idx
                       perform varying t from 1
                               until t > layout-name-count
                           if lct-name(t) = dic-record-name
                              move t to found-idx
                              move layout-name-count to t
                           end-if
                       end-perform
                       if found-idx = 0 and layout-name-count < 500
                          add 1 to layout-name-count
                          move layout-name-count to found-idx
                          move dic-record-name to lct-name(found-idx)
                          move 0 to lct-fields(found-idx)
                       end-if
                       if found-idx > 0
                          add 1 to lct-fields(found-idx)
                       end-if
               end-read
           end-perform
           close dictionary-file
           perform varying lx from 1 until lx > limit-count
               if lim-id(lx) = 'LAYOUTFLDS'
                  move lx to found-idx
               end-if
           end-perform
           move found-idx to lx
           perform varying t from 1 until t > layout-name-count
               move 'Y' to hw-read-flag(lx)
               if lct-fields(t) > hw-reading(lx)
                  move lct-fields(t) to hw-reading(lx)
               end-if
           end-perform
           .

       1400-read-script-maximums.
      *    macro fragments are spliced into the text, so they count
      *    against the same 2000 bytes as any script
           move 'N' to end-of-file
           open input script-lib-file
           perform until no-more-records
               read script-lib-file
                   at end move 'Y' to end-of-file
                   not at end
                       if lib-ctl-record-tag not = 'HDR'
                          and lib-ctl-record-tag not = 'TRL'
                          add 1 to observations-read
                          perform 1410-take-script-lengths
                       end-if
               end-read
           end-perform
           close script-lib-file
           .

       1410-take-script-lengths.
           perform varying lx from 1 until lx > limit-count
               evaluate lim-id(lx)
                   when 'SCRIPTTEXT'
                       if lib-script-length is numeric
                          move 'Y' to hw-read-flag(lx)
                          if lib-script-length > hw-reading(lx)
                             move lib-script-length to hw-reading(lx)
                          end-if
                       end-if
                   when 'SCRIPTINPT'
                       if lib-input-length is numeric
                          move 'Y' to hw-read-flag(lx)
                          if lib-input-length > hw-reading(lx)
                             move lib-input-length to hw-reading(lx)
                          end-if
                       end-if
                   when 'SCRIPTEXPT'
                       if lib-expected-length is numeric
                          move 'Y' to hw-read-flag(lx)
                          if lib-expected-length > hw-reading(lx)
                             move lib-expected-length
                                  to hw-reading(lx)
                          end-if
                       end-if
               end-evaluate
           end-perform
           .

       1500-count-outbound.
           perform varying lx from 1 until lx > limit-count
               if lim-id(lx) = 'VRFOUTBND'
                  move lx to found-idx
               end-if
           end-perform
           move found-idx to lx
           move 'N' to end-of-file
           open input outbound-file
           perform until no-more-records
               read outbound-file
                   at end move 'Y' to end-of-file
                   not at end
                       if out-ctl-record-tag not = 'HDR'
                          and out-ctl-record-tag not = 'TRL'
                          add 1 to observations-read
                          move 'Y' to hw-read-flag(lx)
                          add 1 to hw-reading(lx)
                       end-if
               end-read
           end-perform
           close outbound-file
           .

       1600-load-cap-history.
      *    the earlier months' file readings, for the file limits'
      *    trend
           move 'N' to end-of-file
           open input cap-history-file
           perform until no-more-records
               read cap-history-file
                   at end move 'Y' to end-of-file
                   not at end
                       perform varying lx from 1
                               until lx > limit-count
                           if lim-id(lx) = cph-limit-id
                              and lim-source(lx) = 'F'
                              and cph-value is numeric
                              move cph-run-date to point-date
                              move cph-value to point-value
                              perform 1920-book-point
                           end-if
                       end-perform
               end-read
           end-perform
           close cap-history-file
           .

       1700-book-file-readings.
      *    this run's file maximums onto the trend, and onto CAPHIST
      *    for next month's
           open extend cap-history-file
           perform varying lx from 1 until lx > limit-count
               if lim-source(lx) = 'F' and hw-read-flag(lx) = 'Y'
                  move today-date to point-date
                  move hw-reading(lx) to point-value
                  perform 1920-book-point
                  move lim-id(lx) to cph-limit-id
                  move today-date to cph-run-date
                  move hw-reading(lx) to cph-value
                  write cap-history-record
               end-if
           end-perform
           close cap-history-file
           .

       1900-book-source-point.
           perform varying lx from 1 until lx > limit-count
               if lim-source(lx) = 'R'
                  add 1 to observations-read
                  perform 1920-book-point
               end-if
           end-perform
           .

       1910-book-bf-point.
           perform varying lx from 1 until lx > limit-count
               if lim-source(lx) = 'H'
                  add 1 to observations-read
                  perform 1920-book-point
               end-if
           end-perform
           .

       1920-book-point.
      *    point-date/point-value against limit lx: the high-water
      *    mark, and the window's earliest and latest day's peak
           add 1 to hw-points(lx)
           if hw-points(lx) = 1 or point-value > hw-value(lx)
              move point-value to hw-value(lx)
              move point-date to hw-date(lx)
           end-if
           if point-date < window-start
              exit paragraph
           end-if
           evaluate true
               when hw-base-date(lx) = spaces
               when point-date < hw-base-date(lx)
                   move point-date to hw-base-date(lx)
                   move point-value to hw-base-value(lx)
               when point-date = hw-base-date(lx)
                    and point-value > hw-base-value(lx)
                   move point-value to hw-base-value(lx)
           end-evaluate
           evaluate true
               when hw-last-date(lx) = spaces
               when point-date > hw-last-date(lx)
                   move point-date to hw-last-date(lx)
                   move point-value to hw-last-value(lx)
               when point-date = hw-last-date(lx)
                    and point-value > hw-last-value(lx)
                   move point-value to hw-last-value(lx)
           end-evaluate
           .

       2000-write-heading.
           move 'CAPACITY HEADROOM AGAINST HARD PROGRAM LIMITS'
                to report-line
           write report-line
           move window-days to window-disp
           move alert-days to alert-days-disp
           move spaces to report-line
           string 'RUN ' delimited by size
                  today-date(1:4) delimited by size
                  '-' delimited by size
                  today-date(5:2) delimited by size
                  '-' delimited by size
                  today-date(7:2) delimited by size
                  '  TREND WINDOW ' delimited by size
                  function trim(window-disp) delimited by size
                  ' DAYS  ALERT INSIDE ' delimited by size
                  function trim(alert-days-disp) delimited by size
                  ' DAYS' delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       3000-report-one-limit.
           add 1 to limits-reported
           move 'N' to alert-flag
           move lim-capacity(lx) to cap-disp
           move spaces to report-line
           string lim-id(lx) delimited by size
                  '  ' delimited by size
                  lim-desc(lx) delimited by size
                  '  LIMIT ' delimited by size
                  function trim(cap-disp) delimited by size
                  into report-line
           write report-line

           if hw-points(lx) = 0
              move '  NO OBSERVATIONS ON FILE' to report-line
              write report-line
              move spaces to report-line
              write report-line
              exit paragraph
           end-if

           compute used-pct = hw-value(lx) * 100 / lim-capacity(lx)
              on size error move 99999 to used-pct
           end-compute
           move hw-value(lx) to hw-disp
           move used-pct to pct-disp
           move spaces to report-line
           string '  HIGH-WATER ' delimited by size
                  function trim(hw-disp) delimited by size
                  ' (' delimited by size
                  function trim(pct-disp) delimited by size
                  ' PCT) ON ' delimited by size
                  hw-date(lx)(1:4) delimited by size
                  '-' delimited by size
                  hw-date(lx)(5:2) delimited by size
                  '-' delimited by size
                  hw-date(lx)(7:2) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           if hw-value(lx) >= lim-capacity(lx)
              move 'Y' to alert-flag
              move '  LIMIT ALREADY REACHED' to report-line
              string '  <== ALERT' delimited by size
                     into report-line(90:)
              write report-line
              move 12 to ald-severity
              move spaces to ald-text
              string function trim(lim-id(lx)) delimited by size
                     ' AT ' delimited by size
                     function trim(hw-disp) delimited by size
                     ' - LIMIT ' delimited by size
                     function trim(cap-disp) delimited by size
                     ' REACHED' delimited by size
                     into ald-text
              perform 3900-raise-alert
           else
              perform 3500-project-full-date
           end-if
           move spaces to report-line
           write report-line
           .

       3500-project-full-date.
      *    the growth per day between the window's earliest and
      *    latest day peaks, run forward from the high-water mark
           move 0 to growth-per-day
           move 0 to day-span
           if hw-base-date(lx) not = spaces
              and hw-last-date(lx) > hw-base-date(lx)
              compute day-span =
                  function integer-of-date
                      (function numval(hw-last-date(lx)))
                  - function integer-of-date
                      (function numval(hw-base-date(lx)))
              compute growth-per-day rounded =
                  (hw-last-value(lx) - hw-base-value(lx)) / day-span
           end-if
           move growth-per-day to growth-disp
           move day-span to span-disp
           if growth-per-day <= 0
              move spaces to report-line
              if day-span = 0
                 move '  NOT ENOUGH HISTORY IN THE WINDOW FOR A TREND'
                      to report-line
              else
                 string '  NO GROWTH OVER ' delimited by size
                        function trim(span-disp) delimited by size
                        ' DAYS (' delimited by size
                        function trim(growth-disp) delimited by size
                        ' A DAY)' delimited by size
                        into report-line
              end-if
              write report-line
              exit paragraph
           end-if

           compute headroom = lim-capacity(lx) - hw-value(lx)
           compute days-raw = headroom / growth-per-day
              on size error move 999999999 to days-raw
           end-compute
           move days-raw to days-to-full
           if days-raw > days-to-full
              add 1 to days-to-full
           end-if
           move days-to-full to days-disp
           move spaces to report-line
           move 1 to line-ptr
           string '  GROWING ' delimited by size
                  function trim(growth-disp) delimited by size
                  ' A DAY OVER ' delimited by size
                  function trim(span-disp) delimited by size
                  ' DAYS  FULL IN ' delimited by size
                  function trim(days-disp) delimited by size
                  ' DAYS' delimited by size
                  into report-line with pointer line-ptr
           if days-to-full <= 9999
              move 'A' to date-function
              move days-to-full to days-delta
              call 'DateService' using date-function today-date
                  days-delta date-out weekday-number business-flag
                  date-status
                  calendar-name
              move date-out to full-date
              string ' ON ' delimited by size
                     full-date(1:4) delimited by size
                     '-' delimited by size
                     full-date(5:2) delimited by size
                     '-' delimited by size
                     full-date(7:2) delimited by size
                     into report-line with pointer line-ptr
           end-if
           if days-to-full <= alert-days
              move 'Y' to alert-flag
              string '  <== ALERT' delimited by size
                     into report-line(90:)
           end-if
           write report-line
           if alert-flag = 'Y'
              move 08 to ald-severity
              move spaces to ald-text
              string function trim(lim-id(lx)) delimited by size
                     ' FULL IN ' delimited by size
                     function trim(days-disp) delimited by size
                     ' DAYS - ' delimited by size
                     function trim(hw-disp) delimited by size
                     ' OF ' delimited by size
                     function trim(cap-disp) delimited by size
                     ' USED' delimited by size
                     into ald-text
              perform 3900-raise-alert
           end-if
           .

       3900-raise-alert.
           add 1 to alerts-raised
           move 'CAPHEAD' to ald-job-name
           call 'OperatorAlert' using 'R' alert-data
           .

       9000-write-summary.
           move observations-read to count-disp
           move spaces to report-line
           string 'OBSERVATIONS READ  ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move limits-reported to count-disp
           move spaces to report-line
           string 'LIMITS REPORTED    ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move alerts-raised to count-disp
           move spaces to report-line
           string 'ALERTS RAISED      ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           .

       end program CapacityHeadroom.
