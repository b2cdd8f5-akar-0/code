       identification division.
       program-id. BreakAgingReport.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Daily aging of the reconciliation break register (BRKREG,
      * see break-register-record.cpy). The open breaks sort by
      * partner and field, and BRKAGRPT shows per partner and field
      * how many are open, how they spread over the age bands
      * (0-7, 8-30, 31-90 and over 90 days since first seen) and the
      * oldest first-seen date, with partner subtotals; then the
      * oldest open breaks across the whole register, longest first,
      * with their owners -- what has been open longest is at the
      * top of the page instead of buried in a nightly VRFRPORT.
      * Breaks open longer than the threshold (optional BRKAGCTL
      * record, default 10 days) count as the job's rejects, so the
      * completion code escalates while they sit.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional break-register assign to 'BRKREG'
               organization is line sequential.
           select optional control-file assign to 'BRKAGCTL'
               organization is line sequential.
           select report-file assign to 'BRKAGRPT'
               organization is line sequential.
           select sort-group-work assign to 'BRKSRTW1'.
           select sort-oldest-work assign to 'BRKSRTW2'.

       data division.
       file section.
       fd  break-register.
       01  break-register-record.
           copy "break-register-record.cpy".

       fd  control-file.
       01  control-record.
           05 ctl-age-days        pic 9(3).

       fd  report-file.
       01  report-line            pic x(132).

       sd  sort-group-work.
       01  sort-group-record.
           05 sgr-partner         pic x(8).
           05 sgr-field           pic x(20).
           05 sgr-first-seen      pic x(8).
           05 sgr-age             pic 9(5).

       sd  sort-oldest-work.
       01  sort-oldest-record.
           05 sol-first-seen      pic x(8).
           05 sol-partner         pic x(8).
           05 sol-layout          pic x(20).
           05 sol-record-key      pic x(60).
           05 sol-field           pic x(20).
           05 sol-last-seen       pic x(8).
           05 sol-owner           pic x(8).
           05 sol-age             pic 9(5).

       working-storage section.
       01  end-of-register        pic x(1).
           88 no-more-breaks      value 'Y'.
       01  end-of-sort            pic x(1).
           88 no-more-sorted      value 'Y'.
       01  age-threshold          pic 9(3).
       01  oldest-limit           pic 9(3) value 25.
       01  oldest-shown           pic 9(3).
       01  today-date             pic x(8).
       01  work-date              pic 9(8).
       01  today-integer          pic 9(8).
       01  first-integer          pic 9(8).
       01  break-age              pic 9(5).
      * control-break state for the partner / field summary
       01  current-partner        pic x(8).
       01  current-field          pic x(20).
       01  group-totals.
           05 grp-open            pic 9(6).
           05 grp-band            pic 9(6) occurs 4 times.
           05 grp-oldest          pic x(8).
           05 grp-oldest-age      pic 9(5).
       01  partner-totals.
           05 ptn-open            pic 9(6).
           05 ptn-band            pic 9(6) occurs 4 times.
       01  band-index             pic 9(1).
       01  bx                     pic 9(1).
       01  total-breaks           pic 9(9).
       01  open-count             pic 9(9).
       01  written-off-count      pic 9(9).
       01  cleared-count          pic 9(9).
       01  over-age-count         pic 9(9).
       01  control-failed-flag    pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp             pic z(5)9.
       01  total-disp             pic z(8)9.
       01  age-disp               pic z(4)9.

       procedure division.
       0000-mainline.
           move 0 to total-breaks, open-count, written-off-count,
                     cleared-count, over-age-count
           move 'N' to control-failed-flag
           move function current-date(1:8) to today-date
           move today-date to work-date
           compute today-integer =
                   function integer-of-date(work-date)
           initialize run-log-data
           move 'BRKAGING' to rl-job-name
           move 'BRKAGING01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-control

           open output report-file
           move 'RECONCILIATION BREAK AGING' to report-line
           write report-line
           move age-threshold to count-disp
           move spaces to report-line
           string 'AGE THRESHOLD ' delimited by size
                  function trim(count-disp) delimited by size
                  ' DAY(S)   AS OF ' delimited by size
                  today-date(1:4) '-' today-date(5:2) '-'
                  today-date(7:2) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move 'PARTNER  FIELD' to report-line(1:14)
           move 'OPEN' to report-line(33:4)
           move '0-7D' to report-line(40:4)
           move '8-30D' to report-line(46:5)
           move '31-90D' to report-line(52:6)
           move '>90D' to report-line(61:4)
           move 'OLDEST' to report-line(68:6)
           move 'AGE' to report-line(81:3)
           write report-line

           sort sort-group-work
               on ascending key sgr-partner sgr-field sgr-first-seen
               input procedure is 1000-release-open-breaks
               output procedure is 2000-write-group-summary

           sort sort-oldest-work
               on ascending key sol-first-seen sol-partner
                                sol-layout sol-record-key sol-field
               input procedure is 3000-release-for-oldest
               output procedure is 4000-write-oldest-breaks

           perform 9000-write-summary
           close report-file

           move total-breaks to rl-records-read
           move open-count to rl-records-written
           move over-age-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
      *    an empty register is the good outcome, not an unusable-
      *    input failure
           if total-breaks = 0
              move 0 to rl-completion-code
           end-if
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-control.
           move 10 to age-threshold
           open input control-file
           read control-file
               at end continue
               not at end
                   if ctl-age-days is numeric and ctl-age-days > 0
                      move ctl-age-days to age-threshold
                   end-if
           end-read
           close control-file
           .

       1000-release-open-breaks.
      *    the whole register is counted here; only the open breaks
      *    go on to be aged
           move 'N' to end-of-register
           open input break-register
           perform until no-more-breaks
               read break-register
                   at end move 'Y' to end-of-register
                   not at end
                       add 1 to total-breaks
                       evaluate true
                           when brk-open
                               add 1 to open-count
                               perform 1100-age-this-break
                               if break-age > age-threshold
                                  add 1 to over-age-count
                               end-if
                               move brk-partner to sgr-partner
                               move brk-field to sgr-field
                               move brk-first-seen to sgr-first-seen
                               move break-age to sgr-age
                               release sort-group-record
                           when brk-written-off
                               add 1 to written-off-count
                           when other
                               add 1 to cleared-count
                       end-evaluate
               end-read
           end-perform
           close break-register
           .

       1100-age-this-break.
           move 0 to break-age
           if brk-first-seen is numeric
              move brk-first-seen to work-date
              compute first-integer =
                      function integer-of-date(work-date)
              compute break-age = today-integer - first-integer
           end-if
           .

       2000-write-group-summary.
           move spaces to current-partner, current-field
           initialize group-totals, partner-totals
           move 'N' to end-of-sort
           perform until no-more-sorted
               return sort-group-work
                   at end move 'Y' to end-of-sort
                   not at end
                       if sgr-partner not = current-partner
                          or sgr-field not = current-field
                          perform 2100-close-field-group
                       end-if
                       if sgr-partner not = current-partner
                          perform 2200-close-partner-group
                          move sgr-partner to current-partner
                       end-if
                       if grp-open = 0
                          move sgr-field to current-field
                          move sgr-first-seen to grp-oldest
                          move sgr-age to grp-oldest-age
                       end-if
                       add 1 to grp-open
                       evaluate true
                           when sgr-age <= 7  move 1 to band-index
                           when sgr-age <= 30 move 2 to band-index
                           when sgr-age <= 90 move 3 to band-index
                           when other         move 4 to band-index
                       end-evaluate
                       add 1 to grp-band(band-index)
               end-return
           end-perform
           perform 2100-close-field-group
           perform 2200-close-partner-group
           .

       2100-close-field-group.
           if grp-open = 0
              exit paragraph
           end-if
           move spaces to report-line
           move current-partner to report-line(1:8)
           move current-field to report-line(10:20)
           move grp-open to count-disp
           move count-disp to report-line(31:6)
           perform varying bx from 1 until bx > 4
               move grp-band(bx) to count-disp
               move count-disp to report-line(30 + bx * 7:6)
           end-perform
           move grp-oldest(1:4) to report-line(68:4)
           move '-' to report-line(72:1)
           move grp-oldest(5:2) to report-line(73:2)
           move '-' to report-line(75:1)
           move grp-oldest(7:2) to report-line(76:2)
           move grp-oldest-age to age-disp
           move age-disp to report-line(79:5)
           if grp-oldest-age > age-threshold
              move '  *** OVER AGE' to report-line(84:)
           end-if
           write report-line
           add grp-open to ptn-open
           perform varying bx from 1 until bx > 4
               add grp-band(bx) to ptn-band(bx)
           end-perform
           initialize group-totals
           .

       2200-close-partner-group.
           if ptn-open = 0
              exit paragraph
           end-if
           move spaces to report-line
           move current-partner to report-line(1:8)
           move '  PARTNER TOTAL' to report-line(10:20)
           move ptn-open to count-disp
           move count-disp to report-line(31:6)
           perform varying bx from 1 until bx > 4
               move ptn-band(bx) to count-disp
               move count-disp to report-line(30 + bx * 7:6)
           end-perform
           write report-line
           move spaces to report-line
           write report-line
           initialize partner-totals
           .

       3000-release-for-oldest.
           move 'N' to end-of-register
           open input break-register
           perform until no-more-breaks
               read break-register
                   at end move 'Y' to end-of-register
                   not at end
                       if brk-open
                          perform 1100-age-this-break
                          move brk-first-seen to sol-first-seen
                          move brk-partner to sol-partner
                          move brk-layout to sol-layout
                          move brk-record-key to sol-record-key
                          move brk-field to sol-field
                          move brk-last-seen to sol-last-seen
                          move brk-owner to sol-owner
                          move break-age to sol-age
                          release sort-oldest-record
                       end-if
               end-read
           end-perform
           close break-register
           .

       4000-write-oldest-breaks.
           move spaces to report-line
           write report-line
           move oldest-limit to count-disp
           string 'OLDEST OPEN BREAKS (FIRST ' delimited by size
                  function trim(count-disp) delimited by size
                  ')' delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '    AGE  FIRST SEEN LAST SEEN  PARTNER  LAYOUT'
                  '               RECORD KEY                '
                  'FIELD                OWNER' delimited by size
                  into report-line
           write report-line
           move 0 to oldest-shown
           move 'N' to end-of-sort
           perform until no-more-sorted
               return sort-oldest-work
                   at end move 'Y' to end-of-sort
                   not at end
                       if oldest-shown < oldest-limit
                          add 1 to oldest-shown
                          perform 4100-write-oldest-line
                       end-if
               end-return
           end-perform
           .

       4100-write-oldest-line.
           move spaces to report-line
           move sol-age to age-disp
           move age-disp to report-line(3:5)
           string sol-first-seen(1:4) '-' sol-first-seen(5:2) '-'
                  sol-first-seen(7:2) delimited by size
                  into report-line(10:10)
           string sol-last-seen(1:4) '-' sol-last-seen(5:2) '-'
                  sol-last-seen(7:2) delimited by size
                  into report-line(21:10)
           move sol-partner to report-line(32:8)
           move sol-layout to report-line(41:20)
           move sol-record-key(1:25) to report-line(62:25)
           move sol-field to report-line(88:20)
           move sol-owner to report-line(109:8)
           if sol-owner = spaces
              move 'UNOWNED' to report-line(109:8)
           end-if
           write report-line
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move total-breaks to total-disp
           move spaces to report-line
           string 'BREAKS ON REGISTER    ' delimited by size
                  function trim(total-disp) delimited by size
                  into report-line
           write report-line
           move open-count to total-disp
           move spaces to report-line
           string 'OPEN                  ' delimited by size
                  function trim(total-disp) delimited by size
                  into report-line
           write report-line
           move over-age-count to total-disp
           move spaces to report-line
           string 'OPEN OVER THRESHOLD   ' delimited by size
                  function trim(total-disp) delimited by size
                  into report-line
           write report-line
           move written-off-count to total-disp
           move spaces to report-line
           string 'WRITTEN OFF           ' delimited by size
                  function trim(total-disp) delimited by size
                  into report-line
           write report-line
           move cleared-count to total-disp
           move spaces to report-line
           string 'CLEARED BY DATA       ' delimited by size
                  function trim(total-disp) delimited by size
                  into report-line
           write report-line
           .

       end program BreakAgingReport.
