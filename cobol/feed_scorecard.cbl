       identification division.
       program-id. FeedScorecard.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Monthly partner feed scorecard for service reviews. Reads the
      * FEEDHIST outcomes 'FeedWatchdog' appended for the month and
      * writes FEEDSCRD: per partner, the days a feed was expected,
      * how many arrived on time, late and not at all, the days the
      * partner's calendar excused, and the on-time percentage of
      * the expected days -- then the same totals for every partner.
      * A day watched more than once counts once, by its last
      * outcome. Partner names come from the PARTMST registry
      * through 'PartnerLookup'. The optional FEEDSCTL card names the
      * month (YYYYMM); blank scores last month. Missing feeds count
      * as the run's rejects.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional score-control assign to 'FEEDSCTL'
               organization is line sequential.
           select optional history-file assign to 'FEEDHIST'
               organization is line sequential.
           select report-file assign to 'FEEDSCRD'
               organization is line sequential.

       data division.
       file section.
       fd  score-control.
       01  score-control-record.
           05 fsc-month        pic x(6).

       fd  history-file.
       01  history-record.
           copy "feed-history-record.cpy".

       fd  report-file.
       01  report-line         pic x(132).

       working-storage section.
       01  end-of-history      pic x(1).
           88 no-more-history  value 'Y'.
       01  end-of-control      pic x(1).
       01  score-month         pic x(6).
      * one outcome per partner per day; a later FEEDHIST line for
      * the same day replaces the earlier one
       01  day-table.
           05 day-count        pic 9(4).
           05 day-entry occurs 6400 times.
              10 dy-date       pic x(8).
              10 dy-partner-id pic x(8).
              10 dy-outcome    pic x(1).
       01  dx                  pic 9(4).
       01  day-found           pic 9(4).
      * the month rolled up per partner, in partner-id order
       01  score-table.
           05 score-count      pic 9(3).
           05 score-entry occurs 200 times.
              10 sc-partner-id pic x(8).
              10 sc-expected   pic 9(3).
              10 sc-on-time    pic 9(3).
              10 sc-late       pic 9(3).
              10 sc-missing    pic 9(3).
              10 sc-excused    pic 9(3).
       01  sx                  pic 9(3).
       01  score-found         pic 9(3).
       01  total-entry.
           05 tot-expected     pic 9(5).
           05 tot-on-time      pic 9(5).
           05 tot-late         pic 9(5).
           05 tot-missing      pic 9(5).
           05 tot-excused      pic 9(5).
       01  records-in-month    pic 9(7).
       01  on-time-pct         pic 9(3).
       01  control-failed-flag pic x(1).
      * DateService call area
       01  date-function       pic x(1).
       01  today-date          pic x(8).
       01  days-delta          pic s9(5).
       01  date-out            pic x(8).
       01  weekday-number      pic 9(1).
       01  business-flag       pic x(1).
       01  date-status         pic x(1).
       01  calendar-name       pic x(8) value spaces.
      * PartnerLookup call area
       01  partner-function    pic x(1).
       01  partner-data.
           copy "partner-record.cpy".
       01  partner-status      pic x(1).
       01  partner-name        pic x(30).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp          pic z(4)9.
       01  expected-disp       pic z(4)9.
       01  on-time-disp        pic z(4)9.
       01  late-disp           pic z(4)9.
       01  missing-disp        pic z(4)9.
       01  excused-disp        pic z(4)9.
       01  pct-disp            pic zz9.

       procedure division.
       0000-mainline.
           move 0 to day-count, score-count, records-in-month
           initialize total-entry
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'FEEDSCOR' to rl-job-name
           move 'FEEDSC0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-score-control
           perform 1000-load-history
           perform varying dx from 1 until dx > day-count
               perform 2000-score-one-day
           end-perform

           open output report-file
           perform 0200-write-heading
           if score-count = 0
              move 'NO FEED OUTCOMES ON FEEDHIST FOR THE MONTH'
                   to report-line
              write report-line
           else
              perform varying sx from 1 until sx > score-count
                  perform 3000-write-partner-line
              end-perform
              perform 4000-write-totals
           end-if
           close report-file

           move records-in-month to rl-records-read
           move score-count to rl-records-written
           move tot-missing to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-score-control.
      *    no card, or a blank or unusable month, scores last month:
      *    the day before the first of this one
           move function current-date(1:6) to today-date(1:6)
           move '01' to today-date(7:2)
           move 'A' to date-function
           move -1 to days-delta
           call 'DateService' using date-function today-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move date-out(1:6) to score-month
           move 'N' to end-of-control
           open input score-control
           read score-control
               at end move 'Y' to end-of-control
           end-read
           if end-of-control = 'N'
              if fsc-month is numeric
                 and fsc-month(5:2) >= '01' and fsc-month(5:2) <= '12'
                 move fsc-month to score-month
              end-if
           end-if
           close score-control
           .

       0200-write-heading.
           move spaces to report-line
           string 'PARTNER FEED SCORECARD FOR ' delimited by size
                  score-month(1:4) delimited by size
                  '-' delimited by size
                  score-month(5:2) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'PARTNER   NAME                            '
                      delimited by size
                  'EXPECTED  ON TIME   LATE  MISSING  EXCUSED  '
                      delimited by size
                  'ON TIME %' delimited by size
                  into report-line
           write report-line
           .

       1000-load-history.
           move 'N' to end-of-history
           open input history-file
           perform until no-more-history
               read history-file
                   at end move 'Y' to end-of-history
                   not at end
                       if fhr-watch-date(1:6) = score-month
                          add 1 to records-in-month
                          perform 1100-take-one-outcome
                       end-if
               end-read
           end-perform
           close history-file
           .

       1100-take-one-outcome.
           move 0 to day-found
           perform varying dx from 1 until dx > day-count
               if dy-date(dx) = fhr-watch-date
                  and dy-partner-id(dx) = fhr-partner-id
                  move dx to day-found
                  move day-count to dx
               end-if
           end-perform
           if day-found = 0
              if day-count >= 6400
                 exit paragraph
              end-if
              add 1 to day-count
              move day-count to day-found
              move fhr-watch-date to dy-date(day-found)
              move fhr-partner-id to dy-partner-id(day-found)
           end-if
           move fhr-outcome to dy-outcome(day-found)
           .

       2000-score-one-day.
      *    find the partner's row, opening one in partner-id order
           move 0 to score-found
           perform varying sx from 1 until sx > score-count
               if sc-partner-id(sx) = dy-partner-id(dx)
                  move sx to score-found
                  move score-count to sx
               end-if
           end-perform
           if score-found = 0
              if score-count >= 200
                 exit paragraph
              end-if
              perform 2100-open-partner-row
           end-if
           evaluate dy-outcome(dx)
               when 'O'
                   add 1 to sc-expected(score-found)
                   add 1 to sc-on-time(score-found)
               when 'L'
                   add 1 to sc-expected(score-found)
                   add 1 to sc-late(score-found)
               when 'M'
                   add 1 to sc-expected(score-found)
                   add 1 to sc-missing(score-found)
               when 'H'
                   add 1 to sc-excused(score-found)
           end-evaluate
           .

       2100-open-partner-row.
           move score-count to sx
           add 1 to score-count
           perform until sx = 0
               if sc-partner-id(sx) < dy-partner-id(dx)
                  exit perform
               end-if
               move score-entry(sx) to score-entry(sx + 1)
               subtract 1 from sx
           end-perform
           add 1 to sx
           move dy-partner-id(dx) to sc-partner-id(sx)
           move 0 to sc-expected(sx), sc-on-time(sx), sc-late(sx)
           move 0 to sc-missing(sx), sc-excused(sx)
           move sx to score-found
           .

       3000-write-partner-line.
           move 'P' to partner-function
           call 'PartnerLookup' using partner-function
               sc-partner-id(sx) partner-data partner-status
           if partner-status = 'F'
              move prt-partner-name to partner-name
           else
              move '(NOT ON PARTMST)' to partner-name
           end-if
           move sc-expected(sx) to expected-disp
           move sc-on-time(sx) to on-time-disp
           move sc-late(sx) to late-disp
           move sc-missing(sx) to missing-disp
           move sc-excused(sx) to excused-disp
           move spaces to report-line
           string sc-partner-id(sx) delimited by size
                  '  ' delimited by size
                  partner-name delimited by size
                  '     ' delimited by size
                  expected-disp delimited by size
                  '    ' delimited by size
                  on-time-disp delimited by size
                  '  ' delimited by size
                  late-disp delimited by size
                  '    ' delimited by size
                  missing-disp delimited by size
                  '    ' delimited by size
                  excused-disp delimited by size
                  into report-line
           if sc-expected(sx) > 0
              compute on-time-pct rounded =
                      sc-on-time(sx) * 100 / sc-expected(sx)
              move on-time-pct to pct-disp
              move pct-disp to report-line(93:3)
           end-if
           write report-line
           add sc-expected(sx) to tot-expected
           add sc-on-time(sx) to tot-on-time
           add sc-late(sx) to tot-late
           add sc-missing(sx) to tot-missing
           add sc-excused(sx) to tot-excused
           .

       4000-write-totals.
           move spaces to report-line
           write report-line
           move tot-expected to expected-disp
           move tot-on-time to on-time-disp
           move tot-late to late-disp
           move tot-missing to missing-disp
           move tot-excused to excused-disp
           move score-count to count-disp
           move spaces to report-line
           string 'ALL PARTNERS (' delimited by size
                  function trim(count-disp) delimited by size
                  ')' delimited by size
                  into report-line
           move expected-disp to report-line(46:5)
           move on-time-disp to report-line(55:5)
           move late-disp to report-line(62:5)
           move missing-disp to report-line(71:5)
           move excused-disp to report-line(80:5)
           if tot-expected > 0
              compute on-time-pct rounded =
                      tot-on-time * 100 / tot-expected
              move on-time-pct to pct-disp
              move pct-disp to report-line(93:3)
           end-if
           write report-line
           .

       end program FeedScorecard.
