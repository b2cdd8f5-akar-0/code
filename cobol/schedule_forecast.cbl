       identification division.
       program-id. ScheduleForecast.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Forward look at the overnight schedule: for each of the next
      * N nights, evaluates every SCHEDCTL step's run-frequency
      * calendar ('D', 'B', 'W', 'M') through 'DateService' and the
      * HOLIDAYS calendar exactly as BatchScheduler's
      * 3500-check-calendar does on the night, and writes to
      * SCHEDFCST which steps will RUN and which will SKIP. A night
      * where a step runs while one of its prerequisites is skipped
      * is flagged -- SKIP satisfies a dependency, so that step would
      * run on whatever its prerequisite last produced -- as is a
      * prerequisite that is not on SCHEDCTL at all, which holds the
      * step every night. The optional SCHFCCTL card gives the first
      * night (YYYYMMDD, blank = today) and the number of nights
      * (blank = 14, at most 92). Each flagged step-night counts as
      * one of the run's rejects.
      * modification history
      *   akar-0  new batch job
      *   akar-0  a step gated on a partner's file is judged against
      *           that partner's business calendar, as BatchScheduler
      *           now judges it: the step's arrival file-id is looked
      *           up on the PARTMST registry ('PartnerLookup')
       environment division.
       input-output section.
       file-control.
           select control-file assign to 'SCHEDCTL'
               organization is line sequential.
           select optional forecast-control assign to 'SCHFCCTL'
               organization is line sequential.
           select report-file assign to 'SCHEDFCST'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
      * the step record as BatchScheduler reads it; parameter
      * records ('P' in the first byte) are not steps and are passed
      * over
       01  control-record.
           05 ctl-step-number  pic 9(2).
           05 ctl-program-name pic x(30).
           05 ctl-depends-on   pic 9(2).
           05 ctl-frequency    pic x(1).
           05 ctl-week-day     pic 9(1).
           05 ctl-extra-depends.
              10 ctl-extra-dep pic 9(2) occurs 4 times.
           05 ctl-retry-count  pic 9(1).
           05 ctl-retry-delay  pic 9(3).
           05 ctl-arrival-file-id pic x(8).
       01  param-record.
           05 prm-tag          pic x(1).
           05 filler           pic x(331).

       fd  forecast-control.
       01  forecast-control-record.
           05 fcc-start-date   pic x(8).
           05 fcc-nights       pic x(3).

       fd  report-file.
       01  report-line         pic x(132).

       working-storage section.
       01  end-of-file-flag    pic x(1).
           88 no-more-records  value 'Y'.
       01  step-table.
           05 step-count       pic 9(2).
           05 step-entry occurs 50 times.
              10 tbl-step-number  pic 9(2).
              10 tbl-program-name pic x(30).
              10 tbl-depends      pic 9(2) occurs 5 times.
              10 tbl-frequency    pic x(1).
              10 tbl-week-day     pic 9(1).
              10 tbl-night-status pic x(4).
      *          the partner's calendar (spaces = the house calendar)
              10 tbl-calendar     pic x(8).
       01  hold-step.
           05 hold-step-number  pic 9(2).
           05 hold-program-name pic x(30).
           05 hold-depends      pic 9(2) occurs 5 times.
           05 hold-frequency    pic x(1).
           05 hold-week-day     pic 9(1).
           05 hold-night-status pic x(4).
           05 hold-calendar     pic x(8).
       01  i                   pic 9(2).
       01  j                   pic 9(2).
       01  dx                  pic 9(1).
       01  night-number        pic 9(3).
       01  nights-wanted       pic 9(3).
       01  first-night         pic x(8).
       01  night-date          pic x(8).
       01  night-weekday       pic 9(1).
       01  night-run-count     pic 9(2).
       01  night-skip-count    pic 9(2).
       01  dep-status          pic x(4).
       01  flag-text           pic x(50).
       01  skip-reason         pic x(30).
       01  total-runs          pic 9(7).
       01  total-skips         pic 9(7).
       01  total-flagged       pic 9(7).
       01  control-failed-flag pic x(1).
      * DateService call area -- the same arguments the scheduler
      * passes, house calendar included
       01  date-function       pic x(1).
       01  today-date          pic x(8).
       01  days-delta          pic s9(5).
       01  date-out            pic x(8).
       01  weekday-number      pic 9(1).
       01  business-flag       pic x(1).
       01  date-status         pic x(1).
       01  run-today-flag      pic x(1).
           88 step-runs-today  value 'Y'.
       01  calendar-name       pic x(8) value spaces.
       01  step-calendar       pic x(8).
      * PartnerLookup call area: a gated step's partner calendar
       01  partner-function    pic x(1).
       01  partner-data.
           copy "partner-record.cpy".
       01  partner-status      pic x(1).
       01  day-name-values.
           05 filler           pic x(21)
                                value 'MONTUEWEDTHUFRISATSUN'.
       01  day-name-table redefines day-name-values.
           05 day-name         pic x(3) occurs 7 times.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
           05 ald-text         pic x(60).
       01  step-disp           pic 99.
       01  count-disp          pic z(6)9.
       01  count-disp-2        pic z(6)9.

       procedure division.
       0000-mainline.
           move 0 to total-runs, total-skips, total-flagged
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'SCHEDFC' to rl-job-name
           move 'SCHEDFC001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-forecast-control
           perform 1000-load-steps

           open output report-file
           perform 0200-write-heading
           if step-count = 0
              move 'Y' to control-failed-flag
              move 'SCHEDCTL HAS NO STEPS - NOTHING TO FORECAST'
                   to report-line
              write report-line
              move 'SCHEDFC' to ald-job-name
              move 12 to ald-severity
              move 'SCHEDCTL HAS NO STEPS - NO FORECAST PRODUCED'
                   to ald-text
              call 'OperatorAlert' using 'R' alert-data
           else
              move first-night to night-date
              perform varying night-number from 1
                      until night-number > nights-wanted
                  perform 2000-forecast-one-night
                  perform 2900-advance-night
              end-perform
              perform 3000-write-summary
           end-if
           close report-file

           compute rl-records-read = step-count * nights-wanted
           move rl-records-read to rl-records-written
           move total-flagged to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-forecast-control.
      *    no card, or blank fields, forecasts fourteen nights from
      *    tonight; a start date DateService rejects falls back to
      *    tonight as well
           move function current-date(1:8) to first-night
           move 14 to nights-wanted
           move 'N' to end-of-file-flag
           open input forecast-control
           read forecast-control
               at end move 'Y' to end-of-file-flag
           end-read
           if not no-more-records
              if fcc-start-date not = spaces
                 move 'V' to date-function
                 move 0 to days-delta
                 call 'DateService' using date-function
                     fcc-start-date days-delta date-out
                     weekday-number business-flag date-status
                     calendar-name
                 if date-status = 'V'
                    move fcc-start-date to first-night
                 end-if
              end-if
              if fcc-nights is numeric and fcc-nights not = '000'
                 move fcc-nights to nights-wanted
              end-if
           end-if
           close forecast-control
           if nights-wanted > 92
              move 92 to nights-wanted
           end-if
           .

       0200-write-heading.
           move nights-wanted to count-disp
           move spaces to report-line
           string 'OVERNIGHT SCHEDULE FORECAST FROM ' delimited by size
                  first-night(1:4) delimited by size
                  '-' delimited by size
                  first-night(5:2) delimited by size
                  '-' delimited by size
                  first-night(7:2) delimited by size
                  ' FOR ' delimited by size
                  function trim(count-disp) delimited by size
                  ' NIGHTS' delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       1000-load-steps.
      *    the same table BatchScheduler builds, sorted the same way,
      *    so prerequisites are evaluated before their dependents
           move 0 to step-count
           move 'N' to end-of-file-flag
           open input control-file
           perform until no-more-records
               read control-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if prm-tag not = 'P' and step-count < 50
                          perform 1100-take-one-step
                       end-if
               end-read
           end-perform
           close control-file
           perform varying i from 2 until i > step-count
               move step-entry(i) to hold-step
               move i to j
               perform until j = 1
                       or tbl-step-number(j - 1) <= hold-step-number
                   move step-entry(j - 1) to step-entry(j)
                   subtract 1 from j
               end-perform
               move hold-step to step-entry(j)
           end-perform
           .

       1100-take-one-step.
           add 1 to step-count
           move ctl-step-number to tbl-step-number(step-count)
           move ctl-program-name to tbl-program-name(step-count)
           move ctl-depends-on to tbl-depends(step-count, 1)
           perform varying dx from 1 until dx > 4
               if ctl-extra-dep(dx) is numeric
                  move ctl-extra-dep(dx)
                       to tbl-depends(step-count, dx + 1)
               else
                  move 0 to tbl-depends(step-count, dx + 1)
               end-if
           end-perform
           move ctl-frequency to tbl-frequency(step-count)
           if ctl-week-day is numeric
              move ctl-week-day to tbl-week-day(step-count)
           else
              move 0 to tbl-week-day(step-count)
           end-if
           move spaces to tbl-calendar(step-count)
           if ctl-arrival-file-id not = spaces
              move 'I' to partner-function
              call 'PartnerLookup' using partner-function
                  ctl-arrival-file-id partner-data partner-status
              if partner-status = 'F'
                 move prt-calendar-name to tbl-calendar(step-count)
              end-if
           end-if
           move spaces to tbl-night-status(step-count)
           .

       2000-forecast-one-night.
           move 0 to night-run-count, night-skip-count
           perform varying i from 1 until i > step-count
               perform 3500-check-calendar
               if step-runs-today
                  move 'RUN' to tbl-night-status(i)
                  add 1 to night-run-count
               else
                  move 'SKIP' to tbl-night-status(i)
                  add 1 to night-skip-count
               end-if
           end-perform
           add night-run-count to total-runs
           add night-skip-count to total-skips

           move 'W' to date-function
           move 0 to days-delta
           call 'DateService' using date-function night-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move weekday-number to night-weekday
           move night-run-count to count-disp
           move night-skip-count to count-disp-2
           move spaces to report-line
           string 'NIGHT ' delimited by size
                  night-date(1:4) delimited by size
                  '-' delimited by size
                  night-date(5:2) delimited by size
                  '-' delimited by size
                  night-date(7:2) delimited by size
                  ' ' delimited by size
                  day-name(night-weekday) delimited by size
                  '   RUN ' delimited by size
                  function trim(count-disp) delimited by size
                  '  SKIP ' delimited by size
                  function trim(count-disp-2) delimited by size
                  into report-line
           write report-line
           perform varying i from 1 until i > step-count
               perform 2100-write-step-line
           end-perform
           move spaces to report-line
           write report-line
           .

       2100-write-step-line.
           move spaces to flag-text
           move spaces to skip-reason
           if tbl-night-status(i) = 'SKIP'
              evaluate tbl-frequency(i)
                  when 'B'
                      move 'NOT A BUSINESS DAY' to skip-reason
                  when 'W'
                      move spaces to skip-reason
                      if tbl-week-day(i) >= 1 and tbl-week-day(i) <= 7
                         string 'WEEKLY ON ' delimited by size
                                day-name(tbl-week-day(i))
                                delimited by size
                                into skip-reason
                      else
                         move 'WEEKLY - NO VALID WEEKDAY'
                              to skip-reason
                      end-if
                  when 'M'
                      move 'MONTH-END ONLY' to skip-reason
              end-evaluate
           else
              perform 2200-check-prerequisites
           end-if
           move tbl-step-number(i) to step-disp
           move spaces to report-line
           string '    STEP ' delimited by size
                  step-disp delimited by size
                  ' ' delimited by size
                  tbl-program-name(i) delimited by size
                  ' ' delimited by size
                  tbl-night-status(i) delimited by size
                  ' ' delimited by size
                  skip-reason delimited by size
                  flag-text delimited by size
                  into report-line
           write report-line
           .

       2200-check-prerequisites.
      *    a running step whose prerequisite is skipped tonight, or
      *    names a step SCHEDCTL does not have, is the one to look at;
      *    only the first such prerequisite is named
           perform varying dx from 1 until dx > 5
               if tbl-depends(i, dx) > 0 and flag-text = spaces
                  move spaces to dep-status
                  perform varying j from 1 until j > step-count
                      if tbl-step-number(j) = tbl-depends(i, dx)
                         move tbl-night-status(j) to dep-status
                      end-if
                  end-perform
                  move tbl-depends(i, dx) to step-disp
                  evaluate dep-status
                      when 'SKIP'
                          string '** PREREQUISITE STEP '
                                 delimited by size
                                 step-disp delimited by size
                                 ' SKIPPED' delimited by size
                                 into flag-text
                      when spaces
                          string '** PREREQUISITE STEP '
                                 delimited by size
                                 step-disp delimited by size
                                 ' NOT ON SCHEDCTL' delimited by size
                                 into flag-text
                  end-evaluate
               end-if
           end-perform
           if flag-text not = spaces
              add 1 to total-flagged
           end-if
           .

       2900-advance-night.
           move 'A' to date-function
           move 1 to days-delta
           call 'DateService' using date-function night-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move date-out to night-date
           .

       3000-write-summary.
           move total-runs to count-disp
           move spaces to report-line
           string 'STEP-NIGHTS TO RUN        ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move total-skips to count-disp
           move spaces to report-line
           string 'STEP-NIGHTS TO SKIP       ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move total-flagged to count-disp
           move spaces to report-line
           string 'STEP-NIGHTS FLAGGED       ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           .

       3500-check-calendar.
      *    BatchScheduler's own calendar test, asked of the forecast
      *    night instead of the current date
           move 'Y' to run-today-flag
           move night-date to today-date
           move 0 to days-delta
           move tbl-calendar(i) to step-calendar
           evaluate tbl-frequency(i)
               when 'B'
                   move 'B' to date-function
                   call 'DateService' using date-function today-date
                       days-delta date-out weekday-number
                       business-flag date-status
                       step-calendar
                   if business-flag not = 'Y'
                      move 'N' to run-today-flag
                   end-if
               when 'W'
                   move 'W' to date-function
                   call 'DateService' using date-function today-date
                       days-delta date-out weekday-number
                       business-flag date-status
                       step-calendar
                   if weekday-number not = tbl-week-day(i)
                      move 'N' to run-today-flag
                   end-if
               when 'M'
      *            month-end means tomorrow is in a different month
                   move 'A' to date-function
                   move 1 to days-delta
                   call 'DateService' using date-function today-date
                       days-delta date-out weekday-number
                       business-flag date-status
                       step-calendar
                   if date-out(5:2) = today-date(5:2)
                      move 'N' to run-today-flag
                   end-if
               when other
                   continue
           end-evaluate
           .

       end program ScheduleForecast.
