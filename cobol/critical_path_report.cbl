       identification division.
       program-id. CriticalPathReport.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Tonight's schedule as a timeline: every SCHEDCTL step, its
      * prerequisites (CTL-DEPENDS-ON and the extra ones), and its
      * expected duration -- the average of its last seven completed
      * runs on RUNLOG, found through the SCHEDJOB cross-reference
      * of step program name to RUNLOG job name -- combined into
      * CRITPATH: the critical path through the dependencies, each
      * step's slack against it, and the projected finish against
      * the batch-window deadline.
      * Two finishes are projected. BatchScheduler calls the steps
      * one at a time in step order, so tonight's finish is the
      * window start plus every running step's duration end to end;
      * the projected start and end per step are on that basis. The
      * critical path is the longest chain of prerequisites, the
      * finish the night could reach if nothing but the dependencies
      * held steps back; a step's slack is how far it could slip
      * before it lengthened that chain. Steps the run-frequency
      * calendar skips tonight take no time, as on the night.
      * The optional CRITCTL card gives the night (YYYYMMDD, blank =
      * today), the window start and the deadline (HHMMSS; blank =
      * 220000 and 060000, a deadline at or before the start being
      * the next morning). Steps with no history, and a projected
      * finish past the deadline, count as the run's rejects.
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
           select optional step-job-file assign to 'SCHEDJOB'
               organization is line sequential.
           select optional run-log-file assign to 'RUNLOG'
               organization is line sequential.
           select optional path-control assign to 'CRITCTL'
               organization is line sequential.
           select report-file assign to 'CRITPATH'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
      * the step record as BatchScheduler reads it; parameter
      * records ('P' in the first byte) are not steps
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

       fd  step-job-file.
       01  step-job-record.
           05 sjx-program-name pic x(30).
           05 sjx-job-name     pic x(20).

       fd  run-log-file.
       01  run-log-record.
           copy "run-log-record.cpy".

       fd  path-control.
       01  path-control-record.
           05 cpc-night-date   pic x(8).
           05 cpc-start-time   pic x(6).
           05 cpc-deadline     pic x(6).

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
              10 tbl-job-name     pic x(20).
              10 tbl-runs-tonight pic x(1).
              10 tbl-history-runs pic 9(2).
              10 tbl-duration     pic 9(7).
              10 tbl-early-start  pic 9(7).
              10 tbl-early-finish pic 9(7).
              10 tbl-late-finish  pic 9(7).
              10 tbl-slack        pic 9(7).
              10 tbl-serial-start pic 9(7).
              10 tbl-serial-end   pic 9(7).
              10 tbl-path-pred    pic 9(2).
      *          the partner's calendar (spaces = the house calendar)
              10 tbl-calendar     pic x(8).
       01  hold-step.
           05 hold-step-number pic 9(2).
           05 filler           pic x(124).
      * STARTs waiting for their END, paired the way
      * BatchWindowMonitor pairs them
       01  open-starts.
           05 open-count       pic 9(3).
           05 open-entry occurs 200 times.
              10 open-job-name pic x(20).
              10 open-job-id   pic x(10).
              10 open-stamp    pic x(19).
      * the last seven completed runs per RUNLOG job name
       01  history-table.
           05 hist-count       pic 9(2).
           05 hist-entry occurs 80 times.
              10 hist-job-name pic x(20).
              10 hist-runs     pic 9(2).
              10 hist-elapsed  pic 9(7) occurs 7 times.
       01  i                   pic s9(4) comp.
       01  j                   pic s9(4) comp.
       01  k                   pic s9(4) comp.
       01  dx                  pic 9(1).
       01  hx                  pic 9(2).
       01  rx                  pic 9(2).
       01  hist-found          pic 9(2).
       01  dep-index           pic 9(2).
       01  start-stamp         pic x(19).
       01  end-stamp           pic x(19).
       01  stamp-date          pic 9(8).
       01  stamp-seconds       pic 9(12).
       01  start-seconds       pic 9(12).
       01  end-seconds         pic 9(12).
       01  elapsed-seconds     pic 9(7).
       01  elapsed-sum         pic 9(9).
       01  night-date          pic x(8).
       01  window-start        pic 9(6).
       01  window-start-parts redefines window-start.
           05 wst-hours        pic 9(2).
           05 wst-minutes      pic 9(2).
           05 wst-seconds      pic 9(2).
       01  window-deadline     pic 9(6).
       01  window-deadline-parts redefines window-deadline.
           05 wdl-hours        pic 9(2).
           05 wdl-minutes      pic 9(2).
           05 wdl-seconds      pic 9(2).
       01  window-start-secs   pic 9(7).
       01  deadline-offset     pic 9(7).
       01  path-length         pic 9(7).
       01  serial-length       pic 9(7).
       01  path-end-step       pic 9(2).
       01  path-steps.
           05 path-step-count  pic 9(2).
           05 path-step        pic 9(2) occurs 50 times.
       01  clock-seconds       pic 9(7).
       01  fmt-seconds         pic 9(7).
       01  fmt-time            pic x(8).
       01  fmt-hours           pic 9(2).
       01  fmt-minutes         pic 9(2).
       01  fmt-secs            pic 9(2).
       01  fmt-start           pic x(8).
       01  fmt-end             pic x(8).
       01  fmt-slack           pic x(8).
       01  fmt-duration        pic x(8).
       01  step-note           pic x(20).
       01  path-text           pic x(132).
       01  path-pos            pic 9(3).
       01  steps-no-history    pic 9(7).
       01  steps-reported      pic 9(7).
       01  past-deadline-flag  pic x(1).
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
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
           05 ald-text         pic x(60).
       01  step-disp           pic 99.
       01  count-disp          pic z(6)9.

       procedure division.
       0000-mainline.
           move 0 to steps-no-history, steps-reported
           move 0 to open-count, hist-count
           move 'N' to control-failed-flag
           move 'N' to past-deadline-flag
           initialize run-log-data
           move 'CRITPATH' to rl-job-name
           move 'CRITPATH01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-path-control
           perform 1000-load-steps
           perform 1200-load-step-jobs
           perform 1300-load-history

           open output report-file
           if step-count = 0
              move 'Y' to control-failed-flag
              move 'SCHEDCTL HAS NO STEPS - NO CRITICAL PATH'
                   to report-line
              write report-line
              move 'CRITPATH' to ald-job-name
              move 12 to ald-severity
              move 'SCHEDCTL HAS NO STEPS - NO CRITICAL PATH REPORT'
                   to ald-text
              call 'OperatorAlert' using 'R' alert-data
           else
              perform 2000-size-each-step
              perform 2200-forward-pass
              perform 2300-backward-pass
              perform 2400-serial-timeline
              perform 2500-trace-critical-path
              perform 3000-write-report
           end-if
           close report-file

           move step-count to rl-records-read
           move steps-reported to rl-records-written
           move steps-no-history to rl-records-rejected
           if past-deadline-flag = 'Y'
              add 1 to rl-records-rejected
           end-if
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-path-control.
           move function current-date(1:8) to night-date
           move 220000 to window-start
           move 060000 to window-deadline
           move 'N' to end-of-file-flag
           open input path-control
           read path-control
               at end move 'Y' to end-of-file-flag
           end-read
           if not no-more-records
              if cpc-night-date not = spaces
                 move 'V' to date-function
                 move 0 to days-delta
                 call 'DateService' using date-function
                     cpc-night-date days-delta date-out
                     weekday-number business-flag date-status
                     calendar-name
                 if date-status = 'V'
                    move cpc-night-date to night-date
                 end-if
              end-if
              if cpc-start-time is numeric
                 move cpc-start-time to window-start
              end-if
              if cpc-deadline is numeric
                 move cpc-deadline to window-deadline
              end-if
           end-if
           close path-control
           compute window-start-secs =
                   wst-hours * 3600 + wst-minutes * 60 + wst-seconds
           compute deadline-offset =
                   wdl-hours * 3600 + wdl-minutes * 60 + wdl-seconds
      *    the deadline is a clock time; at or before the start it
      *    is the next morning
           if deadline-offset <= window-start-secs
              add 86400 to deadline-offset
           end-if
           subtract window-start-secs from deadline-offset
           .

       1000-load-steps.
      *    the same table BatchScheduler builds, sorted the same way
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
           initialize step-entry(step-count)
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
      *    without a SCHEDJOB row the program name itself is tried
      *    as the RUNLOG job name
           move ctl-program-name to tbl-job-name(step-count)
           .

       1200-load-step-jobs.
           move 'N' to end-of-file-flag
           open input step-job-file
           perform until no-more-records
               read step-job-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       perform varying i from 1 until i > step-count
                           if tbl-program-name(i) = sjx-program-name
                              move sjx-job-name to tbl-job-name(i)
                           end-if
                       end-perform
               end-read
           end-perform
           close step-job-file
           .

       1300-load-history.
           move 'N' to end-of-file-flag
           open input run-log-file
           perform until no-more-records
               read run-log-file
                   at end move 'Y' to end-of-file-flag
                   not at end perform 1400-take-log-record
               end-read
           end-perform
           close run-log-file
           .

       1400-take-log-record.
           evaluate rlr-action
               when 'START'
                   if open-count < 200
                      add 1 to open-count
                      move rlr-job-name
                           to open-job-name(open-count)
                      move rlr-job-id to open-job-id(open-count)
                      move rlr-timestamp to open-stamp(open-count)
                   end-if
               when 'END'
                   perform 1500-pair-with-start
           end-evaluate
           .

       1500-pair-with-start.
           perform varying i from open-count by -1 until i < 1
               if open-job-name(i) = rlr-job-name
                  and open-job-id(i) = rlr-job-id
                  move open-stamp(i) to start-stamp
                  move rlr-timestamp to end-stamp
                  perform 1600-book-completed-run
                  perform varying j from i until j >= open-count
                      move open-entry(j + 1) to open-entry(j)
                  end-perform
                  subtract 1 from open-count
                  move 0 to i
               end-if
           end-perform
           .

       1600-book-completed-run.
           move start-stamp to rlr-timestamp
           perform 1700-stamp-to-seconds
           move stamp-seconds to start-seconds
           move end-stamp to rlr-timestamp
           perform 1700-stamp-to-seconds
           move stamp-seconds to end-seconds
           if end-seconds < start-seconds
              exit paragraph
           end-if
           compute elapsed-seconds = end-seconds - start-seconds

           move 0 to hist-found
           perform varying hx from 1 until hx > hist-count
               if hist-job-name(hx) = rlr-job-name
                  move hx to hist-found
                  move hist-count to hx
               end-if
           end-perform
           if hist-found = 0
              if hist-count >= 80
                 exit paragraph
              end-if
              add 1 to hist-count
              move hist-count to hist-found
              move rlr-job-name to hist-job-name(hist-found)
              move 0 to hist-runs(hist-found)
           end-if
      *    seven runs per job; the oldest drops off
           if hist-runs(hist-found) >= 7
              perform varying rx from 1 until rx >= 7
                  move hist-elapsed(hist-found, rx + 1)
                       to hist-elapsed(hist-found, rx)
              end-perform
              move 6 to hist-runs(hist-found)
           end-if
           add 1 to hist-runs(hist-found)
           move elapsed-seconds
                to hist-elapsed(hist-found, hist-runs(hist-found))
           .

       1700-stamp-to-seconds.
      *    YYYY-MM-DD HH:MM:SS to absolute seconds, so an elapsed
      *    time that crosses midnight still comes out right
           move rlr-timestamp(1:4)  to stamp-date(1:4)
           move rlr-timestamp(6:2)  to stamp-date(5:2)
           move rlr-timestamp(9:2)  to stamp-date(7:2)
           compute stamp-seconds =
                   function integer-of-date(stamp-date) * 86400
           compute stamp-seconds = stamp-seconds
                   + function numval(rlr-timestamp(12:2)) * 3600
                   + function numval(rlr-timestamp(15:2)) * 60
                   + function numval(rlr-timestamp(18:2))
           .

       2000-size-each-step.
      *    a step the calendar skips tonight takes no time; a running
      *    step takes the average of its recent runs
           perform varying i from 1 until i > step-count
               perform 3500-check-calendar
               move run-today-flag to tbl-runs-tonight(i)
               move 0 to tbl-history-runs(i)
               move 0 to tbl-duration(i)
               perform varying hx from 1 until hx > hist-count
                   if hist-job-name(hx) = tbl-job-name(i)
                      move hist-runs(hx) to tbl-history-runs(i)
                      move 0 to elapsed-sum
                      perform varying rx from 1
                              until rx > hist-runs(hx)
                          add hist-elapsed(hx, rx) to elapsed-sum
                      end-perform
                      compute tbl-duration(i) rounded =
                              elapsed-sum / hist-runs(hx)
                   end-if
               end-perform
               if tbl-runs-tonight(i) not = 'Y'
                  move 0 to tbl-duration(i)
               end-if
           end-perform
           .

       2200-forward-pass.
      *    earliest start is the latest earliest-finish among the
      *    prerequisites. only earlier steps count: the scheduler
      *    walks the steps in order, so a prerequisite later in the
      *    table could never have finished
           move 0 to path-length
           move 0 to path-end-step
           perform varying i from 1 until i > step-count
               move 0 to tbl-early-start(i)
               move 0 to tbl-path-pred(i)
               perform varying dx from 1 until dx > 5
                   if tbl-depends(i, dx) > 0
                      perform 2250-find-dependency
                      if dep-index > 0 and dep-index < i
                         if tbl-early-finish(dep-index)
                            > tbl-early-start(i)
                            or tbl-path-pred(i) = 0
                            move tbl-early-finish(dep-index)
                                 to tbl-early-start(i)
                            move dep-index to tbl-path-pred(i)
                         end-if
                      end-if
                   end-if
               end-perform
               compute tbl-early-finish(i) =
                       tbl-early-start(i) + tbl-duration(i)
               if tbl-early-finish(i) > path-length
                  or path-end-step = 0
                  move tbl-early-finish(i) to path-length
                  move i to path-end-step
               end-if
           end-perform
           .

       2250-find-dependency.
           move 0 to dep-index
           perform varying k from 1 until k > step-count
               if tbl-step-number(k) = tbl-depends(i, dx)
                  move k to dep-index
                  move step-count to k
               end-if
           end-perform
           .

       2300-backward-pass.
      *    latest finish is the earliest latest-start among the
      *    steps that depend on this one; the path length when none
      *    do. slack is the difference from the earliest finish
           perform varying i from 1 until i > step-count
               move path-length to tbl-late-finish(i)
           end-perform
           perform varying j from step-count by -1 until j < 1
               perform varying dx from 1 until dx > 5
                   if tbl-depends(j, dx) > 0
                      move j to i
                      perform 2250-find-dependency
                      if dep-index > 0 and dep-index < j
                         if tbl-late-finish(j) - tbl-duration(j)
                            < tbl-late-finish(dep-index)
                            compute tbl-late-finish(dep-index) =
                                    tbl-late-finish(j)
                                    - tbl-duration(j)
                         end-if
                      end-if
                   end-if
               end-perform
           end-perform
           perform varying i from 1 until i > step-count
               compute tbl-slack(i) =
                       tbl-late-finish(i) - tbl-early-finish(i)
           end-perform
           .

       2400-serial-timeline.
      *    what the scheduler will actually do: one step after the
      *    other in step order
           move 0 to serial-length
           perform varying i from 1 until i > step-count
               move serial-length to tbl-serial-start(i)
               add tbl-duration(i) to serial-length
               move serial-length to tbl-serial-end(i)
           end-perform
           if serial-length > deadline-offset
              move 'Y' to past-deadline-flag
           end-if
           .

       2500-trace-critical-path.
      *    back from the step that finishes last, through the
      *    prerequisite that held each step longest
           move 0 to path-step-count
           move path-end-step to i
           perform until i = 0 or path-step-count >= 50
               add 1 to path-step-count
               move i to path-step(path-step-count)
               move tbl-path-pred(i) to i
           end-perform
           .

       3000-write-report.
           move spaces to report-line
           string 'NIGHTLY SCHEDULE CRITICAL PATH FOR '
                  delimited by size
                  night-date(1:4) delimited by size
                  '-' delimited by size
                  night-date(5:2) delimited by size
                  '-' delimited by size
                  night-date(7:2) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move 'STEP PROGRAM' to report-line(1:12)
           move 'TONIGHT' to report-line(38:7)
           move 'AVG TIME' to report-line(47:8)
           move 'START' to report-line(58:5)
           move 'END' to report-line(68:3)
           move 'SLACK' to report-line(78:5)
           move 'NOTE' to report-line(88:4)
           write report-line
           perform varying i from 1 until i > step-count
               perform 3100-write-step-line
           end-perform
           move spaces to report-line
           write report-line

           move spaces to path-text
           move 1 to path-pos
           string 'CRITICAL PATH  ' delimited by size
                  into path-text with pointer path-pos
           perform varying j from path-step-count by -1 until j < 1
               move tbl-step-number(path-step(j)) to step-disp
               if path-pos < 125
                  string step-disp delimited by size
                         into path-text with pointer path-pos
                  if j > 1
                     string ' -> ' delimited by size
                            into path-text with pointer path-pos
                  end-if
               end-if
           end-perform
           move path-text to report-line
           write report-line

           move path-length to fmt-seconds
           perform 9000-format-duration
           move fmt-time to fmt-duration
           compute clock-seconds = window-start-secs + path-length
           perform 9100-format-clock
           move spaces to report-line
           string 'DEPENDENCY-BOUND FINISH   ' delimited by size
                  fmt-time delimited by size
                  '  (PATH LENGTH ' delimited by size
                  fmt-duration delimited by size
                  ')' delimited by size
                  into report-line
           write report-line

           move serial-length to fmt-seconds
           perform 9000-format-duration
           move fmt-time to fmt-duration
           compute clock-seconds = window-start-secs + serial-length
           perform 9100-format-clock
           move spaces to report-line
           string 'PROJECTED FINISH          ' delimited by size
                  fmt-time delimited by size
                  '  (STEPS RUN ONE AT A TIME, ' delimited by size
                  fmt-duration delimited by size
                  ')' delimited by size
                  into report-line
           write report-line

           compute clock-seconds = window-start-secs + deadline-offset
           perform 9100-format-clock
           move fmt-time to fmt-end
           compute clock-seconds = window-start-secs
           perform 9100-format-clock
           move fmt-time to fmt-start
           move spaces to report-line
           string 'BATCH WINDOW              ' delimited by size
                  fmt-start delimited by size
                  ' TO ' delimited by size
                  fmt-end delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           if past-deadline-flag = 'Y'
              compute fmt-seconds = serial-length - deadline-offset
              perform 9000-format-duration
              string 'OVER THE DEADLINE BY      ' delimited by size
                     fmt-time delimited by size
                     '  <== PAST DEADLINE' delimited by size
                     into report-line
           else
              compute fmt-seconds = deadline-offset - serial-length
              perform 9000-format-duration
              string 'HEADROOM BEFORE DEADLINE  ' delimited by size
                     fmt-time delimited by size
                     into report-line
           end-if
           write report-line
           move steps-no-history to count-disp
           move spaces to report-line
           string 'STEPS WITH NO RUN HISTORY ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           .

       3100-write-step-line.
           add 1 to steps-reported
           move spaces to step-note
           move tbl-duration(i) to fmt-seconds
           perform 9000-format-duration
           move fmt-time to fmt-duration
           if tbl-runs-tonight(i) = 'Y'
              compute clock-seconds =
                      window-start-secs + tbl-serial-start(i)
              perform 9100-format-clock
              move fmt-time to fmt-start
              compute clock-seconds =
                      window-start-secs + tbl-serial-end(i)
              perform 9100-format-clock
              move fmt-time to fmt-end
              move tbl-slack(i) to fmt-seconds
              perform 9000-format-duration
              move fmt-time to fmt-slack
              if tbl-history-runs(i) = 0
                 move 'NO HISTORY' to step-note
                 add 1 to steps-no-history
              else
                 if tbl-slack(i) = 0
                    move 'CRITICAL' to step-note
                 end-if
              end-if
           else
              move spaces to fmt-start, fmt-end, fmt-slack
              move 'CALENDAR SKIP' to step-note
           end-if
           move tbl-step-number(i) to step-disp
           move spaces to report-line
           string step-disp delimited by size
                  '   ' delimited by size
                  tbl-program-name(i) delimited by size
                  ' ' delimited by size
                  into report-line
           if tbl-runs-tonight(i) = 'Y'
              move 'RUN' to report-line(39:4)
           else
              move 'SKIP' to report-line(39:4)
           end-if
           move fmt-duration to report-line(47:8)
           move fmt-start to report-line(58:8)
           move fmt-end to report-line(68:8)
           move fmt-slack to report-line(78:8)
           move step-note to report-line(88:20)
           write report-line
           .

       3500-check-calendar.
      *    BatchScheduler's own calendar test, asked of the report
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

       9000-format-duration.
      *    FMT-SECONDS as HH:MM:SS, capped at 99:59:59
           if fmt-seconds > 359999
              move 359999 to fmt-seconds
           end-if
           compute fmt-hours = fmt-seconds / 3600
           compute fmt-minutes =
                   (fmt-seconds - fmt-hours * 3600) / 60
           compute fmt-secs =
                   fmt-seconds - fmt-hours * 3600 - fmt-minutes * 60
           move spaces to fmt-time
           string fmt-hours delimited by size
                  ':' delimited by size
                  fmt-minutes delimited by size
                  ':' delimited by size
                  fmt-secs delimited by size
                  into fmt-time
           .

       9100-format-clock.
      *    CLOCK-SECONDS from midnight of the night as a time of day
           compute fmt-seconds = function mod(clock-seconds, 86400)
           perform 9000-format-duration
           .

       end program CriticalPathReport.
