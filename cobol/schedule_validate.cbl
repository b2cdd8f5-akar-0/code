       identification division.
       program-id. ScheduleValidate.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Checks SCHEDCTL the way BatchScheduler will read it, before
      * the night depends on it: run after every SCHEDCTL change, and
      * called by BatchScheduler itself before the first step. Every
      * problem is listed on SCHEDVRPT with the offending record.
      * Errors -- the scheduler would hold, skip or fail something
      * it was not meant to:
      *   a step number or prerequisite that is not numeric, or a
      *   step number used twice;
      *   a prerequisite step that is not on SCHEDCTL, or one later
      *   in step order (never finished when the step is reached);
      *   a circular dependency, the step itself included;
      *   a frequency other than blank/'D', 'B', 'W', 'M', or 'W'
      *   without a weekday 1-7;
      *   a blank program name, or one the run unit cannot resolve
      *   (checked with SET ... TO ENTRY, which finds the program
      *   the way CALL would without running it);
      *   a 'P' parameter record for a step not on SCHEDCTL or with
      *   no control file name;
      *   more steps or parameter records than the scheduler holds.
      * Warnings -- accepted by the scheduler, probably not meant:
      *   a weekday on a step that is not 'W', and a retry count or
      *   delay that is not numeric (taken as zero), and a partner
      *   file wait that is not numeric or has no file-id to wait on.
      * Any error makes this a control failure (completion code 12)
      * and raises an operator alert; warnings count as rejects.
      * modification history
      *   akar-0  new batch job
      *   akar-0  checks the partner-file gate fields on the step
      *           record
       environment division.
       input-output section.
       file-control.
           select control-file assign to 'SCHEDCTL'
               organization is line sequential.
           select report-file assign to 'SCHEDVRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
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
           05 ctl-arrival-wait pic 9(3).
       01  param-record.
           05 prm-tag          pic x(1).
           05 prm-step-number  pic 9(2).
           05 prm-file-name    pic x(30).
           05 prm-content      pic x(300).
       01  control-image       pic x(333).

       fd  report-file.
       01  report-line         pic x(132).

       working-storage section.
       01  end-of-file-flag    pic x(1).
           88 no-more-records  value 'Y'.
      * steps as read, in file order, with the record they came from
       01  step-table.
           05 step-count       pic 9(2).
           05 step-entry occurs 50 times.
              10 tbl-step-number  pic 9(2).
              10 tbl-program-name pic x(30).
              10 tbl-depends      pic 9(2) occurs 5 times.
              10 tbl-record-no    pic 9(5).
              10 tbl-image        pic x(100).
       01  param-table.
           05 param-count      pic 9(2).
           05 param-entry occurs 50 times.
              10 prm-tbl-step  pic 9(2).
              10 prm-tbl-file  pic x(30).
              10 prm-tbl-record-no pic 9(5).
              10 prm-tbl-image pic x(100).
      * REACHES(a, b) = step a waits, directly or through others,
      * on step b; a step that reaches itself is in a cycle
       01  reach-matrix.
           05 reach-row occurs 50 times.
              10 reaches       pic x(1) occurs 50 times.
       01  i                   pic s9(4) comp.
       01  j                   pic s9(4) comp.
       01  k                   pic s9(4) comp.
       01  dx                  pic 9(1).
       01  dep-index           pic s9(4) comp.
       01  record-number       pic 9(5).
       01  steps-dropped       pic 9(5).
       01  params-dropped      pic 9(5).
       01  entry-point         usage procedure-pointer.
       01  finding-level       pic x(7).
       01  finding-text        pic x(100).
       01  finding-image       pic x(100).
       01  finding-record-no   pic 9(5).
       01  error-count         pic 9(7).
       01  warning-count       pic 9(7).
       01  control-failed-flag pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
           05 ald-text         pic x(60).
       01  step-disp           pic 99.
       01  dep-disp            pic 99.
       01  record-disp         pic z(4)9.
       01  count-disp          pic z(6)9.

       procedure division.
       0000-mainline.
           move 0 to error-count, warning-count
           move 0 to steps-dropped, params-dropped
           move 'N' to control-failed-flag
           move spaces to reach-matrix
           initialize run-log-data
           move 'SCHEDVAL' to rl-job-name
           move 'SCHEDVAL01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           move 'SCHEDCTL VALIDATION' to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform 1000-load-control-file
           if step-count = 0
              move 'ERROR' to finding-level
              move 'SCHEDCTL HAS NO STEPS' to finding-text
              move spaces to finding-image
              move 0 to finding-record-no
              perform 8000-write-finding
           end-if
           perform varying i from 1 until i > step-count
               perform 2000-check-one-step
           end-perform
           perform 3000-check-cycles
           perform varying i from 1 until i > param-count
               perform 4000-check-one-param
           end-perform
           if steps-dropped > 0 or params-dropped > 0
              move 'ERROR' to finding-level
              move spaces to finding-image
              move 0 to finding-record-no
              move spaces to finding-text
              string 'MORE THAN 50 STEPS OR 50 PARAMETER RECORDS - '
                     delimited by size
                     'THE SCHEDULER DROPS THE REST' delimited by size
                     into finding-text
              perform 8000-write-finding
           end-if
           perform 5000-write-summary
           close report-file

           if error-count > 0
              move 'Y' to control-failed-flag
              move 'SCHEDVAL' to ald-job-name
              move 12 to ald-severity
              move error-count to count-disp
              move spaces to ald-text
              string 'SCHEDCTL FAILED VALIDATION - ' delimited by size
                     function trim(count-disp) delimited by size
                     ' ERROR(S), SEE SCHEDVRPT' delimited by size
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if

           compute rl-records-read = step-count + param-count
           move rl-records-read to rl-records-written
           move warning-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-control-file.
      *    file order is kept so each finding can name the record
      *    number as well as show it
           move 0 to step-count, param-count, record-number
           move 'N' to end-of-file-flag
           open input control-file
           perform until no-more-records
               read control-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       add 1 to record-number
                       if prm-tag = 'P'
                          perform 1100-take-param-record
                       else
                          perform 1200-take-step-record
                       end-if
               end-read
           end-perform
           close control-file
           .

       1100-take-param-record.
           if param-count >= 50
              add 1 to params-dropped
              exit paragraph
           end-if
           add 1 to param-count
           if prm-step-number is numeric
              move prm-step-number to prm-tbl-step(param-count)
           else
              move 0 to prm-tbl-step(param-count)
           end-if
           move prm-file-name to prm-tbl-file(param-count)
           move record-number to prm-tbl-record-no(param-count)
           move control-image to prm-tbl-image(param-count)
           .

       1200-take-step-record.
           if step-count >= 50
              add 1 to steps-dropped
              exit paragraph
           end-if
           add 1 to step-count
           move record-number to tbl-record-no(step-count)
           move control-image to tbl-image(step-count)
           move ctl-program-name to tbl-program-name(step-count)
           move control-image to finding-image
           move record-number to finding-record-no
           if ctl-step-number is numeric
              move ctl-step-number to tbl-step-number(step-count)
           else
              move 0 to tbl-step-number(step-count)
              move 'ERROR' to finding-level
              move 'STEP NUMBER IS NOT NUMERIC' to finding-text
              perform 8000-write-finding
           end-if
           if ctl-depends-on is numeric
              move ctl-depends-on to tbl-depends(step-count, 1)
           else
              move 0 to tbl-depends(step-count, 1)
              move 'ERROR' to finding-level
              move 'PREREQUISITE STEP IS NOT NUMERIC' to finding-text
              perform 8000-write-finding
           end-if
      *    blank extra prerequisites are unused, as the scheduler
      *    reads them; anything else must be a step number
           perform varying dx from 1 until dx > 4
               if ctl-extra-dep(dx) is numeric
                  move ctl-extra-dep(dx)
                       to tbl-depends(step-count, dx + 1)
               else
                  move 0 to tbl-depends(step-count, dx + 1)
                  if ctl-extra-dep(dx) not = spaces
                     move 'ERROR' to finding-level
                     move 'ADDITIONAL PREREQUISITE IS NOT NUMERIC'
                          to finding-text
                     perform 8000-write-finding
                  end-if
               end-if
           end-perform
           evaluate ctl-frequency
               when space
               when 'D'
               when 'B'
               when 'M'
                   if ctl-week-day is numeric
                      and ctl-week-day not = 0
                      move 'WARNING' to finding-level
                      move 'WEEKDAY GIVEN ON A STEP THAT IS NOT WEEKLY'
                           to finding-text
                      perform 8000-write-finding
                   end-if
               when 'W'
                   if ctl-week-day is not numeric
                      or ctl-week-day < 1 or ctl-week-day > 7
                      move 'ERROR' to finding-level
                      move 'WEEKLY STEP WITHOUT A WEEKDAY 1-7'
                           to finding-text
                      perform 8000-write-finding
                   end-if
               when other
                   move 'ERROR' to finding-level
                   move 'FREQUENCY IS NOT BLANK, D, B, W OR M'
                        to finding-text
                   perform 8000-write-finding
           end-evaluate
           if ctl-retry-count is not numeric
              or ctl-retry-delay is not numeric
              move 'WARNING' to finding-level
              move 'RETRY COUNT OR DELAY NOT NUMERIC - TAKEN AS ZERO'
                   to finding-text
              perform 8000-write-finding
           end-if
           if ctl-arrival-file-id not = spaces
              and ctl-arrival-wait is not numeric
              move 'WARNING' to finding-level
              move 'PARTNER FILE WAIT NOT NUMERIC - LOOKS ONCE ONLY'
                   to finding-text
              perform 8000-write-finding
           end-if
           if ctl-arrival-file-id = spaces
              and ctl-arrival-wait is numeric
              and ctl-arrival-wait > 0
              move 'WARNING' to finding-level
              move 'PARTNER FILE WAIT GIVEN WITHOUT A FILE-ID'
                   to finding-text
              perform 8000-write-finding
           end-if
           .

       2000-check-one-step.
           move tbl-image(i) to finding-image
           move tbl-record-no(i) to finding-record-no
           move 'ERROR' to finding-level
      *    duplicate step numbers: reported on the later record
           perform varying j from 1 until j >= i
               if tbl-step-number(j) = tbl-step-number(i)
                  and tbl-step-number(i) > 0
                  move tbl-record-no(j) to record-disp
                  move spaces to finding-text
                  string 'STEP NUMBER ALREADY USED ON RECORD '
                         delimited by size
                         function trim(record-disp) delimited by size
                         into finding-text
                  perform 8000-write-finding
               end-if
           end-perform
           perform varying dx from 1 until dx > 5
               if tbl-depends(i, dx) > 0
                  perform 2100-check-one-dependency
               end-if
           end-perform
           if tbl-program-name(i) = spaces
              move 'PROGRAM NAME IS BLANK' to finding-text
              perform 8000-write-finding
           else
              set entry-point to entry tbl-program-name(i)
              if entry-point = null
                 move spaces to finding-text
                 string 'PROGRAM ' delimited by size
                        function trim(tbl-program-name(i))
                        delimited by size
                        ' CANNOT BE FOUND' delimited by size
                        into finding-text
                 perform 8000-write-finding
              end-if
           end-if
           .

       2100-check-one-dependency.
           move tbl-depends(i, dx) to dep-disp
           move 'ERROR' to finding-level
           move 0 to dep-index
           perform varying k from 1 until k > step-count
               if tbl-step-number(k) = tbl-depends(i, dx)
                  move k to dep-index
                  move step-count to k
               end-if
           end-perform
           move spaces to finding-text
           evaluate true
               when dep-index = 0
                   string 'PREREQUISITE STEP ' delimited by size
                          dep-disp delimited by size
                          ' IS NOT ON SCHEDCTL' delimited by size
                          into finding-text
                   perform 8000-write-finding
               when tbl-depends(i, dx) = tbl-step-number(i)
                   continue
               when tbl-depends(i, dx) > tbl-step-number(i)
                   string 'PREREQUISITE STEP ' delimited by size
                          dep-disp delimited by size
                          ' RUNS LATER - THE STEP WOULD BE HELD EVERY'
                          delimited by size
                          ' NIGHT' delimited by size
                          into finding-text
                   perform 8000-write-finding
           end-evaluate
      *    the prerequisite edge goes into the reachability matrix;
      *    the cycle check reports self-dependency with the others
           if dep-index > 0
              move 'Y' to reaches(i, dep-index)
           end-if
           .

       3000-check-cycles.
      *    transitive closure of the prerequisite edges; a step that
      *    can reach itself is part of a cycle
           perform varying k from 1 until k > step-count
               perform varying i from 1 until i > step-count
                   if reaches(i, k) = 'Y'
                      perform varying j from 1 until j > step-count
                          if reaches(k, j) = 'Y'
                             move 'Y' to reaches(i, j)
                          end-if
                      end-perform
                   end-if
               end-perform
           end-perform
           perform varying i from 1 until i > step-count
               if reaches(i, i) = 'Y'
                  move tbl-image(i) to finding-image
                  move tbl-record-no(i) to finding-record-no
                  move 'ERROR' to finding-level
                  move 'CIRCULAR DEPENDENCY - THE STEP WAITS ON ITSELF'
                       to finding-text
                  perform 8000-write-finding
               end-if
           end-perform
           .

       4000-check-one-param.
           move prm-tbl-image(i) to finding-image
           move prm-tbl-record-no(i) to finding-record-no
           move 'ERROR' to finding-level
           move 0 to dep-index
           perform varying k from 1 until k > step-count
               if tbl-step-number(k) = prm-tbl-step(i)
                  move k to dep-index
                  move step-count to k
               end-if
           end-perform
           if dep-index = 0
              move prm-tbl-step(i) to dep-disp
              move spaces to finding-text
              string 'PARAMETER RECORD FOR STEP ' delimited by size
                     dep-disp delimited by size
                     ' WHICH IS NOT ON SCHEDCTL' delimited by size
                     into finding-text
              perform 8000-write-finding
           end-if
           if prm-tbl-file(i) = spaces
              move 'PARAMETER RECORD HAS NO CONTROL FILE NAME'
                   to finding-text
              perform 8000-write-finding
           end-if
           .

       5000-write-summary.
           move spaces to report-line
           write report-line
           move step-count to count-disp
           move spaces to report-line
           string 'STEP RECORDS          ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move param-count to count-disp
           move spaces to report-line
           string 'PARAMETER RECORDS     ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move error-count to count-disp
           move spaces to report-line
           string 'ERRORS                ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move warning-count to count-disp
           move spaces to report-line
           string 'WARNINGS              ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           if error-count > 0
              move 'SCHEDCTL IS NOT FIT TO RUN' to report-line
           else
              move 'SCHEDCTL PASSED VALIDATION' to report-line
           end-if
           write report-line
           .

       8000-write-finding.
           if finding-level = 'ERROR'
              add 1 to error-count
           else
              add 1 to warning-count
           end-if
           move finding-record-no to record-disp
           move spaces to report-line
           if finding-record-no > 0
              string finding-level delimited by size
                     ' RECORD ' delimited by size
                     record-disp delimited by size
                     '  ' delimited by size
                     finding-text delimited by size
                     into report-line
           else
              string finding-level delimited by size
                     '                ' delimited by size
                     finding-text delimited by size
                     into report-line
           end-if
           write report-line
           if finding-image not = spaces
              move spaces to report-line
              string '        ' delimited by size
                     finding-image delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program ScheduleValidate.
