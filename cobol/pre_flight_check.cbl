       identification division.
       program-id. PreFlightCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * The evening's look at everything the night will need, run
      * before BatchScheduler so that what is knowable at 22:00 is
      * not found at 02:00. The checks come from PREFLCTL, one per
      * record: check name, 'N' when a failure is NO-GO or 'W' when
      * it is only a warning, and an operand. With no PREFLCTL the
      * standard list runs -- both translation tables, RUNLOCKS,
      * ALERTS at severity 8, the script library and the house
      * HOLIDAYS calendar.
      *   TABLE    a code page table (operand: its file name) holds
      *            256 entries of 000-255
      *   FILE     the named file is present and not empty
      *   RUNLOCKS no active-run lock is on file -- nothing should be
      *            running yet, so any lock is one a crash left
      *   ALERTS   no unacknowledged alert at or above the operand's
      *            severity (two digits, default 08); this job's own
      *            alerts are left out so a cleared problem does not
      *            keep itself alive
      *   SCRLIB   BFSCRLIB matches BFSCRMST record for record -- a
      *            'ScriptLibMaint' change not yet unloaded shows here
      *   HOLIDAYS the calendar (operand: its name, spaces for the
      *            house one) reaches into next month
      * PREFLRPT lists each check GO, WARN or NO-GO with the reason,
      * every NO-GO is raised as an operator alert, and the verdict
      * is left on PREFLSTS for BatchScheduler, which will not start
      * on a NO-GO unless a supervisor has overridden it. A NO-GO is
      * a control failure (completion code 12); warnings are rejects.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional check-file assign to 'PREFLCTL'
               organization is line sequential.
           select report-file assign to 'PREFLRPT'
               organization is line sequential.
           select status-file assign to 'PREFLSTS'
               organization is line sequential.
           select optional probe-file assign to dynamic probe-name
               organization is line sequential
               file status is probe-status.
           select optional lock-file assign to 'RUNLOCKS'
               organization is line sequential.
           select optional alert-file assign to 'ALERTS'
               organization is line sequential.
           select optional master-file assign to 'BFSCRMST'
               organization is indexed
               access mode is sequential
               record key is mst-script-id
               file status is master-status.
           select optional script-lib-file assign to 'BFSCRLIB'
               organization is line sequential.

       data division.
       file section.
       fd  check-file.
       01  check-record.
           05 pfc-check          pic x(8).
           05 pfc-severity       pic x(1).
           05 pfc-operand        pic x(60).

       fd  report-file.
       01  report-line           pic x(132).

       fd  status-file.
       01  status-record.
           copy "preflight-status.cpy".

       fd  probe-file.
       01  probe-record          pic x(256).

       fd  lock-file.
       01  lock-record.
           05 lck-job-name       pic x(20).
           05 lck-job-id         pic x(10).
           05 lck-timestamp      pic x(19).

       fd  alert-file.
       01  alert-record.
           copy "alert-record.cpy".

       fd  master-file.
       01  master-record.
           copy "script-lib-record.cpy"
               replacing leading ==lib== by ==mst==.
      *    the approval fields 'ScriptLibMaint' keeps on the master
      *    and does not unload
           05 filler             pic x(35).

       fd  script-lib-file.
       01  script-lib-record.
           copy "script-lib-record.cpy".

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
       01  end-of-library        pic x(1).
           88 no-more-library    value 'Y'.
       01  check-table.
           05 check-count        pic 9(2).
           05 check-entry occurs 30 times.
              10 tbl-check       pic x(8).
              10 tbl-severity    pic x(1).
              10 tbl-operand     pic x(60).
       01  cx                    pic 9(2).
       01  probe-name            pic x(100).
       01  probe-status          pic x(2).
       01  master-status         pic x(2).
       01  entry-count           pic 9(5).
       01  bad-entry-count       pic 9(5).
       01  entry-value           pic 9(3).
       01  lock-count            pic 9(5).
       01  alert-count           pic 9(5).
       01  alert-threshold       pic 9(2).
       01  master-count          pic 9(5).
       01  library-count         pic 9(5).
       01  mismatch-id           pic x(10).
       01  latest-date           pic x(8).
       01  next-month            pic 9(6).
       01  next-month-parts redefines next-month.
           05 next-year          pic 9(4).
           05 next-mm            pic 9(2).
       01  next-month-start      pic x(8).
       01  result-level          pic x(5).
       01  result-text           pic x(100).
       01  nogo-count            pic 9(3).
       01  warn-count            pic 9(3).
       01  now-date              pic x(8).
       01  now-time              pic x(6).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(4)9.
       01  library-disp          pic z(4)9.
       01  severity-disp         pic 99.

       procedure division.
       0000-mainline.
           move 0 to nogo-count, warn-count
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'PREFLGHT' to rl-job-name
           move 'PREFLGHT01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           open output report-file
           move spaces to report-line
           string 'PRE-FLIGHT CHECK  ' delimited by size
                  now-date(1:4) delimited by size
                  '-' delimited by size
                  now-date(5:2) delimited by size
                  '-' delimited by size
                  now-date(7:2) delimited by size
                  ' ' delimited by size
                  now-time(1:2) delimited by size
                  ':' delimited by size
                  now-time(3:2) delimited by size
                  ':' delimited by size
                  now-time(5:2) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform 1000-load-checks
           perform varying cx from 1 until cx > check-count
               perform 2000-run-one-check
           end-perform
           perform 5000-write-summary
           close report-file
           perform 6000-write-status

           if nogo-count > 0
              move 'Y' to control-failed-flag
           end-if
           move check-count to rl-records-read
           compute rl-records-written = check-count - nogo-count
                                      - warn-count
           move warn-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-checks.
           move 0 to check-count
           move 'N' to end-of-file-flag
           open input check-file
           perform until no-more-records
               read check-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if pfc-check not = spaces
                          and check-count < 30
                          add 1 to check-count
                          move function upper-case(pfc-check)
                               to tbl-check(check-count)
                          move function upper-case(pfc-severity)
                               to tbl-severity(check-count)
                          move pfc-operand
                               to tbl-operand(check-count)
                       end-if
               end-read
           end-perform
           close check-file
           if check-count = 0
              perform 1100-load-standard-checks
           end-if
           .

       1100-load-standard-checks.
      *    the list that runs when PREFLCTL is absent or empty
           move 'TABLE'            to tbl-check(1)
           move 'tables/EBCASTAB'  to tbl-operand(1)
           move 'TABLE'            to tbl-check(2)
           move 'tables/ASCEBTAB'  to tbl-operand(2)
           move 'RUNLOCKS'         to tbl-check(3)
           move spaces             to tbl-operand(3)
           move 'ALERTS'           to tbl-check(4)
           move '08'               to tbl-operand(4)
           move 'SCRLIB'           to tbl-check(5)
           move spaces             to tbl-operand(5)
           move 'HOLIDAYS'         to tbl-check(6)
           move spaces             to tbl-operand(6)
           move 6 to check-count
           perform varying cx from 1 until cx > check-count
               move 'N' to tbl-severity(cx)
           end-perform
           .

       2000-run-one-check.
           move 'GO' to result-level
           move spaces to result-text
           evaluate tbl-check(cx)
               when 'TABLE'
                   perform 2100-check-table
               when 'FILE'
                   perform 2200-check-file
               when 'RUNLOCKS'
                   perform 2300-check-run-locks
               when 'ALERTS'
                   perform 2400-check-alerts
               when 'SCRLIB'
                   perform 2500-check-script-library
               when 'HOLIDAYS'
                   perform 2600-check-holidays
               when other
                   move 'WARN' to result-level
                   move 'UNKNOWN CHECK ON PREFLCTL - NOT RUN'
                        to result-text
           end-evaluate
      *    a failed check on a warning-only line is reported as such
           if result-level = 'NO-GO' and tbl-severity(cx) = 'W'
              move 'WARN' to result-level
           end-if
           perform 8000-write-result
           .

       2100-check-table.
      *    the tables 'CodePageTranslate' loads: 256 lines, each the
      *    three-digit code the matching position translates to
           move tbl-operand(cx) to probe-name
           move 0 to entry-count, bad-entry-count
           move 'N' to end-of-file-flag
           open input probe-file
           if probe-status = '05' or '35'
              close probe-file
              move 'NO-GO' to result-level
              string function trim(tbl-operand(cx))
                     delimited by size
                     ' NOT FOUND' delimited by size
                     into result-text
              exit paragraph
           end-if
           perform until no-more-records
               read probe-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       add 1 to entry-count
                       if probe-record(1:3) is not numeric
                          or probe-record(4:) not = spaces
                          add 1 to bad-entry-count
                       else
                          move probe-record(1:3) to entry-value
                          if entry-value > 255
                             add 1 to bad-entry-count
                          end-if
                       end-if
               end-read
           end-perform
           close probe-file
           if entry-count not = 256
              move 'NO-GO' to result-level
              move entry-count to count-disp
              string function trim(tbl-operand(cx))
                     delimited by size
                     ' HAS ' delimited by size
                     function trim(count-disp) delimited by size
                     ' ENTRIES, NOT 256' delimited by size
                     into result-text
              exit paragraph
           end-if
           if bad-entry-count > 0
              move 'NO-GO' to result-level
              move bad-entry-count to count-disp
              string function trim(tbl-operand(cx))
                     delimited by size
                     ' HAS ' delimited by size
                     function trim(count-disp) delimited by size
                     ' ENTRIES THAT ARE NOT 000-255' delimited by size
                     into result-text
              exit paragraph
           end-if
           string function trim(tbl-operand(cx)) delimited by size
                  ' HOLDS 256 GOOD ENTRIES' delimited by size
                  into result-text
           .

       2200-check-file.
           move tbl-operand(cx) to probe-name
           open input probe-file
           if probe-status = '05' or '35'
              close probe-file
              move 'NO-GO' to result-level
              string function trim(tbl-operand(cx))
                     delimited by size
                     ' NOT FOUND' delimited by size
                     into result-text
              exit paragraph
           end-if
           read probe-file
               at end
                   move 'NO-GO' to result-level
                   string function trim(tbl-operand(cx))
                          delimited by size
                          ' IS EMPTY' delimited by size
                          into result-text
               not at end
                   string function trim(tbl-operand(cx))
                          delimited by size
                          ' IS PRESENT' delimited by size
                          into result-text
           end-read
           close probe-file
           .

       2300-check-run-locks.
      *    nothing is running before the night starts, so any lock
      *    on file was left by a run that never reached its release;
      *    each is listed so the operator knows what to clear
           move 0 to lock-count
           move 'N' to end-of-file-flag
           open input lock-file
           perform until no-more-records
               read lock-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if lck-job-name not = spaces
                          add 1 to lock-count
                          move spaces to report-line
                          string '                    LOCK '
                                 delimited by size
                                 lck-job-name delimited by size
                                 ' ' delimited by size
                                 lck-job-id delimited by size
                                 ' SINCE ' delimited by size
                                 lck-timestamp delimited by size
                                 into report-line
                          write report-line
                       end-if
               end-read
           end-perform
           close lock-file
           if lock-count > 0
              move 'NO-GO' to result-level
              move lock-count to count-disp
              string function trim(count-disp) delimited by size
                     ' STALE LOCK(S) ON RUNLOCKS - CLEAR THROUGH '
                     delimited by size
                     'ONLINEMAINTENANCE' delimited by size
                     into result-text
           else
              move 'NO ACTIVE-RUN LOCKS ON FILE' to result-text
           end-if
           .

       2400-check-alerts.
           if tbl-operand(cx)(1:2) is numeric
              move tbl-operand(cx)(1:2) to alert-threshold
           else
              move 8 to alert-threshold
           end-if
           move alert-threshold to severity-disp
           move 0 to alert-count
           move 'N' to end-of-file-flag
           open input alert-file
           perform until no-more-records
               read alert-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if alr-ack-flag not = 'Y'
                          and alr-severity >= alert-threshold
                          and alr-job-name not = 'PREFLGHT'
                          add 1 to alert-count
                       end-if
               end-read
           end-perform
           close alert-file
           if alert-count > 0
              move 'NO-GO' to result-level
              move alert-count to count-disp
              string function trim(count-disp) delimited by size
                     ' UNACKNOWLEDGED ALERT(S) AT SEVERITY '
                     delimited by size
                     severity-disp delimited by size
                     ' OR ABOVE' delimited by size
                     into result-text
           else
              string 'NO UNACKNOWLEDGED ALERTS AT SEVERITY '
                     delimited by size
                     severity-disp delimited by size
                     ' OR ABOVE' delimited by size
                     into result-text
           end-if
           .

       2500-check-script-library.
      *    both are in script-id order, so an unload that is current
      *    matches the master record for record
           move 0 to master-count, library-count
           move spaces to mismatch-id
           open input master-file
           if master-status = '05' or '35'
              close master-file
              move 'NO BFSCRMST - NOTHING TO COMPARE' to result-text
              exit paragraph
           end-if
           open input script-lib-file
           move 'N' to end-of-file-flag
           move 'N' to end-of-library
           perform 2550-read-library
           perform until no-more-records
               read master-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       add 1 to master-count
                       if mismatch-id = spaces
                          if no-more-library
                             or lib-script-id not = mst-script-id
                             or script-lib-record not =
                                master-record(1:4598)
                             move mst-script-id to mismatch-id
                          end-if
                       end-if
                       perform 2550-read-library
               end-read
           end-perform
           perform until no-more-library
               perform 2550-read-library
           end-perform
           close master-file
           close script-lib-file
           if mismatch-id not = spaces
              move 'NO-GO' to result-level
              string 'BFSCRLIB NOT UNLOADED SINCE THE LAST CHANGE - '
                     delimited by size
                     'FIRST DIFFERENCE AT ' delimited by size
                     function trim(mismatch-id) delimited by size
                     into result-text
              exit paragraph
           end-if
           if library-count not = master-count
              move 'NO-GO' to result-level
              move master-count to count-disp
              move library-count to library-disp
              string 'BFSCRLIB NOT UNLOADED SINCE THE LAST CHANGE - '
                     delimited by size
                     function trim(count-disp) delimited by size
                     ' ON BFSCRMST, ' delimited by size
                     function trim(library-disp) delimited by size
                     ' ON BFSCRLIB' delimited by size
                     into result-text
              exit paragraph
           end-if
           move master-count to count-disp
           string 'BFSCRLIB MATCHES BFSCRMST, ' delimited by size
                  function trim(count-disp) delimited by size
                  ' SCRIPTS' delimited by size
                  into result-text
           .

       2550-read-library.
      *    a stamped library's header and trailer are not scripts
           if no-more-library
              exit paragraph
           end-if
           read script-lib-file
               at end move 'Y' to end-of-library
           end-read
           perform until no-more-library
                   or (lib-script-id(1:3) not = 'HDR'
                       and lib-script-id(1:3) not = 'TRL')
               read script-lib-file
                   at end move 'Y' to end-of-library
               end-read
           end-perform
           if not no-more-library
              add 1 to library-count
           end-if
           .

       2600-check-holidays.
      *    a calendar holds only closures, so a month can rightly
      *    have none; what matters is that someone has loaded dates
      *    past the end of this one
           if tbl-operand(cx) = spaces
              move 'HOLIDAYS' to probe-name
           else
              move spaces to probe-name
              string 'HOLIDAYS.' delimited by size
                     function trim(tbl-operand(cx)) delimited by size
                     into probe-name
           end-if
           move now-date(1:6) to next-month
           if next-mm = 12
              add 1 to next-year
              move 1 to next-mm
           else
              add 1 to next-mm
           end-if
           move spaces to next-month-start
           string next-month delimited by size
                  '01' delimited by size
                  into next-month-start
           move spaces to latest-date
           move 'N' to end-of-file-flag
           open input probe-file
           if probe-status = '05' or '35'
              close probe-file
              move 'NO-GO' to result-level
              string function trim(probe-name) delimited by size
                     ' NOT FOUND' delimited by size
                     into result-text
              exit paragraph
           end-if
           perform until no-more-records
               read probe-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if probe-record(1:8) is numeric
                          and probe-record(1:8) > latest-date
                          move probe-record(1:8) to latest-date
                       end-if
               end-read
           end-perform
           close probe-file
           if latest-date = spaces
              move 'NO-GO' to result-level
              string function trim(probe-name) delimited by size
                     ' HOLDS NO DATES' delimited by size
                     into result-text
              exit paragraph
           end-if
           if latest-date < next-month-start
              move 'NO-GO' to result-level
              string function trim(probe-name) delimited by size
                     ' ENDS ' delimited by size
                     latest-date delimited by size
                     ' - NO DATES LOADED FROM ' delimited by size
                     next-month-start delimited by size
                     into result-text
              exit paragraph
           end-if
           string function trim(probe-name) delimited by size
                  ' RUNS TO ' delimited by size
                  latest-date delimited by size
                  into result-text
           .

       5000-write-summary.
           move spaces to report-line
           write report-line
           move spaces to report-line
           if nogo-count > 0
              move nogo-count to count-disp
              string 'VERDICT: NO-GO  ' delimited by size
                     function trim(count-disp) delimited by size
                     ' CHECK(S) FAILED - BATCHSCHEDULER WILL NOT '
                     delimited by size
                     'START WITHOUT A SUPERVISOR OVERRIDE'
                     delimited by size
                     into report-line
           else
              move 'VERDICT: GO' to report-line
           end-if
           write report-line
           if warn-count > 0
              move warn-count to count-disp
              move spaces to report-line
              string '         ' delimited by size
                     function trim(count-disp) delimited by size
                     ' WARNING(S)' delimited by size
                     into report-line
              write report-line
           end-if
           .

       6000-write-status.
           open output status-file
           move spaces to status-record
           move now-date to pfs-run-date
           move now-time to pfs-run-time
           if nogo-count > 0
              set pfs-no-go to true
           else
              set pfs-go to true
           end-if
           move nogo-count to pfs-nogo-count
           move warn-count to pfs-warn-count
           write status-record
           close status-file
           .

       8000-write-result.
           evaluate result-level
               when 'NO-GO'
                   add 1 to nogo-count
               when 'WARN'
                   add 1 to warn-count
           end-evaluate
           move spaces to report-line
           string result-level delimited by size
                  '  ' delimited by size
                  tbl-check(cx) delimited by size
                  '  ' delimited by size
                  result-text delimited by size
                  into report-line
           write report-line
           if result-level = 'NO-GO'
              move 'PREFLGHT' to ald-job-name
              move 12 to ald-severity
              move spaces to ald-text
              string 'PRE-FLIGHT NO-GO ' delimited by size
                     function trim(tbl-check(cx)) delimited by size
                     ': ' delimited by size
                     result-text delimited by size
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           .

       end program PreFlightCheck.
