       identification division.
       program-id. AccessReview.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Dormant-account sweep and quarterly access review over the
      * OPERREF operator accounts. The sweep finds each operator's
      * last successful sign-on on SECAUDT -- the live file and the
      * archives RETNLOG shows back to the cutoff month -- and
      * disables any active account with none since the cutoff,
      * today less the dormant days on the optional ACCTCTL card
      * (columns 1-3, default 180). A never-seen account is left
      * alone when it was granted after the cutoff or when the
      * sign-on history does not reach back that far. Each disable
      * is rewritten to OPERREF and written to SECAUDT as a SYSTEM
      * action; ACCTSWRP lists every account and what was done.
      * Once a quarter the job also writes ACCTREVW, the access
      * review for auditors: per reviewing supervisor, each of their
      * operators with status, authorized functions, last sign-on
      * and expiry, a keep/revoke decision and a sign-off block.
      * ACCTCTL column 5 'Y' forces the review, 'N' holds it; the
      * quarter last reviewed is kept on ACCTRVST.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional review-control assign to 'ACCTCTL'
               organization is line sequential.
           select operator-file assign to 'OPERREF'
               organization is line sequential.
           select optional retention-log assign to 'RETNLOG'
               organization is line sequential.
           select optional audit-in-file
               assign to dynamic audit-in-name
               organization is line sequential.
           select optional security-audit-file assign to 'SECAUDT'
               organization is line sequential.
           select optional review-state assign to 'ACCTRVST'
               organization is line sequential.
           select sweep-report assign to 'ACCTSWRP'
               organization is line sequential.
           select review-report assign to 'ACCTREVW'
               organization is line sequential.

       data division.
       file section.
       fd  review-control.
       01  review-control-record.
           05 arc-dormant-days   pic x(3).
           05 filler             pic x(1).
      *    'Y' = write the review now, 'N' = not this run, blank =
      *    once a quarter
           05 arc-review-flag    pic x(1).

       fd  operator-file.
       01  operator-record.
           05 oper-id            pic x(8).
           05 oper-name          pic x(30).
           05 oper-auth-gcd      pic x(1).
           05 oper-auth-isqrt    pic x(1).
           05 oper-auth-bf       pic x(1).
           05 oper-status        pic x(1).
           05 oper-granted       pic x(8).
           05 oper-expiry        pic x(8).
           05 oper-supervisor    pic x(1).
           05 oper-auth-extgcd   pic x(1).
           05 oper-auth-factor   pic x(1).
           05 oper-auth-multi    pic x(1).
           05 oper-auth-date     pic x(1).
           05 oper-auth-reject   pic x(1).
           05 oper-reviewer      pic x(8).

       fd  retention-log.
       01  retention-record.
           05 rtn-file-name      pic x(100).
           05 rtn-period         pic x(7).

       fd  audit-in-file.
       01  audit-in-line         pic x(132).

       fd  security-audit-file.
       01  security-audit-line   pic x(132).

       fd  review-state.
       01  review-state-record.
      *    YYYYQn of the last review written
           05 ars-quarter        pic x(6).

       fd  sweep-report.
       01  sweep-line            pic x(132).

       fd  review-report.
       01  review-line           pic x(132).

       working-storage section.
       01  end-of-file           pic x(1).
           88 no-more-records    value 'Y'.
       01  today-date            pic x(8).
       01  now-time              pic x(6).
       01  dormant-days          pic 9(3).
       01  review-flag           pic x(1).
       01  cutoff-date           pic x(8).
       01  cutoff-period         pic x(7).
       01  current-quarter       pic x(6).
       01  last-quarter          pic x(6).
       01  quarter-month         pic 9(2).
       01  quarter-number        pic 9(1).
       01  review-due-flag       pic x(1).
           88 review-due         value 'Y'.
      * OPERREF as loaded, with each operator's last sign-on and
      * what the sweep did
       01  operator-table.
           05 oper-count         pic 9(2).
           05 oper-entry occurs 50 times.
              10 tbl-oper-id     pic x(8).
              10 tbl-oper-name   pic x(30).
              10 tbl-auth-gcd    pic x(1).
              10 tbl-auth-isqrt  pic x(1).
              10 tbl-auth-bf     pic x(1).
              10 tbl-oper-status pic x(1).
              10 tbl-oper-granted pic x(8).
              10 tbl-oper-expiry pic x(8).
              10 tbl-oper-super  pic x(1).
              10 tbl-auth-extgcd pic x(1).
              10 tbl-auth-factor pic x(1).
              10 tbl-auth-multi  pic x(1).
              10 tbl-auth-date   pic x(1).
              10 tbl-auth-reject pic x(1).
              10 tbl-oper-reviewer pic x(8).
              10 tbl-last-signon pic x(8).
              10 tbl-reviewed    pic x(1).
       01  ox                    pic 9(2).
       01  sx                    pic 9(2).
       01  oper-found            pic 9(2).
      * the SECAUDT files to scan: archives first, then the live file
       01  audit-files.
           05 audit-file-count   pic 9(2).
           05 audit-file-name    pic x(100) occurs 20 times.
       01  fx                    pic 9(2).
       01  audit-in-name         pic x(100).
      * earliest audit line read, and whether RETNLOG shows SECAUDT
      * archived before the cutoff month -- either way the history
      * reaches the cutoff and a never-seen account is dormant
       01  history-start         pic x(8).
       01  older-archive-flag    pic x(1).
       01  history-covers-flag   pic x(1).
           88 history-covers     value 'Y'.
       01  line-date             pic x(8).
       01  parsed-operator       pic x(8).
       01  scan-pos              pic 9(3).
       01  token-pos             pic 9(3).
       01  token-length          pic 9(2).
       01  found-flag            pic x(1).
       01  hit-count             pic 9(3).
       01  audit-lines-read      pic 9(9).
       01  disabled-count        pic 9(3).
       01  no-history-count      pic 9(3).
       01  reviewed-count        pic 9(3).
       01  sweep-action          pic x(60).
       01  security-event        pic x(80).
       01  stamp-in              pic x(8).
       01  stamp-out             pic x(10).
       01  last-signon-disp      pic x(10).
       01  expiry-disp           pic x(10).
       01  status-disp           pic x(8).
       01  line-pos              pic 9(3).
       01  control-failed-flag   pic x(1).
      * DateService call area
       01  date-function         pic x(1).
       01  date-in               pic x(8).
       01  days-delta            pic s9(5).
       01  date-out              pic x(8).
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp            pic zz9.

       procedure division.
       0000-mainline.
           move 0 to oper-count, audit-file-count, audit-lines-read
           move 0 to disabled-count, no-history-count, reviewed-count
           move 'N' to control-failed-flag
           move function current-date(1:8) to today-date
           initialize run-log-data
           move 'ACCTREVW' to rl-job-name
           move 'ACCTRV0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-review-control
           perform 1000-load-operators
           perform 2000-collect-audit-files
           move high-values to history-start
           perform varying fx from 1 until fx > audit-file-count
               perform 2100-scan-audit-file
           end-perform
           if history-start <= cutoff-date
              or older-archive-flag = 'Y'
              move 'Y' to history-covers-flag
           else
              move 'N' to history-covers-flag
           end-if

           perform 3000-sweep-dormant-accounts
           if disabled-count > 0
              perform 3500-rewrite-operator-file
           end-if

           perform 0200-decide-review
           if review-due
              perform 4000-write-access-review
              open output review-state
              move current-quarter to ars-quarter
              write review-state-record
              close review-state
           end-if

           move oper-count to rl-records-read
           move disabled-count to rl-records-written
           move 0 to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-review-control.
      *    no card, or unusable dormant days, sweeps at 180 days
           move 180 to dormant-days
           move space to review-flag
           move 'N' to end-of-file
           open input review-control
           read review-control
               at end move 'Y' to end-of-file
           end-read
           if not no-more-records
              if arc-dormant-days is numeric
                 and arc-dormant-days > '000'
                 move arc-dormant-days to dormant-days
              end-if
              move arc-review-flag to review-flag
           end-if
           close review-control
           move 'A' to date-function
           move today-date to date-in
           compute days-delta = 0 - dormant-days
           call 'DateService' using date-function date-in
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move date-out to cutoff-date
           move spaces to cutoff-period
           string cutoff-date(1:4) delimited by size
                  '-' delimited by size
                  cutoff-date(5:2) delimited by size
                  into cutoff-period
           .

       0200-decide-review.
           move today-date(5:2) to quarter-month
           compute quarter-number = (quarter-month - 1) / 3 + 1
           move spaces to current-quarter
           string today-date(1:4) delimited by size
                  'Q' delimited by size
                  quarter-number delimited by size
                  into current-quarter
           move spaces to last-quarter
           move 'N' to end-of-file
           open input review-state
           read review-state
               at end move 'Y' to end-of-file
           end-read
           if not no-more-records
              move ars-quarter to last-quarter
           end-if
           close review-state
           evaluate true
               when review-flag = 'Y'
                   move 'Y' to review-due-flag
               when review-flag = 'N'
                   move 'N' to review-due-flag
               when last-quarter = current-quarter
                   move 'N' to review-due-flag
               when other
                   move 'Y' to review-due-flag
           end-evaluate
           .

       1000-load-operators.
           move 'N' to end-of-file
           open input operator-file
           perform until no-more-records
               read operator-file
                   at end move 'Y' to end-of-file
                   not at end
                       if oper-count < 50
                          add 1 to oper-count
                          perform 1100-take-one-operator
                       end-if
               end-read
           end-perform
           close operator-file
           .

       1100-take-one-operator.
           move oper-id to tbl-oper-id(oper-count)
           move oper-name to tbl-oper-name(oper-count)
           move oper-auth-gcd to tbl-auth-gcd(oper-count)
           move oper-auth-isqrt to tbl-auth-isqrt(oper-count)
           move oper-auth-bf to tbl-auth-bf(oper-count)
           move oper-status to tbl-oper-status(oper-count)
           move oper-granted to tbl-oper-granted(oper-count)
           move oper-expiry to tbl-oper-expiry(oper-count)
           move oper-supervisor to tbl-oper-super(oper-count)
           move oper-auth-extgcd to tbl-auth-extgcd(oper-count)
           move oper-auth-factor to tbl-auth-factor(oper-count)
           move oper-auth-multi to tbl-auth-multi(oper-count)
           move oper-auth-date to tbl-auth-date(oper-count)
           move oper-auth-reject to tbl-auth-reject(oper-count)
           move oper-reviewer to tbl-oper-reviewer(oper-count)
           move spaces to tbl-last-signon(oper-count)
           move 'N' to tbl-reviewed(oper-count)
           .

       2000-collect-audit-files.
      *    the SECAUDT archives RETNLOG shows from the cutoff month
      *    on, the way the audit inquiry finds them, then the live
      *    file; an archive already purged is simply not there
           move 'N' to older-archive-flag
           move 'N' to end-of-file
           open input retention-log
           perform until no-more-records
               read retention-log
                   at end move 'Y' to end-of-file
                   not at end
                       if rtn-file-name = 'SECAUDT'
                          if rtn-period < cutoff-period
                             move 'Y' to older-archive-flag
                          else
                             if audit-file-count < 19
                                add 1 to audit-file-count
                                move spaces to audit-file-name
                                     (audit-file-count)
                                string function trim(rtn-file-name)
                                       delimited by size
                                       '.' delimited by size
                                       rtn-period(1:4)
                                       delimited by size
                                       rtn-period(6:2)
                                       delimited by size
                                       into audit-file-name
                                          (audit-file-count)
                             end-if
                          end-if
                       end-if
               end-read
           end-perform
           close retention-log
           add 1 to audit-file-count
           move 'SECAUDT' to audit-file-name(audit-file-count)
           .

       2100-scan-audit-file.
           move audit-file-name(fx) to audit-in-name
           move 'N' to end-of-file
           open input audit-in-file
           perform until no-more-records
               read audit-in-file
                   at end move 'Y' to end-of-file
                   not at end perform 2200-take-audit-line
               end-read
           end-perform
           close audit-in-file
           .

       2200-take-audit-line.
      *    every audit line leads with YYYY-MM-DD HH:MM:SS
           if audit-in-line(5:1) not = '-'
              or audit-in-line(8:1) not = '-'
              exit paragraph
           end-if
           add 1 to audit-lines-read
           move spaces to line-date
           string audit-in-line(1:4) delimited by size
                  audit-in-line(6:2) delimited by size
                  audit-in-line(9:2) delimited by size
                  into line-date
           if line-date < history-start
              move line-date to history-start
           end-if
           move 0 to hit-count
           inspect audit-in-line tallying hit-count
               for all 'SIGNON OK'
           if hit-count = 0
              exit paragraph
           end-if
           perform 2300-extract-operator
           move 0 to oper-found
           perform varying ox from 1 until ox > oper-count
               if tbl-oper-id(ox) = parsed-operator
                  move ox to oper-found
                  move oper-count to ox
               end-if
           end-perform
           if oper-found > 0
              if tbl-last-signon(oper-found) = spaces
                 or line-date > tbl-last-signon(oper-found)
                 move line-date to tbl-last-signon(oper-found)
              end-if
           end-if
           .

       2300-extract-operator.
      *    the word after the OPERATOR keyword, the same token walk
      *    AuditConsolidation does
           move spaces to parsed-operator
           move 'N' to found-flag
           perform varying scan-pos from 1
                   until scan-pos > 121 or found-flag = 'Y'
               if audit-in-line(scan-pos:11)
                  = '  OPERATOR '
                  move 'Y' to found-flag
               end-if
           end-perform
           if found-flag not = 'Y'
              exit paragraph
           end-if
           compute token-pos = scan-pos - 1 + 11
           move 0 to token-length
           perform until token-pos + token-length > 132
                   or token-length >= 8
                   or audit-in-line
                      (token-pos + token-length:1) = space
               add 1 to token-length
           end-perform
           if token-length > 0
              move audit-in-line(token-pos:token-length)
                   to parsed-operator
           end-if
           .

       3000-sweep-dormant-accounts.
           open output sweep-report
           move spaces to sweep-line
           move today-date to stamp-in
           perform 8000-format-stamp
           move dormant-days to count-disp
           move 1 to line-pos
           string 'DORMANT ACCOUNT SWEEP FOR ' delimited by size
                  stamp-out delimited by size
                  '  NO SIGN-ON SINCE ' delimited by size
                  into sweep-line
                  with pointer line-pos
           move cutoff-date to stamp-in
           perform 8000-format-stamp
           string stamp-out delimited by size
                  ' (' delimited by size
                  function trim(count-disp) delimited by size
                  ' DAYS)' delimited by size
                  into sweep-line
                  with pointer line-pos
           write sweep-line
           move spaces to sweep-line
           if history-start = high-values
              move 'NO SIGN-ON HISTORY ON SECAUDT' to sweep-line
           else
              move history-start to stamp-in
              perform 8000-format-stamp
              string 'SIGN-ON HISTORY FROM ' delimited by size
                     stamp-out delimited by size
                     into sweep-line
           end-if
           write sweep-line
           move spaces to sweep-line
           write sweep-line
           move spaces to sweep-line
           string 'OPERATOR  NAME                            '
                      delimited by size
                  'LAST SIGN-ON  ACTION' delimited by size
                  into sweep-line
           write sweep-line
           perform varying ox from 1 until ox > oper-count
               perform 3100-sweep-one-account
           end-perform
           move spaces to sweep-line
           write sweep-line
           move spaces to sweep-line
           move 1 to line-pos
           move oper-count to count-disp
           string 'ACCOUNTS ' delimited by size
                  function trim(count-disp) delimited by size
                  into sweep-line
                  with pointer line-pos
           move disabled-count to count-disp
           string '  DISABLED ' delimited by size
                  function trim(count-disp) delimited by size
                  into sweep-line
                  with pointer line-pos
           move no-history-count to count-disp
           string '  LEFT FOR WANT OF HISTORY ' delimited by size
                  function trim(count-disp) delimited by size
                  into sweep-line
                  with pointer line-pos
           write sweep-line
           close sweep-report
           .

       3100-sweep-one-account.
           move spaces to sweep-action
           move spaces to security-event
           if tbl-last-signon(ox) = spaces
              move 'NEVER' to last-signon-disp
           else
              move tbl-last-signon(ox) to stamp-in
              perform 8000-format-stamp
              move stamp-out to last-signon-disp
           end-if
           evaluate true
               when tbl-oper-status(ox) = 'D'
                   move 'ALREADY DISABLED' to sweep-action
               when tbl-last-signon(ox) not = spaces
                    and tbl-last-signon(ox) >= cutoff-date
                   move 'ACTIVE' to sweep-action
               when tbl-last-signon(ox) not = spaces
                   move 'DISABLED - DORMANT' to sweep-action
                   string 'DISABLED ' delimited by size
                          tbl-oper-id(ox) delimited by space
                          ' LAST SIGN-ON ' delimited by size
                          last-signon-disp delimited by size
                          into security-event
               when tbl-oper-granted(ox) not = spaces
                    and tbl-oper-granted(ox) >= cutoff-date
                   move tbl-oper-granted(ox) to stamp-in
                   perform 8000-format-stamp
                   string 'NEW ACCOUNT - GRANTED ' delimited by size
                          stamp-out delimited by size
                          into sweep-action
               when not history-covers
                   move 'NOT DISABLED - HISTORY DOES NOT REACH CUTOFF'
                        to sweep-action
                   add 1 to no-history-count
               when other
                   move 'DISABLED - NO SIGN-ON SINCE CUTOFF'
                        to sweep-action
                   move cutoff-date to stamp-in
                   perform 8000-format-stamp
                   string 'DISABLED ' delimited by size
                          tbl-oper-id(ox) delimited by space
                          ' DORMANT SINCE ' delimited by size
                          stamp-out delimited by size
                          into security-event
           end-evaluate
           if security-event not = spaces
              move 'D' to tbl-oper-status(ox)
              add 1 to disabled-count
              perform 3200-write-security-audit
           end-if
           move spaces to sweep-line
           string tbl-oper-id(ox) delimited by size
                  '  ' delimited by size
                  tbl-oper-name(ox) delimited by size
                  '  ' delimited by size
                  last-signon-disp delimited by size
                  '    ' delimited by size
                  sweep-action delimited by size
                  into sweep-line
           write sweep-line
           .

       3200-write-security-audit.
      *    the same timestamped JOB/JOBID/RUNDATE/OPERATOR line shape
      *    'OnlineMaintenance' writes, with SYSTEM as the operator so
      *    the disable reads as the job's action, not a person's
           move function current-date(9:6) to now-time
           open extend security-audit-file
           move spaces to security-audit-line
           string today-date(1:4) delimited by size
                  '-' delimited by size
                  today-date(5:2) delimited by size
                  '-' delimited by size
                  today-date(7:2) delimited by size
                  ' ' delimited by size
                  now-time(1:2) delimited by size
                  ':' delimited by size
                  now-time(3:2) delimited by size
                  ':' delimited by size
                  now-time(5:2) delimited by size
                  '  JOB ACCTREVW  JOBID ACCTRV0001  RUNDATE '
                  delimited by size
                  today-date(1:4) delimited by size
                  '-' delimited by size
                  today-date(5:2) delimited by size
                  '-' delimited by size
                  today-date(7:2) delimited by size
                  '  OPERATOR SYSTEM  ' delimited by size
                  function trim(security-event) delimited by size
                  into security-audit-line
           write security-audit-line
           close security-audit-file
           .

       3500-rewrite-operator-file.
           open output operator-file
           perform varying ox from 1 until ox > oper-count
               move tbl-oper-id(ox) to oper-id
               move tbl-oper-name(ox) to oper-name
               move tbl-auth-gcd(ox) to oper-auth-gcd
               move tbl-auth-isqrt(ox) to oper-auth-isqrt
               move tbl-auth-bf(ox) to oper-auth-bf
               move tbl-oper-status(ox) to oper-status
               move tbl-oper-granted(ox) to oper-granted
               move tbl-oper-expiry(ox) to oper-expiry
               move tbl-oper-super(ox) to oper-supervisor
               move tbl-auth-extgcd(ox) to oper-auth-extgcd
               move tbl-auth-factor(ox) to oper-auth-factor
               move tbl-auth-multi(ox) to oper-auth-multi
               move tbl-auth-date(ox) to oper-auth-date
               move tbl-auth-reject(ox) to oper-auth-reject
               move tbl-oper-reviewer(ox) to oper-reviewer
               write operator-record
           end-perform
           close operator-file
           .

       4000-write-access-review.
      *    one section per supervisor, in OPERREF order, each ending
      *    in a sign-off block; operators with no reviewer, or one
      *    who is not a supervisor on OPERREF, go in a last section
      *    for the security administrator
           open output review-report
           move spaces to review-line
           move today-date to stamp-in
           perform 8000-format-stamp
           string 'QUARTERLY ACCESS REVIEW ' delimited by size
                  current-quarter delimited by size
                  '  PREPARED ' delimited by size
                  stamp-out delimited by size
                  '  STATUS AFTER DORMANT SWEEP' delimited by size
                  into review-line
           write review-line
           perform varying sx from 1 until sx > oper-count
               if tbl-oper-super(sx) = 'Y'
                  perform 4100-write-supervisor-section
               end-if
           end-perform
           perform 4150-write-unassigned-section
           close review-report
           .

       4100-write-supervisor-section.
           move spaces to review-line
           write review-line
           move spaces to review-line
           string 'REVIEWING SUPERVISOR: ' delimited by size
                  tbl-oper-id(sx) delimited by size
                  '  ' delimited by size
                  tbl-oper-name(sx) delimited by size
                  into review-line
           write review-line
           perform 4200-write-column-heading
           move 0 to oper-found
           perform varying ox from 1 until ox > oper-count
               if tbl-oper-reviewer(ox) = tbl-oper-id(sx)
                  move 'Y' to tbl-reviewed(ox)
                  add 1 to oper-found
                  perform 4300-write-operator-lines
               end-if
           end-perform
           if oper-found = 0
              move '  NO OPERATORS ASSIGNED FOR REVIEW' to review-line
              write review-line
           end-if
           perform 4400-write-sign-off
           .

       4150-write-unassigned-section.
           move 0 to oper-found
           perform varying ox from 1 until ox > oper-count
               if tbl-reviewed(ox) = 'N'
                  add 1 to oper-found
               end-if
           end-perform
           if oper-found = 0
              exit paragraph
           end-if
           move spaces to review-line
           write review-line
           string 'NO REVIEWING SUPERVISOR - ' delimited by size
                  'FOR THE SECURITY ADMINISTRATOR' delimited by size
                  into review-line
           write review-line
           perform 4200-write-column-heading
           perform varying ox from 1 until ox > oper-count
               if tbl-reviewed(ox) = 'N'
                  perform 4300-write-operator-lines
               end-if
           end-perform
           perform 4400-write-sign-off
           .

       4200-write-column-heading.
           move spaces to review-line
           write review-line
           move spaces to review-line
           string 'OPERATOR  NAME                            '
                      delimited by size
                  'STATUS    LAST SIGN-ON  EXPIRES     '
                      delimited by size
                  'DECISION' delimited by size
                  into review-line
           write review-line
           .

       4300-write-operator-lines.
           add 1 to reviewed-count
           evaluate true
               when tbl-oper-status(ox) = 'D'
                   move 'DISABLED' to status-disp
               when tbl-oper-expiry(ox) not = spaces
                    and tbl-oper-expiry(ox) < today-date
                   move 'EXPIRED' to status-disp
               when other
                   move 'ACTIVE' to status-disp
           end-evaluate
           if tbl-last-signon(ox) = spaces
              move 'NEVER' to last-signon-disp
           else
              move tbl-last-signon(ox) to stamp-in
              perform 8000-format-stamp
              move stamp-out to last-signon-disp
           end-if
           if tbl-oper-expiry(ox) = spaces
              move 'NONE' to expiry-disp
           else
              move tbl-oper-expiry(ox) to stamp-in
              perform 8000-format-stamp
              move stamp-out to expiry-disp
           end-if
           move spaces to review-line
           string tbl-oper-id(ox) delimited by size
                  '  ' delimited by size
                  tbl-oper-name(ox) delimited by size
                  '  ' delimited by size
                  status-disp delimited by size
                  '  ' delimited by size
                  last-signon-disp delimited by size
                  '    ' delimited by size
                  expiry-disp delimited by size
                  '  [ ] KEEP  [ ] REVOKE' delimited by size
                  into review-line
           write review-line
           move spaces to review-line
           move 11 to line-pos
           string 'AUTHORIZED:' delimited by size
                  into review-line
                  with pointer line-pos
           move line-pos to scan-pos
           if tbl-auth-gcd(ox) = 'Y'
              string ' GCD' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-isqrt(ox) = 'Y'
              string ' ISQRT' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-bf(ox) = 'Y'
              string ' BRAINFUCK' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-extgcd(ox) = 'Y'
              string ' EXTGCD' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-factor(ox) = 'Y'
              string ' FACTOR' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-multi(ox) = 'Y'
              string ' MULTIPRECISION' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-date(ox) = 'Y'
              string ' DATESERVICE' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-auth-reject(ox) = 'Y'
              string ' REJECT-CORRECTION' delimited by size
                     into review-line with pointer line-pos
           end-if
           if tbl-oper-super(ox) = 'Y'
              string ' SUPERVISOR' delimited by size
                     into review-line with pointer line-pos
           end-if
           if line-pos = scan-pos
              string ' NONE' delimited by size
                     into review-line with pointer line-pos
           end-if
           write review-line
           .

       4400-write-sign-off.
           move spaces to review-line
           write review-line
           move spaces to review-line
           string 'REVIEWED BY: ______________________________'
                      delimited by size
                  '  DATE: ____________' delimited by size
                  into review-line
           write review-line
           move spaces to review-line
           write review-line
           move 'SIGNATURE:   ______________________________'
                to review-line
           write review-line
           move spaces to review-line
           write review-line
           move all '-' to review-line(1:80)
           write review-line
           .

       8000-format-stamp.
      *    YYYYMMDD to YYYY-MM-DD for the reports
           move spaces to stamp-out
           string stamp-in(1:4) delimited by size
                  '-' delimited by size
                  stamp-in(5:2) delimited by size
                  '-' delimited by size
                  stamp-in(7:2) delimited by size
                  into stamp-out
           .

       end program AccessReview.
