      *           so a completion code above 4 becomes a record an
      *           operator has to acknowledge instead of a RUNSUMRY
      *           line that can scroll past
      *   akar-0  SCHEDCTL is validated by 'ScheduleValidate' before
      *           the first step: an error-level finding (missing or
      *           circular prerequisite, orphan parameter record,
      *           weekly step with no weekday, unresolvable program)
      *           refuses the night with completion code 16 instead
      *           of holding half of it at 01:00; the validator has
      *           already raised the operator alert and listed every
      *           problem on SCHEDVRPT
      *   akar-0  partner-file gating: a step may name the GATECTL
      *           file-id it needs and how many minutes to wait for
      *           it. the step is not called until GATERCPT holds a
      *           good FileGateway receipt for that file dated on or
      *           after tonight's run date; while it waits, it and
      *           anything depending on it are set aside and the rest
      *           of the night carries on, the scheduler coming back
      *           to them every minute. past the wait the step is
      *           HELD and an operator alert raised, instead of the
      *           step reconciling yesterday's file
      *   akar-0  SCHEDSTS carries each step's last completion code,
      *           and honors two statuses set from the OnlineMaintenance
      *           scheduler panel: HOLD (an operator hold -- the step
      *           is not called, its dependents are held, until it
      *           is released) and FORC (a failed step an operator
      *           force-completed with a reason, which satisfies its
      *           dependents the same as OK)
      *   akar-0  the night will not start on a NO-GO from tonight's
      *           'PreFlightCheck' (PREFLSTS) unless a supervisor has
      *           overridden it through OnlineMaintenance; with no
      *           PREFLSTS, or one from before yesterday, the night
      *           runs as before and says so
      *   akar-0  a step gated on a partner's file is calendar-checked
      *           against that partner's business calendar: the
      *           CTL-ARRIVAL-FILE-ID is looked up as an inbound
      *           file-id on the PARTMST registry ('PartnerLookup')
      *           when the steps load, and the partner's calendar
      *           name goes to 'DateService' for the 'B', 'W' and 'M'
      *           tests. steps with no partner keep the house calendar
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select param-out-file assign to dynamic param-out-name
               organization is line sequential.
           select optional receipt-file assign to 'GATERCPT'
               organization is line sequential.
           select optional preflight-file assign to 'PREFLSTS'
               organization is line sequential.

       data division.
       file section.
      *    step gets, and how many seconds to wait between tries
           05 ctl-retry-count  pic 9(1).
           05 ctl-retry-delay  pic 9(3).
      *    partner-file gate: the GATECTL file-id whose good receipt
      *    must be on GATERCPT before the step is called (spaces =
      *    none), and the minutes to wait for it (zero = look once)
           05 ctl-arrival-file-id pic x(8).
           05 ctl-arrival-wait pic 9(3).
      * a record leading with 'P' is not a step but a parameter for
      * one: the scheduler writes PRM-CONTENT to PRM-FILE-NAME just
      * before calling step PRM-STEP-NUMBER, in control-file order
       fd  status-file.
       01  status-record.
           05 sts-step-number  pic 9(2).
      *    OK, SKIP, FAIL, HELD (a prerequisite did not finish),
      *    WAIT (not yet run), HOLD (operator hold) or FORC (forced
      *    complete by an operator)
           05 sts-step-status  pic x(4).
           05 sts-attempts     pic 9(1).
           05 sts-last-rc      pic 9(4).

       fd  log-file.
       01  log-line            pic x(132).
       fd  param-out-file.
       01  param-out-record    pic x(300).

      * FileGateway's receipt line; only its fixed front is read
       fd  receipt-file.
       01  receipt-fields.
           05 rcp-stamp        pic x(19).
           05 filler           pic x(2).
           05 rcp-file-id      pic x(8).
           05 filler           pic x(1).
           05 rcp-verdict      pic x(1).
           05 filler           pic x(101).

       fd  preflight-file.
       01  preflight-record.
           copy "preflight-status.cpy".

       working-storage section.
       01  end-of-file-flag     pic x(1).
           88 no-more-records   value 'Y'.
              10 tbl-retry-delay  pic 9(3).
              10 tbl-attempts     pic 9(1).
              10 tbl-step-status  pic x(4).
              10 tbl-arrival-id   pic x(8).
              10 tbl-arrival-wait pic 9(3).
      *          'Y' while the step waits on its file, or on a step
      *          that does
              10 tbl-deferred     pic x(1).
              10 tbl-last-rc      pic 9(4).
      *          the partner's calendar (spaces = the house calendar)
              10 tbl-calendar     pic x(8).
       01  i                    pic 9(2).
       01  j                    pic 9(2).
       01  dx                   pic 9(1).
           05 hold-retry-delay  pic 9(3).
           05 hold-attempts     pic 9(1).
           05 hold-step-status  pic x(4).
           05 hold-arrival-id   pic x(8).
           05 hold-arrival-wait pic 9(3).
           05 hold-deferred     pic x(1).
           05 hold-last-rc      pic 9(4).
           05 hold-calendar     pic x(8).
       01  all-previously-ok    pic x(1).
       01  any-failed           pic x(1).
       01  call-failed          pic x(1).
       01  dep-status           pic x(4).
       01  step-rc              pic 9(4).
       01  validate-rc          pic 9(4).
       01  now-date             pic x(8).
       01  now-time             pic x(6).
      * DateService call area for the per-step frequency checks
       01  run-today-flag       pic x(1).
           88 step-runs-today   value 'Y'.
       01  calendar-name        pic x(8) value spaces.
       01  step-calendar        pic x(8).
      * PartnerLookup call area: a gated step's partner calendar
       01  partner-function     pic x(1).
       01  partner-data.
           copy "partner-record.cpy".
       01  partner-status       pic x(1).
       01  alert-data.
           05 ald-job-name      pic x(20).
           05 ald-severity      pic 9(2).
           05 ald-text          pic x(60).
       01  step-disp            pic z9.
      * partner-file gating: tonight's run date, when the scheduler
      * started, and the steps still set aside waiting on a file
       01  run-date             pic x(8).
       01  start-seconds        pic 9(12).
       01  now-seconds          pic 9(12).
       01  waited-minutes       pic 9(5).
       01  deferred-count       pic 9(2).
       01  deferred-waiting     pic x(1).
       01  arrival-poll-seconds pic 9(3) value 60.
       01  end-of-receipts      pic x(1).
       01  arrival-found        pic x(1).
       01  receipt-date         pic x(8).
       01  gate-note            pic x(30).
       01  rc-disp              pic z(3)9.
      * the pre-flight verdict tonight's start is gated on
       01  preflight-refused    pic x(1).
       01  preflight-found      pic x(1).
       01  yesterday-date       pic x(8).

       procedure division.
       0000-mainline.
              move 12 to return-code
              goback
           end-if
      *    a SCHEDCTL the validator rejects never starts: 12 is an
      *    error-level finding, 16 an empty control file
           move 0 to return-code
           move 'N' to call-failed
           call 'ScheduleValidate'
               on exception
                   move 'Y' to call-failed
           end-call
           move return-code to validate-rc
           move 0 to return-code
           if call-failed = 'Y'
              move 16 to validate-rc
              move 'BATCHSCHED' to ald-job-name
              move 16 to ald-severity
              move 'SCHEDULEVALIDATE NOT FOUND - NIGHT NOT STARTED'
                   to ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           if validate-rc >= 12
              display 'RUN REFUSED - SCHEDCTL FAILED VALIDATION, '
                      'SEE SCHEDVRPT'
              call 'RunInterlock' using 'R' sched-job-name
                  sched-job-id lock-status lock-holder
              move 16 to return-code
              goback
           end-if
           perform 0500-check-pre-flight
           if preflight-refused = 'Y'
              display 'RUN REFUSED - PRE-FLIGHT IS NO-GO, SEE PREFLRPT'
              call 'RunInterlock' using 'R' sched-job-name
                  sched-job-id lock-status lock-holder
              move 16 to return-code
              goback
           end-if
           perform 1000-load-steps
           if step-count = 0
              display 'SCHEDCTL IS EMPTY - NOTHING TO RUN'
           open extend log-file

           move 'N' to any-failed
           move function current-date(1:8) to run-date
           perform 3450-now-in-seconds
           move now-seconds to start-seconds
           move 0 to deferred-count
           perform varying i from 1 until i > step-count
               perform 3000-run-one-step
           end-perform
      *    steps set aside for a partner file are retried every
      *    poll interval until each has run or been held
           perform until deferred-count = 0
               call 'C$SLEEP' using arrival-poll-seconds
               move 0 to deferred-count
               perform varying i from 1 until i > step-count
                   if tbl-deferred(i) = 'Y'
                      perform 3000-run-one-step
                   end-if
               end-perform
           end-perform

           close log-file
           call 'RunInterlock' using 'R' sched-job-name
           goback
           .

       0500-check-pre-flight.
      *    a verdict from before yesterday belongs to another night
      *    and gates nothing; tonight's NO-GO stops the start unless
      *    a supervisor has put an override on it
           move 'N' to preflight-refused
           move 'N' to preflight-found
           open input preflight-file
           read preflight-file
               at end continue
               not at end move 'Y' to preflight-found
           end-read
           close preflight-file
           if preflight-found = 'N'
              display 'NO PRE-FLIGHT VERDICT ON PREFLSTS - NOT GATED'
              exit paragraph
           end-if
           move function current-date(1:8) to today-date
           move 'A' to date-function
           move -1 to days-delta
           call 'DateService' using date-function today-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move date-out to yesterday-date
           if pfs-run-date < yesterday-date
              display 'PRE-FLIGHT VERDICT OF ' pfs-run-date
                      ' IS NOT TONIGHT''S - NOT GATED'
              exit paragraph
           end-if
           if pfs-no-go
              if pfs-override-oper = spaces
                 move 'Y' to preflight-refused
                 move 'BATCHSCHED' to ald-job-name
                 move 16 to ald-severity
                 move
                   'PRE-FLIGHT NO-GO NOT OVERRIDDEN - NIGHT NOT STARTED'
                      to ald-text
                 call 'OperatorAlert' using 'R' alert-data
              else
                 display 'PRE-FLIGHT NO-GO OVERRIDDEN BY '
                         pfs-override-oper ' AT '
                         pfs-override-stamp
                 display '  ' function trim(pfs-override-reason)
              end-if
           end-if
           .

       1000-load-steps.
           move 0 to step-count
           move 'N' to end-of-file-flag
                          move 0 to tbl-attempts(step-count)
                          move spaces
                               to tbl-step-status(step-count)
                          move ctl-arrival-file-id
                               to tbl-arrival-id(step-count)
                          if ctl-arrival-wait is numeric
                             move ctl-arrival-wait
                                  to tbl-arrival-wait(step-count)
                          else
                             move 0 to tbl-arrival-wait(step-count)
                          end-if
                          move 'N' to tbl-deferred(step-count)
                          move 0 to tbl-last-rc(step-count)
                          move spaces to tbl-calendar(step-count)
                          if ctl-arrival-file-id not = spaces
                             move 'I' to partner-function
                             call 'PartnerLookup' using
                                 partner-function ctl-arrival-file-id
                                 partner-data partner-status
                             if partner-status = 'F'
                                move prt-calendar-name
                                     to tbl-calendar(step-count)
                             end-if
                          end-if
                       end-if
                       end-if
               end-read
                           if tbl-step-number(i) = sts-step-number
                              move sts-step-status
                                   to tbl-step-status(i)
                              if sts-last-rc is numeric
                                 move sts-last-rc to tbl-last-rc(i)
                              end-if
                           end-if
                       end-perform
               end-read
           end-perform
           close status-file
      *    SKIP and FORC count as finished steps here the same way
      *    the dependency check treats them
           move 'Y' to all-previously-ok
           perform varying i from 1 until i > step-count
               if tbl-step-status(i) not = 'OK'
                  and tbl-step-status(i) not = 'SKIP'
                  and tbl-step-status(i) not = 'FORC'
                  move 'N' to all-previously-ok
               end-if
           end-perform
           if all-previously-ok = 'Y'
              perform varying i from 1 until i > step-count
                  move spaces to tbl-step-status(i)
                  move 0 to tbl-last-rc(i)
              end-perform
           end-if
           .

       3000-run-one-step.
           move spaces to gate-note
           if tbl-step-status(i) = 'OK'
              or tbl-step-status(i) = 'SKIP'
              or tbl-step-status(i) = 'FORC'
              move tbl-last-rc(i) to step-rc
              perform 5000-log-step-outcome
              exit paragraph
           end-if
      *    an operator hold stays until released from the panel; the
      *    night is not complete while it is on
           if tbl-step-status(i) = 'HOLD'
              move 'Y' to any-failed
              move tbl-last-rc(i) to step-rc
              move 'OPERATOR HOLD' to gate-note
              perform 5000-log-step-outcome
              exit paragraph
           end-if
              perform 5000-log-step-outcome
              exit paragraph
           end-if
      *    a prerequisite still waiting on its partner file sets this
      *    step aside with it
           move 'N' to deferred-waiting
           perform varying dx from 1 until dx > 5
              if tbl-depends(i, dx) > 0
                 perform varying j from 1 until j > step-count
                     if tbl-step-number(j) = tbl-depends(i, dx)
                        and tbl-deferred(j) = 'Y'
                        move 'Y' to deferred-waiting
                     end-if
                 end-perform
              end-if
           end-perform
           if deferred-waiting = 'Y'
              perform 3300-defer-step
              exit paragraph
           end-if
      *    hold this step unless every declared prerequisite ended
      *    OK or SKIP; the first unsatisfied one is named on the log
           move 'N' to deps-unsatisfied
                 end-perform
                 if dep-status not = 'OK'
                    and dep-status not = 'SKIP'
                    and dep-status not = 'FORC'
                    move 'Y' to deps-unsatisfied
                    if held-by-step = 0
                       move tbl-depends(i, dx) to held-by-step
              end-if
           end-perform
           if deps-unsatisfied = 'Y'
              move 'N' to tbl-deferred(i)
              move 'HELD' to tbl-step-status(i)
              move 'Y' to any-failed
              move 0 to step-rc
              exit paragraph
           end-if

      *    a gated step waits for tonight's good receipt of its
      *    partner file; past its wait it is held and alerted
           if tbl-arrival-id(i) not = spaces
              perform 3400-check-arrival
              if arrival-found not = 'Y'
                 perform 3450-now-in-seconds
                 compute waited-minutes =
                         (now-seconds - start-seconds) / 60
                 if waited-minutes < tbl-arrival-wait(i)
                    perform 3300-defer-step
                    exit paragraph
                 end-if
                 move 'N' to tbl-deferred(i)
                 move 'HELD' to tbl-step-status(i)
                 move 'Y' to any-failed
                 move 0 to step-rc
                 string 'FILE ' delimited by size
                        tbl-arrival-id(i) delimited by space
                        ' NOT RECEIVED' delimited by size
                        into gate-note
                 perform 6100-raise-arrival-alert
                 perform 4000-save-statuses
                 perform 5000-log-step-outcome
                 exit paragraph
              end-if
           end-if
           move 'N' to tbl-deferred(i)

      *    tonight's parameters for this step land on their control
      *    files before the program is called, so the program and
      *    its controls can never disagree
                   move 'Y' to call-failed
                   move 'FAIL' to tbl-step-status(i)
                   move 0 to step-rc
                   move 16 to tbl-last-rc(i)
           end-call
           if call-failed = 'N'
              move return-code to step-rc
              move 0 to return-code
              move step-rc to tbl-last-rc(i)
      *       0 and 4 (rejects within threshold) both count as a
      *       usable step; 8 and up hold the dependents
              if step-rc <= 4
           end-if
           .

       3300-defer-step.
      *    set aside for the next poll; logged once, when first set
      *    aside, as WAIT with what it is waiting for
           add 1 to deferred-count
           if tbl-deferred(i) = 'Y'
              exit paragraph
           end-if
           move 'Y' to tbl-deferred(i)
           if tbl-arrival-id(i) not = spaces
              and deferred-waiting not = 'Y'
              string 'AWAITING FILE ' delimited by size
                     tbl-arrival-id(i) delimited by space
                     into gate-note
           else
              move 'AWAITING A PREREQUISITE' to gate-note
           end-if
           move 'WAIT' to tbl-step-status(i)
           move 0 to step-rc
           perform 5000-log-step-outcome
           move spaces to tbl-step-status(i)
           .

       3400-check-arrival.
      *    a good receipt for the file-id dated tonight or later --
      *    a night that crosses midnight still sees its own file
           move 'N' to arrival-found
           move 'N' to end-of-receipts
           open input receipt-file
           perform until end-of-receipts = 'Y'
               read receipt-file
                   at end move 'Y' to end-of-receipts
                   not at end
                       move rcp-stamp(1:4) to receipt-date(1:4)
                       move rcp-stamp(6:2) to receipt-date(5:2)
                       move rcp-stamp(9:2) to receipt-date(7:2)
                       if rcp-file-id = tbl-arrival-id(i)
                          and rcp-verdict = 'G'
                          and receipt-date >= run-date
                          move 'Y' to arrival-found
                          move 'Y' to end-of-receipts
                       end-if
               end-read
           end-perform
           close receipt-file
           .

       3450-now-in-seconds.
           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           compute now-seconds =
                   function integer-of-date(function numval(now-date))
                   * 86400
                   + function numval(now-time(1:2)) * 3600
                   + function numval(now-time(3:2)) * 60
                   + function numval(now-time(5:2))
           .

       6100-raise-arrival-alert.
           move tbl-program-name(i) to ald-job-name
           move 12 to ald-severity
           move tbl-step-number(i) to step-disp
           move spaces to ald-text
           string 'STEP ' delimited by size
                  function trim(step-disp) delimited by size
                  ' HELD - ' delimited by size
                  gate-note delimited by size
                  into ald-text
           call 'OperatorAlert' using 'R' alert-data
           .

       6000-raise-step-alert.
           move tbl-program-name(i) to ald-job-name
           move step-rc to ald-severity
           move 'Y' to run-today-flag
           move function current-date(1:8) to today-date
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
                   call 'DateService' using date-function today-date
                       days-delta date-out weekday-number
                       business-flag date-status
                       step-calendar
                   if weekday-number not = tbl-week-day(i)
                      move 'N' to run-today-flag
                   end-if
                   call 'DateService' using date-function today-date
                       days-delta date-out weekday-number
                       business-flag date-status
                       step-calendar
                   if date-out(5:2) = today-date(5:2)
                      move 'N' to run-today-flag
                   end-if
                  move tbl-step-status(j) to sts-step-status
               end-if
               move tbl-attempts(j) to sts-attempts
               move tbl-last-rc(j) to sts-last-rc
               write status-record
           end-perform
           close status-file
                     function trim(step-disp) delimited by size
                     into log-line(90:)
           end-if
           if gate-note not = spaces
              string '  ' delimited by size
                     gate-note delimited by size
                     into log-line(90:)
           end-if
           if tbl-attempts(i) > 1
              move tbl-attempts(i) to attempt-disp
              string '  ATTEMPT ' delimited by size
