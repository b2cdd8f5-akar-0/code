      * digest is one ALL CLEAR line, and that is the whole morning
      * decision. Exceptions count as the job's rejects so the
      * digest's own completion code says whether to read it.
      * modification history
      *   akar-0  control file changes: every CONTROL FILE CHANGED
      *           line on CTLWRPT is an exception, carried with its
      *           before and after detail
      *   akar-0  shift handover: the night's HANDOVER notes, keyed
      *           through OnlineMaintenance, close the page under
      *           SHIFT HANDOVER NOTES -- the exceptions and the
      *           operator's explanation read together. notes are
      *           not exceptions and do not count toward the code
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select optional setop-file assign to 'SETOPSUM'
               organization is line sequential.
           select optional ctlwatch-file assign to 'CTLWRPT'
               organization is line sequential.
           select optional handover-file assign to 'HANDOVER'
               organization is line sequential.
           select digest-file assign to 'MORNDGST'
               organization is line sequential.

       fd  setop-file.
       01  setop-line        pic x(80).

       fd  ctlwatch-file.
       01  ctlwatch-line     pic x(132).

       fd  handover-file.
       01  handover-record.
           copy "handover-note.cpy".

       fd  digest-file.
       01  digest-line       pic x(132).

       01  hit-count           pic 9(3).
       01  numeric-tail        pic 9(9).
       01  scan-line           pic x(132).
       01  in-change-detail    pic x(1).
       01  control-failed-flag pic x(1).
      * the run date whose handover notes are printed: the night
      * that began yesterday evening when the digest runs in the
      * morning, tonight's when it runs after noon
       01  digest-run-date     pic x(8).
       01  date-function       pic x(1).
       01  today-date          pic x(8).
       01  days-delta          pic s9(5).
       01  date-out            pic x(8).
       01  weekday-number      pic 9(1).
       01  business-flag       pic x(1).
       01  date-status         pic x(1).
       01  calendar-name       pic x(8) value spaces.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp          pic z(5)9.
           perform 3000-digest-regressions
           perform 4000-digest-bf-buckets
           perform 5000-digest-setop-deltas
           perform 6000-digest-control-changes

           move spaces to digest-line
           write digest-line
                     into digest-line
              write digest-line
           end-if
           perform 7000-digest-handover-notes
           close digest-file

           move exception-count to rl-records-written
           end-if
           .

       6000-digest-control-changes.
      *    a changed control file leads its own detail lines, which
      *    run to the next blank line
           move 0 to section-count
           move 'N' to in-change-detail
           move 'N' to end-of-input
           open input ctlwatch-file
           perform until no-more-input
               read ctlwatch-file
                   at end move 'Y' to end-of-input
                   not at end
                       evaluate true
                           when ctlwatch-line(1:21) =
                                'CONTROL FILE CHANGED:'
                                if section-count = 0
                                   move spaces to digest-line
                                   write digest-line
                                   move 'CONTROL FILE CHANGES:'
                                        to digest-line
                                   write digest-line
                                end-if
                                add 1 to section-count
                                add 1 to exception-count
                                move 'Y' to in-change-detail
                                move ctlwatch-line to digest-line
                                write digest-line
                           when ctlwatch-line = spaces
                                move 'N' to in-change-detail
                           when in-change-detail = 'Y'
                                move ctlwatch-line to digest-line
                                write digest-line
                       end-evaluate
               end-read
           end-perform
           close ctlwatch-file
           .

       7000-digest-handover-notes.
           move function current-date(1:8) to today-date
           move today-date to digest-run-date
           if function current-date(9:6) < '120000'
              move 'A' to date-function
              move -1 to days-delta
              call 'DateService' using date-function today-date
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name
              move date-out to digest-run-date
           end-if
           move 0 to section-count
           move 'N' to end-of-input
           open input handover-file
           perform until no-more-input
               read handover-file
                   at end move 'Y' to end-of-input
                   not at end
                       if hnd-run-date = digest-run-date
                          if section-count = 0
                             perform 7100-write-handover-header
                          end-if
                          add 1 to section-count
                          perform 7200-write-handover-note
                       end-if
               end-read
           end-perform
           close handover-file
           .

       7100-write-handover-header.
           move spaces to digest-line
           write digest-line
           move spaces to digest-line
           string 'SHIFT HANDOVER NOTES FOR RUN DATE ' delimited by size
                  digest-run-date(1:4) delimited by size
                  '-' delimited by size
                  digest-run-date(5:2) delimited by size
                  '-' delimited by size
                  digest-run-date(7:2) delimited by size
                  ':' delimited by size
                  into digest-line
           write digest-line
           .

       7200-write-handover-note.
      *    who and when, what it is about, then the note itself
           move spaces to digest-line
           string '  ' delimited by size
                  hnd-stamp(1:16) delimited by size
                  '  ' delimited by size
                  hnd-operator-id delimited by size
                  into digest-line
           evaluate true
               when hnd-alert-stamp not = spaces
                   string 'ALERT ' delimited by size
                          hnd-alert-stamp delimited by size
                          ' ' delimited by size
                          hnd-job-name delimited by size
                          into digest-line(31:)
               when hnd-step-number not = spaces
                   string 'STEP ' delimited by size
                          hnd-step-number delimited by size
                          ' ' delimited by size
                          hnd-job-name delimited by size
                          into digest-line(31:)
               when hnd-job-name not = spaces
                   string 'JOB ' delimited by size
                          hnd-job-name delimited by size
                          into digest-line(31:)
           end-evaluate
           write digest-line
           move spaces to digest-line
           move hnd-note to digest-line(5:80)
           write digest-line
           .

       end program MorningDigest.
