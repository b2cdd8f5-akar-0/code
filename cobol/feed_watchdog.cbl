       identification division.
       program-id. FeedWatchdog.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Missing and late partner feed watchdog. Every partner on the
      * PARTMST registry with an inbound file-id and an arrival
      * cutoff is an expected feed for the watched day -- unless the
      * partner's own business calendar ('DateService' 'B' against
      * HOLIDAYS.<name>) has the day off, when the feed is recorded
      * NOT EXPECTED and left alone. Through the evening the job
      * reads GATERCPT every poll interval: a good FileGateway
      * receipt for the file-id, stamped on the watched day or the
      * morning after, settles the feed ON TIME or LATE by its stamp
      * against the cutoff. A feed still outstanding past its cutoff
      * raises a severity-8 operator alert once; one that then
      * arrives is recorded LATE with its arrival time, and one
      * still outstanding when the watch ends raises a severity-12
      * alert and is recorded MISSING. Events go to FEEDWRPT as they
      * happen, each settled feed is appended to FEEDHIST for
      * 'FeedScorecard', and late and missing feeds count as the
      * run's rejects. The optional FEEDWCTL card gives the day
      * (YYYYMMDD, blank = today), the poll interval in minutes
      * (blank = 15) and the time the watch ends (HHMM, blank = 2359,
      * never before the latest cutoff). A day already over is
      * judged in a single pass.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional partner-master assign to 'PARTMST'
               organization is indexed
               access mode is sequential
               record key is mst-partner-id
               file status is master-status.
           select optional watch-control assign to 'FEEDWCTL'
               organization is line sequential.
           select optional receipt-file assign to 'GATERCPT'
               organization is line sequential.
           select optional history-file assign to 'FEEDHIST'
               organization is line sequential.
           select report-file assign to 'FEEDWRPT'
               organization is line sequential.

       data division.
       file section.
       fd  partner-master.
       01  partner-master-record.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==mst==.

       fd  watch-control.
       01  watch-control-record.
           05 fwc-watch-date   pic x(8).
           05 fwc-poll-minutes pic x(3).
           05 fwc-stop-time    pic x(4).

      * FileGateway's receipt line; only its fixed front is read
       fd  receipt-file.
       01  receipt-fields.
           05 rcp-stamp        pic x(19).
           05 filler           pic x(2).
           05 rcp-file-id      pic x(8).
           05 filler           pic x(1).
           05 rcp-verdict      pic x(1).
           05 filler           pic x(101).

       fd  history-file.
       01  history-record.
           copy "feed-history-record.cpy".

       fd  report-file.
       01  report-line         pic x(132).

       working-storage section.
       01  master-status       pic x(2).
       01  end-of-master       pic x(1).
           88 no-more-master   value 'Y'.
       01  end-of-receipts     pic x(1).
           88 no-more-receipts value 'Y'.
       01  end-of-control      pic x(1).
      * the feeds expected tonight, one per registered partner
       01  feed-table.
           05 feed-count       pic 9(3).
           05 feed-entry occurs 200 times.
              10 fdt-partner-id    pic x(8).
              10 fdt-partner-name  pic x(30).
              10 fdt-file-id       pic x(8).
              10 fdt-cutoff        pic x(4).
              10 fdt-cutoff-stamp  pic x(19).
      *          'P' pending, 'O' on time, 'L' late, 'M' missing,
      *          'H' not expected, 'X' no cutoff on the registry
              10 fdt-state         pic x(1).
                 88 fdt-pending    value 'P'.
              10 fdt-alerted       pic x(1).
              10 fdt-arrival-stamp pic x(19).
       01  fx                  pic 9(3).
       01  pending-count       pic 9(3).
       01  watch-date          pic x(8).
       01  watch-date-dashed   pic x(10).
       01  next-date-dashed    pic x(10).
       01  stop-time           pic x(4).
       01  stop-stamp          pic x(19).
       01  now-stamp           pic x(19).
       01  now-date            pic x(8).
       01  now-time            pic x(6).
       01  watch-over-flag     pic x(1).
           88 watch-over       value 'Y'.
       01  poll-minutes        pic 9(3).
       01  poll-seconds        pic 9(5).
       01  poll-count          pic 9(5).
       01  on-time-count       pic 9(5).
       01  late-count          pic 9(5).
       01  missing-count       pic 9(5).
       01  off-day-count       pic 9(5).
       01  no-cutoff-count     pic 9(5).
       01  control-failed-flag pic x(1).
      * DateService call area
       01  date-function       pic x(1).
       01  today-date          pic x(8).
       01  days-delta          pic s9(5).
       01  date-out            pic x(8).
       01  weekday-number      pic 9(1).
       01  business-flag       pic x(1).
       01  date-status         pic x(1).
       01  calendar-name       pic x(8).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
           05 ald-text         pic x(60).
       01  outcome-text        pic x(12).
       01  count-disp          pic z(4)9.

       procedure division.
       0000-mainline.
           move 0 to feed-count, poll-count
           move 0 to on-time-count, late-count, missing-count
           move 0 to off-day-count, no-cutoff-count
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'FEEDWTCH' to rl-job-name
           move 'FEEDW00001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-watch-control
           open output report-file
           open extend history-file
           perform 1000-load-feeds
           perform 0200-write-heading

           if feed-count = 0
              move 'Y' to control-failed-flag
              move 'PARTMST HAS NO PARTNER FEEDS - NOTHING TO WATCH'
                   to report-line
              write report-line
              move 'FEEDWTCH' to ald-job-name
              move 12 to ald-severity
              move 'PARTMST HAS NO PARTNER FEEDS - FEEDS NOT WATCHED'
                   to ald-text
              call 'OperatorAlert' using 'R' alert-data
           else
              perform 2000-poll-receipts
              perform until pending-count = 0 or watch-over
                  call 'C$SLEEP' using poll-seconds
                  perform 2000-poll-receipts
              end-perform
              perform varying fx from 1 until fx > feed-count
                  if fdt-pending(fx)
                     perform 3000-declare-missing
                  end-if
              end-perform
              perform 4000-write-feed-table
              perform 5000-write-summary
           end-if
           close history-file
           close report-file

           move feed-count to rl-records-read
           compute rl-records-written = feed-count - no-cutoff-count
           compute rl-records-rejected = late-count + missing-count
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-watch-control.
      *    no card, or blank fields, watches today every fifteen
      *    minutes until 23:59; a day DateService rejects falls back
      *    to today
           move function current-date(1:8) to watch-date
           move 15 to poll-minutes
           move '2359' to stop-time
           move 'N' to end-of-control
           open input watch-control
           read watch-control
               at end move 'Y' to end-of-control
           end-read
           if end-of-control = 'N'
              if fwc-watch-date not = spaces
                 move 'V' to date-function
                 move 0 to days-delta
                 move spaces to calendar-name
                 call 'DateService' using date-function
                     fwc-watch-date days-delta date-out
                     weekday-number business-flag date-status
                     calendar-name
                 if date-status = 'V'
                    move fwc-watch-date to watch-date
                 end-if
              end-if
              if fwc-poll-minutes is numeric
                 and fwc-poll-minutes not = '000'
                 move fwc-poll-minutes to poll-minutes
              end-if
              if fwc-stop-time is numeric
                 and fwc-stop-time(1:2) <= '23'
                 and fwc-stop-time(3:2) <= '59'
                 move fwc-stop-time to stop-time
              end-if
           end-if
           close watch-control
           compute poll-seconds = poll-minutes * 60

           string watch-date(1:4) delimited by size
                  '-' delimited by size
                  watch-date(5:2) delimited by size
                  '-' delimited by size
                  watch-date(7:2) delimited by size
                  into watch-date-dashed
      *    a file the gateway takes in after midnight still counts
      *    for the evening it was due
           move 'A' to date-function
           move 1 to days-delta
           move spaces to calendar-name
           call 'DateService' using date-function watch-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           string date-out(1:4) delimited by size
                  '-' delimited by size
                  date-out(5:2) delimited by size
                  '-' delimited by size
                  date-out(7:2) delimited by size
                  into next-date-dashed
           .

       0200-write-heading.
           move spaces to report-line
           string 'PARTNER FEED WATCH FOR ' delimited by size
                  watch-date-dashed delimited by size
                  ' UNTIL ' delimited by size
                  stop-time(1:2) delimited by size
                  ':' delimited by size
                  stop-time(3:2) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       1000-load-feeds.
           move 'N' to end-of-master
           open input partner-master
           if master-status not = '00'
              move 'Y' to end-of-master
           end-if
           perform until no-more-master
               read partner-master next
                   at end move 'Y' to end-of-master
                   not at end
                       if mst-inbound-file-id not = spaces
                          and feed-count < 200
                          perform 1100-take-one-feed
                       end-if
               end-read
           end-perform
           close partner-master
      *    the watch never ends before the last feed is due
           string watch-date-dashed delimited by size
                  ' ' delimited by size
                  stop-time(1:2) delimited by size
                  ':' delimited by size
                  stop-time(3:2) delimited by size
                  ':59' delimited by size
                  into stop-stamp
           move 0 to pending-count
           perform varying fx from 1 until fx > feed-count
               if fdt-pending(fx)
                  add 1 to pending-count
                  if fdt-cutoff-stamp(fx) > stop-stamp
                     move fdt-cutoff-stamp(fx) to stop-stamp
                     move fdt-cutoff(fx) to stop-time
                  end-if
               end-if
           end-perform
           .

       1100-take-one-feed.
           add 1 to feed-count
           move mst-partner-id to fdt-partner-id(feed-count)
           move mst-partner-name to fdt-partner-name(feed-count)
           move mst-inbound-file-id to fdt-file-id(feed-count)
           move mst-arrival-cutoff to fdt-cutoff(feed-count)
           move 'N' to fdt-alerted(feed-count)
           move spaces to fdt-arrival-stamp(feed-count)
           move spaces to fdt-cutoff-stamp(feed-count)
           if mst-arrival-cutoff is not numeric
              move 'X' to fdt-state(feed-count)
              add 1 to no-cutoff-count
              exit paragraph
           end-if
           string watch-date-dashed delimited by size
                  ' ' delimited by size
                  mst-arrival-cutoff(1:2) delimited by size
                  ':' delimited by size
                  mst-arrival-cutoff(3:2) delimited by size
                  ':59' delimited by size
                  into fdt-cutoff-stamp(feed-count)

      *    the partner's day off: nothing is expected, and a file
      *    that comes anyway is no one's problem here
           move 'B' to date-function
           move 0 to days-delta
           move mst-calendar-name to calendar-name
           call 'DateService' using date-function watch-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           if business-flag not = 'Y'
              move 'H' to fdt-state(feed-count)
              add 1 to off-day-count
              move feed-count to fx
              perform 6000-write-history
              exit paragraph
           end-if
           move 'P' to fdt-state(feed-count)
           .

       2000-poll-receipts.
           add 1 to poll-count
           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           string now-date(1:4) delimited by size
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
                  into now-stamp
           if now-stamp > stop-stamp
              move 'Y' to watch-over-flag
           else
              move 'N' to watch-over-flag
           end-if

           move 'N' to end-of-receipts
           open input receipt-file
           perform until no-more-receipts
               read receipt-file
                   at end move 'Y' to end-of-receipts
                   not at end
                       if rcp-verdict = 'G'
                          and (rcp-stamp(1:10) = watch-date-dashed
                          or rcp-stamp(1:10) = next-date-dashed)
                          perform 2100-match-receipt
                       end-if
               end-read
           end-perform
           close receipt-file

      *    past the cutoff with nothing in: say so once, while there
      *    is still time to chase it. a day already over goes
      *    straight to MISSING instead
           if not watch-over
              perform varying fx from 1 until fx > feed-count
                  if fdt-pending(fx) and fdt-alerted(fx) = 'N'
                     and now-stamp > fdt-cutoff-stamp(fx)
                     perform 2200-raise-late-alert
                  end-if
              end-perform
           end-if
           .

       2100-match-receipt.
           perform varying fx from 1 until fx > feed-count
               if fdt-pending(fx) and fdt-file-id(fx) = rcp-file-id
                  move rcp-stamp to fdt-arrival-stamp(fx)
                  if rcp-stamp > fdt-cutoff-stamp(fx)
                     move 'L' to fdt-state(fx)
                     add 1 to late-count
                     move 'ARRIVED LATE' to outcome-text
                  else
                     move 'O' to fdt-state(fx)
                     add 1 to on-time-count
                     move 'ARRIVED' to outcome-text
                  end-if
                  subtract 1 from pending-count
                  perform 6000-write-history
                  perform 2900-write-event
               end-if
           end-perform
           .

       2200-raise-late-alert.
           move 'Y' to fdt-alerted(fx)
           move 'LATE' to outcome-text
           perform 2900-write-event
           move 'FEEDWTCH' to ald-job-name
           move 08 to ald-severity
           move spaces to ald-text
           string 'FEED ' delimited by size
                  function trim(fdt-file-id(fx)) delimited by size
                  ' FROM ' delimited by size
                  function trim(fdt-partner-id(fx)) delimited by size
                  ' LATE - CUTOFF ' delimited by size
                  fdt-cutoff(fx)(1:2) delimited by size
                  ':' delimited by size
                  fdt-cutoff(fx)(3:2) delimited by size
                  into ald-text
           call 'OperatorAlert' using 'R' alert-data
           .

       2900-write-event.
           move spaces to report-line
           string now-stamp(12:8) delimited by size
                  '  ' delimited by size
                  fdt-partner-id(fx) delimited by size
                  '  ' delimited by size
                  fdt-file-id(fx) delimited by size
                  '  ' delimited by size
                  outcome-text delimited by size
                  ' ' delimited by size
                  fdt-arrival-stamp(fx) delimited by size
                  into report-line
           write report-line
           .

       3000-declare-missing.
           move 'M' to fdt-state(fx)
           add 1 to missing-count
           subtract 1 from pending-count
           move 'MISSING' to outcome-text
           perform 2900-write-event
           perform 6000-write-history
           move 'FEEDWTCH' to ald-job-name
           move 12 to ald-severity
           move spaces to ald-text
           string 'FEED ' delimited by size
                  function trim(fdt-file-id(fx)) delimited by size
                  ' FROM ' delimited by size
                  function trim(fdt-partner-id(fx)) delimited by size
                  ' MISSING FOR ' delimited by size
                  watch-date-dashed delimited by size
                  into ald-text
           call 'OperatorAlert' using 'R' alert-data
           .

       4000-write-feed-table.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'PARTNER   NAME                            '
                      delimited by size
                  'FILE-ID   CUTOFF  OUTCOME       ARRIVED'
                      delimited by size
                  into report-line
           write report-line
           perform varying fx from 1 until fx > feed-count
               evaluate fdt-state(fx)
                   when 'O' move 'ON TIME' to outcome-text
                   when 'L' move 'LATE' to outcome-text
                   when 'M' move 'MISSING' to outcome-text
                   when 'H' move 'NOT EXPECTED' to outcome-text
                   when other move 'NO CUTOFF' to outcome-text
               end-evaluate
               move spaces to report-line
               string fdt-partner-id(fx) delimited by size
                      '  ' delimited by size
                      fdt-partner-name(fx) delimited by size
                      '  ' delimited by size
                      fdt-file-id(fx) delimited by size
                      '  ' delimited by size
                      fdt-cutoff(fx) delimited by size
                      '    ' delimited by size
                      outcome-text delimited by size
                      '  ' delimited by size
                      fdt-arrival-stamp(fx) delimited by size
                      into report-line
               write report-line
           end-perform
           .

       5000-write-summary.
           move spaces to report-line
           write report-line
           move on-time-count to count-disp
           move spaces to report-line
           string 'FEEDS ON TIME         ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move late-count to count-disp
           move spaces to report-line
           string 'FEEDS LATE            ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move missing-count to count-disp
           move spaces to report-line
           string 'FEEDS MISSING         ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move off-day-count to count-disp
           move spaces to report-line
           string 'FEEDS NOT EXPECTED    ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move no-cutoff-count to count-disp
           move spaces to report-line
           string 'PARTNERS NO CUTOFF    ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move poll-count to count-disp
           move spaces to report-line
           string 'GATERCPT POLLS        ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           .

       6000-write-history.
           move spaces to history-record
           move watch-date to fhr-watch-date
           move fdt-partner-id(fx) to fhr-partner-id
           move fdt-file-id(fx) to fhr-file-id
           move fdt-cutoff(fx) to fhr-cutoff
           move fdt-state(fx) to fhr-outcome
           move fdt-arrival-stamp(fx) to fhr-arrival-stamp
           write history-record
           .

       end program FeedWatchdog.
