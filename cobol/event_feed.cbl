       identification division.
       program-id. EventFeed.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Outbound event feed for the enterprise monitoring console.
      * Each run picks up what has happened since the last run --
      * job start and job end (with completion code) from RUNLOG,
      * steps FAIL or HELD from SCHEDLOG, alerts raised on ALERTS and
      * alerts acknowledged since -- and writes them as fixed
      * event-feed-record.cpy rows to a new EVNTFEED.yyyymmddhhmmss
      * file, stamped HDR / data / TRL with count and checksum the
      * way FilePackager stamps every other outbound file. The
      * console polls for the files on its own cycle; a run with
      * nothing new writes no file.
      * Nothing is sent twice. EVFSTATE keeps, per source, how many
      * records were already read and a copy of the last one: when
      * that record is still in the same place the feed carries on
      * after it, and when it is not (the file was rolled or
      * restored) only records stamped later than it are sent.
      * EVFSTATE also carries the last event sequence number issued.
      * EVFACKS holds the alerts whose acknowledgment has gone out,
      * pruned to those still on ALERTS. The state files are only
      * rewritten after the feed file is closed, so a run that dies
      * part way sends its events again rather than losing them.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional source-file
               assign to dynamic source-file-name
               organization is line sequential.
           select optional state-file assign to 'EVFSTATE'
               organization is line sequential.
           select optional ack-file assign to 'EVFACKS'
               organization is line sequential.
           select work-file assign to 'EVFWORK'
               organization is line sequential.
           select feed-file assign to dynamic feed-file-name
               organization is line sequential.

       data division.
       file section.
       fd  source-file.
       01  source-record         pic x(200).

       fd  state-file.
       01  state-record.
           05 evs-source         pic x(8).
           05 evs-position       pic 9(9).
           05 evs-stamp          pic x(19).
           05 evs-image          pic x(132).

       fd  ack-file.
       01  ack-record            pic x(101).

       fd  work-file.
       01  work-record.
           copy "event-feed-record.cpy".

       fd  feed-file.
       01  feed-record           pic x(138).
       01  feed-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==out==.

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
       01  source-file-name      pic x(100).
       01  feed-file-name        pic x(100).
      * the three sources, in the order their events go out, and how
      * much of each record identifies it (an ALERTS row is only
      * compared up to its text -- acknowledging it changes the rest)
       01  source-name-table.
           05 filler pic x(11) value 'RUNLOG  083'.
           05 filler pic x(11) value 'SCHEDLOG132'.
           05 filler pic x(11) value 'ALERTS  101'.
       01  source-names redefines source-name-table.
           05 source-name occurs 3 times.
              10 src-name        pic x(8).
              10 src-image-length pic 9(3).
       01  source-state-table.
           05 source-state occurs 3 times.
              10 sst-position    pic 9(9).
              10 sst-stamp       pic x(19).
              10 sst-image       pic x(132).
       01  sx                    pic 9(1).
       01  image-length          pic 9(3).
       01  last-sequence         pic 9(9).
       01  record-number         pic 9(9).
       01  resume-flag           pic x(1).
           88 resume-in-place    value 'Y'.
       01  record-is-new         pic x(1).
       01  last-stamp            pic x(19).
       01  last-image            pic x(132).
       01  ack-table.
           05 ack-count          pic 9(4).
           05 ack-entry occurs 2000 times.
              10 ack-key         pic x(101).
              10 ack-still-open  pic x(1).
       01  ax                    pic 9(4).
       01  ack-found             pic x(1).
       01  acks-dropped          pic 9(5).
       01  run-log-view.
           copy "run-log-record.cpy".
       01  alert-view.
           copy "alert-record.cpy".
       01  step-word             pic x(8).
       01  step-number           pic x(5).
       01  step-program          pic x(30).
       01  step-status           pic x(4).
       01  rc-word               pic x(4).
       01  step-rc               pic x(5).
       01  step-note             pic x(40).
       01  code-disp             pic z(3)9.
       01  event-count           pic 9(9).
       01  source-records-read   pic 9(9).
       01  record-length         pic 9(5).
       01  chunk-start           pic 9(5).
       01  checksum-buffer.
           05 buffer-length      pic 9(5).
           05 buffer-text        pic x(2000).
       01  checksum-bytes        pic x(4).
       01  checksum-status       pic x(1).
       01  classic-mode          pic x(1) value 'X'.
       01  checksum-hex          pic x(8).
       01  hex-digits            pic x(16) value '0123456789ABCDEF'.
       01  byte-ord              pic 9(3).
       01  hex-hi                pic 9(2).
       01  hex-lo                pic 9(2).
       01  hx                    pic 9(1).
       01  now-date              pic x(8).
       01  now-time              pic x(6).
       01  today-stamp           pic x(10).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to event-count, source-records-read, acks-dropped
           move 'N' to control-failed-flag
           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           string now-date(1:4) '-' now-date(5:2) '-' now-date(7:2)
                  delimited by size into today-stamp
           initialize run-log-data
           move 'EVNTFEED' to rl-job-name
           move 'EVNTFEED01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 1000-load-state
           move low-values to checksum-bytes
           open output work-file
           perform varying sx from 1 until sx > 3
               perform 2000-scan-source
           end-perform
           close work-file

           if event-count > 0
              perform 2500-format-checksum
              perform 4000-write-feed-file
           end-if
           perform 5000-save-state

           move event-count to count-disp
           display 'EVNTFEED ' function trim(count-disp)
                   ' EVENT(S) SENT'
           if event-count > 0
              display 'EVNTFEED FEED FILE '
                      function trim(feed-file-name)
           end-if
           if acks-dropped > 0
              move 'EVNTFEED' to ald-job-name
              move 08 to ald-severity
              move acks-dropped to count-disp
              move spaces to ald-text
              string function trim(count-disp) delimited by size
                     ' ALERT ACK(S) OVER EVFACKS TABLE, MAY RESEND'
                     delimited by size
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           move source-records-read to rl-records-read
           move event-count to rl-records-written
           move acks-dropped to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
      *    a quiet night is not a failure for the feed -- no
      *    source records just means no events to send
           if source-records-read = 0 and rl-completion-code = 16
              move 0 to rl-completion-code
           end-if
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-state.
           move 0 to last-sequence, ack-count
           perform varying sx from 1 until sx > 3
               move 0 to sst-position(sx)
               move spaces to sst-stamp(sx), sst-image(sx)
           end-perform
           move 'N' to end-of-file-flag
           open input state-file
           perform until no-more-records
               read state-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if evs-source = 'SEQUENCE'
                          move evs-position to last-sequence
                       end-if
                       perform varying sx from 1 until sx > 3
                           if evs-source = src-name(sx)
                              move evs-position to sst-position(sx)
                              move evs-stamp to sst-stamp(sx)
                              move evs-image to sst-image(sx)
                           end-if
                       end-perform
               end-read
           end-perform
           close state-file

           move 'N' to end-of-file-flag
           open input ack-file
           perform until no-more-records
               read ack-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if ack-count < 2000
                          add 1 to ack-count
                          move ack-record to ack-key(ack-count)
                          move 'N' to ack-still-open(ack-count)
                       end-if
               end-read
           end-perform
           close ack-file
           .

      * two passes over the source: the first decides whether the
      * record the last run stopped on is still where it was, the
      * second sends whatever is new
       2000-scan-source.
           move spaces to source-file-name
           move src-name(sx) to source-file-name
           move src-image-length(sx) to image-length
           perform 2100-check-resume-point

           move 0 to record-number
           move sst-stamp(sx) to last-stamp
           move spaces to last-image
           move 'N' to end-of-file-flag
           open input source-file
           perform until no-more-records
               read source-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       add 1 to record-number
                       add 1 to source-records-read
                       move 'N' to record-is-new
                       if resume-in-place
                          if record-number > sst-position(sx)
                             move 'Y' to record-is-new
                          end-if
                       else
                          if source-record(1:19) not = spaces
                             and source-record(1:19) > sst-stamp(sx)
                             move 'Y' to record-is-new
                          end-if
                       end-if
                       evaluate sx
                           when 1 perform 3100-runlog-event
                           when 2 perform 3200-schedlog-event
                           when 3 perform 3300-alert-event
                       end-evaluate
                       if source-record(1:19) not = spaces
                          and source-record(1:19) > last-stamp
                          move source-record(1:19) to last-stamp
                       end-if
                       move source-record(1:image-length)
                            to last-image
               end-read
           end-perform
           close source-file

           move record-number to sst-position(sx)
           move last-stamp to sst-stamp(sx)
           move last-image to sst-image(sx)
           .

       2100-check-resume-point.
           move 'N' to resume-flag
           if sst-position(sx) = 0
              move 'Y' to resume-flag
              exit paragraph
           end-if
           move 0 to record-number
           move 'N' to end-of-file-flag
           open input source-file
           perform until no-more-records
               read source-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       add 1 to record-number
                       if record-number = sst-position(sx)
                          if source-record(1:image-length)
                             = sst-image(sx)(1:image-length)
                             move 'Y' to resume-flag
                          end-if
                          move 'Y' to end-of-file-flag
                       end-if
               end-read
           end-perform
           close source-file
           .

       2500-format-checksum.
           perform varying hx from 1 until hx > 4
               compute byte-ord =
                       function ord(checksum-bytes(hx:1)) - 1
               divide byte-ord by 16 giving hex-hi
                      remainder hex-lo
               move hex-digits(hex-hi + 1:1)
                    to checksum-hex(hx * 2 - 1:1)
               move hex-digits(hex-lo + 1:1)
                    to checksum-hex(hx * 2:1)
           end-perform
           .

       3100-runlog-event.
           if record-is-new not = 'Y'
              exit paragraph
           end-if
           move source-record to run-log-view
           move spaces to work-record
           move rlr-timestamp to evt-stamp
           move rlr-job-name to evt-job-name
           move rlr-job-id to evt-job-id
           evaluate rlr-action
               when 'START'
                   move 'JOBSTART' to evt-type
                   move 0 to evt-code
               when 'END'
                   move 'JOBEND' to evt-type
                   move rlr-completion-code to evt-code
                   move rlr-records-read to count-disp
                   string 'READ ' delimited by size
                          function trim(count-disp) delimited by size
                          into evt-text
                   move rlr-records-written to count-disp
                   string function trim(evt-text) delimited by size
                          ' WRITTEN ' delimited by size
                          function trim(count-disp) delimited by size
                          into evt-text
                   move rlr-records-rejected to count-disp
                   string function trim(evt-text) delimited by size
                          ' REJECTED ' delimited by size
                          function trim(count-disp) delimited by size
                          into evt-text
               when other
                   exit paragraph
           end-evaluate
           perform 3900-write-event
           .

       3200-schedlog-event.
      *    step lines only -- 'yyyy-mm-dd hh:mm:ss  STEP n <program>
      *    <status> RC n', notes from column 90
           if record-is-new not = 'Y'
              exit paragraph
           end-if
           move spaces to step-word, step-number, step-program,
                          step-status, rc-word, step-rc
           unstring source-record(22:68) delimited by all spaces
               into step-word step-number step-program step-status
                    rc-word step-rc
           if step-word not = 'STEP' or rc-word not = 'RC'
              exit paragraph
           end-if
           move spaces to work-record
           evaluate step-status
               when 'FAIL' move 'STEPFAIL' to evt-type
               when 'HELD' move 'STEPHELD' to evt-type
               when other exit paragraph
           end-evaluate
           move source-record(1:19) to evt-stamp
           move step-program to evt-job-name
           move 'BATCHSCHED' to evt-job-id
           move 0 to evt-code
           if step-rc(1:1) is numeric
              move function numval(step-rc) to evt-code
           end-if
           move source-record(92:38) to step-note
           move evt-code to code-disp
           string 'STEP ' delimited by size
                  function trim(step-number) delimited by size
                  ' ' delimited by size
                  function trim(step-program) delimited by size
                  ' RC ' delimited by size
                  function trim(code-disp) delimited by size
                  into evt-text
           if step-note not = spaces
              string function trim(evt-text) delimited by size
                     ' ' delimited by size
                     function trim(step-note) delimited by size
                     into evt-text
           end-if
           perform 3900-write-event
           .

       3300-alert-event.
           move source-record to alert-view
           if record-is-new = 'Y'
              move spaces to work-record
              move 'ALERT' to evt-type
              move alr-timestamp to evt-stamp
              move alr-job-name to evt-job-name
              move alr-severity to evt-code
              move alr-text to evt-text
              perform 3900-write-event
           end-if
           if alr-ack-flag not = 'Y'
              exit paragraph
           end-if
           move 'N' to ack-found
           perform varying ax from 1 until ax > ack-count
               if ack-key(ax) = source-record(1:101)
                  move 'Y' to ack-found
                  move 'Y' to ack-still-open(ax)
               end-if
           end-perform
           if ack-found = 'Y'
              exit paragraph
           end-if
           if ack-count < 2000
              add 1 to ack-count
              move source-record(1:101) to ack-key(ack-count)
              move 'Y' to ack-still-open(ack-count)
           else
              add 1 to acks-dropped
           end-if
           move spaces to work-record
           move 'ALERTACK' to evt-type
           move alr-ack-stamp to evt-stamp
           move alr-job-name to evt-job-name
           move alr-severity to evt-code
           string 'ACK BY ' delimited by size
                  function trim(alr-ack-oper) delimited by size
                  ': ' delimited by size
                  alr-text delimited by size
                  into evt-text
           perform 3900-write-event
           .

       3900-write-event.
           add 1 to last-sequence
           add 1 to event-count
           move last-sequence to evt-sequence
           move src-name(sx) to evt-source
           write work-record
           compute record-length =
                   function length(function trim(work-record
                                                 trailing))
           move 1 to chunk-start
           perform until chunk-start > record-length
               compute buffer-length = record-length - chunk-start + 1
               if buffer-length > 2000
                  move 2000 to buffer-length
               end-if
               move work-record(chunk-start:buffer-length)
                    to buffer-text
               call 'RecordChecksum' using checksum-buffer
                   checksum-bytes checksum-status classic-mode
               add 2000 to chunk-start
           end-perform
           .

       4000-write-feed-file.
           move spaces to feed-file-name
           string 'EVNTFEED.' delimited by size
                  now-date delimited by size
                  now-time delimited by size
                  into feed-file-name
           open output feed-file
      *    the stamped header leads the file
           move spaces to feed-record
           move 'HDR' to out-record-tag
           move 'EVNTFEED' to out-file-id
           move today-stamp to out-create-date
           move event-count to out-record-count
           move checksum-hex to out-checksum
           write feed-record

           move 'N' to end-of-file-flag
           open input work-file
           perform until no-more-records
               read work-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move work-record to feed-record
                       write feed-record
               end-read
           end-perform
           close work-file

           move spaces to feed-record
           move 'TRL' to out-record-tag
           move 'EVNTFEED' to out-file-id
           move today-stamp to out-create-date
           move event-count to out-record-count
           move checksum-hex to out-checksum
           write feed-record
           close feed-file
           .

       5000-save-state.
           open output state-file
           move spaces to state-record
           move 'SEQUENCE' to evs-source
           move last-sequence to evs-position
           write state-record
           perform varying sx from 1 until sx > 3
               move spaces to state-record
               move src-name(sx) to evs-source
               move sst-position(sx) to evs-position
               move sst-stamp(sx) to evs-stamp
               move sst-image(sx) to evs-image
               write state-record
           end-perform
           close state-file

      *    acknowledgments no longer on ALERTS can never come round
      *    again, so only those still there are kept
           open output ack-file
           perform varying ax from 1 until ax > ack-count
               if ack-still-open(ax) = 'Y'
                  move ack-key(ax) to ack-record
                  write ack-record
               end-if
           end-perform
           close ack-file
           .

       end program EventFeed.
