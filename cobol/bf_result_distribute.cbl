       identification division.
       program-id. BfResultDistribute.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Hands each downstream team only its own scripts' results
      * instead of the whole BFRESULT: the BFROUTE routing table maps
      * a script-id, or a leading-characters mask ending '*', to a
      * consumer extract file name and file-id. Every BFRESULT line
      * is written, in the slim bf-extract-record.cpy layout (script-
      * id, run date, status, error code, encoding, output text), to
      * the extract of every consumer with a matching route, each
      * extract stamped with the standard HDR/TRL control rows. A
      * script matching no route is listed on the BFDISTRP exceptions
      * section and counted as a reject, so nothing silently goes
      * nowhere.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select route-file assign to 'BFROUTE'
               organization is line sequential
               file status is route-status.
           select result-file assign to 'BFRESULT'
               organization is line sequential
               file status is result-status.
           select extract-file assign to dynamic extract-file-name
               organization is line sequential.
           select report-file assign to 'BFDISTRP'
               organization is line sequential.

       data division.
       file section.
       fd  route-file.
       01  route-record.
      *    a script-id, or leading characters ending '*'
           05 rte-mask           pic x(10).
           05 rte-file-id        pic x(8).
           05 rte-file-name      pic x(100).

       fd  result-file.
       01  result-record.
           05 res-script-id      pic x(10).
           05 res-error-found    pic a(5).
           05 res-error-code     pic 9(2).
           05 res-out-length     pic 9(5).
           05 res-max-cell       pic 9(6).
           05 res-instr-count    pic 9(9).
           05 res-prog-length    pic 9(6).
           05 res-encoding       pic x(1).
           05 res-cell-width     pic 9(2).
           05 res-out-text       pic x(2000).

       fd  extract-file.
       01  extract-record.
           copy "bf-extract-record.cpy".
       01  extract-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==ext-ctl==.

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  route-status          pic x(2).
       01  result-status         pic x(2).
       01  end-of-routes         pic x(1).
           88 no-more-routes     value 'Y'.
       01  end-of-results        pic x(1).
           88 no-more-results    value 'Y'.
      * the routes, each pointing at its consumer; a consumer is one
      * distinct extract file name, however many routes feed it
       01  route-table.
           05 route-count        pic 9(3).
           05 route-entry occurs 200 times.
              10 rt-mask         pic x(10).
              10 rt-mask-length  pic 9(2).
              10 rt-consumer     pic 9(2).
       01  consumer-table.
           05 consumer-count     pic 9(2).
           05 consumer-entry occurs 50 times.
              10 cn-file-name    pic x(100).
              10 cn-file-id      pic x(8).
              10 cn-record-count pic 9(9).
       01  consumer-hit-table.
           05 consumer-hit       pic x(1) occurs 50 times.
       01  extract-file-name     pic x(100).
       01  r                     pic 9(3).
       01  c                     pic 9(2).
       01  route-matched         pic x(1).
           88 script-routed      value 'Y'.
       01  results-read          pic 9(9).
       01  results-routed        pic 9(9).
       01  results-unrouted      pic 9(9).
       01  records-written       pic 9(9).
       01  routes-ignored        pic 9(5).
       01  control-failed-flag   pic x(1).
       01  now-date              pic x(8).
       01  today-stamp           pic x(10).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lock-status           pic x(1).
       01  lock-holder           pic x(40).
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to results-read, results-routed, results-unrouted
           move 0 to records-written, routes-ignored
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'BFDIST' to rl-job-name
           move 'BFDIST01' to rl-job-id
           call 'RunInterlock' using 'A' rl-job-name rl-job-id
               lock-status lock-holder
           if lock-status = 'H'
              display 'RUN REFUSED - ' function trim(rl-job-name)
                      ' ALREADY ACTIVE: ' function trim(lock-holder)
              move 12 to return-code
              goback
           end-if
           call 'JobRunLogger' using 'S' run-log-data
           move function current-date(1:8) to now-date
           move spaces to today-stamp
           string now-date(1:4) delimited by size
                  '-' delimited by size
                  now-date(5:2) delimited by size
                  '-' delimited by size
                  now-date(7:2) delimited by size
                  into today-stamp

           open output report-file
           move 'BFRESULT DISTRIBUTION' to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform 0100-load-routes
           if consumer-count = 0
      *       no routing table means nobody gets anything tonight --
      *       that is a control failure, not an empty run
              move 'Y' to control-failed-flag
              move 'NO ROUTES ON BFROUTE - NOTHING DISTRIBUTED'
                   to report-line
              write report-line
              move rl-job-name to ald-job-name
              move 12 to ald-severity
              move 'BFROUTE has no usable routes - no extracts written'
                   to ald-text
              call 'OperatorAlert' using 'R' alert-data
           else
              perform 1000-count-and-list-exceptions
              perform varying c from 1 until c > consumer-count
                  perform 2000-write-one-extract
              end-perform
              perform 3000-report-consumers
           end-if
           perform 9000-write-summary
           close report-file

           move results-read to rl-records-read
           move records-written to rl-records-written
           move results-unrouted to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               results-read results-unrouted control-failed-flag
               rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
           call 'RunInterlock' using 'R' rl-job-name rl-job-id
               lock-status lock-holder
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-load-routes.
           move 0 to route-count
           move 0 to consumer-count
           move 'N' to end-of-routes
           open input route-file
           if route-status not = '00'
              exit paragraph
           end-if
           perform until no-more-routes
               read route-file
                   at end move 'Y' to end-of-routes
                   not at end perform 0150-add-route
               end-read
           end-perform
           close route-file
           .

       0150-add-route.
           if rte-mask = spaces or rte-file-name = spaces
              add 1 to routes-ignored
              exit paragraph
           end-if
      *    a second route to the same file joins that consumer
           move 0 to c
           perform varying r from 1 until r > consumer-count
               if cn-file-name(r) = rte-file-name
                  move r to c
                  move consumer-count to r
               end-if
           end-perform
           if c = 0
              if consumer-count >= 50
                 add 1 to routes-ignored
                 exit paragraph
              end-if
              add 1 to consumer-count
              move consumer-count to c
              move rte-file-name to cn-file-name(c)
              move rte-file-id to cn-file-id(c)
              move 0 to cn-record-count(c)
           end-if
           if route-count >= 200
              add 1 to routes-ignored
              exit paragraph
           end-if
           add 1 to route-count
           move rte-mask to rt-mask(route-count)
           compute rt-mask-length(route-count) =
                   function length(function trim(rte-mask))
           move c to rt-consumer(route-count)
           .

       0200-match-routes.
      *    the same id-or-mask rule as the batch driver's selective
      *    run: an entry ending '*' matches on its leading characters,
      *    anything else is an exact script-id. every consumer with a
      *    matching route gets the line, each once
           move 'N' to route-matched
           move all 'N' to consumer-hit-table
           perform varying r from 1 until r > route-count
               if rt-mask(r)(rt-mask-length(r):1) = '*'
                  if rt-mask-length(r) = 1
                     move 'Y' to consumer-hit(rt-consumer(r))
                  else
                     if res-script-id(1:rt-mask-length(r) - 1)
                        = rt-mask(r)(1:rt-mask-length(r) - 1)
                        move 'Y' to consumer-hit(rt-consumer(r))
                     end-if
                  end-if
               else
                  if res-script-id = rt-mask(r)
                     move 'Y' to consumer-hit(rt-consumer(r))
                  end-if
               end-if
           end-perform
           perform varying c from 1 until c > consumer-count
               if consumer-hit(c) = 'Y'
                  move 'Y' to route-matched
               end-if
           end-perform
           .

       1000-count-and-list-exceptions.
      *    the first pass sizes every extract, so each header can
      *    carry its record count, and lists the unrouted scripts
           move 'EXCEPTIONS - SCRIPTS MATCHING NO ROUTE' to report-line
           write report-line
           move 'N' to end-of-results
           open input result-file
           if result-status not = '00'
              move 'Y' to end-of-results
              move 'Y' to control-failed-flag
              move '  BFRESULT NOT AVAILABLE' to report-line
              write report-line
           end-if
           perform until no-more-results
               read result-file
                   at end move 'Y' to end-of-results
                   not at end perform 1100-count-one-result
               end-read
           end-perform
           if result-status = '00' or result-status = '10'
              close result-file
           end-if
           if results-unrouted = 0
              move '  NONE' to report-line
              write report-line
           end-if
           move spaces to report-line
           write report-line
           .

       1100-count-one-result.
           add 1 to results-read
           perform 0200-match-routes
           if script-routed
              add 1 to results-routed
              perform varying c from 1 until c > consumer-count
                  if consumer-hit(c) = 'Y'
                     add 1 to cn-record-count(c)
                  end-if
              end-perform
           else
              add 1 to results-unrouted
              move spaces to report-line
              string '  ' delimited by size
                     res-script-id delimited by size
                     '  ' delimited by size
                     res-error-found delimited by size
                     '  NO ROUTE ON BFROUTE' delimited by size
                     into report-line
              write report-line
           end-if
           .

       2000-write-one-extract.
      *    HDR, this consumer's result lines in BFRESULT order, TRL;
      *    a consumer with nothing tonight still gets a stamped empty
      *    extract, so "no file" always means something went wrong
           move cn-file-name(c) to extract-file-name
           open output extract-file
           move spaces to extract-record
           move 'HDR' to ext-ctl-record-tag
           move cn-file-id(c) to ext-ctl-file-id
           move today-stamp to ext-ctl-create-date
           move cn-record-count(c) to ext-ctl-record-count
           move spaces to ext-ctl-checksum
           write extract-record

           if cn-record-count(c) > 0
              move 'N' to end-of-results
              open input result-file
              perform until no-more-results
                  read result-file
                      at end move 'Y' to end-of-results
                      not at end perform 2100-extract-one-result
                  end-read
              end-perform
              close result-file
           end-if

           move spaces to extract-record
           move 'TRL' to ext-ctl-record-tag
           move cn-file-id(c) to ext-ctl-file-id
           move today-stamp to ext-ctl-create-date
           move cn-record-count(c) to ext-ctl-record-count
           move spaces to ext-ctl-checksum
           write extract-record
           close extract-file
           .

       2100-extract-one-result.
      *    the route match is rerun per line against this consumer's
      *    routes only -- C stays the consumer being written
           perform 2150-match-this-consumer
           if route-matched = 'Y'
              move spaces to extract-record
              move res-script-id   to ext-script-id
              move today-stamp     to ext-run-date
              move res-error-found to ext-status
              move res-error-code  to ext-error-code
              move res-encoding    to ext-encoding
              move res-out-length  to ext-out-length
              move res-out-text    to ext-out-text
              write extract-record
              add 1 to records-written
           end-if
           .

       2150-match-this-consumer.
           move 'N' to route-matched
           perform varying r from 1 until r > route-count
               if rt-consumer(r) = c
                  if rt-mask(r)(rt-mask-length(r):1) = '*'
                     if rt-mask-length(r) = 1
                        move 'Y' to route-matched
                     else
                        if res-script-id(1:rt-mask-length(r) - 1)
                           = rt-mask(r)(1:rt-mask-length(r) - 1)
                           move 'Y' to route-matched
                        end-if
                     end-if
                  else
                     if res-script-id = rt-mask(r)
                        move 'Y' to route-matched
                     end-if
                  end-if
                  if route-matched = 'Y'
                     move route-count to r
                  end-if
               end-if
           end-perform
           .

       3000-report-consumers.
           move 'EXTRACTS WRITTEN' to report-line
           write report-line
           perform varying c from 1 until c > consumer-count
               move cn-record-count(c) to count-disp
               move spaces to report-line
               string '  ' delimited by size
                      cn-file-id(c) delimited by size
                      '  RECORDS ' delimited by size
                      count-disp delimited by size
                      '  ' delimited by size
                      function trim(cn-file-name(c)) delimited by size
                      into report-line
               write report-line
           end-perform
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move results-read to count-disp
           move spaces to report-line
           string 'RESULT LINES READ     ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move results-routed to count-disp
           move spaces to report-line
           string 'ROUTED                ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move results-unrouted to count-disp
           move spaces to report-line
           string 'NO ROUTE (EXCEPTIONS) ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move records-written to count-disp
           move spaces to report-line
           string 'EXTRACT RECORDS       ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move consumer-count to count-disp
           move spaces to report-line
           string 'CONSUMER EXTRACTS     ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           if routes-ignored > 0
              move routes-ignored to count-disp
              move spaces to report-line
              string 'ROUTES IGNORED        ' delimited by size
                     function trim(count-disp) delimited by size
                     '  (BLANK OR OVER TABLE LIMIT)' delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program BfResultDistribute.
