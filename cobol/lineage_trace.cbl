       identification division.
       program-id. LineageTrace.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Answers "where did this file come from" and "where did this
      * file go" from the shared LINEAGE file every driver, the
      * gateway, the collector and the packager log to. Each LINQCTL
      * record asks for one trace:
      *   LQC-DIRECTION 'B'  back from the file a job wrote -- for a
      *                      package, back through the source it was
      *                      cut from, the driver run that produced
      *                      that, the collector merge and gateway
      *                      staging before it, to the partner
      *                      arrival the content started as
      *                 'F'  forward from a file a job read -- for a
      *                      partner arrival, through everything made
      *                      from it to the packages that went out
      *   LQC-RUN-DATE       the night to start from; spaces takes
      *                      the most recent run that wrote (or read)
      *                      the file
      *   LQC-FILE-NAME      the file, as the jobs name it
      * One run's output is taken to be a later run's input when the
      * file name, data record count and checksum all agree. LINRPT
      * shows the trail as an indented tree, one line per file with
      * its count, checksum and the run that read or wrote it. A
      * trace whose starting file is not on LINEAGE counts as a
      * reject.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional inquiry-file assign to 'LINQCTL'
               organization is line sequential.
           select optional lineage-file assign to 'LINEAGE'
               organization is line sequential.
           select report-file assign to 'LINRPT'
               organization is line sequential.

       data division.
       file section.
       fd  inquiry-file.
       01  inquiry-record.
           05 lqc-direction      pic x(1).
              88 lqc-back        value 'B'.
              88 lqc-forward     value 'F'.
           05 filler             pic x(1).
           05 lqc-run-date       pic x(8).
           05 filler             pic x(1).
           05 lqc-file-name      pic x(100).

       fd  lineage-file.
       01  lineage-record.
           copy "lineage-record.cpy".

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
      * the most recent LINEAGE records; once the table is full the
      * oldest slot is reused, so a long-kept LINEAGE file still
      * traces its latest nights
       01  lineage-table.
           05 lnt-entry occurs 5000 times.
              10 lnt-run-stamp    pic x(19).
              10 lnt-run-date     pic x(8).
              10 lnt-job-id       pic x(10).
              10 lnt-unit         pic x(8).
              10 lnt-direction    pic x(1).
              10 lnt-record-count pic 9(9).
              10 lnt-checksum     pic x(8).
              10 lnt-file-name    pic x(100).
       01  table-max             pic 9(5) value 5000.
       01  table-count           pic 9(5).
       01  loaded-count          pic 9(9).
       01  lx                    pic 9(5).
       01  cx                    pic 9(5).
      * the trail still to be shown, deepest last
       01  trail-stack.
           05 stack-top          pic 9(3).
           05 stack-entry occurs 500 times.
              10 stk-index       pic 9(5).
              10 stk-depth       pic 9(3).
       01  stack-max             pic 9(3) value 500.
       01  depth-max             pic 9(3) value 20.
       01  gathered.
           05 gather-count       pic 9(3).
           05 gather-index       pic 9(5) occurs 100 times.
       01  gx                    pic 9(3).
       01  node-index            pic 9(5).
       01  node-depth            pic 9(3).
       01  start-index           pic 9(5).
       01  best-stamp            pic x(19).
       01  trace-direction       pic x(1).
           88 trace-back         value 'B'.
           88 trace-forward      value 'F'.
       01  node-note             pic x(60).
       01  indent-pos            pic 9(3).
       01  trail-dropped         pic 9(5).
       01  trace-count           pic 9(5).
       01  traced-count          pic 9(5).
       01  not-found-count       pic 9(5).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  node-line.
           05 nl-direction       pic x(4).
           05 nl-file-name       pic x(30).
           05 filler             pic x(1).
           05 nl-record-count    pic z(8)9.
           05 filler             pic x(1).
           05 nl-checksum        pic x(8).
           05 filler             pic x(1).
           05 nl-job-id          pic x(10).
           05 filler             pic x(1).
           05 nl-run-stamp       pic x(19).
       01  count-disp            pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to trace-count, traced-count, not-found-count
           move 0 to trail-dropped
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'LINTRACE' to rl-job-name
           move 'LINTRACE01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           move 'DATA LINEAGE TRACE' to report-line
           write report-line
           perform 1000-load-lineage

           move 'N' to end-of-file-flag
           open input inquiry-file
           perform until no-more-records
               read inquiry-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if lqc-file-name not = spaces
                          add 1 to trace-count
                          perform 2000-trace-one-request
                       end-if
               end-read
           end-perform
           close inquiry-file
           perform 5000-write-summary
           close report-file

           move trace-count to rl-records-read
           move traced-count to rl-records-written
           move not-found-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-lineage.
           move 0 to table-count, loaded-count
           move 'N' to end-of-file-flag
           open input lineage-file
           perform until no-more-records
               read lineage-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       add 1 to loaded-count
                       compute lx = function mod(loaded-count - 1,
                                                 table-max) + 1
                       if table-count < table-max
                          add 1 to table-count
                       end-if
                       move lnr-run-stamp to lnt-run-stamp(lx)
                       move lnr-run-date to lnt-run-date(lx)
                       move lnr-job-id to lnt-job-id(lx)
                       move lnr-unit to lnt-unit(lx)
                       move lnr-direction to lnt-direction(lx)
                       move lnr-record-count to lnt-record-count(lx)
                       move lnr-checksum to lnt-checksum(lx)
                       move lnr-file-name to lnt-file-name(lx)
               end-read
           end-perform
           close lineage-file
           move loaded-count to count-disp
           move spaces to report-line
           string function trim(count-disp) delimited by size
                  ' LINEAGE RECORD(S) READ' delimited by size
                  into report-line
           write report-line
           if loaded-count > table-count
              compute count-disp = loaded-count - table-count
              move spaces to report-line
              string 'OLDEST ' delimited by size
                     function trim(count-disp) delimited by size
                     ' RECORD(S) BEYOND THE TABLE NOT SEARCHED'
                     delimited by size
                     into report-line
              write report-line
           end-if
           .

       2000-trace-one-request.
           move lqc-direction to trace-direction
           if not trace-forward
              move 'B' to trace-direction
           end-if
           move spaces to report-line
           write report-line
           if trace-back
              string 'TRACE BACK FROM ' delimited by size
                     function trim(lqc-file-name) delimited by size
                     into report-line
           else
              string 'TRACE FORWARD FROM ' delimited by size
                     function trim(lqc-file-name) delimited by size
                     into report-line
           end-if
           if lqc-run-date not = spaces
              string ' RUN DATE ' delimited by size
                     lqc-run-date delimited by size
                     into report-line(80:)
           end-if
           write report-line

           perform 2100-find-start
           if start-index = 0
              add 1 to not-found-count
              move spaces to report-line
              if trace-back
                 string '  NO RUN ON LINEAGE WROTE THIS FILE'
                        delimited by size
                        into report-line
              else
                 string '  NO RUN ON LINEAGE READ THIS FILE'
                        delimited by size
                        into report-line
              end-if
              write report-line
              exit paragraph
           end-if
           add 1 to traced-count

           move 1 to stack-top
           move start-index to stk-index(1)
           move 0 to stk-depth(1)
           perform until stack-top = 0
               move stk-index(stack-top) to node-index
               move stk-depth(stack-top) to node-depth
               subtract 1 from stack-top
               perform 3000-show-node
           end-perform
           .

       2100-find-start.
      *    back starts from a run that wrote the file, forward from
      *    one that read it -- the latest such run on the night asked
      *    for, or the latest of all
           move 0 to start-index
           move low-values to best-stamp
           perform varying lx from 1 until lx > table-count
               if lnt-file-name(lx) = lqc-file-name
                  and ((trace-back and lnt-direction(lx) = 'O')
                    or (trace-forward and lnt-direction(lx) = 'I'))
                  and (lqc-run-date = spaces
                    or lnt-run-date(lx) = lqc-run-date)
                  and lnt-run-stamp(lx) >= best-stamp
                  move lx to start-index
                  move lnt-run-stamp(lx) to best-stamp
               end-if
           end-perform
           .

       3000-show-node.
           move spaces to node-note
           perform 4000-write-node-line
           if node-depth >= depth-max
              move 'TRAIL CONTINUES BEYOND THE DEPTH SHOWN' to node-note
              perform 4100-write-note-line
              exit paragraph
           end-if
           move 0 to gather-count
      *    within one run an output came from the run's inputs and an
      *    input went into its outputs; across runs the same content
      *    under the same name is the link
           if (trace-back and lnt-direction(node-index) = 'O')
              or (trace-forward and lnt-direction(node-index) = 'I')
              perform 3100-gather-run-members
           else
              if trace-back
                 perform 3200-gather-producer
              else
                 perform 3300-gather-consumers
              end-if
              if gather-count = 0
                 perform 3500-note-trail-end
                 exit paragraph
              end-if
           end-if
           perform 3400-push-gathered
           .

       3100-gather-run-members.
           perform varying lx from 1 until lx > table-count
               if lnt-job-id(lx) = lnt-job-id(node-index)
                  and lnt-run-stamp(lx) = lnt-run-stamp(node-index)
                  and lnt-unit(lx) = lnt-unit(node-index)
                  and lnt-direction(lx) not =
                      lnt-direction(node-index)
                  perform 3450-gather-one
               end-if
           end-perform
           .

       3200-gather-producer.
      *    the latest earlier run that wrote exactly this content
           move 0 to cx
           move low-values to best-stamp
           perform varying lx from 1 until lx > table-count
               if lnt-direction(lx) = 'O'
                  and lnt-file-name(lx) = lnt-file-name(node-index)
                  and lnt-record-count(lx) =
                      lnt-record-count(node-index)
                  and lnt-checksum(lx) = lnt-checksum(node-index)
                  and lnt-run-stamp(lx) <= lnt-run-stamp(node-index)
                  and lnt-run-stamp(lx) >= best-stamp
                  and not (lnt-job-id(lx) = lnt-job-id(node-index)
                      and lnt-run-stamp(lx) =
                          lnt-run-stamp(node-index))
                  move lx to cx
                  move lnt-run-stamp(lx) to best-stamp
               end-if
           end-perform
           if cx > 0
              move cx to lx
              perform 3450-gather-one
           end-if
           .

       3300-gather-consumers.
      *    every later run that read exactly this content
           perform varying lx from 1 until lx > table-count
               if lnt-direction(lx) = 'I'
                  and lnt-file-name(lx) = lnt-file-name(node-index)
                  and lnt-record-count(lx) =
                      lnt-record-count(node-index)
                  and lnt-checksum(lx) = lnt-checksum(node-index)
                  and lnt-run-stamp(lx) >= lnt-run-stamp(node-index)
                  and not (lnt-job-id(lx) = lnt-job-id(node-index)
                      and lnt-run-stamp(lx) =
                          lnt-run-stamp(node-index))
                  perform 3450-gather-one
               end-if
           end-perform
           .

       3400-push-gathered.
      *    pushed last-first so the trail prints in file order
           perform varying gx from gather-count by -1 until gx = 0
               if stack-top < stack-max
                  add 1 to stack-top
                  move gather-index(gx) to stk-index(stack-top)
                  compute stk-depth(stack-top) = node-depth + 1
               else
                  add 1 to trail-dropped
               end-if
           end-perform
           .

       3450-gather-one.
           if gather-count < 100
              add 1 to gather-count
              move lx to gather-index(gather-count)
           else
              add 1 to trail-dropped
           end-if
           .

       3500-note-trail-end.
           evaluate true
               when trace-back
                    and lnt-job-id(node-index) = 'GATEWAY001'
                    move 'PARTNER ARRIVAL - START OF THE TRAIL'
                         to node-note
               when trace-back
                    move 'NO EARLIER RUN WROTE THIS CONTENT'
                         to node-note
               when lnt-job-id(node-index) = 'PACKAGE001'
                    move 'PACKAGED - END OF THE TRAIL' to node-note
               when other
                    move 'NO LATER RUN READ THIS CONTENT'
                         to node-note
           end-evaluate
           perform 4100-write-note-line
           .

       4000-write-node-line.
           move spaces to node-line
           if lnt-direction(node-index) = 'O'
              move 'OUT' to nl-direction
           else
              move 'IN' to nl-direction
           end-if
           move lnt-file-name(node-index) to nl-file-name
           move lnt-record-count(node-index) to nl-record-count
           move lnt-checksum(node-index) to nl-checksum
           move lnt-job-id(node-index) to nl-job-id
           move lnt-run-stamp(node-index) to nl-run-stamp
           compute indent-pos = node-depth * 2 + 3
           move spaces to report-line
           move node-line to report-line(indent-pos:)
           write report-line
           .

       4100-write-note-line.
           compute indent-pos = node-depth * 2 + 5
           move spaces to report-line
           move node-note to report-line(indent-pos:)
           write report-line
           .

       5000-write-summary.
           move spaces to report-line
           write report-line
           move trace-count to count-disp
           move spaces to report-line
           string 'TRACES REQUESTED   ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move not-found-count to count-disp
           move spaces to report-line
           string 'FILES NOT ON LINEAGE' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           if trail-dropped > 0
              move trail-dropped to count-disp
              move spaces to report-line
              string 'TRAIL LINES NOT SHOWN' delimited by size
                     count-disp delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program LineageTrace.
