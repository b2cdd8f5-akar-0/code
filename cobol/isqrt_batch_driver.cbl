      *           convention along with 'iSqrt' itself
      *   akar-0  the requester reference on the work record rides
      *           through to the result line and the reject record
      *   akar-0  checkpoint/restart: every 100 data records the
      *           results so far are committed and the position
      *           recorded on SQRTCKPT with the written and rejected
      *           counts. a run that starts with a position on file
      *           cuts SQRTRSLT/SQRTREJ back to that point, skips past
      *           the committed records and extends both files, still
      *           counting the whole of SQRTWORK for the control totals
      *           and the completion code; the position is cleared at
      *           clean end of job
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
      *   akar-0  run modes on the work record after the reference:
      *           blank or 'S' the square root as before, 'K' the
      *           integer root to the degree in the next two columns
      *           through 'iRoot', 'P' the perfect-power test through
      *           'PerfectPower'. SQRTREJ carries the mode and degree
      *           ahead of the reason, which now starts in column 34
       environment division.
       input-output section.
       file-control.
           select work-file assign to 'SQRTWORK'
               organization is line sequential.
           select optional result-file assign to 'SQRTRSLT'
               organization is line sequential.
           select optional reject-file assign to 'SQRTREJ'
               organization is line sequential.
           select optional ckpt-file assign to 'SQRTCKPT'
               organization is line sequential.
           select trim-file assign to 'SQRTCKWK'
               organization is line sequential.

       data division.
           05 work-n         pic 9(18).
      *    who queued this value; spaces on legacy records
           05 work-ref       pic x(12).
      *    blank or 'S' square root, 'K' k-th root to work-root-k,
      *    'P' perfect-power test
           05 work-mode      pic x(1).
              88 mode-square-root   values ' ' 'S'.
              88 mode-kth-root      value 'K'.
              88 mode-perfect-power value 'P'.
           05 work-root-k    pic x(2).
      *    room for the reason a resubmitted SQRTREJ line carries,
      *    so it reads back as one record instead of splitting
           05 filler         pic x(24).
       01  reject-record.
           05 rej-work-n     pic x(18).
           05 rej-ref        pic x(12).
           05 rej-mode       pic x(1).
           05 rej-root-k     pic x(2).
           05 rej-reason     pic x(24).

      * the restart position: the last data record whose results
      * are committed, and the result and reject counts at that point
       fd  ckpt-file.
       01  ckpt-record.
           05 ckp-record-number pic 9(9).
           05 ckp-written-count pic 9(9).
           05 ckp-reject-count  pic 9(9).

       fd  trim-file.
       01  trim-record          pic x(80).

       working-storage section.
       01  end-of-work         pic x(1).
           88 no-more-work     value 'Y'.
       01  written-count       pic 9(9).
       01  reject-count        pic 9(9).
       01  control-failed-flag pic x(1).
       01  restart-flag        pic x(1).
           88 restart-run      value 'Y'.
       01  restart-record-number pic 9(9).
       01  ckpt-interval       pic 9(5) value 100.
       01  end-of-trim         pic x(1).
           88 no-more-trim     value 'Y'.
       01  keep-count          pic 9(9).
       01  copied-count        pic 9(9).
       01  restart-disp        pic z(8)9.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  lock-status         pic x(1).
       01  lock-holder         pic x(40).
       01  alert-data.
       01  n-disp              pic z(17)9.
       01  x-disp              pic z(17)9.
       01  line-ptr            pic 9(3).
       01  root-degree         pic 9(2).
       01  degree-disp         pic z9.
       01  pp-base             pic 9(18).
       01  pp-exponent         pic 9(2).
       01  pp-status           pic x(1).

       procedure division.
       0000-mainline.
           end-if
           call 'JobRunLogger' using 'S' run-log-data
           open input work-file
           perform 0200-read-ckpt
           if restart-run
              open extend result-file
              open extend reject-file
           else
              open output result-file
              open output reject-file
           end-if

           perform until no-more-work
               read work-file
           close result-file
           close reject-file
           perform 0900-verify-control
      *    a position past the end of the file means the file changed
      *    under the checkpoint and nothing ran -- not a clean empty
      *    run; the position stays for the operator to decide on
           if data-record-count < restart-record-number
              move restart-record-number to restart-disp
              display 'SQRTWORK RESTART POSITION '
                      function trim(restart-disp)
                      ' BEYOND END OF FILE - NOTHING RUN'
              move 'Y' to control-failed-flag
           end-if
           if control-failed-flag = 'N'
              perform 0700-clear-ckpt
           end-if
           perform 0800-log-lineage
           move data-record-count to rl-records-read
           move written-count to rl-records-written
           move reject-count to rl-records-rejected
               when 'TRL' move work-ctl-view to file-trailer
               when other
                   add 1 to data-record-count
                   if data-record-count > restart-record-number
                      perform 1000-run-one-n
                      if function mod(data-record-count,
                                      ckpt-interval) = 0
                         perform 0600-write-ckpt
                      end-if
                   end-if
           end-evaluate
           .

       0200-read-ckpt.
      *    a leftover position means the previous run died part way:
      *    whatever it wrote after its last commit is cut off the
      *    output files, and the counts carry on from the commit
           move 'N' to restart-flag
           move 0 to restart-record-number
           open input ckpt-file
           read ckpt-file
               at end continue
               not at end
                   if ckp-record-number is numeric
                      and ckp-record-number > 0
                      move 'Y' to restart-flag
                      move ckp-record-number to restart-record-number
                      move ckp-written-count to written-count
                      move ckp-reject-count to reject-count
                   end-if
           end-read
           close ckpt-file
           if restart-run
              move restart-record-number to restart-disp
              display 'SQRTWORK RESTART AFTER DATA RECORD '
                      function trim(restart-disp)
              move written-count to keep-count
              perform 0250-trim-result-file
              move reject-count to keep-count
              perform 0260-trim-reject-file
           end-if
           .

       0250-trim-result-file.
           move 0 to copied-count
           move 'N' to end-of-trim
           open input result-file
           open output trim-file
           perform until no-more-trim or copied-count = keep-count
               read result-file
                   at end move 'Y' to end-of-trim
                   not at end
                       move result-line to trim-record
                       write trim-record
                       add 1 to copied-count
               end-read
           end-perform
           close result-file
           close trim-file
           move 'N' to end-of-trim
           open input trim-file
           open output result-file
           perform until no-more-trim
               read trim-file
                   at end move 'Y' to end-of-trim
                   not at end
                       move trim-record to result-line
                       write result-line
               end-read
           end-perform
           close trim-file
           close result-file
           .

       0260-trim-reject-file.
           move 0 to copied-count
           move 'N' to end-of-trim
           open input reject-file
           open output trim-file
           perform until no-more-trim or copied-count = keep-count
               read reject-file
                   at end move 'Y' to end-of-trim
                   not at end
                       move reject-record to trim-record
                       write trim-record
                       add 1 to copied-count
               end-read
           end-perform
           close reject-file
           close trim-file
           move 'N' to end-of-trim
           open input trim-file
           open output reject-file
           perform until no-more-trim
               read trim-file
                   at end move 'Y' to end-of-trim
                   not at end
                       move trim-record to reject-record
                       write reject-record
               end-read
           end-perform
           close trim-file
           close reject-file
           .

       0600-write-ckpt.
      *    closing and reopening the outputs is the commit: nothing
      *    the position counts can still be sitting in a buffer
           close result-file
           close reject-file
           open output ckpt-file
           move data-record-count to ckp-record-number
           move written-count to ckp-written-count
           move reject-count to ckp-reject-count
           write ckpt-record
           close ckpt-file
           open extend result-file
           open extend reject-file
           .

       0700-clear-ckpt.
           open output ckpt-file
           move 0 to ckp-record-number
           move 0 to ckp-written-count
           move 0 to ckp-reject-count
           write ckpt-record
           close ckpt-file
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move 'SQRTWORK' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SQRTRSLT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'SQRTREJ' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0900-verify-control.
           call 'FileControlVerify' using 'SQRTWORK' file-header
               file-trailer data-record-count fcv-status fcv-message

       1000-run-one-n.
           if work-n not numeric
              move ' NON-NUMERIC N' to rej-reason
              perform 1900-reject-record
              exit paragraph
           end-if
           if mode-kth-root
              and (work-root-k not numeric or work-root-k = '00')
              move ' INVALID ROOT DEGREE' to rej-reason
              perform 1900-reject-record
              exit paragraph
           end-if
           if not mode-square-root and not mode-kth-root
              and not mode-perfect-power
              move ' UNKNOWN MODE' to rej-reason
              perform 1900-reject-record
              exit paragraph
           end-if
           move work-n to n

           move n to n-disp
           move spaces to result-line
           evaluate true
               when mode-kth-root      perform 1200-run-kth-root
               when mode-perfect-power perform 1300-run-perfect-power
               when other              perform 1100-run-square-root
           end-evaluate
           if work-ref not = spaces
      *       appended after whatever the 18-digit operands built,
      *       never at a fixed column they could overrun
              compute line-ptr = function length(
                      function trim(result-line)) + 1
              string ' REF ' delimited by size
                     function trim(work-ref) delimited by size
                     into result-line
                     with pointer line-ptr
           end-if
           write result-line
           add 1 to written-count
           .

       1100-run-square-root.
           call 'iSqrt' using n x n-status n-iters n-input-status

           move x to x-disp
           if n-status = 'P'
              string function trim(n-disp) delimited by size
                     ' ' delimited by size
                     ' ROUNDED' delimited by size
                     into result-line
           end-if
           .

       1200-run-kth-root.
      *    n ROOT k x EXACT|ROUNDED
           move work-root-k to root-degree
           call 'iRoot' using n root-degree x n-status n-input-status
           move x to x-disp
           move root-degree to degree-disp
           if n-status = 'P'
              string function trim(n-disp) delimited by size
                     ' ROOT ' delimited by size
                     function trim(degree-disp) delimited by size
                     ' ' delimited by size
                     function trim(x-disp) delimited by size
                     ' EXACT' delimited by size
                     into result-line
           else
              string function trim(n-disp) delimited by size
                     ' ROOT ' delimited by size
                     function trim(degree-disp) delimited by size
                     ' ' delimited by size
                     function trim(x-disp) delimited by size
                     ' ROUNDED' delimited by size
                     into result-line
           end-if
           .

       1300-run-perfect-power.
      *    n = b^e PERFECT POWER, n NOT A PERFECT POWER, or n below 2
      *    not tested
           call 'PerfectPower' using n pp-base pp-exponent pp-status
           evaluate pp-status
               when 'P'
                   move pp-base to x-disp
                   move pp-exponent to degree-disp
                   string function trim(n-disp) delimited by size
                          ' = ' delimited by size
                          function trim(x-disp) delimited by size
                          '^' delimited by size
                          function trim(degree-disp) delimited by size
                          ' PERFECT POWER' delimited by size
                          into result-line
               when 'L'
                   string function trim(n-disp) delimited by size
                          ' BELOW 2 - NOT TESTED' delimited by size
                          into result-line
               when other
                   string function trim(n-disp) delimited by size
                          ' NOT A PERFECT POWER' delimited by size
                          into result-line
           end-evaluate
           .

       1900-reject-record.
      *    the work record goes to SQRTREJ as read, reason appended
           add 1 to reject-count
           move work-n to rej-work-n
           move work-ref to rej-ref
           move work-mode to rej-mode
           move work-root-k to rej-root-k
           write reject-record
           .

       end program iSqrtBatchDriver.
