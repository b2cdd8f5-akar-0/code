      *           is reconciled through 'FileControlVerify' at end of
      *           input, with RETURN-CODE 12 on a control failure;
      *           unstamped files run as before
      *   akar-0  checkpoint/restart: every 100 data records the
      *           results so far are committed and the position
      *           recorded on SLICECKP with the written and rejected
      *           counts. a run that starts with a position on file
      *           cuts SLICEOUT/SLICEREJ back to that point, skips past
      *           the committed records and extends both files, still
      *           counting the whole of SLICEIN for the control totals
      *           and the completion code; the position is cleared at
      *           clean end of job
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
       environment division.
       input-output section.
       file-control.
           select slice-file assign to 'SLICEIN'
               organization is line sequential.
           select optional result-file assign to 'SLICEOUT'
               organization is line sequential.
           select optional reject-file assign to 'SLICEREJ'
               organization is line sequential.
           select optional ckpt-file assign to 'SLICECKP'
               organization is line sequential.
           select trim-file assign to 'SLICECKW'
               organization is line sequential.

       data division.
           05 rej-slice-data    pic x(409).
           05 rej-reason        pic x(24).

      * the restart position: the last data record whose results
      * are committed, and the result and reject counts at that point
       fd  ckpt-file.
       01  ckpt-record.
           05 ckp-record-number pic 9(9).
           05 ckp-written-count pic 9(9).
           05 ckp-reject-count  pic 9(9).

       fd  trim-file.
       01  trim-record          pic x(433).

       working-storage section.
       01  end-of-slices        pic x(1).
           88 no-more-slices    value 'Y'.
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
       01  i                    pic 9(3).
       01  items.
           05 items-length      pic 9(3).
           move 'SLICEBT001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data
           open input slice-file
           perform 0200-read-ckpt
           if restart-run
              open extend result-file
              open extend reject-file
           else
              open output result-file
              open output reject-file
           end-if

           perform until no-more-slices
               read slice-file
           close result-file
           close reject-file
           perform 0900-verify-control
      *    a position past the end of the file means the file changed
      *    under the checkpoint and nothing ran -- not a clean empty
      *    run; the position stays for the operator to decide on
           if data-record-count < restart-record-number
              move restart-record-number to restart-disp
              display 'SLICEIN RESTART POSITION '
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
               when 'TRL' move slice-ctl-view to file-trailer
               when other
                   add 1 to data-record-count
                   if data-record-count > restart-record-number
                      perform 1000-run-one-slice
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
              display 'SLICEIN RESTART AFTER DATA RECORD '
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
           move 'SLICEIN' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SLICEOUT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'SLICEREJ' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0900-verify-control.
           call 'FileControlVerify' using 'SLICEIN ' file-header
               file-trailer data-record-count fcv-status fcv-message
