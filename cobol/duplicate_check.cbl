       identification division.
       program-id. DuplicateCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Finds the records a partner sent twice. A resent record or a
      * block resent after a transfer restart sails through the
      * gateway's control counts, because the trailer counts the
      * repeats too. Driven by the DUPCTL control record (the file,
      * its LAYOUTS layout and key field, whether to stage a clean
      * copy and under what name), it looks for:
      *   exact duplicates -- every data record is folded through
      *     'RecordChecksum' (the rotating mode, so reordered bytes do
      *     not fold alike) and the file is SORTed on the fold, the
      *     record itself and its position, so identical records land
      *     together and the first occurrence leads; two records only
      *     count as the same when their bytes agree, not merely
      *     their fold
      *   key duplicates -- with a key field named, the records left
      *     are SORTed on that field and position, and any later
      *     record carrying an earlier record's key with other fields
      *     different is reported against it
      * both passes go through external SORTs and work files, so the
      * size of the file is no limit. DUPRPT lists every duplicate by
      * record position (data records counted from 1, HDR/TRL not
      * counted) against the record it repeats, a run of consecutive
      * records repeating a consecutive run shown as one resent
      * block. With DUPCTL's stage flag 'Y' a de-duplicated copy is
      * written -- first occurrences kept, HDR/TRL carried over with
      * their counts corrected and the header checksum blanked
      * (the stamp no longer covers what is there) -- and every
      * record taken out goes to DUPREJ with the reason at column
      * 4651 for the reject inventory. Duplicates count as the job's
      * rejects.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'DUPCTL'
               organization is line sequential.
           select input-file assign to dynamic input-file-name
               organization is line sequential
               file status is input-status.
           select staged-file assign to dynamic staged-file-name
               organization is line sequential.
           select reject-file assign to 'DUPREJ'
               organization is line sequential.
           select report-file assign to 'DUPRPT'
               organization is line sequential.
           select sort-exact-work assign to 'DUPSRTW1'.
           select sort-key-work assign to 'DUPSRTW2'.
           select sort-finding-work assign to 'DUPSRTW3'.
           select exact-findings assign to 'DUPEXWK'
               organization is line sequential.
           select exact-sorted assign to 'DUPEXST'
               organization is line sequential.
           select key-findings assign to 'DUPKYWK'
               organization is line sequential.
           select all-findings assign to 'DUPFNDST'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-input-name     pic x(100).
           05 ctl-layout-name    pic x(20).
           05 ctl-key-field      pic x(20).
      *    'Y' writes the de-duplicated copy and DUPREJ
           05 ctl-stage-flag     pic x(1).
           05 ctl-stage-name     pic x(100).

       fd  input-file.
       01  input-record          pic x(4650).
       01  input-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==in-ctl==.

       fd  staged-file.
       01  staged-record         pic x(4650).

       fd  reject-file.
       01  reject-record.
           05 rej-data           pic x(4650).
           05 rej-reason         pic x(24).

       fd  report-file.
       01  report-line           pic x(132).

       sd  sort-exact-work.
       01  sort-exact-record.
           05 sxr-checksum       pic x(4).
           05 sxr-data           pic x(4650).
           05 sxr-position       pic 9(9).

       sd  sort-key-work.
       01  sort-key-record.
           05 skr-key            pic x(100).
           05 skr-position       pic 9(9).

      * one finding: the record at FND-POSITION repeats the one at
      * FND-FIRST, 'E' exactly or 'K' by key
       sd  sort-finding-work.
       01  sort-finding-record.
           05 sfr-position       pic 9(9).
           05 sfr-kind           pic x(1).
           05 sfr-first          pic 9(9).
           05 sfr-key            pic x(100).

       fd  exact-findings.
       01  exact-finding-record  pic x(119).

       fd  exact-sorted.
       01  exact-sorted-record.
           05 exs-position       pic 9(9).
           05 exs-kind           pic x(1).
           05 exs-first          pic 9(9).
           05 exs-key            pic x(100).

       fd  key-findings.
       01  key-finding-record    pic x(119).

       fd  all-findings.
       01  finding-record.
           05 fnd-position       pic 9(9).
           05 fnd-kind           pic x(1).
           05 fnd-first          pic 9(9).
           05 fnd-key            pic x(100).

       working-storage section.
       01  end-of-input          pic x(1).
           88 no-more-input      value 'Y'.
       01  end-of-sort           pic x(1).
       01  end-of-findings       pic x(1).
       01  input-status          pic x(2).
       01  input-file-name       pic x(100).
       01  staged-file-name      pic x(100).
       01  stage-flag            pic x(1).
           88 staging-wanted     value 'Y'.
       01  key-field-name        pic x(20).
       01  key-position          pic 9(4).
       01  key-length            pic 9(3).
       01  layout-name           pic x(20).
       01  layout-table.
           05 lay-field-count    pic 9(2).
           05 lay-field occurs 20 times.
              10 lay-field-name  pic x(20).
              10 lay-position    pic 9(4).
              10 lay-length      pic 9(3).
              10 lay-type        pic x(1).
       01  layout-status         pic x(1).
       01  fx                    pic 9(2).
       01  file-header.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==hdr==.
       01  file-trailer.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==trl==.
       01  data-position         pic 9(9).
       01  record-length         pic 9(5).
       01  chunk-start           pic 9(5).
       01  checksum-buffer.
           05 buffer-length      pic 9(5).
           05 buffer-text        pic x(2000).
       01  checksum-bytes        pic x(4).
       01  checksum-status       pic x(1).
       01  rotating-mode         pic x(1) value 'R'.
      * the group in hand while a sorted pass is read back
       01  group-checksum        pic x(4).
       01  group-data            pic x(4650).
       01  group-first           pic 9(9).
       01  group-key             pic x(100).
       01  next-removed          pic 9(9).
       01  exact-count           pic 9(9).
       01  key-count             pic 9(9).
       01  staged-count          pic 9(9).
       01  removed-count         pic 9(9).
       01  stage-expected        pic 9(9).
      * a run of exact duplicates being gathered into one report
      * line: records BLK-START..BLK-END repeat BLK-FIRST onward
       01  block-open            pic x(1).
       01  blk-start             pic 9(9).
       01  blk-end               pic 9(9).
       01  blk-first             pic 9(9).
       01  blk-last-first        pic 9(9).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  count-disp            pic z(8)9.
       01  count-disp-2          pic z(8)9.
       01  count-disp-3          pic z(8)9.
       01  count-disp-4          pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to data-position, exact-count, key-count
           move 0 to staged-count, removed-count
           move 'N' to control-failed-flag
           move spaces to file-header, file-trailer
           initialize run-log-data
           move 'DUPCHECK' to rl-job-name
           move 'DUPCHK0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           perform 0100-read-control
           move spaces to report-line
           string 'DUPLICATE CHECK OF ' delimited by size
                  function trim(input-file-name) delimited by size
                  into report-line
           write report-line
           if key-field-name not = spaces
              perform 0200-find-key-field
           end-if

           open input input-file
           if input-status not = '00'
              move spaces to report-line
              string function trim(input-file-name) delimited by size
                     ' NOT FOUND - NOTHING CHECKED' delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
           else
              close input-file
              perform 1000-find-exact-duplicates
              if key-length > 0
                 perform 2000-find-key-duplicates
              else
                 sort sort-finding-work
                     on ascending key sfr-position
                     using exact-sorted
                     giving all-findings
              end-if
              perform 3000-report-duplicates
              if staging-wanted
                 perform 4000-stage-clean-copy
              end-if
           end-if

           perform 9000-write-summary
           close report-file
           perform 0800-log-lineage

           move data-position to rl-records-read
           move staged-count to rl-records-written
           compute rl-records-rejected = exact-count + key-count
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-control.
           move 'DUPIN' to input-file-name
           move 'DUPOUT' to staged-file-name
           move spaces to layout-name, key-field-name
           move 'N' to stage-flag
           move 0 to key-position, key-length
           open input control-file
           read control-file
               at end continue
               not at end
                   if ctl-input-name not = spaces
                      move ctl-input-name to input-file-name
                   end-if
                   move ctl-layout-name to layout-name
                   move ctl-key-field to key-field-name
                   move ctl-stage-flag to stage-flag
                   if ctl-stage-name not = spaces
                      move ctl-stage-name to staged-file-name
                   end-if
           end-read
           close control-file
           .

       0200-find-key-field.
      *    a key field that cannot be resolved is a control failure:
      *    the key check asked for did not run
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           if layout-status = 'V'
              perform varying fx from 1 until fx > lay-field-count
                  if lay-field-name(fx) = key-field-name
                     move lay-position(fx) to key-position
                     move lay-length(fx) to key-length
                  end-if
              end-perform
           end-if
           if key-length > 100
              move 100 to key-length
           end-if
           if key-length = 0
              move 'Y' to control-failed-flag
              move spaces to report-line
              string 'KEY FIELD ' delimited by size
                     function trim(key-field-name) delimited by size
                     ' NOT ON LAYOUT ' delimited by size
                     function trim(layout-name) delimited by size
                     ' - KEY DUPLICATES NOT CHECKED' delimited by size
                     into report-line
              write report-line
           else
              move spaces to report-line
              string 'KEY FIELD ' delimited by size
                     function trim(key-field-name) delimited by size
                     ' OF LAYOUT ' delimited by size
                     function trim(layout-name) delimited by size
                     into report-line
              write report-line
           end-if
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move input-file-name to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'DUPRPT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           if staging-wanted
              move staged-file-name to lin-file-name
              call 'LineageLogger' using 'O' lineage-data
              move 'DUPREJ' to lin-file-name
              call 'LineageLogger' using 'O' lineage-data
           end-if
           .

       1000-find-exact-duplicates.
           sort sort-exact-work
               on ascending key sxr-checksum sxr-data sxr-position
               input procedure is 1100-release-folded-records
               output procedure is 1200-collect-exact-duplicates
      *    position order, for the key pass to skip what is already
      *    a duplicate
           sort sort-finding-work
               on ascending key sfr-position
               using exact-findings
               giving exact-sorted
           .

       1100-release-folded-records.
           move 'N' to end-of-input
           move 0 to data-position
           open input input-file
           perform until no-more-input
               read input-file
                   at end move 'Y' to end-of-input
                   not at end
                       evaluate in-ctl-record-tag
                           when 'HDR'
                               move input-ctl-view to file-header
                           when 'TRL'
                               move input-ctl-view to file-trailer
                           when other
                               add 1 to data-position
                               perform 1150-fold-record
                               move checksum-bytes to sxr-checksum
                               move input-record to sxr-data
                               move data-position to sxr-position
                               release sort-exact-record
                       end-evaluate
               end-read
           end-perform
           close input-file
           .

       1150-fold-record.
           move low-values to checksum-bytes
           if input-record = spaces
              move 0 to record-length
           else
              compute record-length = function length(
                      function trim(input-record trailing))
           end-if
           move 1 to chunk-start
           perform until chunk-start > record-length
               compute buffer-length =
                       record-length - chunk-start + 1
               if buffer-length > 2000
                  move 2000 to buffer-length
               end-if
               move input-record(chunk-start:buffer-length)
                    to buffer-text
               call 'RecordChecksum' using checksum-buffer
                   checksum-bytes checksum-status rotating-mode
               add 2000 to chunk-start
           end-perform
           .

       1200-collect-exact-duplicates.
           move 'N' to end-of-sort
           move high-values to group-checksum
           move 0 to group-first
           open output exact-findings
           perform until end-of-sort = 'Y'
               return sort-exact-work
                   at end move 'Y' to end-of-sort
                   not at end
                       if sxr-checksum = group-checksum
                          and sxr-data = group-data
                          and group-first > 0
                          move spaces to sort-finding-record
                          move sxr-position to sfr-position
                          move 'E' to sfr-kind
                          move group-first to sfr-first
                          move sort-finding-record
                               to exact-finding-record
                          write exact-finding-record
                          add 1 to exact-count
                       else
                          move sxr-checksum to group-checksum
                          move sxr-data to group-data
                          move sxr-position to group-first
                       end-if
               end-return
           end-perform
           close exact-findings
           .

       2000-find-key-duplicates.
           sort sort-key-work
               on ascending key skr-key skr-position
               input procedure is 2100-release-keys
               output procedure is 2200-collect-key-duplicates
           sort sort-finding-work
               on ascending key sfr-position
               using exact-sorted key-findings
               giving all-findings
           .

       2100-release-keys.
      *    the exact repeats are already accounted for; the key pass
      *    only sees the records that would be kept so far
           move 'N' to end-of-input
           move 0 to data-position
           open input input-file
           open input exact-sorted
           perform 2150-next-removed
           perform until no-more-input
               read input-file
                   at end move 'Y' to end-of-input
                   not at end
                       if in-ctl-record-tag not = 'HDR'
                          and in-ctl-record-tag not = 'TRL'
                          add 1 to data-position
                          if data-position = next-removed
                             perform 2150-next-removed
                          else
                             move input-record(key-position:key-length)
                                  to skr-key
                             move data-position to skr-position
                             release sort-key-record
                          end-if
                       end-if
               end-read
           end-perform
           close exact-sorted
           close input-file
           .

       2150-next-removed.
           read exact-sorted
               at end move 999999999 to next-removed
               not at end move exs-position to next-removed
           end-read
           .

       2200-collect-key-duplicates.
           move 'N' to end-of-sort
           move high-values to group-key
           move 0 to group-first
           open output key-findings
           perform until end-of-sort = 'Y'
               return sort-key-work
                   at end move 'Y' to end-of-sort
                   not at end
                       if skr-key = group-key and group-first > 0
                          move spaces to sort-finding-record
                          move skr-position to sfr-position
                          move 'K' to sfr-kind
                          move group-first to sfr-first
                          move skr-key to sfr-key
                          move sort-finding-record
                               to key-finding-record
                          write key-finding-record
                          add 1 to key-count
                       else
                          move skr-key to group-key
                          move skr-position to group-first
                       end-if
               end-return
           end-perform
           close key-findings
           .

       3000-report-duplicates.
           move spaces to report-line
           write report-line
           move 'N' to end-of-findings
           move 'N' to block-open
           open input all-findings
           perform until end-of-findings = 'Y'
               read all-findings
                   at end move 'Y' to end-of-findings
                   not at end
                       if fnd-kind = 'E'
                          perform 3100-gather-exact
                       else
                          perform 3300-flush-block
                          perform 3200-write-key-duplicate
                       end-if
               end-read
           end-perform
           perform 3300-flush-block
           close all-findings
           .

       3100-gather-exact.
      *    a record repeating the record after the one the previous
      *    line repeated extends the block
           if block-open = 'Y'
              and fnd-position = blk-end + 1
              and fnd-first = blk-last-first + 1
              move fnd-position to blk-end
              move fnd-first to blk-last-first
              exit paragraph
           end-if
           perform 3300-flush-block
           move 'Y' to block-open
           move fnd-position to blk-start, blk-end
           move fnd-first to blk-first, blk-last-first
           .

       3200-write-key-duplicate.
           move fnd-position to count-disp
           move fnd-first to count-disp-2
           move spaces to report-line
           string 'KEY DUPLICATE    RECORD ' delimited by size
                  function trim(count-disp) delimited by size
                  ' KEY ' delimited by size
                  function trim(fnd-key) delimited by size
                  ' FIRST AT RECORD ' delimited by size
                  function trim(count-disp-2) delimited by size
                  into report-line
           write report-line
           .

       3300-flush-block.
           if block-open not = 'Y'
              exit paragraph
           end-if
           move 'N' to block-open
           move blk-start to count-disp
           move blk-first to count-disp-2
           move spaces to report-line
           if blk-end = blk-start
              string 'EXACT DUPLICATE  RECORD ' delimited by size
                     function trim(count-disp) delimited by size
                     ' SAME AS RECORD ' delimited by size
                     function trim(count-disp-2) delimited by size
                     into report-line
           else
              move blk-end to count-disp-3
              move blk-last-first to count-disp-4
              string 'RESENT BLOCK     RECORDS ' delimited by size
                     function trim(count-disp) delimited by size
                     '-' delimited by size
                     function trim(count-disp-3) delimited by size
                     ' SAME AS RECORDS ' delimited by size
                     function trim(count-disp-2) delimited by size
                     '-' delimited by size
                     function trim(count-disp-4) delimited by size
                     into report-line
           end-if
           write report-line
           .

       4000-stage-clean-copy.
      *    first occurrences only; the findings are in position order
      *    so one pass against them decides every record, and the
      *    count the copy will hold is known before its header goes
           compute stage-expected = data-position - exact-count
                   - key-count
           move 'N' to end-of-input
           move 0 to data-position
           open input input-file
           open input all-findings
           open output staged-file
           open output reject-file
           perform 4100-next-finding
           perform until no-more-input
               read input-file
                   at end move 'Y' to end-of-input
                   not at end
                       evaluate in-ctl-record-tag
                           when 'HDR'
                               move input-ctl-view to file-header
                               move spaces to hdr-checksum
                               move stage-expected to hdr-record-count
                               move file-header to staged-record
                               write staged-record
                           when 'TRL'
                               perform 4200-write-trailer
                           when other
                               perform 4300-stage-one-record
                       end-evaluate
               end-read
           end-perform
           close reject-file
           close staged-file
           close all-findings
           close input-file
           .

       4100-next-finding.
           read all-findings
               at end move 999999999 to fnd-position
           end-read
           .

       4200-write-trailer.
           move input-ctl-view to file-trailer
           move staged-count to trl-record-count
           move file-trailer to staged-record
           write staged-record
           .

       4300-stage-one-record.
           add 1 to data-position
           if data-position = fnd-position
              add 1 to removed-count
              move input-record to rej-data
              move fnd-first to count-disp
              move spaces to rej-reason
              if fnd-kind = 'E'
                 string 'DUP OF ' delimited by size
                        function trim(count-disp) delimited by size
                        into rej-reason
              else
                 string 'DUP KEY OF ' delimited by size
                        function trim(count-disp) delimited by size
                        into rej-reason
              end-if
              write reject-record
              perform 4100-next-finding
           else
              add 1 to staged-count
              move input-record to staged-record
              write staged-record
           end-if
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move data-position to count-disp
           move spaces to report-line
           string 'DATA RECORDS READ    ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move exact-count to count-disp
           move spaces to report-line
           string 'EXACT DUPLICATES     ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move key-count to count-disp
           move spaces to report-line
           string 'KEY DUPLICATES       ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           if staging-wanted
              move staged-count to count-disp
              move spaces to report-line
              string 'STAGED TO ' delimited by size
                     function trim(staged-file-name) delimited by size
                     '  ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
              move removed-count to count-disp
              move spaces to report-line
              string 'REMOVED TO DUPREJ    ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program DuplicateCheck.
