       identification division.
       program-id. SortMerge.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * General sort and merge step driven by the SORTCTL record, so
      * "this partner file by account then date" or "yesterday's and
      * today's files in key order" is a control record instead of a
      * program. The record names the LAYOUTS layout, whether the
      * input is flat by the layout's positions or delimited (split
      * through 'FieldSplitter'), up to six key fields each with 'A'
      * ascending or 'D' descending order, whether to drop records
      * whose keys repeat ('Y' keeps the first), the output name and
      * up to four input files -- two or more inputs are merged into
      * one file in key order, whether or not each was sorted
      * already. Keys compare by the layout's field type: 'C' fields
      * by their characters, 'N' fields by numeric value (sign and
      * decimal point honored) and 'D' fields (YYYYMMDD) by date; a
      * blank 'N' or 'D' key sorts lowest. Records with equal keys
      * keep their input order, first input first.
      *   columns   1-20  layout             21  'D' delimited input
      *                22  delimiter (blank = comma)
      *                23  'Y' drop duplicate keys
      *            24-123  output (blank = SORTOUT)
      *           124-131  expected file-id on the inputs' stamps
      *           132-257  six keys of field name (20) and order (1)
      *           258-657  four input names of 100 (first blank =
      *                    SORTIN)
      * A record whose 'N' key is not a number or whose 'D' key is
      * not a date goes the standard reject-and-reprocess way: to
      * SORTREJ as read (first 2000 bytes) with the reason at column
      * 2001. HDR/TRL stamps on each input are verified through
      * 'FileControlVerify' and left off the output, which goes out
      * unstamped for FilePackager to stamp. SORTRPT echoes the keys
      * and lists the counts and rejects; rejects count toward the
      * completion code, and an unknown layout or key field, no
      * keys, or an input that is not there is a control failure.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'SORTCTL'
               organization is line sequential.
           select input-file assign to dynamic input-file-name
               organization is line sequential
               file status is input-status.
           select output-file assign to dynamic output-file-name
               organization is line sequential.
           select reject-file assign to 'SORTREJ'
               organization is line sequential.
           select report-file assign to 'SORTRPT'
               organization is line sequential.
           select sort-work assign to 'SORTWK01'.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-layout         pic x(20).
      *    'D' delimited via FieldSplitter, other = flat by layout
           05 ctl-input-format   pic x(1).
           05 ctl-input-delim    pic x(1).
           05 ctl-drop-dups      pic x(1).
           05 ctl-output-name    pic x(100).
           05 ctl-file-id        pic x(8).
           05 ctl-key occurs 6 times.
              10 ctl-key-field   pic x(20).
      *          'D' descending, other = ascending
              10 ctl-key-order   pic x(1).
           05 ctl-input-name     pic x(100) occurs 4 times.

       fd  input-file.
       01  input-record          pic x(2024).
       01  input-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==in-ctl==.

       fd  output-file.
       01  output-record         pic x(2000).

       fd  reject-file.
       01  reject-record.
           05 rej-data           pic x(2000).
           05 rej-reason         pic x(24).

       fd  report-file.
       01  report-line           pic x(132).

      * every key normalized into one ascending character key, the
      * read order behind it, and the record as read
       sd  sort-work.
       01  sort-record.
           05 srt-key            pic x(600).
           05 srt-seq            pic 9(9).
           05 srt-data           pic x(2000).

       working-storage section.
       01  end-of-input          pic x(1).
           88 no-more-input      value 'Y'.
       01  end-of-sort           pic x(1).
       01  input-file-name       pic x(100).
       01  output-file-name      pic x(100).
       01  input-status          pic x(2).
       01  input-format          pic x(1).
           88 delimited-input    value 'D'.
       01  input-delimiter       pic x(1).
       01  drop-duplicates       pic x(1).
       01  expected-file-id      pic x(8).
       01  input-table.
           05 input-count        pic 9(1).
           05 input-name         pic x(100) occurs 4 times.
           05 input-records      pic 9(9) occurs 4 times.
       01  ix                    pic 9(1).
       01  file-header.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==hdr==.
       01  file-trailer.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==trl==.
       01  fcv-status            pic x(2).
       01  fcv-message           pic x(80).
       01  layout-name           pic x(20).
       01  layout-table.
           05 lay-field-count    pic 9(2).
           05 lay-field occurs 20 times.
              10 lay-field-name  pic x(20).
              10 lay-position    pic 9(4).
              10 lay-length      pic 9(3).
              10 lay-type        pic x(1).
       01  layout-status         pic x(1).
      * the keys, field names resolved to field numbers, with where
      * each one sits in the sort key
       01  key-table.
           05 key-count          pic 9(1).
           05 key-entry occurs 6 times.
              10 kt-field        pic 9(2).
              10 kt-order        pic x(1).
                 88 kt-descending value 'D'.
              10 kt-type         pic x(1).
              10 kt-start        pic 9(3).
              10 kt-width        pic 9(3).
       01  kx                    pic 9(1).
       01  fx                    pic 9(2).
       01  bx                    pic 9(3).
       01  key-length            pic 9(3).
       01  lookup-index          pic 9(2).
      * the record split into its fields
       01  record-fields.
           05 rec-field-count    pic 9(2).
           05 rec-field occurs 20 times.
              10 rec-field-len   pic 9(3).
              10 rec-field-data  pic x(100).
       01  raw-line              pic x(2100).
       01  raw-line-length       pic 9(4).
       01  split-status          pic x(1).
       01  key-value             pic x(100).
       01  key-slot              pic x(100).
       01  reject-reason         pic x(24).
      * a number made to sort as characters: offset by 10**13 so
      * every value in range is positive, then taken as digits
       01  numeric-work          pic x(100).
       01  numeric-value         pic s9(13)v9(5).
       01  offset-value          pic 9(14)v9(5).
       01  offset-digits redefines offset-value pic x(19).
       01  date-function         pic x(1).
       01  date-probe            pic x(8).
       01  days-delta            pic s9(5).
       01  date-out              pic x(8).
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  previous-key          pic x(600).
       01  first-written         pic x(1).
       01  read-count            pic 9(9).
       01  data-record-count     pic 9(9).
       01  written-count         pic 9(9).
       01  duplicate-count       pic 9(9).
       01  reject-count          pic 9(9).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(8)9.
       01  key-disp              pic 9.

       procedure division.
       0000-mainline.
           move 0 to read-count, written-count, duplicate-count
           move 0 to reject-count
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'SORTMRG' to rl-job-name
           move 'SORTM00001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           perform 0100-read-control
           move spaces to report-line
           string 'SORT OF ' delimited by size
                  function trim(layout-name) delimited by size
                  ' RECORDS ONTO ' delimited by size
                  function trim(output-file-name) delimited by size
                  into report-line
           write report-line

           if layout-status not = 'V'
              move 'LAYOUT NOT ON DICTIONARY - NOTHING SORTED'
                   to report-line
              write report-line
              move 'Y' to control-failed-flag
              move 'SORT LAYOUT NOT ON LAYOUTS' to ald-text
              perform 8000-raise-alert
           else
              perform 0200-resolve-keys
              if key-count = 0
                 move 'NO USABLE SORT KEYS - NOTHING SORTED'
                      to report-line
                 write report-line
                 move 'Y' to control-failed-flag
              else
                 perform 0300-check-inputs
                 if control-failed-flag = 'N'
                    open output reject-file
                    sort sort-work
                        on ascending key srt-key srt-seq
                        input procedure is 1000-release-inputs
                        output procedure is 3000-write-sorted
                    close reject-file
                 end-if
              end-if
           end-if

           perform 9000-write-summary
           close report-file
           perform 0800-log-lineage

           move read-count to rl-records-read
           move written-count to rl-records-written
           move reject-count to rl-records-rejected
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
           move 'SORTOUT' to output-file-name
           move spaces to layout-name, expected-file-id
           move 'F' to input-format
           move ',' to input-delimiter
           move 'N' to drop-duplicates
           move 0 to input-count, key-count
           move spaces to control-record
           open input control-file
           read control-file
               at end continue
           end-read
           close control-file
           move ctl-layout to layout-name
           if ctl-input-format = 'D'
              move 'D' to input-format
              if ctl-input-delim not = space
                 move ctl-input-delim to input-delimiter
              end-if
           end-if
           if ctl-drop-dups = 'Y'
              move 'Y' to drop-duplicates
           end-if
           if ctl-output-name not = spaces
              move ctl-output-name to output-file-name
           end-if
           move ctl-file-id to expected-file-id
           perform varying ix from 1 until ix > 4
               if ctl-input-name(ix) not = spaces
                  add 1 to input-count
                  move ctl-input-name(ix) to input-name(input-count)
                  move 0 to input-records(input-count)
               end-if
           end-perform
           if input-count = 0
              move 1 to input-count
              move 'SORTIN' to input-name(1)
              move 0 to input-records(1)
           end-if
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           .

       0200-resolve-keys.
      *    a key the layout does not have is a control failure: the
      *    file would come out in some other order than asked for
           move 1 to key-length
           perform varying kx from 1 until kx > 6
               if ctl-key-field(kx) not = spaces
                  perform 0250-resolve-one-key
               end-if
           end-perform
           .

       0250-resolve-one-key.
           move 0 to lookup-index
           perform varying fx from 1 until fx > lay-field-count
               if lay-field-name(fx) = ctl-key-field(kx)
                  move fx to lookup-index
               end-if
           end-perform
           if lookup-index = 0
              move spaces to report-line
              string 'KEY FIELD ' delimited by size
                     function trim(ctl-key-field(kx)) delimited by size
                     ' NOT ON ITS LAYOUT - NOTHING SORTED'
                     delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
              exit paragraph
           end-if
           add 1 to key-count
           move lookup-index to kt-field(key-count)
           move lay-type(lookup-index) to kt-type(key-count)
           if ctl-key-order(kx) = 'D'
              move 'D' to kt-order(key-count)
           else
              move 'A' to kt-order(key-count)
           end-if
           evaluate kt-type(key-count)
               when 'N'
                   move 19 to kt-width(key-count)
               when 'D'
                   move 8 to kt-width(key-count)
               when other
                   move lay-length(lookup-index) to kt-width(key-count)
                   if kt-width(key-count) > 100
                      move 100 to kt-width(key-count)
                   end-if
           end-evaluate
           move key-length to kt-start(key-count)
           add kt-width(key-count) to key-length

           move key-count to key-disp
           move spaces to report-line
           string 'KEY ' delimited by size
                  key-disp delimited by size
                  '  ' delimited by size
                  ctl-key-field(kx) delimited by size
                  '  TYPE ' delimited by size
                  kt-type(key-count) delimited by size
                  '  ' delimited by size
                  into report-line
           if kt-descending(key-count)
              move 'DESCENDING' to report-line(41:10)
           else
              move 'ASCENDING' to report-line(41:10)
           end-if
           write report-line
           .

       0300-check-inputs.
      *    every input has to be there before anything is sorted --
      *    a merge missing one of its files is not a merge
           perform varying ix from 1 until ix > input-count
               move input-name(ix) to input-file-name
               open input input-file
               if input-status not = '00'
                  move spaces to report-line
                  string function trim(input-file-name)
                         delimited by size
                         ' NOT FOUND - NOTHING SORTED'
                         delimited by size
                         into report-line
                  write report-line
                  move 'Y' to control-failed-flag
                  move spaces to ald-text
                  string 'SORT INPUT ' delimited by size
                         function trim(input-file-name)
                         delimited by size
                         ' NOT FOUND' delimited by size
                         into ald-text
                  perform 8000-raise-alert
               else
                  close input-file
               end-if
           end-perform
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           perform varying ix from 1 until ix > input-count
               move input-name(ix) to lin-file-name
               call 'LineageLogger' using 'I' lineage-data
           end-perform
           move output-file-name to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'SORTREJ' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0900-verify-control.
      *    each input's own stamps, against SORTCTL's file-id when
      *    one is given
           if expected-file-id = spaces
              call 'FileControlVerify' using hdr-file-id file-header
                  file-trailer data-record-count fcv-status
                  fcv-message
           else
              call 'FileControlVerify' using expected-file-id
                  file-header file-trailer data-record-count
                  fcv-status fcv-message
           end-if
           if fcv-status > '04'
              move spaces to report-line
              string function trim(input-file-name) delimited by size
                     ' CONTROL FAILURE: ' delimited by size
                     function trim(fcv-message) delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
              move fcv-message to ald-text
              perform 8000-raise-alert
           end-if
           .

       1000-release-inputs.
           perform varying ix from 1 until ix > input-count
               perform 1100-release-one-input
           end-perform
           .

       1100-release-one-input.
           move input-name(ix) to input-file-name
           move spaces to file-header, file-trailer
           move 0 to data-record-count
           move 'N' to end-of-input
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
                               add 1 to data-record-count
                               add 1 to read-count
                               perform 2000-release-one-record
                       end-evaluate
               end-read
           end-perform
           close input-file
           move data-record-count to input-records(ix)
           move data-record-count to count-disp
           move spaces to report-line
           string 'INPUT ' delimited by size
                  function trim(input-file-name) delimited by size
                  '  RECORDS ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           perform 0900-verify-control
           .

       2000-release-one-record.
      *    only the first 2000 bytes are the record -- a resubmitted
      *    SORTREJ line carries its old reason beyond them
           move spaces to reject-reason
           move spaces to sort-record
           perform 2100-split-record
           perform varying kx from 1 until kx > key-count
                  or reject-reason not = spaces
               perform 2200-build-one-key
           end-perform
           if reject-reason not = spaces
              add 1 to reject-count
              move input-record(1:2000) to rej-data
              move reject-reason to rej-reason
              write reject-record
              move data-record-count to count-disp
              move spaces to report-line
              string 'RECORD ' delimited by size
                     function trim(count-disp) delimited by size
                     ' OF ' delimited by size
                     function trim(input-file-name) delimited by size
                     '  REJECTED  ' delimited by size
                     reject-reason delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move read-count to srt-seq
           move input-record(1:2000) to srt-data
           release sort-record
           .

       2100-split-record.
           initialize record-fields
           if delimited-input
              move spaces to raw-line
              move input-record(1:2000) to raw-line
              if raw-line = spaces
                 move 0 to raw-line-length
              else
                 compute raw-line-length = function length(
                         function trim(raw-line trailing))
              end-if
              call 'FieldSplitter' using raw-line raw-line-length
                  input-delimiter record-fields split-status
              if split-status not = 'V'
                 string 'SPLIT ERROR ' delimited by size
                        split-status delimited by size
                        into reject-reason
              end-if
           else
              move lay-field-count to rec-field-count
              perform varying fx from 1 until fx > lay-field-count
                  if lay-position(fx) + lay-length(fx) - 1 <= 2000
                     and lay-length(fx) <= 100
                     move lay-length(fx) to rec-field-len(fx)
                     move input-record(lay-position(fx):
                                       lay-length(fx))
                          to rec-field-data(fx)
                  end-if
              end-perform
           end-if
           .

       2200-build-one-key.
           move rec-field-data(kt-field(kx)) to key-value
           move spaces to key-slot
           evaluate kt-type(kx)
               when 'N'
                   perform 2300-number-key
               when 'D'
                   perform 2400-date-key
               when other
                   move key-value to key-slot
           end-evaluate
           if reject-reason not = spaces
              exit paragraph
           end-if
      *    a descending key is turned over byte for byte, so the one
      *    ascending sort puts it highest first
           if kt-descending(kx)
              perform varying bx from 1 until bx > kt-width(kx)
                  move function char(257 -
                       function ord(key-slot(bx:1)))
                       to key-slot(bx:1)
              end-perform
           end-if
           move key-slot(1:kt-width(kx))
                to srt-key(kt-start(kx):kt-width(kx))
           .

       2300-number-key.
      *    blank is lowest: zero offset, below every real value
           move key-value to numeric-work
           if numeric-work = spaces
              move 0 to offset-value
           else
              if function test-numval(function trim(numeric-work))
                 not = 0
                 string 'NOT NUMERIC ' delimited by size
                        lay-field-name(kt-field(kx)) delimited by size
                        into reject-reason
                 exit paragraph
              end-if
              compute numeric-value =
                      function numval(function trim(numeric-work))
              compute offset-value = numeric-value + 10000000000000
           end-if
           move offset-digits to key-slot
           .

       2400-date-key.
           if key-value(1:8) = spaces
              move '00000000' to key-slot
              exit paragraph
           end-if
           move key-value(1:8) to date-probe
           move 'V' to date-function
           move 0 to days-delta
           call 'DateService' using date-function date-probe
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           if date-status not = 'V'
              string 'BAD DATE ' delimited by size
                     lay-field-name(kt-field(kx)) delimited by size
                     into reject-reason
              exit paragraph
           end-if
           move date-probe to key-slot
           .

       3000-write-sorted.
           move 'N' to first-written
           move 'N' to end-of-sort
           open output output-file
           perform until end-of-sort = 'Y'
               return sort-work
                   at end move 'Y' to end-of-sort
                   not at end perform 3100-write-one-record
               end-return
           end-perform
           close output-file
           .

       3100-write-one-record.
      *    equal keys arrive in read order, so the first one kept is
      *    the first one read
           if drop-duplicates = 'Y' and first-written = 'Y'
              and srt-key = previous-key
              add 1 to duplicate-count
              exit paragraph
           end-if
           move 'Y' to first-written
           move srt-key to previous-key
           move srt-data to output-record
           write output-record
           add 1 to written-count
           .

       8000-raise-alert.
           move rl-job-name to ald-job-name
           move 12 to ald-severity
           call 'OperatorAlert' using 'R' alert-data
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move read-count to count-disp
           move spaces to report-line
           string 'RECORDS READ         ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move written-count to count-disp
           move spaces to report-line
           string 'RECORDS WRITTEN      ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move duplicate-count to count-disp
           move spaces to report-line
           string 'DUPLICATES DROPPED   ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move reject-count to count-disp
           move spaces to report-line
           string 'RECORDS REJECTED     ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           .

       end program SortMerge.
