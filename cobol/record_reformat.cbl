       identification division.
       program-id. RecordReformat.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Reformats a file from one LAYOUTS layout to another, so a
      * partner's format change or a downstream team's layout is a
      * mapping file instead of a one-off program. The REFMTCTL
      * record names the input (flat by the source layout's
      * positions, or delimited and split through 'FieldSplitter'),
      * the source and target layouts, the output name, and whether
      * the output is flat by the target layout's positions or
      * delimited. The REFMTMAP rows for that pair of layouts say how
      * each target field is filled:
      *   columns  1-20  source layout      21-40  target layout
      *           41-60  target field
      *             61   'M' move a source field, 'C' constant,
      *                  'D' date reformat, 'N' numeric rescale
      *           62-81  source field (M, D, N)
      *         82-111   C: the constant
      *                  D: 82-91 source format, 92-101 target format
      *                     built from YYYY, YY, MM, DD, DDD and
      *                     literal characters (blank = YYYYMMDD),
      *                     102-103 the century pivot: a two-digit
      *                     year below it is 20YY (blank = 50); the
      *                     date is converted and checked through
      *                     'DateService'
      *                  N: 82-83 source implied decimals, 84-85
      *                     target decimals, 86 'P' to write a decimal
      *                     point (otherwise implied), 87-111 a
      *                     multiplier (blank = 1); rounded
      * Target fields with no row are left blank. An 'N' target field
      * in flat output is right-justified and zero-filled when its
      * value is a number. A record that cannot be mapped -- an
      * invalid date, a number that is not one, a value longer than
      * its target field, a line that will not split -- goes the
      * standard reject-and-reprocess way: to REFMTREJ as read (first
      * 2000 bytes) with the reason at column 2001, ignored when the
      * corrected line is fed back in. REFMTRPT lists the rejects
      * and the counts; rejects count toward the completion code and
      * a mapping row naming a field its layout does not have is a
      * control failure. HDR/TRL stamps on the input are verified
      * through 'FileControlVerify' (against REFMTCTL's file-id when
      * given); the output goes out unstamped, for FilePackager to
      * stamp when it leaves.
      * modification history
      *   akar-0  new batch job
      *   akar-0  date reformat goes through the 'DateService'
      *           conversion, so it reads dates as the other jobs do;
      *           Julian DDD formats and a century pivot per mapping
      *           row (columns 102-103)
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'REFMTCTL'
               organization is line sequential.
           select optional map-file assign to 'REFMTMAP'
               organization is line sequential.
           select input-file assign to dynamic input-file-name
               organization is line sequential
               file status is input-status.
           select output-file assign to dynamic output-file-name
               organization is line sequential.
           select reject-file assign to 'REFMTREJ'
               organization is line sequential.
           select report-file assign to 'REFMTRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-input-name     pic x(100).
           05 ctl-source-layout  pic x(20).
      *    'D' delimited via FieldSplitter, other = flat by layout
           05 ctl-input-format   pic x(1).
           05 ctl-input-delim    pic x(1).
           05 ctl-target-layout  pic x(20).
           05 ctl-output-name    pic x(100).
      *    'D' delimited, other = flat by the target layout
           05 ctl-output-format  pic x(1).
           05 ctl-output-delim   pic x(1).
           05 ctl-file-id        pic x(8).

       fd  map-file.
       01  map-record.
           05 map-source-layout  pic x(20).
           05 map-target-layout  pic x(20).
           05 map-target-field   pic x(20).
           05 map-operation      pic x(1).
           05 map-source-field   pic x(20).
           05 map-argument       pic x(30).

       fd  input-file.
       01  input-record          pic x(2024).
       01  input-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==in-ctl==.

       fd  output-file.
       01  output-record         pic x(2100).

       fd  reject-file.
       01  reject-record.
           05 rej-data           pic x(2000).
           05 rej-reason         pic x(24).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-input          pic x(1).
           88 no-more-input      value 'Y'.
       01  end-of-map            pic x(1).
       01  input-file-name       pic x(100).
       01  output-file-name      pic x(100).
       01  input-status          pic x(2).
       01  input-format          pic x(1).
           88 delimited-input    value 'D'.
       01  input-delimiter       pic x(1).
       01  output-format         pic x(1).
           88 delimited-output   value 'D'.
       01  output-delimiter      pic x(1).
       01  expected-file-id      pic x(8).
       01  file-header.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==hdr==.
       01  file-trailer.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==trl==.
       01  fcv-status            pic x(2).
       01  fcv-message           pic x(80).
      * the two layouts
       01  source-layout-name    pic x(20).
       01  source-layout.
           05 src-field-count    pic 9(2).
           05 src-field occurs 20 times.
              10 src-field-name  pic x(20).
              10 src-position    pic 9(4).
              10 src-length      pic 9(3).
              10 src-type        pic x(1).
       01  source-status         pic x(1).
       01  target-layout-name    pic x(20).
       01  target-layout.
           05 tgt-field-count    pic 9(2).
           05 tgt-field occurs 20 times.
              10 tgt-field-name  pic x(20).
              10 tgt-position    pic 9(4).
              10 tgt-length      pic 9(3).
              10 tgt-type        pic x(1).
       01  target-status         pic x(1).
      * the mapping, field names resolved to field numbers at load
       01  map-table.
           05 map-count          pic 9(2).
           05 map-entry occurs 20 times.
              10 mt-target       pic 9(2).
              10 mt-operation    pic x(1).
              10 mt-source       pic 9(2).
              10 mt-argument     pic x(30).
       01  mx                    pic 9(2).
       01  map-ok                pic x(1).
       01  lookup-name           pic x(20).
       01  lookup-index          pic 9(2).
       01  fx                    pic 9(2).
      * the source record split into its fields
       01  record-fields.
           05 rec-field-count    pic 9(2).
           05 rec-field occurs 20 times.
              10 rec-field-len   pic 9(3).
              10 rec-field-data  pic x(100).
       01  raw-line              pic x(2100).
       01  raw-line-length       pic 9(4).
       01  split-status          pic x(1).
      * the target record's values before they are laid out
       01  target-values.
           05 tv-value occurs 20 times pic x(100).
       01  source-value          pic x(100).
       01  result-value          pic x(100).
       01  result-length         pic 9(3).
       01  reject-reason         pic x(24).
      * date reformatting
       01  date-function         pic x(1).
       01  date-probe            pic x(8).
       01  days-delta            pic s9(5).
       01  date-out              pic x(8).
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  date-conversion.
           copy "date-conversion.cpy".
      * numeric rescaling
       01  numeric-work          pic x(100).
       01  numeric-ok            pic x(1).
       01  numeric-value         pic s9(13)v9(5).
       01  multiplier            pic s9(13)v9(5).
       01  source-decimals       pic 9(2).
       01  target-decimals       pic 9(2).
       01  power-count           pic 9(2).
       01  power-of-ten          pic 9(18).
       01  scaled-value          pic s9(18).
       01  scaled-digits         pic 9(18).
       01  digits-start          pic 9(2).
       01  out-idx               pic 9(3).
      * the output line being built
       01  output-line           pic x(2100).
       01  output-length         pic 9(4).
       01  pad-start             pic 9(3).
       01  quote-needed          pic x(1).
       01  qx                    pic 9(3).
       01  data-record-count     pic 9(9).
       01  written-count         pic 9(9).
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

       procedure division.
       0000-mainline.
           move 0 to data-record-count, written-count, reject-count
           move 'N' to control-failed-flag
           move spaces to file-header, file-trailer
           initialize run-log-data
           move 'REFMTBAT' to rl-job-name
           move 'REFMT00001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           perform 0100-read-control
           move spaces to report-line
           string 'REFORMAT OF ' delimited by size
                  function trim(input-file-name) delimited by size
                  ' FROM ' delimited by size
                  function trim(source-layout-name) delimited by size
                  ' TO ' delimited by size
                  function trim(target-layout-name) delimited by size
                  ' ONTO ' delimited by size
                  function trim(output-file-name) delimited by size
                  into report-line
           write report-line

           if source-status not = 'V' or target-status not = 'V'
              move spaces to report-line
              string 'LAYOUT NOT ON DICTIONARY - NOTHING REFORMATTED'
                     delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
              move 'REFORMAT LAYOUT NOT ON LAYOUTS' to ald-text
              perform 8000-raise-alert
           else
              perform 0200-load-mapping
              if map-count = 0
                 move 'NO MAPPING ROWS - NOTHING REFORMATTED'
                      to report-line
                 write report-line
                 move 'Y' to control-failed-flag
              else
                 perform 1000-reformat-file
                 perform 0900-verify-control
              end-if
           end-if

           perform 9000-write-summary
           close report-file
           perform 0800-log-lineage

           move data-record-count to rl-records-read
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
           move 'REFMTIN' to input-file-name
           move 'REFMTOUT' to output-file-name
           move spaces to source-layout-name, target-layout-name
           move spaces to expected-file-id
           move 'F' to input-format, output-format
           move ',' to input-delimiter, output-delimiter
           open input control-file
           read control-file
               at end continue
               not at end
                   if ctl-input-name not = spaces
                      move ctl-input-name to input-file-name
                   end-if
                   if ctl-output-name not = spaces
                      move ctl-output-name to output-file-name
                   end-if
                   move ctl-source-layout to source-layout-name
                   move ctl-target-layout to target-layout-name
                   if ctl-input-format = 'D'
                      move 'D' to input-format
                      if ctl-input-delim not = space
                         move ctl-input-delim to input-delimiter
                      end-if
                   end-if
                   if ctl-output-format = 'D'
                      move 'D' to output-format
                      if ctl-output-delim not = space
                         move ctl-output-delim to output-delimiter
                      end-if
                   end-if
                   move ctl-file-id to expected-file-id
           end-read
           close control-file
           call 'LayoutDictionary' using source-layout-name
               source-layout source-status
           call 'LayoutDictionary' using target-layout-name
               target-layout target-status
           .

       0200-load-mapping.
           move 0 to map-count
           move 'N' to end-of-map
           open input map-file
           perform until end-of-map = 'Y'
               read map-file
                   at end move 'Y' to end-of-map
                   not at end
                       if map-source-layout = source-layout-name
                          and map-target-layout = target-layout-name
                          perform 0300-take-one-row
                       end-if
               end-read
           end-perform
           close map-file
           .

       0300-take-one-row.
      *    a row that cannot be applied as written is a control
      *    failure: the file was not reformatted the way it was
      *    meant to be
           move 'Y' to map-ok
           if map-count >= 20
              move 'N' to map-ok
              move 'MORE THAN 20 MAPPING ROWS - EXCESS NOT APPLIED'
                   to report-line
              write report-line
              move 'Y' to control-failed-flag
              exit paragraph
           end-if
           add 1 to map-count
           initialize map-entry(map-count)
           move map-operation to mt-operation(map-count)
           move map-argument to mt-argument(map-count)

           move 0 to lookup-index
           perform varying fx from 1 until fx > tgt-field-count
               if tgt-field-name(fx) = map-target-field
                  move fx to lookup-index
               end-if
           end-perform
           move lookup-index to mt-target(map-count)
           if lookup-index = 0
              move map-target-field to lookup-name
              perform 0350-report-bad-field
           end-if

           if map-operation = 'M' or map-operation = 'D'
              or map-operation = 'N'
              move 0 to lookup-index
              perform varying fx from 1 until fx > src-field-count
                  if src-field-name(fx) = map-source-field
                     move fx to lookup-index
                  end-if
              end-perform
              move lookup-index to mt-source(map-count)
              if lookup-index = 0
                 move map-source-field to lookup-name
                 perform 0350-report-bad-field
              end-if
           else
              if map-operation not = 'C'
                 move 'N' to map-ok
                 move spaces to report-line
                 string 'MAPPING FOR ' delimited by size
                        function trim(map-target-field)
                        delimited by size
                        ' HAS NO VALID OPERATION (' delimited by size
                        map-operation delimited by size
                        ') - NOT APPLIED' delimited by size
                        into report-line
                 write report-line
              end-if
           end-if
           if map-ok not = 'Y'
              subtract 1 from map-count
              move 'Y' to control-failed-flag
           end-if
           .

       0350-report-bad-field.
           move 'N' to map-ok
           move spaces to report-line
           string 'MAPPING FOR ' delimited by size
                  function trim(map-target-field) delimited by size
                  ' NAMES FIELD ' delimited by size
                  function trim(lookup-name) delimited by size
                  ' NOT ON ITS LAYOUT - NOT APPLIED' delimited by size
                  into report-line
           write report-line
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move input-file-name to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move output-file-name to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'REFMTREJ' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0900-verify-control.
      *    a stamp naming some other file is only caught when
      *    REFMTCTL says which file-id to expect
           if expected-file-id = spaces
              move hdr-file-id to expected-file-id
           end-if
           call 'FileControlVerify' using expected-file-id file-header
               file-trailer data-record-count fcv-status fcv-message
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

       1000-reformat-file.
           move 'N' to end-of-input
           open input input-file
           if input-status not = '00'
              move spaces to report-line
              string function trim(input-file-name) delimited by size
                     ' NOT FOUND - NOTHING REFORMATTED'
                     delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           open output output-file
           open output reject-file
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
                               perform 2000-reformat-one-record
                       end-evaluate
               end-read
           end-perform
           close input-file
           close output-file
           close reject-file
           .

       2000-reformat-one-record.
           move spaces to reject-reason
           perform 2100-split-record
           if reject-reason = spaces
              move spaces to target-values
              perform varying mx from 1 until mx > map-count
                     or reject-reason not = spaces
                  perform 3000-map-one-field
              end-perform
           end-if
           if reject-reason not = spaces
              add 1 to reject-count
              move input-record(1:2000) to rej-data
              move reject-reason to rej-reason
              write reject-record
              move data-record-count to count-disp
              move spaces to report-line
              string 'RECORD ' delimited by size
                     function trim(count-disp) delimited by size
                     '  REJECTED  ' delimited by size
                     reject-reason delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           if delimited-output
              perform 5000-build-delimited-line
           else
              perform 4000-build-flat-line
           end-if
           if output-length = 0
              move 1 to output-length
           end-if
           move output-line(1:output-length) to output-record
           write output-record
           add 1 to written-count
           .

       2100-split-record.
      *    only the first 2000 bytes are the record -- a resubmitted
      *    REFMTREJ line carries its old reason beyond them
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
              move src-field-count to rec-field-count
              perform varying fx from 1 until fx > src-field-count
                  if src-position(fx) + src-length(fx) - 1 <= 2000
                     and src-length(fx) <= 100
                     move src-length(fx) to rec-field-len(fx)
                     move input-record(src-position(fx):
                                       src-length(fx))
                          to rec-field-data(fx)
                  end-if
              end-perform
           end-if
           .

       3000-map-one-field.
           move spaces to source-value
           if mt-source(mx) > 0
              move rec-field-data(mt-source(mx)) to source-value
           end-if
           move spaces to result-value
           evaluate mt-operation(mx)
               when 'M'
                   move source-value to result-value
               when 'C'
                   move mt-argument(mx) to result-value
               when 'D'
                   perform 3100-reformat-date
               when 'N'
                   perform 3200-rescale-number
           end-evaluate
           if reject-reason not = spaces
              exit paragraph
           end-if
           if result-value = spaces
              move 0 to result-length
           else
              compute result-length = function length(
                      function trim(result-value trailing))
           end-if
           if result-length > tgt-length(mt-target(mx))
              string 'TOO LONG ' delimited by size
                     tgt-field-name(mt-target(mx)) delimited by size
                     into reject-reason
              exit paragraph
           end-if
           move result-value to tv-value(mt-target(mx))
           .

       3100-reformat-date.
      *    a blank date stays blank
           if source-value = spaces
              exit paragraph
           end-if
           move mt-argument(mx)(1:10) to dcv-from-format
           move mt-argument(mx)(11:10) to dcv-to-format
           move mt-argument(mx)(21:2) to dcv-century-pivot
           move source-value to dcv-value-in
      *    no date format runs past ten characters
           move 'I' to date-status
           if source-value(11:) = spaces
              move 'C' to date-function
              move spaces to date-probe
              move 0 to days-delta
              call 'DateService' using date-function date-probe
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name date-conversion
           end-if
           if date-status not = 'V'
              string 'BAD DATE ' delimited by size
                     src-field-name(mt-source(mx)) delimited by size
                     into reject-reason
              exit paragraph
           end-if
           move dcv-value-out to result-value
           .

       3200-rescale-number.
      *    a blank amount stays blank
           if source-value = spaces
              exit paragraph
           end-if
           move source-value to numeric-work
           perform 3300-parse-number
           if numeric-ok not = 'Y'
              string 'NOT NUMERIC ' delimited by size
                     src-field-name(mt-source(mx)) delimited by size
                     into reject-reason
              exit paragraph
           end-if
           move 0 to source-decimals, target-decimals
           if mt-argument(mx)(1:2) is numeric
              move mt-argument(mx)(1:2) to source-decimals
           end-if
           if mt-argument(mx)(3:2) is numeric
              move mt-argument(mx)(3:2) to target-decimals
           end-if
           if target-decimals > 5
              move 5 to target-decimals
           end-if
      *    implied decimals only apply to a value written without a
      *    point of its own
           if source-decimals > 0
              move 0 to qx
              inspect source-value tallying qx for all '.'
              if qx = 0
                 move source-decimals to power-count
                 perform 3250-power-of-ten
                 compute numeric-value = numeric-value / power-of-ten
              end-if
           end-if
           move 1 to multiplier
           if mt-argument(mx)(6:25) not = spaces
              move mt-argument(mx)(6:25) to numeric-work
              perform 3350-parse-multiplier
              if numeric-ok not = 'Y'
                 move 'BAD MULTIPLIER' to reject-reason
                 exit paragraph
              end-if
           end-if
           move target-decimals to power-count
           perform 3250-power-of-ten
           compute scaled-value rounded =
                   numeric-value * multiplier * power-of-ten
           if scaled-value < 0
              compute scaled-digits = 0 - scaled-value
           else
              move scaled-value to scaled-digits
           end-if

      *    the digits without their leading zeros, but at least one
      *    more than the decimals so a point always has a digit
      *    before it
           compute digits-start = 18 - target-decimals
           perform varying fx from 1 until fx >= digits-start
                   or scaled-digits(fx:1) not = '0'
               continue
           end-perform
           move 1 to out-idx
           if scaled-value < 0
              move '-' to result-value(1:1)
              move 2 to out-idx
           end-if
           if mt-argument(mx)(5:1) = 'P' and target-decimals > 0
              compute result-length = 18 - target-decimals - fx + 1
              move scaled-digits(fx:result-length)
                   to result-value(out-idx:result-length)
              add result-length to out-idx
              move '.' to result-value(out-idx:1)
              add 1 to out-idx
              move scaled-digits(19 - target-decimals:
                                 target-decimals)
                   to result-value(out-idx:target-decimals)
           else
              compute result-length = 18 - fx + 1
              move scaled-digits(fx:result-length)
                   to result-value(out-idx:result-length)
           end-if
           .

       3250-power-of-ten.
           move 1 to power-of-ten
           perform power-count times
               multiply 10 by power-of-ten
           end-perform
           .

       3300-parse-number.
           move 'N' to numeric-ok
           move 0 to numeric-value
           if numeric-work = spaces
              exit paragraph
           end-if
           if function test-numval(function trim(numeric-work)) = 0
              move 'Y' to numeric-ok
              compute numeric-value =
                      function numval(function trim(numeric-work))
           end-if
           .

       3350-parse-multiplier.
           move 'N' to numeric-ok
           if function test-numval(function trim(numeric-work)) = 0
              move 'Y' to numeric-ok
              compute multiplier =
                      function numval(function trim(numeric-work))
           end-if
           .

       4000-build-flat-line.
           move spaces to output-line
           move 0 to output-length
           perform varying fx from 1 until fx > tgt-field-count
               move tv-value(fx) to result-value
               if tgt-type(fx) = 'N' and result-value not = spaces
                  perform 4100-right-justify-number
               end-if
               if tgt-position(fx) + tgt-length(fx) - 1 <= 2100
                  and tgt-length(fx) <= 100
                  move result-value(1:tgt-length(fx))
                       to output-line(tgt-position(fx):tgt-length(fx))
                  if tgt-position(fx) + tgt-length(fx) - 1
                     > output-length
                     compute output-length =
                             tgt-position(fx) + tgt-length(fx) - 1
                  end-if
               end-if
           end-perform
           .

       4100-right-justify-number.
      *    digits (with a sign or point, as the rescale wrote them)
      *    move to the right of the field over zeros; anything else
      *    is left as it is
           compute result-length = function length(
                   function trim(result-value trailing))
           if function test-numval(result-value(1:result-length))
              not = 0
              exit paragraph
           end-if
           move spaces to source-value
           move result-value to source-value
           move all '0' to result-value(1:tgt-length(fx))
           compute pad-start = tgt-length(fx) - result-length + 1
           if source-value(1:1) = '-'
              move '-' to result-value(1:1)
              move source-value(2:result-length - 1)
                   to result-value(pad-start + 1:result-length - 1)
           else
              move source-value(1:result-length)
                   to result-value(pad-start:result-length)
           end-if
           .

       5000-build-delimited-line.
      *    every target field in layout order; a value holding the
      *    delimiter or a quote goes out quoted, inner quotes doubled,
      *    the way 'FieldSplitter' reads it back
           move spaces to output-line
           move 0 to output-length
           perform varying fx from 1 until fx > tgt-field-count
               if fx > 1
                  add 1 to output-length
                  move output-delimiter
                       to output-line(output-length:1)
               end-if
               move tv-value(fx) to result-value
               if result-value = spaces
                  exit perform cycle
               end-if
               compute result-length = function length(
                       function trim(result-value trailing))
               move 0 to qx
               inspect result-value(1:result-length) tallying
                   qx for all output-delimiter
                   qx for all '"'
               if qx = 0
                  move result-value(1:result-length)
                       to output-line(output-length + 1:result-length)
                  add result-length to output-length
               else
                  add 1 to output-length
                  move '"' to output-line(output-length:1)
                  perform varying qx from 1 until qx > result-length
                      add 1 to output-length
                      move result-value(qx:1)
                           to output-line(output-length:1)
                      if result-value(qx:1) = '"'
                         add 1 to output-length
                         move '"' to output-line(output-length:1)
                      end-if
                  end-perform
                  add 1 to output-length
                  move '"' to output-line(output-length:1)
               end-if
           end-perform
           .

       8000-raise-alert.
           move rl-job-name to ald-job-name
           move 12 to ald-severity
           call 'OperatorAlert' using 'R' alert-data
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move data-record-count to count-disp
           move spaces to report-line
           string 'RECORDS READ         ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move written-count to count-disp
           move spaces to report-line
           string 'RECORDS REFORMATTED  ' delimited by size
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

       end program RecordReformat.
