       identification division.
       program-id. RecordEdit.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Cross-field business-rule edit of one inbound file. The
      * EDITCTL record names the file, its record layout on the
      * LAYOUTS dictionary, whether it is flat (split by the layout's
      * positions) or delimited (split through 'FieldSplitter'), and
      * the file-id its HDR stamp should carry. Every EDITRULE row
      * for that layout is applied to every record:
      *   columns  1-20  layout           21-28  rule id
      *           29-48  field A           49    arithmetic on A and
      *           50-69  field B                 B: '*' '+' '-' '/'
      *           70-71  test: EQ NE LT LE GT GE, or RQ (field A
      *                  must not be blank)
      *             72   right side is a field 'F' or a literal 'L'
      *          73-102  right-side field name or literal
      *         103-122  only when this field ...
      *         123-124  ... tests (EQ NE LT LE GT GE) ...
      *         125-154  ... against this literal
      *         155-163  tolerance on a numeric EQ/NE, 9(7)v99
      * e.g. END-DATE GE F START-DATE; FIELD7 RQ when FIELD3 EQ C;
      * QUANTITY * PRICE EQ F AMOUNT tolerance 0.01. A test is
      * numeric when arithmetic is used or both sides are declared
      * 'N' (a literal counts when it reads as a number), else it
      * compares the text -- which orders the 'D' yyyymmdd dates.
      * A record passing every rule goes to EDITOUT as read; a
      * record failing one goes the standard reject-and-reprocess
      * way, to EDITREJ as read (first 2000 bytes) with the first
      * failing rule as the reason at column 2001 -- so a corrected
      * EDITREJ can be fed straight back in, the reason column being
      * ignored on input. EDITRPT lists every failure with the values
      * tested and the failures by rule; rejected records count
      * toward the completion code, and a rule naming a field its
      * layout does not have is a control failure.
      * modification history
      *   akar-0  new batch job
      *   akar-0  a delimited line 'FieldSplitter' cannot split goes
      *           to EDITREJ as SPLIT ERROR with its status, and no
      *           rule is applied to it
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'EDITCTL'
               organization is line sequential.
           select optional rules-file assign to 'EDITRULE'
               organization is line sequential.
           select input-file assign to dynamic input-file-name
               organization is line sequential
               file status is input-status.
           select passed-file assign to 'EDITOUT'
               organization is line sequential.
           select reject-file assign to 'EDITREJ'
               organization is line sequential.
           select report-file assign to 'EDITRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-input-name     pic x(100).
           05 ctl-layout-name    pic x(20).
      *    'D' delimited via FieldSplitter, other = flat by layout
           05 ctl-input-format   pic x(1).
           05 ctl-delimiter      pic x(1).
           05 ctl-file-id        pic x(8).

       fd  rules-file.
       01  rules-record.
           05 rul-layout         pic x(20).
           05 rul-id             pic x(8).
           05 rul-field-a        pic x(20).
           05 rul-arith          pic x(1).
           05 rul-field-b        pic x(20).
           05 rul-test           pic x(2).
           05 rul-right-kind     pic x(1).
           05 rul-right          pic x(30).
           05 rul-when-field     pic x(20).
           05 rul-when-test      pic x(2).
           05 rul-when-value     pic x(30).
           05 rul-tolerance      pic 9(7)v99.

       fd  input-file.
       01  input-record          pic x(2024).
       01  input-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==in-ctl==.

       fd  passed-file.
       01  passed-record         pic x(2000).

       fd  reject-file.
       01  reject-record.
           05 rej-data           pic x(2000).
           05 rej-reason         pic x(24).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-input          pic x(1).
           88 no-more-input      value 'Y'.
       01  end-of-rules          pic x(1).
       01  input-file-name       pic x(100).
       01  input-status          pic x(2).
       01  input-format          pic x(1).
           88 delimited-input    value 'D'.
       01  field-delimiter       pic x(1).
       01  expected-file-id      pic x(8).
       01  file-header.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==hdr==.
       01  file-trailer.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==trl==.
       01  fcv-status            pic x(2).
       01  fcv-message           pic x(80).
      * the record layout the rules are written against
       01  layout-name           pic x(20).
       01  layout-table.
           05 lay-field-count    pic 9(2).
           05 lay-field occurs 20 times.
              10 lay-field-name  pic x(20).
              10 lay-position    pic 9(4).
              10 lay-length      pic 9(3).
              10 lay-type        pic x(1).
       01  layout-status         pic x(1).
      * the record in hand, split into its fields
       01  record-fields.
           05 rec-field-count    pic 9(2).
           05 rec-field occurs 20 times.
              10 rec-field-len   pic 9(3).
              10 rec-field-data  pic x(100).
       01  raw-line              pic x(2100).
       01  raw-line-length       pic 9(4).
       01  split-status          pic x(1).
       01  split-reason          pic x(24).
       01  fx                    pic 9(2).
      * the rules for this layout, field names resolved to field
      * numbers once at load
       01  rule-table.
           05 rule-count         pic 9(3).
           05 rule-entry occurs 100 times.
              10 rt-id           pic x(8).
              10 rt-field-a      pic 9(2).
              10 rt-arith        pic x(1).
              10 rt-field-b      pic 9(2).
              10 rt-test         pic x(2).
              10 rt-right-kind   pic x(1).
              10 rt-right-field  pic 9(2).
              10 rt-right-text   pic x(30).
              10 rt-when-field   pic 9(2).
              10 rt-when-test    pic x(2).
              10 rt-when-value   pic x(30).
              10 rt-tolerance    pic 9(7)v99.
              10 rt-fail-count   pic 9(9).
       01  rx                    pic 9(3).
       01  rules-dropped         pic 9(5).
       01  rule-ok               pic x(1).
       01  lookup-name           pic x(20).
       01  lookup-index          pic 9(2).
      * one comparison: left and right as text and as numbers
       01  cmp-left-text         pic x(100).
       01  cmp-right-text        pic x(100).
       01  cmp-left-num          pic s9(13)v9(5).
       01  cmp-right-num         pic s9(13)v9(5).
       01  cmp-b-num             pic s9(13)v9(5).
       01  cmp-diff              pic s9(13)v9(5).
       01  cmp-numeric           pic x(1).
       01  cmp-test              pic x(2).
       01  cmp-tolerance         pic 9(7)v99.
       01  cmp-result            pic x(1).
       01  cmp-order             pic s9(1).
       01  numeric-ok            pic x(1).
       01  numeric-work          pic x(100).
       01  numeric-value         pic s9(13)v9(5).
       01  rule-applies          pic x(1).
       01  record-failed         pic x(1).
       01  first-failed-rule     pic x(8).
       01  fail-detail           pic x(60).
       01  data-record-count     pic 9(9).
       01  passed-count          pic 9(9).
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
       01  num-disp              pic -(13)9.9(5).

       procedure division.
       0000-mainline.
           move 0 to data-record-count, passed-count, reject-count
           move 'N' to control-failed-flag
           move spaces to file-header, file-trailer
           initialize run-log-data
           move 'EDITBAT' to rl-job-name
           move 'EDITBAT001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           perform 0100-read-control
           move spaces to report-line
           string 'CROSS-FIELD EDIT OF ' delimited by size
                  function trim(input-file-name) delimited by size
                  '  LAYOUT ' delimited by size
                  function trim(layout-name) delimited by size
                  into report-line
           write report-line
           perform 0200-load-rules
           move rule-count to count-disp
           move spaces to report-line
           string 'RULES IN FORCE ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line

           if layout-status not = 'V'
              move spaces to report-line
              string 'LAYOUT ' delimited by size
                     function trim(layout-name) delimited by size
                     ' NOT ON DICTIONARY - NOTHING EDITED'
                     delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
              move spaces to ald-text
              string 'EDIT LAYOUT ' delimited by size
                     function trim(layout-name) delimited by size
                     ' NOT ON LAYOUTS' delimited by size
                     into ald-text
              perform 8000-raise-alert
           else
              perform 1000-edit-file
              perform 0900-verify-control
           end-if

           perform 9000-write-summary
           close report-file
           perform 0800-log-lineage

           move data-record-count to rl-records-read
           move passed-count to rl-records-written
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
           move 'EDITIN' to input-file-name
           move spaces to layout-name, expected-file-id
           move 'F' to input-format
           move ',' to field-delimiter
           open input control-file
           read control-file
               at end continue
               not at end
                   if ctl-input-name not = spaces
                      move ctl-input-name to input-file-name
                   end-if
                   move ctl-layout-name to layout-name
                   if ctl-input-format = 'D'
                      move 'D' to input-format
                      if ctl-delimiter not = space
                         move ctl-delimiter to field-delimiter
                      end-if
                   end-if
                   move ctl-file-id to expected-file-id
           end-read
           close control-file
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           .

       0200-load-rules.
           move 0 to rule-count, rules-dropped
           move 'N' to end-of-rules
           open input rules-file
           perform until end-of-rules = 'Y'
               read rules-file
                   at end move 'Y' to end-of-rules
                   not at end
                       if rul-layout = layout-name
                          and layout-status = 'V'
                          perform 0300-take-one-rule
                       end-if
               end-read
           end-perform
           close rules-file
           if rules-dropped > 0
              move rules-dropped to count-disp
              move spaces to report-line
              string function trim(count-disp) delimited by size
                     ' RULE(S) OVER THE 100-RULE TABLE - NOT APPLIED'
                     delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
           end-if
           .

       0300-take-one-rule.
           if rule-count >= 100
              add 1 to rules-dropped
              exit paragraph
           end-if
           add 1 to rule-count
           move 'Y' to rule-ok
           initialize rule-entry(rule-count)
           move rul-id to rt-id(rule-count)
           move rul-arith to rt-arith(rule-count)
           move rul-test to rt-test(rule-count)
           move rul-right-kind to rt-right-kind(rule-count)
           move rul-right to rt-right-text(rule-count)
           move rul-when-test to rt-when-test(rule-count)
           move rul-when-value to rt-when-value(rule-count)
           if rul-tolerance is numeric
              move rul-tolerance to rt-tolerance(rule-count)
           end-if

           move rul-field-a to lookup-name
           perform 0350-find-field
           move lookup-index to rt-field-a(rule-count)
           if rul-arith not = space
              move rul-field-b to lookup-name
              perform 0350-find-field
              move lookup-index to rt-field-b(rule-count)
           end-if
           if rul-right-kind = 'F'
              move rul-right to lookup-name
              perform 0350-find-field
              move lookup-index to rt-right-field(rule-count)
           end-if
           if rul-when-field not = spaces
              move rul-when-field to lookup-name
              perform 0350-find-field
              move lookup-index to rt-when-field(rule-count)
           end-if
           evaluate rul-test
               when 'EQ' when 'NE' when 'LT' when 'LE' when 'GT'
               when 'GE' when 'RQ'
                   continue
               when other
                   move 'N' to rule-ok
                   move spaces to report-line
                   string 'RULE ' delimited by size
                          rul-id delimited by size
                          ' HAS NO VALID TEST (' delimited by size
                          rul-test delimited by size
                          ') - RULE NOT APPLIED' delimited by size
                          into report-line
                   write report-line
           end-evaluate
           if rule-ok not = 'Y'
      *       a rule that cannot be applied as written is a control
      *       failure: the file was not edited the way it was meant
      *       to be
              subtract 1 from rule-count
              move 'Y' to control-failed-flag
           end-if
           .

       0350-find-field.
           move 0 to lookup-index
           perform varying fx from 1 until fx > lay-field-count
               if lay-field-name(fx) = lookup-name
                  move fx to lookup-index
               end-if
           end-perform
           if lookup-index = 0
              move 'N' to rule-ok
              move spaces to report-line
              string 'RULE ' delimited by size
                     rul-id delimited by size
                     ' NAMES FIELD ' delimited by size
                     function trim(lookup-name) delimited by size
                     ' NOT ON LAYOUT - RULE NOT APPLIED'
                     delimited by size
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
           move 'EDITOUT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'EDITREJ' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0900-verify-control.
      *    a stamp naming some other file is only caught when EDITCTL
      *    says which file-id to expect
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

       1000-edit-file.
           move 'N' to end-of-input
           open input input-file
           if input-status not = '00'
              move spaces to report-line
              string function trim(input-file-name) delimited by size
                     ' NOT FOUND - NOTHING EDITED' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           open output passed-file
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
                               perform 2000-edit-one-record
                       end-evaluate
               end-read
           end-perform
           close input-file
           close passed-file
           close reject-file
           .

       2000-edit-one-record.
           move spaces to split-reason
           perform 2100-split-record
      *    a line that will not split has no fields to edit; it is
      *    rejected as it stands, without any rule being applied
           if split-reason not = spaces
              add 1 to reject-count
              move input-record(1:2000) to rej-data
              move split-reason to rej-reason
              write reject-record
              move data-record-count to count-disp
              move spaces to report-line
              string 'RECORD ' delimited by size
                     function trim(count-disp) delimited by size
                     '  ' delimited by size
                     split-reason delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move 'N' to record-failed
           move spaces to first-failed-rule
           perform varying rx from 1 until rx > rule-count
               perform 3000-apply-rule
           end-perform
           if record-failed = 'Y'
              add 1 to reject-count
              move input-record(1:2000) to rej-data
              move spaces to rej-reason
              string 'RULE ' delimited by size
                     first-failed-rule delimited by size
                     into rej-reason
              write reject-record
           else
              add 1 to passed-count
              move input-record(1:2000) to passed-record
              write passed-record
           end-if
           .

       2100-split-record.
      *    only the first 2000 bytes are the record -- a resubmitted
      *    EDITREJ line carries its old reason beyond them
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
                  field-delimiter record-fields split-status
              if split-status not = 'V'
                 string 'SPLIT ERROR ' delimited by size
                        split-status delimited by size
                        into split-reason
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

       3000-apply-rule.
      *    the condition first: a rule whose WHEN part does not hold
      *    passes without being tested
           if rt-when-field(rx) > 0
              move rec-field-data(rt-when-field(rx)) to cmp-left-text
              move rt-when-value(rx) to cmp-right-text
              move rt-when-test(rx) to cmp-test
              move 0 to cmp-tolerance
              move 'N' to cmp-numeric
              if lay-type(rt-when-field(rx)) = 'N'
                 perform 3300-both-sides-numeric
              end-if
              perform 3500-compare
              if cmp-result not = 'Y'
                 exit paragraph
              end-if
           end-if

           move rec-field-data(rt-field-a(rx)) to cmp-left-text
           move rt-test(rx) to cmp-test
           if cmp-test = 'RQ'
              if cmp-left-text = spaces
                 move 'REQUIRED FIELD IS BLANK' to fail-detail
                 perform 3900-record-failure
              end-if
              exit paragraph
           end-if
           if rt-right-kind(rx) = 'F'
              move rec-field-data(rt-right-field(rx))
                   to cmp-right-text
           else
              move rt-right-text(rx) to cmp-right-text
           end-if
           move rt-tolerance(rx) to cmp-tolerance
           move 'N' to cmp-numeric

           if rt-arith(rx) not = space
              perform 3200-evaluate-arithmetic
              if numeric-ok not = 'Y'
                 move 'ARITHMETIC OPERAND NOT NUMERIC' to fail-detail
                 perform 3900-record-failure
                 exit paragraph
              end-if
              move cmp-right-text to numeric-work
              perform 3400-parse-number
              if numeric-ok not = 'Y'
                 move 'RESULT FIELD NOT NUMERIC' to fail-detail
                 perform 3900-record-failure
                 exit paragraph
              end-if
              move numeric-value to cmp-right-num
              move 'Y' to cmp-numeric
           else
              if lay-type(rt-field-a(rx)) = 'N'
                 and (rt-right-kind(rx) not = 'F'
                      or lay-type(rt-right-field(rx)) = 'N')
                 perform 3300-both-sides-numeric
              end-if
           end-if
           perform 3500-compare
           if cmp-result not = 'Y'
              move spaces to fail-detail
              string function trim(cmp-left-text) delimited by size
                     ' ' delimited by size
                     cmp-test delimited by size
                     ' ' delimited by size
                     function trim(cmp-right-text) delimited by size
                     ' FAILS' delimited by size
                     into fail-detail
              if cmp-numeric = 'Y' and rt-arith(rx) not = space
                 move cmp-left-num to num-disp
                 move spaces to fail-detail
                 string 'COMPUTED ' delimited by size
                        function trim(num-disp) delimited by size
                        ' ' delimited by size
                        cmp-test delimited by size
                        ' ' delimited by size
                        function trim(cmp-right-text)
                        delimited by size
                        ' FAILS' delimited by size
                        into fail-detail
              end-if
              perform 3900-record-failure
           end-if
           .

       3200-evaluate-arithmetic.
           move rec-field-data(rt-field-a(rx)) to numeric-work
           perform 3400-parse-number
           if numeric-ok not = 'Y'
              exit paragraph
           end-if
           move numeric-value to cmp-left-num
           move rec-field-data(rt-field-b(rx)) to numeric-work
           perform 3400-parse-number
           if numeric-ok not = 'Y'
              exit paragraph
           end-if
           move numeric-value to cmp-b-num
           evaluate rt-arith(rx)
               when '*'
                   compute cmp-left-num rounded =
                           cmp-left-num * cmp-b-num
               when '+'
                   compute cmp-left-num = cmp-left-num + cmp-b-num
               when '-'
                   compute cmp-left-num = cmp-left-num - cmp-b-num
               when '/'
                   if cmp-b-num = 0
                      move 'N' to numeric-ok
                   else
                      compute cmp-left-num rounded =
                              cmp-left-num / cmp-b-num
                   end-if
               when other
                   move 'N' to numeric-ok
           end-evaluate
           .

       3300-both-sides-numeric.
      *    a numeric field against a literal or field that does not
      *    read as a number compares as text instead
           move cmp-left-text to numeric-work
           perform 3400-parse-number
           if numeric-ok not = 'Y'
              exit paragraph
           end-if
           move numeric-value to cmp-left-num
           move cmp-right-text to numeric-work
           perform 3400-parse-number
           if numeric-ok not = 'Y'
              exit paragraph
           end-if
           move numeric-value to cmp-right-num
           move 'Y' to cmp-numeric
           .

       3400-parse-number.
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

       3500-compare.
           move 0 to cmp-order
           if cmp-numeric = 'Y'
              compute cmp-diff = cmp-left-num - cmp-right-num
              if cmp-diff < 0
                 compute cmp-diff = 0 - cmp-diff
              end-if
              evaluate true
                  when cmp-diff <= cmp-tolerance
                      move 0 to cmp-order
                  when cmp-left-num < cmp-right-num
                      move -1 to cmp-order
                  when other
                      move 1 to cmp-order
              end-evaluate
           else
              evaluate true
                  when cmp-left-text < cmp-right-text
                      move -1 to cmp-order
                  when cmp-left-text > cmp-right-text
                      move 1 to cmp-order
              end-evaluate
           end-if
           move 'N' to cmp-result
           evaluate cmp-test
               when 'EQ' if cmp-order = 0 move 'Y' to cmp-result
                         end-if
               when 'NE' if cmp-order not = 0 move 'Y' to cmp-result
                         end-if
               when 'LT' if cmp-order < 0 move 'Y' to cmp-result
                         end-if
               when 'LE' if cmp-order <= 0 move 'Y' to cmp-result
                         end-if
               when 'GT' if cmp-order > 0 move 'Y' to cmp-result
                         end-if
               when 'GE' if cmp-order >= 0 move 'Y' to cmp-result
                         end-if
           end-evaluate
           .

       3900-record-failure.
           add 1 to rt-fail-count(rx)
           if record-failed not = 'Y'
              move 'Y' to record-failed
              move rt-id(rx) to first-failed-rule
           end-if
           move data-record-count to count-disp
           move spaces to report-line
           string 'RECORD ' delimited by size
                  function trim(count-disp) delimited by size
                  '  RULE ' delimited by size
                  rt-id(rx) delimited by size
                  '  ' delimited by size
                  fail-detail delimited by size
                  into report-line
           write report-line
           .

       8000-raise-alert.
           move rl-job-name to ald-job-name
           move 12 to ald-severity
           call 'OperatorAlert' using 'R' alert-data
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move 'FAILURES BY RULE' to report-line
           write report-line
           perform varying rx from 1 until rx > rule-count
               move rt-fail-count(rx) to count-disp
               move spaces to report-line
               string '  ' delimited by size
                      rt-id(rx) delimited by size
                      ' ' delimited by size
                      count-disp delimited by size
                      into report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move data-record-count to count-disp
           move spaces to report-line
           string 'RECORDS READ      ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move passed-count to count-disp
           move spaces to report-line
           string 'RECORDS PASSED    ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move reject-count to count-disp
           move spaces to report-line
           string 'RECORDS REJECTED  ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           .

       end program RecordEdit.
