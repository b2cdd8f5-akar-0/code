       identification division.
       program-id. DataMask.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Makes a copy of a production partner file that is safe to
      * rehearse reconciliation and profiling runs against. The
      * MASKCTL record names the input and its LAYOUTS layout (flat
      * by position, or delimited and split through 'FieldSplitter'),
      * the output, a masking seed, and the date shift. MASKRULE rows
      * say what happens to each field of that layout:
      *   columns  1-20  layout      21-40  field
      *             41   'K' keep as is
      *                  'S' scramble consistently -- digits stay
      *                      digits, letters stay letters of the same
      *                      case, everything else stays put, and the
      *                      same value under the same seed always
      *                      scrambles the same way, so a key masked in
      *                      the inbound file still pairs with the same
      *                      key masked in the outbound file
      *                  'G' replace with a generated value: the text
      *                      in 43-72 (or the field name) followed by
      *                      the record number; a number field gets the
      *                      record number alone, zero-filled
      *                  'D' shift the date by the MASKCTL days
      *                      through 'DateService', in the format in
      *                      43-52 (YYYY, YY, MM, DD, DDD and
      *                      literals, or PYYMMDD; blank = YYYYMMDD),
      *                      two-digit years windowed on the pivot in
      *                      53-54 (blank = 50)
      *             42   check scheme for 'S' ('L', 'M', 'P', 'I' as in
      *                  'CheckDigit'): the body is scrambled and the
      *                  check digits computed afresh, so the masked
      *                  identifier still verifies
      * a field with no row is scrambled -- the safe way round, since
      * a field nobody thought about is the one that leaks. a date that
      * does not validate is scrambled as well rather than passed
      * through. MASKRPT lists the rule each field got and the
      * counts. a line that will not split is left out of the copy and
      * reported by record number only (it is not copied to a reject
      * file -- that would be one more place holding production
      * data). HDR/TRL stamps are verified through 'FileControlVerify'
      * and carried onto the copy with the header checksum blanked,
      * the masked records no longer folding to it. A rule naming a
      * field the layout does not have is a control failure.
      * modification history
      *   akar-0  new batch job
      *   akar-0  date shifting goes through 'DateService' conversion
      *           both ways instead of a parser of its own, so Julian
      *           DDD and packed dates shift too and two-digit years
      *           take the rule's century pivot
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'MASKCTL'
               organization is line sequential.
           select optional rule-file assign to 'MASKRULE'
               organization is line sequential.
           select input-file assign to dynamic input-file-name
               organization is line sequential
               file status is input-status.
           select output-file assign to dynamic output-file-name
               organization is line sequential.
           select report-file assign to 'MASKRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-input-name     pic x(100).
           05 ctl-layout-name    pic x(20).
      *    'D' delimited via FieldSplitter, other = flat by layout
           05 ctl-input-format   pic x(1).
           05 ctl-input-delim    pic x(1).
           05 ctl-output-name    pic x(100).
           05 ctl-seed           pic x(16).
      *    '+' shifts dates forward, anything else back
           05 ctl-shift-sign     pic x(1).
           05 ctl-shift-days     pic x(4).
           05 ctl-file-id        pic x(8).

       fd  rule-file.
       01  rule-record.
           05 rul-layout-name    pic x(20).
           05 rul-field-name     pic x(20).
           05 rul-rule           pic x(1).
           05 rul-check-scheme   pic x(1).
           05 rul-argument       pic x(30).

       fd  input-file.
       01  input-record          pic x(2100).
       01  input-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==in-ctl==.

       fd  output-file.
       01  output-record         pic x(2100).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-input          pic x(1).
           88 no-more-input      value 'Y'.
       01  end-of-rules          pic x(1).
       01  input-file-name       pic x(100).
       01  output-file-name      pic x(100).
       01  input-status          pic x(2).
       01  input-format          pic x(1).
           88 delimited-input    value 'D'.
       01  input-delimiter       pic x(1).
       01  mask-seed             pic x(16).
       01  expected-file-id      pic x(8).
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
      * the rule each layout field gets, by field number
       01  field-rules.
           05 field-rule occurs 20 times.
              10 fr-rule         pic x(1).
                 88 fr-keep          value 'K'.
                 88 fr-scramble      value 'S'.
                 88 fr-generate      value 'G'.
                 88 fr-shift-date    value 'D'.
              10 fr-check-scheme pic x(1).
              10 fr-argument     pic x(30).
              10 fr-from-rule    pic x(1).
       01  fx                    pic 9(2).
       01  rule-found            pic 9(2).
      * the record split into its fields
       01  record-fields.
           05 rec-field-count    pic 9(2).
           05 rec-field occurs 20 times.
              10 rec-field-len   pic 9(3).
              10 rec-field-data  pic x(100).
       01  raw-line              pic x(2100).
       01  raw-line-length       pic 9(4).
       01  split-status          pic x(1).
      * the value being masked
       01  mask-value            pic x(100).
       01  mask-length           pic 9(3).
       01  scramble-from         pic 9(3).
       01  scramble-to           pic 9(3).
       01  hash-value            pic 9(18).
       01  char-pick             pic 9(2).
       01  cx                    pic 9(3).
       01  one-char              pic x(1).
       01  digit-chars           pic x(10) value '0123456789'.
       01  upper-chars           pic x(26)
                                 value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  lower-chars           pic x(26)
                                 value 'abcdefghijklmnopqrstuvwxyz'.
       01  check-function        pic x(1).
       01  check-value           pic x(40).
       01  check-digits          pic x(2).
       01  check-status          pic x(1).
       01  check-width           pic 9(1).
       01  generated-text        pic x(100).
      * date shifting
       01  shift-days            pic s9(5).
       01  date-function         pic x(1).
       01  date-probe            pic x(8).
       01  date-out              pic x(8).
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  date-conversion.
           copy "date-conversion.cpy".
      * the delimited output line
       01  output-line           pic x(2100).
       01  output-length         pic 9(4).
       01  qx                    pic 9(3).
       01  data-record-count     pic 9(9).
       01  written-count         pic 9(9).
       01  reject-count          pic 9(9).
       01  kept-count            pic 9(9).
       01  scrambled-count       pic 9(9).
       01  generated-count       pic 9(9).
       01  shifted-count         pic 9(9).
       01  bad-date-count        pic 9(9).
       01  check-kept-count      pic 9(9).
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
       01  rule-label            pic x(30).

       procedure division.
       0000-mainline.
           move 0 to data-record-count, written-count, reject-count
           move 0 to kept-count, scrambled-count, generated-count
           move 0 to shifted-count, bad-date-count, check-kept-count
           move 'N' to control-failed-flag
           move spaces to file-header, file-trailer
           initialize run-log-data
           move 'MASKBAT' to rl-job-name
           move 'MASK000001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           perform 0100-read-control
           move spaces to report-line
           string 'MASKED COPY OF ' delimited by size
                  function trim(input-file-name) delimited by size
                  ' (' delimited by size
                  function trim(layout-name) delimited by size
                  ') ONTO ' delimited by size
                  function trim(output-file-name) delimited by size
                  into report-line
           write report-line

           if layout-status not = 'V'
              move 'LAYOUT NOT ON DICTIONARY - NOTHING MASKED'
                   to report-line
              write report-line
              move 'Y' to control-failed-flag
              move 'MASKING LAYOUT NOT ON LAYOUTS' to ald-text
              perform 8000-raise-alert
           else
              perform 0200-load-rules
              perform 0300-list-rules
              perform 1000-mask-file
              perform 0900-verify-control
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
           move 'MASKIN' to input-file-name
           move 'MASKOUT' to output-file-name
           move spaces to layout-name, mask-seed, expected-file-id
           move 'F' to input-format
           move ',' to input-delimiter
           move -30 to shift-days
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
                   move ctl-layout-name to layout-name
                   if ctl-input-format = 'D'
                      move 'D' to input-format
                      if ctl-input-delim not = space
                         move ctl-input-delim to input-delimiter
                      end-if
                   end-if
                   move ctl-seed to mask-seed
                   if ctl-shift-days is numeric
                      move ctl-shift-days to shift-days
                      if ctl-shift-sign not = '+'
                         compute shift-days = 0 - shift-days
                      end-if
                   end-if
                   move ctl-file-id to expected-file-id
           end-read
           close control-file
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           .

       0200-load-rules.
           perform varying fx from 1 until fx > 20
               move 'S' to fr-rule(fx)
               move space to fr-check-scheme(fx)
               move spaces to fr-argument(fx)
               move 'N' to fr-from-rule(fx)
           end-perform
           move 'N' to end-of-rules
           open input rule-file
           perform until end-of-rules = 'Y'
               read rule-file
                   at end move 'Y' to end-of-rules
                   not at end
                       if rul-layout-name = layout-name
                          perform 0250-take-one-rule
                       end-if
               end-read
           end-perform
           close rule-file
           .

       0250-take-one-rule.
           move 0 to rule-found
           perform varying fx from 1 until fx > lay-field-count
               if lay-field-name(fx) = rul-field-name
                  move fx to rule-found
               end-if
           end-perform
           if rule-found = 0
              move spaces to report-line
              string 'RULE FOR ' delimited by size
                     function trim(rul-field-name) delimited by size
                     ' - NO SUCH FIELD ON THE LAYOUT' delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
              exit paragraph
           end-if
           if rul-rule not = 'K' and rul-rule not = 'S'
              and rul-rule not = 'G' and rul-rule not = 'D'
              move spaces to report-line
              string 'RULE FOR ' delimited by size
                     function trim(rul-field-name) delimited by size
                     ' - UNKNOWN RULE (' delimited by size
                     rul-rule delimited by size
                     ') - FIELD SCRAMBLED' delimited by size
                     into report-line
              write report-line
              move 'Y' to control-failed-flag
              exit paragraph
           end-if
           move rul-rule to fr-rule(rule-found)
           move rul-check-scheme to fr-check-scheme(rule-found)
           move rul-argument to fr-argument(rule-found)
           move 'Y' to fr-from-rule(rule-found)
           .

       0300-list-rules.
           move spaces to report-line
           write report-line
           perform varying fx from 1 until fx > lay-field-count
               evaluate true
                   when fr-keep(fx)
                       move 'KEPT' to rule-label
                   when fr-generate(fx)
                       move 'GENERATED' to rule-label
                   when fr-shift-date(fx)
                       move 'DATE SHIFTED' to rule-label
                   when fr-check-scheme(fx) not = space
                       move spaces to rule-label
                       string 'SCRAMBLED, CHECK DIGITS ' delimited
                              by size
                              fr-check-scheme(fx) delimited by size
                              into rule-label
                   when other
                       move 'SCRAMBLED' to rule-label
               end-evaluate
               move spaces to report-line
               string '  ' delimited by size
                      lay-field-name(fx) delimited by size
                      ' ' delimited by size
                      rule-label delimited by size
                      into report-line
               if fr-from-rule(fx) not = 'Y'
                  move '(NO RULE - SCRAMBLED BY DEFAULT)'
                       to report-line(55:)
               end-if
               write report-line
           end-perform
           move spaces to report-line
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
           .

       0900-verify-control.
      *    a stamp naming some other file is only caught when
      *    MASKCTL says which file-id to expect
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

       1000-mask-file.
           move 'N' to end-of-input
           open input input-file
           if input-status not = '00'
              move spaces to report-line
              string function trim(input-file-name) delimited by size
                     ' NOT FOUND - NOTHING MASKED' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           open output output-file
           perform until no-more-input
               read input-file
                   at end move 'Y' to end-of-input
                   not at end
                       evaluate in-ctl-record-tag
                           when 'HDR'
                               move input-ctl-view to file-header
                               move spaces to hdr-checksum
                               move file-header to output-record
                               write output-record
                           when 'TRL'
                               move input-ctl-view to file-trailer
                               move input-record to output-record
                               write output-record
                           when other
                               add 1 to data-record-count
                               perform 2000-mask-one-record
                       end-evaluate
               end-read
           end-perform
           close input-file
           close output-file
           .

       2000-mask-one-record.
           if delimited-input
              perform 2100-mask-delimited-record
           else
              perform 2200-mask-flat-record
           end-if
           .

       2100-mask-delimited-record.
      *    layout field n is the n-th delimited field; fields beyond
      *    the layout are scrambled like any field without a rule
           move spaces to raw-line
           move input-record to raw-line
           if raw-line = spaces
              move 0 to raw-line-length
           else
              compute raw-line-length = function length(
                      function trim(raw-line trailing))
           end-if
           initialize record-fields
           call 'FieldSplitter' using raw-line raw-line-length
               input-delimiter record-fields split-status
           if split-status not = 'V'
              add 1 to reject-count
              move data-record-count to count-disp
              move spaces to report-line
              string 'RECORD ' delimited by size
                     function trim(count-disp) delimited by size
                     ' WILL NOT SPLIT (' delimited by size
                     split-status delimited by size
                     ') - LEFT OUT OF THE COPY' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           perform varying fx from 1 until fx > rec-field-count
               move rec-field-data(fx) to mask-value
               move rec-field-len(fx) to mask-length
               perform 3000-mask-one-field
               move mask-value to rec-field-data(fx)
           end-perform

           move spaces to output-line
           move 0 to output-length
           perform varying fx from 1 until fx > rec-field-count
               if fx > 1
                  add 1 to output-length
                  move input-delimiter to output-line(output-length:1)
               end-if
               if rec-field-data(fx) not = spaces
                  perform 2150-append-field
               end-if
           end-perform
           if output-length = 0
              move 1 to output-length
           end-if
           move output-line(1:output-length) to output-record
           write output-record
           add 1 to written-count
           .

       2150-append-field.
      *    a value holding the delimiter or a quote goes out quoted,
      *    inner quotes doubled, the way 'FieldSplitter' reads it back
           compute mask-length = function length(
                   function trim(rec-field-data(fx) trailing))
           move 0 to qx
           inspect rec-field-data(fx)(1:mask-length) tallying
               qx for all input-delimiter
               qx for all '"'
           if qx = 0
              move rec-field-data(fx)(1:mask-length)
                   to output-line(output-length + 1:mask-length)
              add mask-length to output-length
              exit paragraph
           end-if
           add 1 to output-length
           move '"' to output-line(output-length:1)
           perform varying qx from 1 until qx > mask-length
               add 1 to output-length
               move rec-field-data(fx)(qx:1)
                    to output-line(output-length:1)
               if rec-field-data(fx)(qx:1) = '"'
                  add 1 to output-length
                  move '"' to output-line(output-length:1)
               end-if
           end-perform
           add 1 to output-length
           move '"' to output-line(output-length:1)
           .

       2200-mask-flat-record.
      *    bytes no layout field covers are copied as they are
           move input-record to output-record
           perform varying fx from 1 until fx > lay-field-count
               if lay-position(fx) + lay-length(fx) - 1 <= 2100
                  and lay-length(fx) <= 100
                  move spaces to mask-value
                  move input-record(lay-position(fx):lay-length(fx))
                       to mask-value
                  move lay-length(fx) to mask-length
                  perform 3000-mask-one-field
                  move mask-value(1:lay-length(fx))
                       to output-record(lay-position(fx):
                                        lay-length(fx))
               end-if
           end-perform
           write output-record
           add 1 to written-count
           .

       3000-mask-one-field.
      *    FX is the field number; past the layout there is no rule
           if fx > lay-field-count
              perform 3100-scramble-whole-value
              exit paragraph
           end-if
           evaluate true
               when fr-keep(fx)
                   add 1 to kept-count
               when fr-generate(fx)
                   perform 3400-generate-value
               when fr-shift-date(fx)
                   perform 3500-shift-date
               when fr-check-scheme(fx) not = space
                   perform 3300-scramble-with-check-digits
               when other
                   perform 3100-scramble-whole-value
           end-evaluate
           .

       3100-scramble-whole-value.
           if mask-value = spaces
              exit paragraph
           end-if
           move 1 to scramble-from
           move mask-length to scramble-to
           perform 3200-scramble-range
           add 1 to scrambled-count
           .

       3200-scramble-range.
      *    the seed and the whole value hash to a starting point, and
      *    each position draws its replacement from there -- the same
      *    value and seed always give the same result, a different
      *    value or seed a different one
           move 0 to hash-value
           perform varying cx from 1 until cx > 16
               compute hash-value = function mod(hash-value * 131
                       + function ord(mask-seed(cx:1)), 2147483647)
           end-perform
           perform varying cx from 1 until cx > mask-length
               compute hash-value = function mod(hash-value * 131
                       + function ord(mask-value(cx:1)), 2147483647)
           end-perform
           perform varying cx from scramble-from until cx > scramble-to
               compute hash-value = function mod(hash-value * 16807
                       + cx, 2147483647)
               move mask-value(cx:1) to one-char
               evaluate true
                   when one-char is numeric
                       compute char-pick =
                               function mod(hash-value, 10) + 1
                       move digit-chars(char-pick:1)
                            to mask-value(cx:1)
                   when one-char is alphabetic-upper
                        and one-char not = space
                       compute char-pick =
                               function mod(hash-value, 26) + 1
                       move upper-chars(char-pick:1)
                            to mask-value(cx:1)
                   when one-char is alphabetic-lower
                        and one-char not = space
                       compute char-pick =
                               function mod(hash-value, 26) + 1
                       move lower-chars(char-pick:1)
                            to mask-value(cx:1)
               end-evaluate
           end-perform
           .

       3300-scramble-with-check-digits.
      *    the body is scrambled and fresh check digits computed over
      *    it; an IBAN keeps its country code, its check digits sit in
      *    positions 3-4. a value 'CheckDigit' cannot take is just
      *    scrambled whole
           if mask-value = spaces
              exit paragraph
           end-if
           compute mask-length = function length(
                   function trim(mask-value trailing))
           evaluate fr-check-scheme(fx)
               when 'P'
                   move 2 to check-width
               when other
                   move 1 to check-width
           end-evaluate
           if mask-length > 40 or mask-length <= check-width
              or (fr-check-scheme(fx) = 'I' and mask-length < 5)
              perform 3350-check-digits-kept
              exit paragraph
           end-if
           if fr-check-scheme(fx) = 'I'
              move 5 to scramble-from
              move mask-length to scramble-to
              perform 3200-scramble-range
              move mask-value to check-value
           else
              move 1 to scramble-from
              compute scramble-to = mask-length - check-width
              perform 3200-scramble-range
              move spaces to check-value
              move mask-value(1:scramble-to) to check-value
           end-if
           move 'C' to check-function
           call 'CheckDigit' using check-function fr-check-scheme(fx)
               check-value check-digits check-status
           if check-status not = 'V'
              perform 3350-check-digits-kept
              exit paragraph
           end-if
           if fr-check-scheme(fx) = 'I'
              move check-digits to mask-value(3:2)
           else
              move check-digits(1:check-width)
                   to mask-value(scramble-to + 1:check-width)
           end-if
           add 1 to scrambled-count
           .

       3350-check-digits-kept.
      *    scrambled whole, check digits and all -- the value did not
      *    verify in the first place, or has a shape the scheme
      *    cannot take
           move 1 to scramble-from
           move mask-length to scramble-to
           perform 3200-scramble-range
           add 1 to scrambled-count
           add 1 to check-kept-count
           .

       3400-generate-value.
           move spaces to generated-text
           move data-record-count to count-disp
           if lay-type(fx) = 'N'
              move all '0' to mask-value(1:mask-length)
              if mask-length >= 9
                 move data-record-count
                      to mask-value(mask-length - 8:9)
              else
                 move count-disp(10 - mask-length:mask-length)
                      to mask-value(1:mask-length)
                 inspect mask-value(1:mask-length)
                     replacing all space by '0'
              end-if
           else
              if fr-argument(fx) = spaces
                 string function trim(lay-field-name(fx))
                        delimited by size
                        ' ' delimited by size
                        function trim(count-disp) delimited by size
                        into generated-text
              else
                 string function trim(fr-argument(fx))
                        delimited by size
                        ' ' delimited by size
                        function trim(count-disp) delimited by size
                        into generated-text
              end-if
              move spaces to mask-value
              move generated-text(1:mask-length) to mask-value
           end-if
           add 1 to generated-count
           .

       3500-shift-date.
      *    a blank date stays blank; one that does not validate is
      *    scrambled instead of passed through. the field is turned
      *    into YYYYMMDD, shifted, and turned back into the rule's
      *    format, literals and all, each step through 'DateService'
           if mask-value = spaces
              exit paragraph
           end-if
      *    no date format runs past ten characters
           if mask-value(11:) not = spaces
              add 1 to bad-date-count
              perform 3100-scramble-whole-value
              exit paragraph
           end-if
           move fr-argument(fx)(1:10) to dcv-from-format
           move spaces to dcv-to-format
           move fr-argument(fx)(11:2) to dcv-century-pivot
           move mask-value(1:10) to dcv-value-in
           move 'C' to date-function
           move spaces to date-probe
           call 'DateService' using date-function date-probe
               shift-days date-out weekday-number business-flag
               date-status calendar-name date-conversion
           if date-status = 'V'
              move dcv-value-out(1:8) to date-probe
              move 'A' to date-function
              call 'DateService' using date-function date-probe
                  shift-days date-out weekday-number business-flag
                  date-status calendar-name date-conversion
           end-if
           if date-status = 'V'
              move spaces to dcv-from-format
              move fr-argument(fx)(1:10) to dcv-to-format
              move date-out to dcv-value-in
              move 'C' to date-function
              call 'DateService' using date-function date-probe
                  shift-days date-out weekday-number business-flag
                  date-status calendar-name date-conversion
           end-if
           if date-status not = 'V'
              add 1 to bad-date-count
              perform 3100-scramble-whole-value
              exit paragraph
           end-if
           move dcv-value-out to mask-value
           add 1 to shifted-count
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
           string 'RECORDS READ           ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move written-count to count-disp
           move spaces to report-line
           string 'RECORDS MASKED         ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move reject-count to count-disp
           move spaces to report-line
           string 'RECORDS LEFT OUT       ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move scrambled-count to count-disp
           move spaces to report-line
           string 'VALUES SCRAMBLED       ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move generated-count to count-disp
           move spaces to report-line
           string 'VALUES GENERATED       ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move shifted-count to count-disp
           move spaces to report-line
           string 'DATES SHIFTED          ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move kept-count to count-disp
           move spaces to report-line
           string 'VALUES KEPT            ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           if bad-date-count > 0
              move bad-date-count to count-disp
              move spaces to report-line
              string 'INVALID DATES SCRAMBLED ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
           end-if
           if check-kept-count > 0
              move check-kept-count to count-disp
              move spaces to report-line
              string 'CHECK DIGITS NOT RECOMPUTED ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program DataMask.
