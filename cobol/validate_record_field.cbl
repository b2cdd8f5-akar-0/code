      *           date fields verified through 'DateService' -- so
      *           reconciliation conversations stop starting with
      *           someone counting columns on a layout printout
      *   akar-0  break register: every field mismatch, type failure
      *           and unmatched record also goes to the BRKREG
      *           register (see break-register-record.cpy), keyed by
      *           layout, partner, record key and field, with first-
      *           and last-seen dates -- a break that comes back
      *           night after night keeps its first-seen date and
      *           owner, and an open break for tonight's layout and
      *           partner that does not come back closes as cleared
      *           by data. the partner is the VRFCTL partner-id, else
      *           the inbound HDR file-id
      *   akar-0  the break register carries each field break's
      *           inbound (their) and outbound (our) values from the
      *           latest sighting, for the partner correction file
      *   akar-0  check-digit rule ('K' plus a scheme in column 13 of
      *           VRFRULES: 'L' Luhn, 'M' mod 11, 'P' ISO 7064 mod
      *           97-10, 'I' IBAN): both sides of the field are
      *           verified through 'CheckDigit' before the exact
      *           comparison, and an identifier that fails is
      *           reported -- and counted -- as a CHECK DIGIT failure
      *           of its own instead of a mismatch, so the same typo
      *           on both sides no longer reconciles clean
      *   akar-0  code-table rule ('C' plus a table name in columns
      *           14-33 of VRFRULES): both sides of the field are
      *           looked up through 'CodeTable' in the named
      *           reference table (CODETAB.<name>, loaded into a tree
      *           once per run), a value not in it is reported with
      *           the table name and counted as a CODE TABLE failure
      *           of its own, and a mismatch between two good codes
      *           shows both codes' descriptions; a table that cannot
      *           be found is a control failure
      *   akar-0  an empty delimited field is taken as blank by the
      *           check-digit and code-table checks instead of being
      *           moved at zero length; the new break register is
      *           written at the record's true 435 bytes
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select sort-in-work assign to 'VRFSRTW1'.
           select sort-out-work assign to 'VRFSRTW2'.
           select break-finding-file assign to 'VRFBRKWK'
               organization is line sequential.
           select break-sorted-file assign to 'VRFBRKST'
               organization is line sequential.
           select sort-break-work assign to 'VRFSRTW3'.
           select optional break-register assign to 'BRKREG'
               organization is line sequential.
           select break-register-new assign to 'BRKRGNEW'
               organization is line sequential.

       data division.
       file section.
           05 ctl-input-format   pic x(1).
           05 ctl-delimiter      pic x(1).
           05 ctl-layout-name    pic x(20).
      *    the partner the breaks are carried under on BRKREG;
      *    spaces = the inbound HDR file-id
           05 ctl-partner-id     pic x(8).

       fd  rules-file.
       01  rules-record.
           05 rule-field-number  pic 9(2).
           05 rule-compare-mode  pic x(1).
           05 rule-tolerance     pic 9(7)v99.
           05 rule-check-scheme  pic x(1).
           05 rule-code-table    pic x(20).

      * the externally sorted work files the key-matched merge
      * reads: the comparison key, the original record number for
              10 srt-out-field-len  pic 9(3).
              10 srt-out-field-data pic x(100).

      * tonight's findings as they are reported, sorted and merged
      * into the break register at end of run
       fd  break-finding-file.
       01  break-finding-record.
           05 bfd-key.
              10 bfd-layout      pic x(20).
              10 bfd-partner     pic x(8).
              10 bfd-record-key  pic x(60).
              10 bfd-field       pic x(20).
           05 bfd-kind           pic x(1).
           05 bfd-their-value    pic x(100).
           05 bfd-our-value      pic x(100).

       fd  break-sorted-file.
       01  break-sorted-record.
           05 bst-key            pic x(108).
           05 bst-kind           pic x(1).
           05 bst-their-value    pic x(100).
           05 bst-our-value      pic x(100).

       sd  sort-break-work.
       01  sort-break-record.
           05 srt-brk-key        pic x(108).
           05 srt-brk-kind       pic x(1).
           05 srt-brk-values     pic x(200).

       fd  break-register.
       01  break-register-record.
           copy "break-register-record.cpy".

       fd  break-register-new.
       01  break-register-new-record pic x(435).

       working-storage section.
       01  end-of-records        pic x(1).
           88 no-more-records    value 'Y'.
           05 field-rule occurs 20 times.
              10 tbl-rule-mode      pic x(1).
              10 tbl-rule-tolerance pic 9(7)v99.
              10 tbl-rule-scheme    pic x(1).
              10 tbl-rule-table     pic x(20).
              10 tbl-table-reported pic x(1).
       01  end-of-rules          pic x(1).
       01  rule-in-effect        pic x(1).
       01  tolerance-in-effect   pic 9(7)v99.
       01  parse-digit-count     pic 9(3).
       01  parse-start           pic 9(3).
       01  ignored-count         pic 9(6).
       01  check-digit-count     pic 9(6).
       01  check-function        pic x(1).
       01  check-value           pic x(40).
       01  check-digits          pic x(2).
       01  check-status          pic x(1).
       01  check-field-label     pic x(20).
       01  code-table-count      pic 9(6).
       01  code-value            pic x(20).
       01  code-status           pic x(1).
       01  in-code-description   pic x(20).
       01  out-code-description  pic x(20).
       01  mismatches-before     pic 9(6).
      * near-match scoring state: every mismatch remembered with its
      * edit distance so the report can end with a nearest-first list
       01  near-match-flag       pic x(1).
       01  record-number-disp     pic z(8)9.
       01  record-number-2-disp   pic z(8)9.
       01  field-number-disp      pic z9.
      * break-register state: who tonight's breaks belong to and
      * what the merge did to the register
       01  partner-id             pic x(8).
       01  break-layout           pic x(20).
       01  break-kind             pic x(1).
       01  end-of-register        pic x(1).
       01  end-of-breaks          pic x(1).
       01  last-break-key         pic x(108).
       01  break-today            pic x(8).
       01  breaks-new             pic 9(6).
       01  breaks-continuing      pic 9(6).
       01  breaks-reopened        pic 9(6).
       01  breaks-cleared         pic 9(6).
       01  register-updated       pic x(1).
       01  new-break.
           copy "break-register-record.cpy"
               replacing leading ==brk== by ==nbk==.
       01  brk-lock-name          pic x(20) value 'BRKREG'.
       01  brk-lock-id            pic x(10) value 'VRFBATCH01'.
       01  lock-status            pic x(1).
       01  lock-holder            pic x(40).
       01  alert-data.
           05 ald-job-name        pic x(20).
           05 ald-severity        pic 9(2).
           05 ald-text            pic x(60).

       procedure division.
       0000-mainline.
              write report-line
           end-if

           perform 0160-set-break-identity
           open output break-finding-file

           if parse-reject-count > 0
              perform 0450-report-parse-rejects
           end-if
              perform 0500-positional-compare
           end-if

           close break-finding-file
           perform 9600-update-break-register

           if near-match-scoring and mm-count > 0
              perform 8000-write-ranked-mismatches
           end-if
      *    positional pairing
           move 'P' to match-mode
           move 1 to key-field-number
           move spaces to partner-id
           move 'N' to end-of-control
           open input control-file
           read control-file
                      move 'L' to input-format
                   end-if
                   move ctl-layout-name to layout-name
                   move ctl-partner-id to partner-id
           end-read
           close control-file
           move 'N' to layout-loaded
           end-if
           .

       0160-set-break-identity.
           move 0 to breaks-new, breaks-continuing, breaks-reopened,
                     breaks-cleared
           move 'N' to register-updated
           move function current-date(1:8) to break-today
           move layout-name to break-layout
           if break-layout = spaces
              move '*NONE' to break-layout
           end-if
           if partner-id = spaces
              move ihdr-file-id to partner-id
           end-if
           if partner-id = spaces
              move 'VRFINBND' to partner-id
           end-if
           .

       0150-load-rules.
           perform varying field-number from 1
                   until field-number > 20
               move 'S' to tbl-rule-mode(field-number)
               move 0 to tbl-rule-tolerance(field-number)
               move space to tbl-rule-scheme(field-number)
               move spaces to tbl-rule-table(field-number)
               move 'N' to tbl-table-reported(field-number)
           end-perform
           move 0 to ignored-count
           move 0 to check-digit-count
           move 0 to code-table-count
           move 'N' to end-of-rules
           open input rules-file
           perform until end-of-rules = 'Y'
                                  tbl-rule-tolerance
                                  (rule-field-number)
                          end-if
                          move rule-check-scheme to
                               tbl-rule-scheme(rule-field-number)
                          move rule-code-table to
                               tbl-rule-table(rule-field-number)
                       end-if
               end-read
           end-perform
                       add 1 to ignored-count
                   when 'T'
                       perform 2100-compare-with-tolerance
                   when 'K'
                       perform 2300-verify-check-digits
                   when 'C'
                       perform 2400-verify-code-table
                   when other
                       perform 2200-compare-as-strings
               end-evaluate
           .

       2080-write-type-failure.
           move 'T' to break-kind
           perform 9610-note-break
           move rpt-in-number  to record-number-disp
           move rpt-out-number to record-number-2-disp
           move spaces to report-line
           end-if
           .

       2300-verify-check-digits.
      *    an identifier that fails its own check digits is reported
      *    as such; only two good identifiers go on to be compared.
      *    a blank or empty identifier is left to the comparison
           move 'V' to check-function
           move 'Y' to type-ok-in
           move 'Y' to type-ok-out
           move spaces to check-value
           if in-tbl-field-len(cur-in, field-number) > 0
              and in-tbl-field-len(cur-in, field-number) <= 40
              move in-tbl-field-data(cur-in, field-number)
                   (1:in-tbl-field-len(cur-in, field-number))
                   to check-value
           end-if
           move 'V' to check-status
           if check-value not = spaces
              call 'CheckDigit' using check-function
                  tbl-rule-scheme(field-number) check-value
                  check-digits check-status
           end-if
           if check-status not = 'V'
              move 'INBOUND' to type-check-side
              move 'N' to type-ok-in
              perform 2350-write-check-failure
           end-if
           move spaces to check-value
           if out-tbl-field-len(cur-out, field-number) > 0
              and out-tbl-field-len(cur-out, field-number) <= 40
              move out-tbl-field-data(cur-out, field-number)
                   (1:out-tbl-field-len(cur-out, field-number))
                   to check-value
           end-if
           move 'V' to check-status
           if check-value not = spaces
              call 'CheckDigit' using check-function
                  tbl-rule-scheme(field-number) check-value
                  check-digits check-status
           end-if
           if check-status not = 'V'
              move 'OUTBOUND' to type-check-side
              move 'N' to type-ok-out
              perform 2350-write-check-failure
           end-if
           if type-ok-in = 'Y' and type-ok-out = 'Y'
              perform 2200-compare-as-strings
           end-if
           .

       2350-write-check-failure.
           add 1 to check-digit-count
           add 1 to mismatch-count
           move 'T' to break-kind
           perform 9610-note-break
           move rpt-in-number  to record-number-disp
           move rpt-out-number to record-number-2-disp
           move field-number  to field-number-disp
           if dictionary-loaded
              and field-number <= lay-field-count
              move lay-field-name(field-number) to check-field-label
           else
              move function trim(field-number-disp)
                   to check-field-label
           end-if
           move spaces to report-line
           string 'RECORD ' delimited by size
                  function trim(record-number-disp)
                  delimited by size
                  '/' delimited by size
                  function trim(record-number-2-disp)
                  delimited by size
                  '  FIELD ' delimited by size
                  function trim(check-field-label) delimited by size
                  '  ' delimited by size
                  function trim(type-check-side) delimited by size
                  ' FAILS CHECK DIGIT ' delimited by size
                  tbl-rule-scheme(field-number) delimited by size
                  '  STATUS ' delimited by size
                  check-status delimited by size
                  into report-line
           write report-line
           .

       2400-verify-code-table.
      *    a code not in the table is reported with the table's
      *    name; two good codes go on to be compared, and when they
      *    differ their descriptions say what each side meant.
      *    a blank or empty code is left to the comparison
           move 'Y' to type-ok-in
           move 'Y' to type-ok-out
           move spaces to code-value
           evaluate true
               when in-tbl-field-len(cur-in, field-number) > 20
                   move in-tbl-field-data(cur-in, field-number)(1:20)
                        to code-value
               when in-tbl-field-len(cur-in, field-number) > 0
                   move in-tbl-field-data(cur-in, field-number)
                        (1:in-tbl-field-len(cur-in, field-number))
                        to code-value
           end-evaluate
           move 'INBOUND' to type-check-side
           perform 2410-look-up-code
           if code-status = 'N'
              move 'N' to type-ok-in
           end-if
           move out-code-description to in-code-description
           move spaces to code-value
           evaluate true
               when out-tbl-field-len(cur-out, field-number) > 20
                   move out-tbl-field-data(cur-out, field-number)(1:20)
                        to code-value
               when out-tbl-field-len(cur-out, field-number) > 0
                   move out-tbl-field-data(cur-out, field-number)
                        (1:out-tbl-field-len(cur-out, field-number))
                        to code-value
           end-evaluate
           move 'OUTBOUND' to type-check-side
           perform 2410-look-up-code
           if code-status = 'N'
              move 'N' to type-ok-out
           end-if
           if type-ok-in not = 'Y' or type-ok-out not = 'Y'
              exit paragraph
           end-if
           move mismatch-count to mismatches-before
           perform 2200-compare-as-strings
           if mismatch-count > mismatches-before
              and (in-code-description not = spaces
                   or out-code-description not = spaces)
              move spaces to report-line
              string '    INBOUND MEANS ' delimited by size
                     function trim(in-code-description)
                     delimited by size
                     '  OUTBOUND MEANS ' delimited by size
                     function trim(out-code-description)
                     delimited by size
                     into report-line
              write report-line
           end-if
           .

       2410-look-up-code.
      *    hands back the description in OUT-CODE-DESCRIPTION, which
      *    the caller moves aside after the inbound side
           move spaces to out-code-description
           move 'F' to code-status
           if code-value = spaces
              exit paragraph
           end-if
           call 'CodeTable' using tbl-rule-table(field-number)
               code-value out-code-description code-status
           evaluate code-status
               when 'F'
                   continue
               when 'N'
                   perform 2450-write-code-failure
               when other
      *            the rule cannot be applied at all: said once per
      *            field, and the run is a control failure
                   move 'F' to code-status
                   if tbl-table-reported(field-number) not = 'Y'
                      move 'Y' to tbl-table-reported(field-number)
                      move 'Y' to control-failed
                      move field-number to field-number-disp
                      move spaces to report-line
                      string 'CODE TABLE ' delimited by size
                             function trim(tbl-rule-table
                             (field-number)) delimited by size
                             ' NOT AVAILABLE - FIELD ' delimited by size
                             function trim(field-number-disp)
                             delimited by size
                             ' NOT CHECKED AGAINST IT'
                             delimited by size
                             into report-line
                      write report-line
                   end-if
           end-evaluate
           .

       2450-write-code-failure.
           add 1 to code-table-count
           add 1 to mismatch-count
           move 'T' to break-kind
           perform 9610-note-break
           move rpt-in-number  to record-number-disp
           move rpt-out-number to record-number-2-disp
           move field-number  to field-number-disp
           if dictionary-loaded
              and field-number <= lay-field-count
              move lay-field-name(field-number) to check-field-label
           else
              move function trim(field-number-disp)
                   to check-field-label
           end-if
           move spaces to report-line
           string 'RECORD ' delimited by size
                  function trim(record-number-disp)
                  delimited by size
                  '/' delimited by size
                  function trim(record-number-2-disp)
                  delimited by size
                  '  FIELD ' delimited by size
                  function trim(check-field-label) delimited by size
                  '  ' delimited by size
                  function trim(type-check-side) delimited by size
                  ' ' delimited by size
                  function trim(code-value) delimited by size
                  ' NOT IN CODE TABLE ' delimited by size
                  function trim(tbl-rule-table(field-number))
                  delimited by size
                  into report-line
           write report-line
           .

       3000-write-mismatch.
           move 'M' to break-kind
           perform 9610-note-break
           move rpt-in-number  to record-number-disp
           move rpt-out-number to record-number-2-disp
           move field-number  to field-number-disp

       3100-report-unmatched-inbound.
           add 1 to unmatched-in-count
           move 'I' to break-kind
           perform 9610-note-break
           move rpt-in-number to record-number-disp
           move spaces to report-line
           string 'INBOUND RECORD ' delimited by size

       3200-report-unmatched-outbound.
           add 1 to unmatched-out-count
           move 'O' to break-kind
           perform 9610-note-break
           move rpt-out-number to record-number-disp
           move spaces to report-line
           string 'OUTBOUND RECORD ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           move check-digit-count to record-number-disp
           string 'CHECK DIGIT FAILURES  ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           move code-table-count to record-number-disp
           string 'CODE TABLE FAILURES   ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           if register-updated not = 'Y'
              move 'BREAK REGISTER NOT UPDATED' to report-line
              write report-line
              exit paragraph
           end-if
           move breaks-new to record-number-disp
           string 'BREAKS NEW            ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           move breaks-continuing to record-number-disp
           string 'BREAKS STILL OPEN     ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           move breaks-reopened to record-number-disp
           string 'BREAKS REOPENED       ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line

           move spaces to report-line
           move breaks-cleared to record-number-disp
           string 'BREAKS CLEARED BY DATA ' delimited by size
                  function trim(record-number-disp) delimited by size
                  into report-line
           write report-line
           .

       9600-update-break-register.
      *    tonight's findings in key order merge against the register
      *    (itself kept in key order) into BRKRGNEW, which then
      *    replaces it. the register is changed only under its own
      *    lock, the one OnlineMaintenance holds while analysts work
           call 'RunInterlock' using 'A' brk-lock-name brk-lock-id
               lock-status lock-holder
           if lock-status = 'H'
              move spaces to report-line
              string 'BREAK REGISTER IN USE (' delimited by size
                     function trim(lock-holder) delimited by size
                     ') - TONIGHT''S BREAKS NOT CARRIED'
                     delimited by size
                     into report-line
              write report-line
              move 'VRFBATCH' to ald-job-name
              move 08 to ald-severity
              move 'BRKREG LOCKED - BREAK REGISTER NOT UPDATED, RERUN'
                   to ald-text
              call 'OperatorAlert' using 'R' alert-data
              exit paragraph
           end-if
           sort sort-break-work
               on ascending key srt-brk-key
               using break-finding-file
               giving break-sorted-file

           move 'N' to end-of-register
           move 'N' to end-of-breaks
           move low-values to last-break-key
           open input break-register
           open input break-sorted-file
           open output break-register-new
           perform 9620-read-register
           perform 9630-read-finding
           perform until end-of-register = 'Y'
                   and end-of-breaks = 'Y'
               evaluate true
                   when end-of-breaks = 'Y'
                       perform 9640-carry-register-row
                       perform 9620-read-register
                   when end-of-register = 'Y'
                       perform 9650-open-new-break
                       perform 9630-read-finding
                   when brk-key < bst-key
                       perform 9640-carry-register-row
                       perform 9620-read-register
                   when bst-key < brk-key
                       perform 9650-open-new-break
                       perform 9630-read-finding
                   when other
                       perform 9660-sight-existing-break
                       perform 9620-read-register
                       perform 9630-read-finding
               end-evaluate
           end-perform
           close break-register
           close break-sorted-file
           close break-register-new

           move 'N' to end-of-register
           open input break-register-new
           open output break-register
           perform until end-of-register = 'Y'
               read break-register-new
                   at end move 'Y' to end-of-register
                   not at end
                       move break-register-new-record
                            to break-register-record
                       write break-register-record
               end-read
           end-perform
           close break-register-new
           close break-register
           move 'Y' to register-updated
           call 'RunInterlock' using 'R' brk-lock-name brk-lock-id
               lock-status lock-holder
           .

       9610-note-break.
           move spaces to break-finding-record
           move break-layout to bfd-layout
           move partner-id to bfd-partner
           move break-kind to bfd-kind
           evaluate true
               when key-matched-mode and break-kind = 'O'
                   move sot-key to bfd-record-key
               when key-matched-mode
                   move sin-key to bfd-record-key
               when break-kind = 'O'
                   move rpt-out-number to record-number-disp
                   string 'RECORD ' delimited by size
                          function trim(record-number-disp)
                          delimited by size
                          into bfd-record-key
               when other
                   move rpt-in-number to record-number-disp
                   string 'RECORD ' delimited by size
                          function trim(record-number-disp)
                          delimited by size
                          into bfd-record-key
           end-evaluate
           evaluate true
               when break-kind = 'I'
                   move '*NO OUTBOUND MATCH' to bfd-field
               when break-kind = 'O'
                   move '*NO INBOUND MATCH' to bfd-field
               when dictionary-loaded
                    and field-number <= lay-field-count
                   move lay-field-name(field-number) to bfd-field
               when other
                   move field-number to field-number-disp
                   string 'FIELD ' delimited by size
                          function trim(field-number-disp)
                          delimited by size
                          into bfd-field
           end-evaluate
      *    each side's value only as long as its field says it is
           if break-kind = 'M' or break-kind = 'T'
              move in-tbl-field-len(cur-in, field-number)
                   to parse-length
              if parse-length > 0 and parse-length <= 100
                 move in-tbl-field-data(cur-in, field-number)
                      (1:parse-length) to bfd-their-value
              end-if
              move out-tbl-field-len(cur-out, field-number)
                   to parse-length
              if parse-length > 0 and parse-length <= 100
                 move out-tbl-field-data(cur-out, field-number)
                      (1:parse-length) to bfd-our-value
              end-if
           end-if
           write break-finding-record
           .

       9620-read-register.
           read break-register
               at end move 'Y' to end-of-register
           end-read
           .

       9630-read-finding.
      *    the same break reported twice tonight (a key repeated on
      *    both sides) is one break
           perform with test after
                   until end-of-breaks = 'Y'
                      or bst-key not = last-break-key
               read break-sorted-file
                   at end move 'Y' to end-of-breaks
               end-read
           end-perform
           if end-of-breaks not = 'Y'
              move bst-key to last-break-key
           end-if
           .

       9640-carry-register-row.
      *    an open break on tonight's layout and partner that was not
      *    reported tonight has been cleared by the data -- unless
      *    part of the input went uncompared
           if brk-layout = break-layout
              and brk-partner = partner-id
              and brk-open
              and truncated-flag not = 'Y'
              move 'C' to brk-status
              move break-today to brk-closed-date
              add 1 to breaks-cleared
           end-if
           move break-register-record to break-register-new-record
           write break-register-new-record
           .

       9650-open-new-break.
           move spaces to new-break
           move bst-key to nbk-key
           move bst-kind to nbk-kind
           move bst-their-value to nbk-their-value
           move bst-our-value to nbk-our-value
           move 'O' to nbk-status
           move break-today to nbk-first-seen
           move break-today to nbk-last-seen
           add 1 to breaks-new
           move new-break to break-register-new-record
           write break-register-new-record
           .

       9660-sight-existing-break.
      *    a written-off break stays written off however often it
      *    recurs; a cleared one that comes back is a new break
           move break-today to brk-last-seen
           move bst-kind to brk-kind
           move bst-their-value to brk-their-value
           move bst-our-value to brk-our-value
           evaluate true
               when brk-cleared
                   move 'O' to brk-status
                   move break-today to brk-first-seen
                   move spaces to brk-closed-date
                   add 1 to breaks-reopened
               when brk-open
                   add 1 to breaks-continuing
           end-evaluate
           move break-register-record to break-register-new-record
           write break-register-new-record
           .

       end program ValidateRecordField.
