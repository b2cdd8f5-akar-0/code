      * layout, and PROFRPT reports per field -- fill rate, distinct
      * values with the most frequent ones, minimum and maximum,
      * non-numeric occurrences in 'N' fields, and invalid dates per
      * 'DateService' in 'D' fields. Fields named on the optional
      * PROFCHK file (field name, check-digit scheme as 'CheckDigit'
      * takes it, reference code table as 'CodeTable' names it) also
      * report identifiers failing their check digits and codes not
      * in their table, apart from the type counts, and a code
      * field's most frequent values show their descriptions. Type,
      * check-digit and code-table violations count as the job's
      * rejects, so a feed not worth loading announces itself through
      * the completion code instead of wasting the night.
       environment division.
       input-output section.
       file-control.
           select control-file assign to 'PROFCTL'
               organization is line sequential.
           select optional check-file assign to 'PROFCHK'
               organization is line sequential.
           select target-file assign to dynamic target-file-name
               organization is line sequential.
           select report-file assign to 'PROFRPT'
           05 ctl-file-name    pic x(100).
           05 ctl-layout-name  pic x(20).

       fd  check-file.
       01  check-record.
           05 chk-field-name   pic x(20).
           05 chk-scheme       pic x(1).
           05 chk-code-table   pic x(20).

       fd  target-file.
       01  target-record      pic x(2100).

              10 pf-fill-count   pic 9(9).
              10 pf-nonnum-count pic 9(9).
              10 pf-baddate-count pic 9(9).
              10 pf-check-scheme pic x(1).
              10 pf-badcheck-count pic 9(9).
              10 pf-code-table   pic x(20).
              10 pf-notcode-count pic 9(9).
              10 pf-table-status pic x(1).
              10 pf-min-value    pic x(100).
              10 pf-max-value    pic x(100).
              10 pf-distinct-count pic 9(3).
       01  business-flag       pic x(1).
       01  date-status         pic x(1).
       01  calendar-name       pic x(8) value spaces.
       01  end-of-checks       pic x(1).
       01  check-function      pic x(1).
       01  check-value         pic x(40).
       01  check-digits        pic x(2).
       01  check-status        pic x(1).
       01  code-value          pic x(20).
       01  code-description    pic x(20).
       01  code-status         pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp          pic z(8)9.
              move rl-completion-code to return-code
              goback
           end-if
           perform 0500-load-check-fields

           move 'N' to end-of-target
           open input target-file
           goback
           .

       0500-load-check-fields.
           move 'N' to end-of-checks
           open input check-file
           perform until end-of-checks = 'Y'
               read check-file
                   at end move 'Y' to end-of-checks
                   not at end
                       perform varying f from 1
                               until f > lay-field-count
                           if lay-field-name(f) = chk-field-name
                              move chk-scheme to pf-check-scheme(f)
                              move chk-code-table to pf-code-table(f)
                           end-if
                       end-perform
               end-read
           end-perform
           close check-file
           .

       1000-profile-one-record.
           perform varying f from 1 until f > lay-field-count
               move spaces to field-value
               when other
                   continue
           end-evaluate
           if pf-check-scheme(f) not = space
              perform 2200-verify-check-digits
           end-if
           if pf-code-table(f) not = spaces
              perform 2300-look-up-code
           end-if
           .

       2300-look-up-code.
      *    a table that cannot be loaded is reported once on the
      *    field and makes the run a control failure
           move field-value(1:20) to code-value
           call 'CodeTable' using pf-code-table(f) code-value
               code-description code-status
           evaluate code-status
               when 'F'
                   continue
               when 'N'
                   add 1 to pf-notcode-count(f)
                   add 1 to violation-count
               when other
                   move code-status to pf-table-status(f)
                   move 'Y' to control-failed-flag
           end-evaluate
           .

       2200-verify-check-digits.
           move 'V' to check-function
           move field-value(1:40) to check-value
           call 'CheckDigit' using check-function pf-check-scheme(f)
               check-value check-digits check-status
           if check-status not = 'V'
              add 1 to pf-badcheck-count(f)
              add 1 to violation-count
           end-if
           .

       2500-census-distinct-value.
                     into report-line
              write report-line
           end-if
           if pf-check-scheme(f) not = space
              move pf-badcheck-count(f) to count-disp
              move spaces to report-line
              string '  CHECK DIGIT ' delimited by size
                     pf-check-scheme(f) delimited by size
                     ' FAILURES ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
           end-if
           if pf-code-table(f) not = spaces
              move pf-notcode-count(f) to count-disp
              move spaces to report-line
              if pf-table-status(f) = space
                 string '  NOT IN CODE TABLE ' delimited by size
                        function trim(pf-code-table(f))
                        delimited by size
                        ' ' delimited by size
                        function trim(count-disp) delimited by size
                        into report-line
              else
                 string '  CODE TABLE ' delimited by size
                        function trim(pf-code-table(f))
                        delimited by size
                        ' NOT AVAILABLE - NOT CHECKED'
                        delimited by size
                        into report-line
              end-if
              write report-line
           end-if
           .

       7000-report-top-values.
               if top-idx > 0
                  move 'Y' to shown-flag(top-idx)
                  move top-count to count-disp
                  move spaces to code-description
                  if pf-code-table(f) not = spaces
                     move pf-value(f, top-idx)(1:20) to code-value
                     call 'CodeTable' using pf-code-table(f)
                         code-value code-description code-status
                  end-if
                  move spaces to report-line
                  string '  FREQUENT ' delimited by size
                         pf-value(f, top-idx)(1:40)
                         ' X ' delimited by size
                         function trim(count-disp)
                         delimited by size
                         '  ' delimited by size
                         code-description delimited by size
                         into report-line
                  write report-line
               end-if
