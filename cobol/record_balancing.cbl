       identification division.
       program-id. RecordBalancing.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Proves the night's record counts add up from one end of each
      * pipeline to the other: every driver logs its own counts, but
      * nothing checked that what went in came out somewhere. Each
      * equation on BALCTL is a set of terms, one record per term --
      * the equation name, its side ('L' or 'R') and where the count
      * comes from:
      *   'T'  the record count on the named file's 'TRL' trailer
      *   'C'  the named file's data records (header and trailer
      *        left out), optionally only those whose field at
      *        BAL-POSITION for BAL-LENGTH is ('=') or is not ('#')
      *        BAL-VALUE
      *   'R'  the last END record on RUNLOG for the named job --
      *        BAL-FIELD 'R' records read, 'W' written, 'X' rejected
      *   'K'  the numbers following the word BAL-VALUE on every
      *        line of the named report, added up
      * Consecutive records with the same name make one equation. An
      * equation is in balance when its two sides are equal; BALRPT
      * shows every term and the difference. With no BALCTL the house
      * equations run: the GCDPAIRS trailer against GCDRESLT plus
      * GCDREJCT, BFSCRLIB's executable (non-macro) scripts against
      * BFRESULT plus BFSCRREJ, and the pending records PENDRPT says
      * were merged against what PendingCollector logged writing.
      * A term that cannot be counted -- a file with no trailer, a
      * job with no END record -- leaves its equation unproven. Any
      * equation out of balance or unproven is a control failure
      * (completion code 12).
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional balance-file assign to 'BALCTL'
               organization is line sequential.
           select report-file assign to 'BALRPT'
               organization is line sequential.
           select optional probe-file assign to dynamic probe-name
               organization is line sequential.
           select optional run-log-file assign to 'RUNLOG'
               organization is line sequential.

       data division.
       file section.
       fd  balance-file.
       01  balance-record.
           05 bal-equation       pic x(20).
           05 bal-side           pic x(1).
           05 bal-source         pic x(1).
           05 bal-name           pic x(20).
           05 bal-field          pic x(1).
           05 bal-position       pic 9(4).
           05 bal-length         pic 9(2).
           05 bal-value          pic x(30).

       fd  report-file.
       01  report-line           pic x(132).

       fd  probe-file.
       01  probe-record          pic x(4650).
       01  probe-ctl-view.
           copy "file-control-record.cpy"
               replacing leading ==fcr== by ==prb==.

       fd  run-log-file.
       01  run-log-record.
           copy "run-log-record.cpy".

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
      * the house equations, used when BALCTL is absent or empty
       01  standard-term-table.
           05 filler pic x(42)
              value 'GCDPAIRS            LTGCDPAIRS            '.
           05 filler pic x(37) value ' 000000'.
           05 filler pic x(42)
              value 'GCDPAIRS            RCGCDRESLT            '.
           05 filler pic x(37) value ' 000000'.
           05 filler pic x(42)
              value 'GCDPAIRS            RCGCDREJCT            '.
           05 filler pic x(37) value ' 000000'.
           05 filler pic x(42)
              value 'BFSCRLIB            LCBFSCRLIB            '.
           05 filler pic x(37) value '#452601M'.
           05 filler pic x(42)
              value 'BFSCRLIB            RCBFRESULT            '.
           05 filler pic x(37) value ' 000000'.
           05 filler pic x(42)
              value 'BFSCRLIB            RCBFSCRREJ            '.
           05 filler pic x(37) value ' 000000'.
           05 filler pic x(42)
              value 'PENDING MERGE       LKPENDRPT             '.
           05 filler pic x(37) value ' 000000MERGED'.
           05 filler pic x(42)
              value 'PENDING MERGE       RRPENDCOLL            '.
           05 filler pic x(37) value 'W000000'.
       01  standard-terms redefines standard-term-table.
           05 standard-term occurs 8 times pic x(79).
       01  term-table.
           05 term-count         pic 9(3).
           05 term-entry occurs 100 times.
              10 trm-equation    pic x(20).
              10 trm-side        pic x(1).
              10 trm-source      pic x(1).
              10 trm-name        pic x(20).
              10 trm-field       pic x(1).
              10 trm-position    pic 9(4).
              10 trm-length      pic 9(2).
              10 trm-value       pic x(30).
       01  tx                    pic 9(3).
       01  first-term            pic 9(3).
       01  terms-dropped         pic 9(5).
       01  probe-name            pic x(100).
       01  term-value            pic 9(9).
       01  term-found            pic x(1).
       01  term-note             pic x(40).
       01  left-total            pic 9(11).
       01  right-total           pic 9(11).
       01  difference            pic s9(11).
       01  equation-proven       pic x(1).
       01  equation-count        pic 9(5).
       01  balanced-count        pic 9(5).
       01  unbalanced-count      pic 9(5).
       01  word-table.
           05 word-entry pic x(20) occurs 30 times.
       01  wx                    pic 9(2).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  value-disp            pic z(10)9.
       01  diff-disp             pic -(10)9.
       01  count-disp            pic z(4)9.

       procedure division.
       0000-mainline.
           move 0 to equation-count, balanced-count, unbalanced-count
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'BALANCE' to rl-job-name
           move 'BALANCE001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           move 'END-TO-END RECORD BALANCING' to report-line
           write report-line

           perform 1000-load-terms
           move 1 to first-term
           perform varying tx from 1 until tx > term-count
               if tx = term-count
                  or trm-equation(tx + 1) not = trm-equation(tx)
                  perform 2000-balance-one-equation
                  compute first-term = tx + 1
               end-if
           end-perform
           perform 5000-write-summary
           close report-file

           if unbalanced-count > 0
              move 'Y' to control-failed-flag
              move 'BALANCE' to ald-job-name
              move 12 to ald-severity
              move unbalanced-count to count-disp
              move spaces to ald-text
              string function trim(count-disp) delimited by size
                     ' EQUATION(S) OUT OF BALANCE, SEE BALRPT'
                     delimited by size
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           move equation-count to rl-records-read
           move balanced-count to rl-records-written
           move terms-dropped to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-terms.
           move 0 to term-count, terms-dropped
           move 'N' to end-of-file-flag
           open input balance-file
           perform until no-more-records
               read balance-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if bal-equation not = spaces
                          perform 1100-take-term
                       end-if
               end-read
           end-perform
           close balance-file
           if term-count = 0
              perform varying tx from 1 until tx > 8
                  move standard-term(tx) to balance-record
                  perform 1100-take-term
              end-perform
           end-if
           .

       1100-take-term.
           if term-count = 100
              add 1 to terms-dropped
              exit paragraph
           end-if
           add 1 to term-count
           move bal-equation to trm-equation(term-count)
           move bal-side     to trm-side(term-count)
           move bal-source   to trm-source(term-count)
           move bal-name     to trm-name(term-count)
           move bal-field    to trm-field(term-count)
           if bal-position is numeric
              move bal-position to trm-position(term-count)
           else
              move 0 to trm-position(term-count)
           end-if
           if bal-length is numeric
              move bal-length to trm-length(term-count)
           else
              move 0 to trm-length(term-count)
           end-if
           move bal-value    to trm-value(term-count)
           .

       2000-balance-one-equation.
      *    terms first-term through tx make up the equation
           add 1 to equation-count
           move 0 to left-total, right-total
           move 'Y' to equation-proven
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'EQUATION ' delimited by size
                  trm-equation(tx) delimited by size
                  into report-line
           write report-line
           perform varying tx from first-term by 1
                   until tx > term-count
                      or trm-equation(tx) not = trm-equation(first-term)
               perform 3000-count-one-term
           end-perform
           subtract 1 from tx
           compute difference = left-total - right-total
           move left-total to value-disp
           move spaces to report-line
           string '    LEFT  ' delimited by size
                  value-disp delimited by size
                  into report-line
           move right-total to value-disp
           string '    RIGHT ' delimited by size
                  value-disp delimited by size
                  into report-line(30:)
           write report-line
           move spaces to report-line
           evaluate true
               when equation-proven = 'N'
                   add 1 to unbalanced-count
                   move '    UNPROVEN - A TERM COULD NOT BE COUNTED'
                        to report-line
               when difference = 0
                   add 1 to balanced-count
                   move '    IN BALANCE' to report-line
               when other
                   add 1 to unbalanced-count
                   move difference to diff-disp
                   string '    OUT OF BALANCE BY ' delimited by size
                          function trim(diff-disp) delimited by size
                          ' (LEFT MINUS RIGHT)' delimited by size
                          into report-line
           end-evaluate
           write report-line
           .

       3000-count-one-term.
           move 0 to term-value
           move 'Y' to term-found
           move spaces to term-note
           evaluate trm-source(tx)
               when 'T'
                   perform 3100-count-trailer
               when 'C'
                   perform 3200-count-records
               when 'R'
                   perform 3300-count-from-run-log
               when 'K'
                   perform 3400-count-from-report
               when other
                   move 'N' to term-found
                   move 'UNKNOWN SOURCE' to term-note
           end-evaluate
           if term-found = 'N'
              move 'N' to equation-proven
           end-if
           if trm-side(tx) = 'L'
              add term-value to left-total
           else
              add term-value to right-total
           end-if
           move term-value to value-disp
           move spaces to report-line
           string '    ' delimited by size
                  trm-side(tx) delimited by size
                  ' ' delimited by size
                  trm-source(tx) delimited by size
                  ' ' delimited by size
                  trm-name(tx) delimited by size
                  ' ' delimited by size
                  value-disp delimited by size
                  '  ' delimited by size
                  term-note delimited by size
                  into report-line
           write report-line
           .

       3100-count-trailer.
           move 'N' to term-found
           move 'NO TRAILER' to term-note
           move trm-name(tx) to probe-name
           move 'N' to end-of-file-flag
           open input probe-file
           perform until no-more-records
               read probe-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if prb-record-tag = 'TRL'
                          and prb-record-count is numeric
                          move prb-record-count to term-value
                          move 'Y' to term-found
                          move 'TRAILER COUNT' to term-note
                       end-if
               end-read
           end-perform
           close probe-file
           .

       3200-count-records.
      *    a file that is not there holds no records -- a night with
      *    no rejects often leaves no reject file at all
           move trm-name(tx) to probe-name
           move 'N' to end-of-file-flag
           open input probe-file
           perform until no-more-records
               read probe-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if prb-record-tag not = 'HDR'
                          and prb-record-tag not = 'TRL'
                          perform 3250-count-if-selected
                       end-if
               end-read
           end-perform
           close probe-file
           if trm-field(tx) not = space
              move spaces to term-note
              string 'WHERE ' delimited by size
                     trm-position(tx) delimited by size
                     ' ' delimited by size
                     trm-field(tx) delimited by size
                     ' ' delimited by size
                     trm-value(tx) delimited by size
                     into term-note
           end-if
           .

       3250-count-if-selected.
           if trm-field(tx) = space
              or trm-position(tx) = 0
              or trm-length(tx) = 0
              or trm-position(tx) + trm-length(tx) - 1 > 4650
              add 1 to term-value
              exit paragraph
           end-if
           if trm-field(tx) = '='
              if probe-record(trm-position(tx):trm-length(tx))
                 = trm-value(tx)(1:trm-length(tx))
                 add 1 to term-value
              end-if
           else
              if probe-record(trm-position(tx):trm-length(tx))
                 not = trm-value(tx)(1:trm-length(tx))
                 add 1 to term-value
              end-if
           end-if
           .

       3300-count-from-run-log.
      *    the job's last END record is its latest run
           move 'N' to term-found
           move 'NO END RECORD ON RUNLOG' to term-note
           move 'N' to end-of-file-flag
           open input run-log-file
           perform until no-more-records
               read run-log-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if rlr-action = 'END'
                          and rlr-job-name = trm-name(tx)
                          move 'Y' to term-found
                          move rlr-timestamp to term-note
                          evaluate trm-field(tx)
                              when 'R'
                                  move rlr-records-read
                                       to term-value
                              when 'X'
                                  move rlr-records-rejected
                                       to term-value
                              when other
                                  move rlr-records-written
                                       to term-value
                          end-evaluate
                       end-if
               end-read
           end-perform
           close run-log-file
           .

       3400-count-from-report.
           move trm-name(tx) to probe-name
           move 'N' to end-of-file-flag
           open input probe-file
           perform until no-more-records
               read probe-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       perform 3450-tally-report-line
               end-read
           end-perform
           close probe-file
           move spaces to term-note
           string 'AFTER ' delimited by size
                  function trim(trm-value(tx)) delimited by size
                  into term-note
           .

       3450-tally-report-line.
           move spaces to word-table
           unstring probe-record(1:132) delimited by all spaces
               into word-entry(1) word-entry(2) word-entry(3)
                    word-entry(4) word-entry(5) word-entry(6)
                    word-entry(7) word-entry(8) word-entry(9)
                    word-entry(10) word-entry(11) word-entry(12)
                    word-entry(13) word-entry(14) word-entry(15)
                    word-entry(16) word-entry(17) word-entry(18)
                    word-entry(19) word-entry(20) word-entry(21)
                    word-entry(22) word-entry(23) word-entry(24)
                    word-entry(25) word-entry(26) word-entry(27)
                    word-entry(28) word-entry(29) word-entry(30)
           end-unstring
           perform varying wx from 1 until wx > 29
               if word-entry(wx) = trm-value(tx)
                  and word-entry(wx + 1) not = spaces
                  and function test-numval(word-entry(wx + 1)) = 0
                  compute term-value = term-value
                          + function numval(word-entry(wx + 1))
               end-if
           end-perform
           .

       5000-write-summary.
           move spaces to report-line
           write report-line
           move equation-count to count-disp
           move spaces to report-line
           string 'EQUATIONS          ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move balanced-count to count-disp
           move spaces to report-line
           string 'IN BALANCE         ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move unbalanced-count to count-disp
           move spaces to report-line
           string 'OUT OF BALANCE     ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           if terms-dropped > 0
              move terms-dropped to count-disp
              move spaces to report-line
              string 'TERMS NOT LOADED   ' delimited by size
                     count-disp delimited by size
                     ' (MORE THAN 100 ON BALCTL)' delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program RecordBalancing.
