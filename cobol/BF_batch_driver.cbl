      *           a known bad script stops polluting BFTRIAGE without
      *           being deleted; a chained successor of a held script
      *           fails as if its predecessor errored
      *   akar-0  compiled execution: COMPILED-RUN 'Y' on BFDRVCTL
      *           has every script, after macro expansion, run in the
      *           interpreter's run-length compiled form -- the same
      *           output, error codes and instruction counts in a
      *           fraction of the fetch/execute cycles, for the big
      *           library run that pushes the batch window
      *   akar-0  coverage in certification: COVERAGE 'Y' on a
      *           RUN-MODE 'C' control record has the interpreter
      *           record which instructions each script executed, and
      *           BFCOVRPT shows per script-id the coverage percentage
      *           and every never-executed range of the expanded
      *           text, named against the script's own text or the
      *           @name; fragment it came from -- a PASS on input
      *           that skips half the script is no longer mistaken
      *           for a tested script
      *   akar-0  run-time parameters: &RUNDATE;, &JOBID; and named
      *           &NAME; tokens in LIB-INPUT-TEXT are replaced before
      *           the interpreter runs, named values coming from the
      *           BFPARMS file the scheduler writes (a BFPARMS row
      *           also overrides a built-in, so a rerun can pin the
      *           original date); an unresolvable token fails the
      *           script with error 11, and the input actually used
      *           is carried on the result record so any run can be
      *           reproduced exactly -- no more editing the library
      *           the day before
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side, under the
      *           RUNDATE parameter so a pinned rerun logs as its night
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select optional reject-file assign to 'BFSCRREJ'
               organization is line sequential.
           select optional parm-file assign to 'BFPARMS'
               organization is line sequential.
           select optional coverage-work-file assign to 'BFCOVWRK'
               organization is line sequential.
           select coverage-report assign to 'BFCOVRPT'
               organization is line sequential.

       data division.
       file section.
      *    the cell width the script ran under (08 or 16)
           05 res-cell-width     pic 9(2).
           05 res-out-text       pic x(2000).
      *    the input stream the script actually ran on: 'L' the
      *    library input text after parameter substitution, 'C' its
      *    chain predecessor's output (on that script's own line),
      *    space when it never ran
           05 res-input-source   pic x(1).
           05 res-input-length   pic 9(5).
           05 res-input-text     pic x(500).

       fd  control-file.
       01  control-record.
      *    a count below 2 is the single-step run as always
           05 ctl-partition-number pic 9(2).
           05 ctl-partition-count  pic 9(2).
      *    'Y' runs every script in the interpreter's run-length
      *    compiled form; blank keeps the character loop
           05 ctl-compiled-run   pic x(1).
      *    'Y' on a certification run also measures instruction
      *    coverage per script onto BFCOVRPT
           05 ctl-coverage-run   pic x(1).
      *    records after the first are selection entries in this
      *    view: a script-id, or a leading-characters mask ending
      *    '*'; any entry at all makes the run selective
           05 filler             pic x(4598).
           05 rej-reason         pic x(24).

       fd  parm-file.
       01  parm-record.
           05 prm-name           pic x(20).
           05 prm-value          pic x(100).

       fd  coverage-work-file.
       01  coverage-work-record.
           copy "bf-coverage.cpy".

       fd  coverage-report.
       01  coverage-line         pic x(132).

       working-storage section.
       01  end-of-lib            pic x(1).
           88 no-more-scripts    value 'Y'.
       01  end-of-ckpt           pic x(1).
       01  run-mode              pic x(1).
           88 certification-run  value 'C'.
       01  compiled-run-flag     pic x(1).
           88 compiled-run       value 'Y'.
       01  coverage-run-flag     pic x(1).
           88 coverage-run       value 'Y'.
      * partitioning state: the library splits by a byte fold of the
      * script-id modulo the partition count, so a script always
      * lands in the same partition no matter how the file is ordered
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
      * the interlock key: the job name, partition-suffixed in a
      * partitioned run so independent partition steps can overlap
      * while two copies of the same partition still refuse
       01  cert-noexp-count      pic 9(5).
       01  count-disp            pic z(4)9.

      * coverage reporting: where each position of the expanded text
      * came from (0 = the script's own text, else the macro-table
      * entry spliced in there), and the per-script and run totals
       01  expand-src-origins.
           05 expand-src-origin  pic 9(3) comp occurs 99999 times.
       01  expand-dst-origins.
           05 expand-dst-origin  pic 9(3) comp occurs 99999 times.
       01  origin-k              pic 9(5).
       01  end-of-coverage       pic x(1).
           88 no-more-coverage   value 'Y'.
       01  coverage-measured     pic x(1).
       01  coverage-pct          pic 9(3)v9.
       01  coverage-pct-disp     pic zz9.9.
       01  cov-prog-disp         pic z(5)9.
       01  cov-exec-disp         pic z(5)9.
       01  range-from            pic 9(5).
       01  range-pos             pic 9(5).
       01  range-length          pic 9(5).
       01  range-from-disp       pic z(4)9.
       01  range-to-disp         pic z(4)9.
       01  range-origin-name     pic x(14).
       01  range-split           pic x(1).
       01  cov-script-count      pic 9(5).
       01  cov-full-count        pic 9(5).
       01  cov-partial-count     pic 9(5).

      * run-time input parameters: the named values from BFPARMS,
      * then &RUNDATE; and &JOBID; unless BFPARMS already names them
       01  parm-table.
           05 parm-count         pic 9(3).
           05 parm-entry occurs 100 times.
              10 parm-name       pic x(20).
              10 parm-value      pic x(100).
              10 parm-value-length pic 9(3).
       01  end-of-parms          pic x(1).
           88 no-more-parms      value 'Y'.
       01  px                    pic 9(3).
       01  parm-idx              pic 9(3).
       01  subst-text            pic x(500).
       01  subst-length          pic 9(5).
       01  subst-pos             pic 9(5).
       01  subst-char            pic x(1).
       01  token-name            pic x(20).
       01  token-length          pic 9(2).
       01  token-scan            pic 9(5).
       01  token-end             pic 9(5).
       01  subst-error           pic x(1).
           88 substitution-failed value 'Y'.
       01  subst-error-detail    pic x(60).

      * named macro fragments collected from the 'M' records in a
      * pre-pass over the library, then spliced into any @name;
      * reference found in a script
              goback
           end-if
           call 'JobRunLogger' using 'S' run-log-data
           perform 0180-load-parameters
           perform 0200-read-driver-ckpt
           perform 0700-load-macros
           perform 0750-preload-chain-outputs
                 move 'CERTIFICATION REPORT' to cert-line
                 write cert-line
              end-if
              if coverage-run
                 move 0 to cov-script-count, cov-full-count
                 move 0 to cov-partial-count
                 if restart-run
                    open extend coverage-report
                 else
                    open output coverage-report
                    move 'INSTRUCTION COVERAGE REPORT' to coverage-line
                    write coverage-line
                 end-if
              end-if
           end-if

           perform until no-more-scripts
           if certification-run
              perform 3000-write-cert-summary
              close cert-file
              if coverage-run
                 perform 3100-write-coverage-summary
                 close coverage-report
              end-if
           end-if
           close script-lib-file
           close result-file
           .

       0850-log-job-end.
           perform 0860-log-lineage
           call 'RunInterlock' using 'R' lock-job-name rl-job-id
               lock-status lock-holder
           move data-record-count to rl-records-read
           move rl-completion-code to return-code
           .

       0860-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move 'RUNDATE' to token-name
           perform 0190-find-parameter
           if parm-idx > 0
              move parm-value(parm-idx)(1:8) to lin-run-date
           end-if
           move 'BFSCRLIB' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'BFPARMS' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move result-file-name to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'BFSCRREJ' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0300-classify-record.
           evaluate lib-ctl-record-tag
               when 'HDR' move lib-ctl-view to file-header
      *    count of 2 or more makes this step one partition of the
      *    library, writing partition-suffixed result/checkpoint files
           move spaces to run-mode
           move 'N' to compiled-run-flag
           move 'N' to coverage-run-flag
           move 'N' to partitioned-flag
           move 'N' to selective-flag
           move 0 to select-count
               at end move 'Y' to end-of-control
               not at end
                   move ctl-run-mode to run-mode
                   if ctl-compiled-run = 'Y'
                      move 'Y' to compiled-run-flag
                   end-if
      *            coverage is a certification-run measurement only
                   if ctl-coverage-run = 'Y' and ctl-run-mode = 'C'
                      move 'Y' to coverage-run-flag
                   end-if
                   if ctl-partition-count is numeric
                      and ctl-partition-count > 1
                      and ctl-partition-number is numeric
           end-if
           .

       0180-load-parameters.
      *    BFPARMS first, so a row there wins over a built-in of the
      *    same name -- a rerun can pin the original run's date
           move 0 to parm-count
           move 'N' to end-of-parms
           open input parm-file
           perform until no-more-parms
               read parm-file
                   at end move 'Y' to end-of-parms
                   not at end
                       if prm-name not = spaces and parm-count < 98
                          move prm-name to token-name
                          perform 0190-find-parameter
                          if parm-idx = 0
                             add 1 to parm-count
                             move parm-count to parm-idx
                          end-if
                          move prm-name to parm-name(parm-idx)
                          move prm-value to parm-value(parm-idx)
                          perform 0195-measure-parameter
                       end-if
               end-read
           end-perform
           close parm-file
           move 'RUNDATE' to token-name
           perform 0190-find-parameter
           if parm-idx = 0
              add 1 to parm-count
              move 'RUNDATE' to parm-name(parm-count)
              move function current-date(1:8)
                   to parm-value(parm-count)
              move 8 to parm-value-length(parm-count)
           end-if
           move 'JOBID' to token-name
           perform 0190-find-parameter
           if parm-idx = 0
              add 1 to parm-count
              move 'JOBID' to parm-name(parm-count)
              move rl-job-id to parm-value(parm-count)
              move parm-count to parm-idx
              perform 0195-measure-parameter
           end-if
           .

       0190-find-parameter.
           move 0 to parm-idx
           perform varying px from 1 until px > parm-count
               if parm-name(px) = token-name
                  move px to parm-idx
                  move parm-count to px
               end-if
           end-perform
           .

       0195-measure-parameter.
      *    trailing spaces are padding, not part of the value
           if parm-value(parm-idx) = spaces
              move 0 to parm-value-length(parm-idx)
           else
              compute parm-value-length(parm-idx) = function length(
                      function trim(parm-value(parm-idx) trailing))
           end-if
           .

       0150-assign-partition.
      *    fold the script-id's bytes and take the remainder by the
      *    partition count -- stable for a given id whatever order
              move lib-script-text(1:expand-src-length)
                   to expand-src-text(1:expand-src-length)
           end-if
           if coverage-run
              initialize expand-src-origins
           end-if
           perform 1100-expand-macros
           if expansion-failed
              perform 1900-write-expand-error
              if lib-input-length > 500
                 move 500 to lib-input-length
              end-if
              perform 1400-substitute-parameters
              if substitution-failed
                 perform 1960-write-parameter-error
                 perform 0500-write-driver-ckpt
                 exit paragraph
              end-if
              move subst-length to inp-length
              perform varying k from 1 until k > inp-length
                  move subst-text(k:1) to inp(k)
              end-perform
           end-if

           initialize output-string, BF-options, BF-stats
           perform 1500-set-script-options
      *    an empty work file left behind means the interpreter
      *    stopped before running anything (bad brackets)
           if coverage-requested
              open output coverage-work-file
              close coverage-work-file
           end-if

           call 'BrainFuckInterpreter' using BF-code input-string
                output-string BF-options BF-stats
           move stat-instr-count to res-instr-count
           move stat-prog-length to res-prog-length
           move cell-width     to res-cell-width
           move spaces         to res-input-text
           if chain-input-active
              move 'C'                to res-input-source
              move chain-input-length to res-input-length
           else
              move 'L'          to res-input-source
              move subst-length to res-input-length
              if subst-length > 0
                 move subst-text(1:subst-length)
                      to res-input-text(1:subst-length)
              end-if
           end-if
           move out-length to out-pack-length
           move spaces to res-out-text
           if lib-out-encoding = 'H'
           if certification-run
              perform 2000-certify-one-script
           end-if
           if coverage-requested
              perform 2100-report-coverage
           end-if
           perform 0500-write-driver-ckpt
           .

           move 'T'            to res-encoding
           move 08             to res-cell-width
           move spaces         to res-out-text
           move space          to res-input-source
           move 0              to res-input-length
           move spaces         to res-input-text
           write result-record
           add 1 to written-count
           perform 1750-capture-chain-failure
           move 'T'            to res-encoding
           move 08             to res-cell-width
           move spaces         to res-out-text
           move space          to res-input-source
           move 0              to res-input-length
           move spaces         to res-input-text
           write result-record
           add 1 to written-count
           perform 1750-capture-chain-failure
                     add 1 to expand-dst-length
                     move expand-src-text(expand-pos:1)
                          to expand-dst-text(expand-dst-length:1)
                     if coverage-run
                        move expand-src-origin(expand-pos)
                             to expand-dst-origin(expand-dst-length)
                     end-if
                     add 1 to expand-pos
                  end-if
               end-if
           end-perform
           move expand-dst-length to expand-src-length
           move expand-dst-text to expand-src-text
           if coverage-run
              move expand-dst-origins to expand-src-origins
           end-if
           .

       1300-splice-macro.
                             to expand-dst-text
                                (expand-dst-length + 1:
                                 macro-length(m))
      *                 a fragment's text is marked as that
      *                 fragment's; a nested reference inside it is
      *                 re-marked when a later pass splices it
                        if coverage-run
                           perform varying origin-k from 1
                                   until origin-k > macro-length(m)
                              move m to expand-dst-origin
                                   (expand-dst-length + origin-k)
                           end-perform
                        end-if
                        add macro-length(m) to expand-dst-length
                     end-if
                  end-if
           end-if
           .

       1400-substitute-parameters.
      *    copy the library input text, replacing each &NAME; token
      *    with its value; a '&' not followed by a 1-20 character
      *    name (no spaces) and ';' is ordinary text
           move 'N' to subst-error
           move spaces to subst-error-detail
           move spaces to subst-text
           move 0 to subst-length
           move 1 to subst-pos
           perform until subst-pos > lib-input-length
                   or substitution-failed
               if lib-input-text(subst-pos:1) = '&'
                  perform 1450-resolve-token
               else
                  move lib-input-text(subst-pos:1) to subst-char
                  perform 1480-append-subst-char
                  add 1 to subst-pos
               end-if
           end-perform
           .

       1450-resolve-token.
           move spaces to token-name
           move 0 to token-length
           move 0 to token-end
           compute token-scan = subst-pos + 1
           perform until token-end > 0
                   or token-scan > lib-input-length
                   or token-length > 20
               evaluate true
                   when lib-input-text(token-scan:1) = ';'
                       move token-scan to token-end
                   when lib-input-text(token-scan:1) = space
                   when lib-input-text(token-scan:1) = '&'
                       move 21 to token-length
                   when other
                       add 1 to token-length
                       if token-length <= 20
                          move lib-input-text(token-scan:1)
                               to token-name(token-length:1)
                       end-if
                       add 1 to token-scan
               end-evaluate
           end-perform
           if token-end = 0 or token-length = 0 or token-length > 20
              move '&' to subst-char
              perform 1480-append-subst-char
              add 1 to subst-pos
              exit paragraph
           end-if
           perform 0190-find-parameter
           if parm-idx = 0
              move 'Y' to subst-error
              string 'Unresolved input parameter &' delimited by size
                     token-name delimited by space
                     ';' delimited by size
                     into subst-error-detail
              exit paragraph
           end-if
           perform varying px from 1
                   until px > parm-value-length(parm-idx)
                   or substitution-failed
               move parm-value(parm-idx)(px:1) to subst-char
               perform 1480-append-subst-char
           end-perform
           compute subst-pos = token-end + 1
           .

       1480-append-subst-char.
           if subst-length >= 500
              move 'Y' to subst-error
              move 'Substituted input exceeds 500 characters'
                   to subst-error-detail
           else
              add 1 to subst-length
              move subst-char to subst-text(subst-length:1)
           end-if
           .

       1500-set-script-options.
      *    per-script runtime profile from the library record; a
      *    blank or zero field keeps the long-standing default
           else
              move 8 to cell-width
           end-if
           if compiled-run
              move 'Y' to compiled-flag
           end-if
           if coverage-run
              move 'Y' to coverage-flag
              move 'BFCOVWRK' to coverage-file-name
           end-if
           .

       1900-write-expand-error.
           move 'T'            to res-encoding
           move 08             to res-cell-width
           move spaces         to res-out-text
           move space          to res-input-source
           move 0              to res-input-length
           move spaces         to res-input-text
           write result-record
           add 1 to written-count
           perform 1750-capture-chain-failure
           end-if
           .

       1960-write-parameter-error.
      *    the script never ran: its input could not be built
           move lib-script-id  to res-script-id
           move 'Error'        to res-error-found
           move 11             to res-error-code
           move 0              to res-out-length
           move 0              to res-max-cell
           move 0              to res-instr-count
           move 0              to res-prog-length
           move 'T'            to res-encoding
           move 08             to res-cell-width
           move spaces         to res-out-text
           move space          to res-input-source
           move 0              to res-input-length
           move spaces         to res-input-text
           write result-record
           add 1 to written-count
           perform 1750-capture-chain-failure
           if certification-run
              add 1 to cert-fail-count
              move spaces to cert-line
              string lib-script-id delimited by size
                     ' FAIL   ' delimited by size
                     function trim(subst-error-detail)
                     delimited by size
                     into cert-line
              write cert-line
           end-if
           .

       2000-certify-one-script.
      *    compare actual output to the analyst's expected output on
      *    the library record, byte for byte over the stated length
           write cert-line
           .

       2100-report-coverage.
      *    one line per script with the share of its instructions the
      *    certification input executed, then each never-executed
      *    range of the expanded text
           move 'N' to coverage-measured
           move 'N' to end-of-coverage
           open input coverage-work-file
           perform until no-more-coverage
               read coverage-work-file
                   at end move 'Y' to end-of-coverage
                   not at end
                       if cov-summary
                          perform 2110-write-coverage-line
                       end-if
                       if cov-range
                          perform 2150-report-unexecuted-range
                       end-if
               end-read
           end-perform
           close coverage-work-file
           if coverage-measured = 'N'
              move spaces to coverage-line
              string lib-script-id delimited by size
                     '  COVERAGE NOT MEASURED - SCRIPT DID NOT START'
                     delimited by size
                     into coverage-line
              write coverage-line
           end-if
           .

       2110-write-coverage-line.
           move 'Y' to coverage-measured
           add 1 to cov-script-count
           if cov-value-1 = 0
              move 100 to coverage-pct
           else
              compute coverage-pct rounded =
                      cov-value-2 * 100 / cov-value-1
           end-if
           if cov-value-2 < cov-value-1
              add 1 to cov-partial-count
           else
              add 1 to cov-full-count
           end-if
           move coverage-pct to coverage-pct-disp
           move cov-value-1 to cov-prog-disp
           move cov-value-2 to cov-exec-disp
           move spaces to coverage-line
           string lib-script-id delimited by size
                  '  COVERAGE ' delimited by size
                  coverage-pct-disp delimited by size
                  '%  (' delimited by size
                  function trim(cov-exec-disp) delimited by size
                  ' OF ' delimited by size
                  function trim(cov-prog-disp) delimited by size
                  ' INSTRUCTIONS EXECUTED)' delimited by size
                  into coverage-line
           write coverage-line
           .

       2150-report-unexecuted-range.
      *    a range is split wherever it crosses between the script's
      *    own text and a spliced fragment, so every line names the
      *    one place its text came from
           if cov-value-1 = 0 or cov-value-2 > expand-src-length
              or cov-value-1 > cov-value-2
              exit paragraph
           end-if
           move cov-value-1 to range-from
           perform varying range-pos from cov-value-1
                   until range-pos > cov-value-2
               move 'N' to range-split
               if range-pos = cov-value-2
                  move 'Y' to range-split
               else
                  if expand-src-origin(range-pos + 1)
                     not = expand-src-origin(range-from)
                     move 'Y' to range-split
                  end-if
               end-if
               if range-split = 'Y'
                  perform 2160-write-range-line
                  compute range-from = range-pos + 1
               end-if
           end-perform
           .

       2160-write-range-line.
           move range-from to range-from-disp
           move range-pos to range-to-disp
           move spaces to range-origin-name
           if expand-src-origin(range-from) = 0
              move 'SCRIPT TEXT' to range-origin-name
           else
              string '@' delimited by size
                     macro-id(expand-src-origin(range-from))
                     delimited by space
                     ';' delimited by size
                     into range-origin-name
           end-if
      *    the text itself, up to 50 characters, so the reader can
      *    see which branch never ran
           compute range-length = range-pos - range-from + 1
           if range-length > 50
              move 50 to range-length
           end-if
           move spaces to coverage-line
           string '    NOT EXECUTED  POS ' delimited by size
                  range-from-disp delimited by size
                  '-' delimited by size
                  range-to-disp delimited by size
                  '  ' delimited by size
                  range-origin-name delimited by size
                  '  ' delimited by size
                  expand-src-text(range-from:range-length)
                  delimited by size
                  into coverage-line
           write coverage-line
           .

       3000-write-cert-summary.
           move spaces to cert-line
           write cert-line
           write cert-line
           .

       3100-write-coverage-summary.
           move spaces to coverage-line
           write coverage-line
           move cov-script-count to count-disp
           move spaces to coverage-line
           string 'SCRIPTS MEASURED    ' delimited by size
                  function trim(count-disp) delimited by size
                  into coverage-line
           write coverage-line
           move cov-full-count to count-disp
           move spaces to coverage-line
           string 'FULLY COVERED       ' delimited by size
                  function trim(count-disp) delimited by size
                  into coverage-line
           write coverage-line
           move cov-partial-count to count-disp
           move spaces to coverage-line
           string 'NOT FULLY COVERED   ' delimited by size
                  function trim(count-disp) delimited by size
                  into coverage-line
           write coverage-line
           .

       end program BrainFuckBatchDriver.
