       identification division.
       program-id. ScriptLintReport.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Static lint of the Brainfuck script library before promotion:
      * every record on BFSCRMST (or, with SOURCE 'T' on the optional
      * BFLINTCT control record, every add/replace on a BFSCMTXN
      * before ScriptLibMaint applies it) goes through 'ScriptLint',
      * and BFLINTRP lists each finding per script-id with its
      * position, severity and rule -- unbalanced brackets, unknown
      * or unterminated @name; macro references, self-referencing
      * macros and dead "+-"/"<>"/"[]" sequences. The first time we
      * hear about a broken bracket is now this report, not a 02:00
      * failure landing in BFTRIAGE.
      * modification history
      *   akar-0  new batch job
      *   akar-0  BFSCRMST record now carries the approval fields;
      *           BFSCMTXN carries the requesting operator-id
       environment division.
       input-output section.
       file-control.
           select optional master-file assign to 'BFSCRMST'
               organization is indexed
               access mode is dynamic
               record key is mst-script-id
               file status is master-status.
           select optional txn-file assign to 'BFSCMTXN'
               organization is line sequential.
           select optional control-file assign to 'BFLINTCT'
               organization is line sequential.
           select report-file assign to 'BFLINTRP'
               organization is line sequential.

       data division.
       file section.
       fd  master-file.
       01  master-record.
           copy "script-lib-record.cpy"
               replacing leading ==lib== by ==mst==.
           05 mst-requester-id   pic x(8).
           05 mst-approver-id    pic x(8).
           05 mst-approved-stamp pic x(19).

       fd  txn-file.
       01  txn-record.
           05 txn-function       pic x(1).
              88 txn-add         value 'A'.
              88 txn-replace     value 'R'.
           copy "script-lib-record.cpy".
           05 txn-version        pic 9(4).
           05 txn-operator-id    pic x(8).

       fd  control-file.
       01  control-record.
      *    'M' lint the master (the default), 'T' lint the pending
      *    transaction file's adds and replaces
           05 lct-source         pic x(1).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  master-status         pic x(2).
           88 master-io-ok       value '00' '02'.
       01  end-of-master         pic x(1).
           88 no-more-master     value 'Y'.
       01  end-of-txns           pic x(1).
           88 no-more-txns       value 'Y'.
       01  lint-source           pic x(1).
           88 lint-transactions  value 'T'.
       01  lint-macro-names.
           05 lint-macro-count   pic 9(3).
           05 lint-macro-name    pic x(10) occurs 50 times.
       01  lint-findings.
           05 lint-finding-count pic 9(3).
           05 lint-error-count   pic 9(3).
           05 lint-warning-count pic 9(3).
           05 lint-finding occurs 50 times.
              10 lint-position   pic 9(5).
              10 lint-severity   pic x(1).
              10 lint-rule       pic x(8).
              10 lint-detail     pic x(40).
       01  lint-id               pic x(10).
       01  lint-type             pic x(1).
       01  lint-length           pic 9(5).
       01  lint-text             pic x(2000).
       01  f                     pic 9(3).
       01  m                     pic 9(3).
       01  already-named         pic x(1).
       01  scripts-linted        pic 9(9).
       01  scripts-clean         pic 9(9).
       01  scripts-warned        pic 9(9).
       01  scripts-in-error      pic 9(9).
       01  total-errors          pic 9(9).
       01  total-warnings        pic 9(9).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lock-status           pic x(1).
       01  lock-holder           pic x(40).
       01  pos-disp              pic z(4)9.
       01  count-disp            pic z(8)9.
       01  count-2-disp          pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to scripts-linted, scripts-clean, scripts-warned
           move 0 to scripts-in-error, total-errors, total-warnings
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'BFLINT' to rl-job-name
           move 'BFLINT01' to rl-job-id
           call 'RunInterlock' using 'A' rl-job-name rl-job-id
               lock-status lock-holder
           if lock-status = 'H'
              display 'RUN REFUSED - ' function trim(rl-job-name)
                      ' ALREADY ACTIVE: ' function trim(lock-holder)
              move 12 to return-code
              goback
           end-if
           call 'JobRunLogger' using 'S' run-log-data
           perform 0100-read-control
           perform 0200-collect-macro-names

           open output report-file
           move spaces to report-line
           if lint-transactions
              move 'BRAINFUCK SCRIPT LINT  SOURCE BFSCMTXN ADD/REPLACE'
                   to report-line
           else
              move 'BRAINFUCK SCRIPT LINT  SOURCE BFSCRMST'
                   to report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line

           if lint-transactions
              perform 2000-lint-transactions
           else
              perform 1000-lint-master
           end-if

           perform 9000-write-summary
           close report-file
           move scripts-linted to rl-records-read
           move scripts-linted to rl-records-written
           move scripts-in-error to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               scripts-linted scripts-in-error control-failed-flag
               rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
           call 'RunInterlock' using 'R' rl-job-name rl-job-id
               lock-status lock-holder
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-control.
           move 'M' to lint-source
           open input control-file
           read control-file
               at end continue
               not at end
                   if lct-source = 'T'
                      move 'T' to lint-source
                   end-if
           end-read
           close control-file
           .

       0200-collect-macro-names.
      *    the macros a reference can resolve to: every 'M' record on
      *    the master, plus in transaction mode the 'M' records the
      *    same transaction file is about to add
           move 0 to lint-macro-count
           open input master-file
           perform 8800-start-at-top
           perform until no-more-master
               read master-file next
                   at end move 'Y' to end-of-master
                   not at end
                       if mst-record-type = 'M'
                          move mst-script-id to lint-id
                          perform 0250-note-macro-name
                       end-if
               end-read
           end-perform
           close master-file
           if not lint-transactions
              exit paragraph
           end-if
           move 'N' to end-of-txns
           open input txn-file
           perform until no-more-txns
               read txn-file
                   at end move 'Y' to end-of-txns
                   not at end
                       if (txn-add or txn-replace)
                          and lib-record-type = 'M'
                          move lib-script-id to lint-id
                          perform 0250-note-macro-name
                       end-if
               end-read
           end-perform
           close txn-file
           .

       0250-note-macro-name.
           move 'N' to already-named
           perform varying m from 1 until m > lint-macro-count
               if lint-macro-name(m) = lint-id
                  move 'Y' to already-named
                  move lint-macro-count to m
               end-if
           end-perform
           if already-named = 'N' and lint-macro-count < 50
              add 1 to lint-macro-count
              move lint-id to lint-macro-name(lint-macro-count)
           end-if
           .

       1000-lint-master.
           open input master-file
           perform 8800-start-at-top
           perform until no-more-master
               read master-file next
                   at end move 'Y' to end-of-master
                   not at end
                       move mst-script-id     to lint-id
                       move mst-record-type   to lint-type
                       move mst-script-length to lint-length
                       move mst-script-text   to lint-text
                       perform 3000-lint-one-script
               end-read
           end-perform
           close master-file
           .

       2000-lint-transactions.
           move 'N' to end-of-txns
           open input txn-file
           perform until no-more-txns
               read txn-file
                   at end move 'Y' to end-of-txns
                   not at end
                       if txn-add or txn-replace
                          move lib-script-id     to lint-id
                          move lib-record-type   to lint-type
                          move lib-script-length to lint-length
                          move lib-script-text   to lint-text
                          perform 3000-lint-one-script
                       end-if
               end-read
           end-perform
           close txn-file
           .

       3000-lint-one-script.
           add 1 to scripts-linted
           call 'ScriptLint' using lint-id lint-type lint-length
               lint-text lint-macro-names lint-findings
           add lint-error-count to total-errors
           add lint-warning-count to total-warnings
           move spaces to report-line
           evaluate true
               when lint-error-count > 0
                   add 1 to scripts-in-error
                   move lint-error-count to count-disp
                   move lint-warning-count to count-2-disp
                   string lint-id delimited by size
                          '  ERRORS ' delimited by size
                          function trim(count-disp) delimited by size
                          '  WARNINGS ' delimited by size
                          function trim(count-2-disp)
                          delimited by size
                          '  NOT FIT FOR PROMOTION' delimited by size
                          into report-line
               when lint-warning-count > 0
                   add 1 to scripts-warned
                   move lint-warning-count to count-2-disp
                   string lint-id delimited by size
                          '  WARNINGS ' delimited by size
                          function trim(count-2-disp)
                          delimited by size
                          into report-line
               when other
                   add 1 to scripts-clean
                   string lint-id delimited by size
                          '  CLEAN' delimited by size
                          into report-line
           end-evaluate
           write report-line
           perform varying f from 1 until f > lint-finding-count
               move lint-position(f) to pos-disp
               move spaces to report-line
               string '    POS ' delimited by size
                      pos-disp delimited by size
                      '  ' delimited by size
                      lint-severity(f) delimited by size
                      '  ' delimited by size
                      lint-rule(f) delimited by size
                      '  ' delimited by size
                      lint-detail(f) delimited by size
                      into report-line
               write report-line
           end-perform
           if lint-error-count + lint-warning-count
              > lint-finding-count
              move '    (FIRST 50 FINDINGS SHOWN)' to report-line
              write report-line
           end-if
           .

       8800-start-at-top.
           move 'N' to end-of-master
           move low-values to mst-script-id
           start master-file key >= mst-script-id
           if not master-io-ok
              move 'Y' to end-of-master
           end-if
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move scripts-linted to count-disp
           move spaces to report-line
           string 'SCRIPTS LINTED        ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move scripts-clean to count-disp
           move spaces to report-line
           string 'CLEAN                 ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move scripts-warned to count-disp
           move spaces to report-line
           string 'WARNINGS ONLY         ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move scripts-in-error to count-disp
           move spaces to report-line
           string 'WITH ERRORS           ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move total-errors to count-disp
           move total-warnings to count-2-disp
           move spaces to report-line
           string 'FINDINGS  ERRORS ' delimited by size
                  function trim(count-disp) delimited by size
                  '  WARNINGS ' delimited by size
                  function trim(count-2-disp) delimited by size
                  into report-line
           write report-line
           .

       end program ScriptLintReport.
