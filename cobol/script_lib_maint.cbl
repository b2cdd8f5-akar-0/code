      *           reviews the output once and approves it, instead of
      *           hand-keying up to 2000 characters into a BFSCMTXN
      *           record, so the NOEXP population can finally shrink
      *   akar-0  lint before apply: every 'A' add and 'R' replace
      *           goes through 'ScriptLint' after the length checks;
      *           an error-level finding (unbalanced bracket, unknown
      *           or unterminated @name; reference, self-referencing
      *           macro) refuses the transaction with each finding
      *           listed, and warnings are listed but do not block --
      *           a broken script no longer reaches BFSCRLIB
      *   akar-0  two-person approval: an 'A', 'R' or 'D' transaction
      *           (script or macro) no longer touches the master; it
      *           is validated and queued on BFSCPEND under the
      *           requesting OPERREF ID, and only a 'P' approval by a
      *           different, active OPERREF ID applies it to the
      *           master (and so to the next unload). 'W' withdraws a
      *           queued change and 'Q' lists the queue. requester,
      *           approver and approval time are carried on the
      *           master record and onto every BFSCRVSN version, both
      *           for the text the version holds and for the change
      *           that retired it; a delete now retires the record to
      *           the history too -- "who approved this" has an answer
      *   akar-0  a 'B' rollback and a 'C' certify are queued for a
      *           second operator like any other change: the version
      *           or the adopted output is checked and staged when the
      *           transaction is read, and only a 'P' by a different
      *           OPERREF ID writes it, stamped with requester,
      *           approver and time; both now retire the record they
      *           overwrite to BFSCRVSN
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select optional result-file assign to 'BFRESULT'
               organization is line sequential.
           select optional pending-file assign to 'BFSCPEND'
               organization is line sequential.
           select optional operator-file assign to 'OPERREF'
               organization is line sequential.

       data division.
       file section.
                         lib-hold-reason by mst-hold-reason
                         lib-hold-date by mst-hold-date
                         lib-cell-width by mst-cell-width.
      *    the two-person approval behind the text now on the master
           05 mst-requester-id   pic x(8).
           05 mst-approver-id    pic x(8).
           05 mst-approved-stamp pic x(19).

       fd  txn-file.
       01  txn-record.
              88 txn-hold        value 'H'.
              88 txn-release     value 'E'.
              88 txn-certify     value 'C'.
              88 txn-approve     value 'P'.
              88 txn-withdraw    value 'W'.
              88 txn-queue-list  value 'Q'.
           copy "script-lib-record.cpy".
      *    rollback only: which BFSCRVSN version to restore
           05 txn-version        pic 9(4).
      *    the OPERREF ID behind the transaction: the requester on an
      *    'A'/'R'/'D', the approver on a 'P'
           05 txn-operator-id    pic x(8).
      *    the library record part as one image, for moving a queued
      *    change back in to be applied
       01  txn-lib-view.
           05 filler             pic x(1).
           05 txn-lib-image      pic x(4598).
           05 filler             pic x(12).

       fd  report-file.
       01  report-line           pic x(132).
           05 vsn-version        pic 9(4).
           copy "script-lib-record.cpy"
               replacing leading ==lib== by ==vsn==.
      *    who requested and approved the text this version holds
           05 vsn-requester-id   pic x(8).
           05 vsn-approver-id    pic x(8).
           05 vsn-approved-stamp pic x(19).
      *    and who requested and approved the change that retired it
           05 vsn-retired-requester pic x(8).
           05 vsn-retired-approver  pic x(8).
           05 vsn-retired-stamp     pic x(19).

       fd  result-file.
       01  result-record.
           05 res-cell-width     pic 9(2).
           05 res-out-text       pic x(2000).

      * a change waiting for its second operator: the function, who
      * asked for it and when, and the library record as submitted
       fd  pending-file.
       01  pending-record.
           05 pch-function       pic x(1).
           05 pch-requester-id   pic x(8).
           05 pch-request-stamp  pic x(19).
           05 pch-lib-image      pic x(4598).
      *    rollback only: the BFSCRVSN version being restored
           05 pch-version        pic 9(4).

       fd  operator-file.
       01  operator-record.
           05 oper-id            pic x(8).
           05 oper-name          pic x(30).
           05 oper-auth-gcd      pic x(1).
           05 oper-auth-isqrt    pic x(1).
           05 oper-auth-bf       pic x(1).
           05 oper-status        pic x(1).
           05 oper-granted       pic x(8).
           05 oper-expiry        pic x(8).
           05 oper-supervisor    pic x(1).

       working-storage section.
       01  master-status         pic x(2).
           88 master-io-ok       value '00' '02'.
           05 adopt-out-text     pic x(2000).
       01  adopt-char-length     pic 9(5).

      * lint state: the macro names on the master, collected fresh
      * for each add/replace so a fragment added earlier in the same
      * run resolves, and the findings 'ScriptLint' hands back
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
       01  lf                    pic 9(3).
       01  lint-pos-disp         pic z(4)9.

      * two-person approval state: the outstanding queue, loaded from
      * BFSCPEND at start and written back at end of run; the OPERREF
      * IDs allowed to request and approve; and the approval behind
      * the change being applied, stamped onto the master and the
      * version history
       01  pending-table.
           05 pending-count      pic 9(3).
           05 pending-entry occurs 100 times.
              10 pnt-open        pic x(1).
              10 pnt-function    pic x(1).
              10 pnt-requester-id  pic x(8).
              10 pnt-request-stamp pic x(19).
              10 pnt-lib-image   pic x(4598).
              10 pnt-version     pic 9(4).
       01  pnt-idx               pic 9(3).
       01  pi                    pic 9(3).
       01  end-of-pending        pic x(1).
           88 no-more-pending    value 'Y'.
       01  operator-table.
           05 opr-count          pic 9(3).
           05 opr-entry occurs 500 times.
              10 opr-id          pic x(8).
              10 opr-status      pic x(1).
              10 opr-expiry      pic x(8).
              10 opr-auth-bf     pic x(1).
              10 opr-supervisor  pic x(1).
       01  oi                    pic 9(3).
       01  end-of-operators      pic x(1).
           88 no-more-operators  value 'Y'.
       01  operator-ok           pic x(1).
           88 operator-valid     value 'Y'.
       01  operator-reason       pic x(40).
       01  check-operator-id     pic x(8).
       01  change-requester-id   pic x(8).
       01  change-approver-id    pic x(8).
       01  change-approved-stamp pic x(19).
       01  now-date              pic x(8).
       01  now-time              pic x(6).
       01  queued-count          pic 9(5).
       01  applied-before        pic 9(5).
       01  change-name           pic x(8).
       01  listed-count          pic 9(3).

       procedure division.
       0000-mainline.
           move 'N' to end-of-txns
           move 0 to txn-count, applied-count, rejected-count
           move 0 to queued-count
           move spaces to change-requester-id, change-approver-id
           move spaces to change-approved-stamp
           perform 0100-load-pending
           perform 0150-load-operators
           open i-o master-file
           open input txn-file
           open output report-file
           end-perform

           perform 9000-write-summary
           perform 0900-save-pending

           close master-file
           close txn-file
           goback
           .

       0100-load-pending.
           move 0 to pending-count
           move 'N' to end-of-pending
           open input pending-file
           perform until no-more-pending
               read pending-file
                   at end move 'Y' to end-of-pending
                   not at end
                       if pending-count < 100
                          add 1 to pending-count
                          move 'Y' to pnt-open(pending-count)
                          move pch-function
                               to pnt-function(pending-count)
                          move pch-requester-id
                               to pnt-requester-id(pending-count)
                          move pch-request-stamp
                               to pnt-request-stamp(pending-count)
                          move pch-lib-image
                               to pnt-lib-image(pending-count)
                          move pch-version
                               to pnt-version(pending-count)
                       end-if
               end-read
           end-perform
           close pending-file
           .

       0150-load-operators.
           move 0 to opr-count
           move 'N' to end-of-operators
           open input operator-file
           perform until no-more-operators
               read operator-file
                   at end move 'Y' to end-of-operators
                   not at end
                       if opr-count < 500
                          add 1 to opr-count
                          move oper-id to opr-id(opr-count)
                          move oper-status to opr-status(opr-count)
                          move oper-expiry to opr-expiry(opr-count)
                          move oper-auth-bf to opr-auth-bf(opr-count)
                          move oper-supervisor
                               to opr-supervisor(opr-count)
                       end-if
               end-read
           end-perform
           close operator-file
           .

       0900-save-pending.
      *    only the changes still waiting go back on the queue
           open output pending-file
           perform varying pi from 1 until pi > pending-count
               if pnt-open(pi) = 'Y'
                  move pnt-function(pi)      to pch-function
                  move pnt-requester-id(pi)  to pch-requester-id
                  move pnt-request-stamp(pi) to pch-request-stamp
                  move pnt-lib-image(pi)     to pch-lib-image
                  move pnt-version(pi)       to pch-version
                  write pending-record
               end-if
           end-perform
           close pending-file
           .

       1000-apply-one-txn.
           evaluate true
               when txn-add     perform 2200-queue-change
               when txn-replace perform 2200-queue-change
               when txn-delete  perform 2200-queue-change
               when txn-approve perform 2500-approve-change
               when txn-withdraw
                                perform 2700-withdraw-change
               when txn-queue-list
                                perform 2800-list-pending
               when txn-list    perform 5000-list-library
               when txn-unload  perform 6000-unload-library
               when txn-where-used
               when txn-versions
                                perform 5500-list-version-trail
               when txn-rollback
                                perform 2200-queue-change
               when txn-hold    perform 6700-hold-script
               when txn-release perform 6800-release-script
               when txn-certify perform 2200-queue-change
               when other
                   add 1 to rejected-count
                   move spaces to report-line
           if not txn-valid
              exit paragraph
           end-if
           perform 7100-lint-script
           if not txn-valid
              exit paragraph
           end-if
           perform 8000-move-txn-to-master
           write master-record
           evaluate true
           end-evaluate
           .

       2200-queue-change.
      *    a change is checked now, so a bad one never waits on the
      *    queue, but only reaches the master on a second operator's
      *    approval
           move txn-operator-id to check-operator-id
           perform 2900-check-operator
           if not operator-valid
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  REQUESTER ' delimited by size
                     function trim(operator-reason) delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           perform 2950-find-pending
           if pnt-idx > 0
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  A CHANGE IS ALREADY PENDING (APPROVE OR '
                     delimited by size
                     'WITHDRAW IT FIRST)' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           if pending-count >= 100
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  APPROVAL QUEUE FULL (100)' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move lib-script-id to mst-script-id
           read master-file
           evaluate true
               when txn-add and master-io-ok
                   add 1 to rejected-count
                   move spaces to report-line
                   string 'REJECTED ' delimited by size
                          lib-script-id delimited by size
                          '  ALREADY ON LIBRARY (USE REPLACE)'
                          delimited by size
                          into report-line
                   write report-line
                   exit paragraph
               when (txn-replace or txn-delete or txn-certify)
                    and not master-io-ok
                   add 1 to rejected-count
                   move spaces to report-line
                   string 'REJECTED ' delimited by size
                          lib-script-id delimited by size
                          '  NOT ON LIBRARY' delimited by size
                          into report-line
                   write report-line
                   exit paragraph
           end-evaluate
           if txn-add or txn-replace
              perform 7000-validate-lengths
              if not txn-valid
                 exit paragraph
              end-if
              perform 7100-lint-script
              if not txn-valid
                 exit paragraph
              end-if
           end-if
      *    a rollback or a certify is staged into the transaction's
      *    library record now, so the approver signs off on the exact
      *    text that will be written
           if txn-rollback
              perform 5700-rollback-script
              if not txn-valid
                 exit paragraph
              end-if
           end-if
           if txn-certify
              perform 6900-adopt-actual-output
              if not txn-valid
                 exit paragraph
              end-if
           end-if
           perform 9100-stamp-now
           add 1 to pending-count
           move 'Y' to pnt-open(pending-count)
           move txn-function to pnt-function(pending-count)
           move txn-operator-id to pnt-requester-id(pending-count)
           move change-approved-stamp
                to pnt-request-stamp(pending-count)
           move txn-lib-image to pnt-lib-image(pending-count)
           move 0 to pnt-version(pending-count)
           if txn-rollback
              move txn-version to pnt-version(pending-count)
           end-if
           add 1 to queued-count
           move pending-count to pnt-idx
           perform 2960-name-change
           move spaces to report-line
           string 'PENDING  ' delimited by size
                  lib-script-id delimited by size
                  '  ' delimited by size
                  change-name delimited by size
                  ' REQUESTED BY ' delimited by size
                  txn-operator-id delimited by size
                  ' - AWAITING APPROVAL' delimited by size
                  into report-line
           write report-line
           .

       2500-approve-change.
           perform 2950-find-pending
           if pnt-idx = 0
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  NO CHANGE PENDING' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move txn-operator-id to check-operator-id
           perform 2900-check-operator
           if not operator-valid
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  APPROVER ' delimited by size
                     function trim(operator-reason) delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           if txn-operator-id = pnt-requester-id(pnt-idx)
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  APPROVER MUST DIFFER FROM REQUESTER '
                     delimited by size
                     pnt-requester-id(pnt-idx) delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
      *    the queued record goes back through the original apply
      *    paragraphs -- every check they make still runs -- with the
      *    approval stamped onto whatever they write
           move pnt-requester-id(pnt-idx) to change-requester-id
           move txn-operator-id to change-approver-id
           perform 9100-stamp-now
           move pnt-lib-image(pnt-idx) to txn-lib-image
           move pnt-function(pnt-idx) to txn-function
           move pnt-version(pnt-idx) to txn-version
           move applied-count to applied-before
           evaluate true
               when txn-add     perform 2000-add-script
               when txn-replace perform 3000-replace-script
               when txn-delete  perform 4000-delete-script
               when txn-rollback
                                perform 5750-apply-rollback
               when txn-certify perform 6970-apply-adopted-output
           end-evaluate
           perform 2960-name-change
           move spaces to report-line
           if applied-count > applied-before
              move 'N' to pnt-open(pnt-idx)
              string 'APPROVED ' delimited by size
                     lib-script-id delimited by size
                     '  ' delimited by size
                     change-name delimited by size
                     ' REQUESTED BY ' delimited by size
                     change-requester-id delimited by size
                     ' APPROVED BY ' delimited by size
                     change-approver-id delimited by size
                     ' AT ' delimited by size
                     change-approved-stamp delimited by size
                     into report-line
           else
              string '         ' delimited by size
                     lib-script-id delimited by size
                     '  CHANGE STAYS PENDING - WITHDRAW OR RESUBMIT'
                     delimited by size
                     into report-line
           end-if
           write report-line
           move spaces to change-requester-id, change-approver-id
           move spaces to change-approved-stamp
           .

       2700-withdraw-change.
      *    the requester taking a change back, or a reviewer turning
      *    it down -- either way it is named on the report
           perform 2950-find-pending
           if pnt-idx = 0
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  NO CHANGE PENDING' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move txn-operator-id to check-operator-id
           perform 2900-check-operator
           if not operator-valid
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  OPERATOR ' delimited by size
                     function trim(operator-reason) delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move 'N' to pnt-open(pnt-idx)
           add 1 to applied-count
           perform 2960-name-change
           move spaces to report-line
           string 'WITHDRWN ' delimited by size
                  lib-script-id delimited by size
                  '  ' delimited by size
                  change-name delimited by size
                  ' REQUESTED BY ' delimited by size
                  pnt-requester-id(pnt-idx) delimited by size
                  ' WITHDRAWN BY ' delimited by size
                  txn-operator-id delimited by size
                  into report-line
           write report-line
           .

       2800-list-pending.
           move 'CHANGES AWAITING APPROVAL' to report-line
           write report-line
           move 0 to listed-count
           perform varying pi from 1 until pi > pending-count
               if pnt-open(pi) = 'Y'
                  add 1 to listed-count
                  move pi to pnt-idx
                  perform 2960-name-change
                  move spaces to report-line
                  string '  ' delimited by size
                         pnt-lib-image(pi)(1:10) delimited by size
                         '  ' delimited by size
                         change-name delimited by size
                         '  REQUESTED BY ' delimited by size
                         pnt-requester-id(pi) delimited by size
                         ' AT ' delimited by size
                         pnt-request-stamp(pi) delimited by size
                         into report-line
                  write report-line
               end-if
           end-perform
           if listed-count = 0
              move '  NONE' to report-line
              write report-line
           end-if
           .

       2900-check-operator.
      *    a real, active, unexpired OPERREF ID cleared for script
      *    work (or a supervisor)
           move 'N' to operator-ok
           move 'IS NOT ON OPERREF' to operator-reason
           if check-operator-id = spaces
              move 'ID MISSING ON TRANSACTION' to operator-reason
              exit paragraph
           end-if
           move function current-date(1:8) to now-date
           perform varying oi from 1 until oi > opr-count
               if opr-id(oi) = check-operator-id
                  evaluate true
                      when opr-status(oi) = 'D'
                          move 'IS DISABLED' to operator-reason
                      when opr-expiry(oi) not = spaces
                           and opr-expiry(oi) < now-date
                          move 'HAS EXPIRED' to operator-reason
                      when opr-auth-bf(oi) not = 'Y'
                           and opr-supervisor(oi) not = 'Y'
                          move 'NOT AUTHORIZED FOR SCRIPTS'
                               to operator-reason
                      when other
                          move 'Y' to operator-ok
                  end-evaluate
                  move opr-count to oi
               end-if
           end-perform
           .

       2950-find-pending.
           move 0 to pnt-idx
           perform varying pi from 1 until pi > pending-count
               if pnt-open(pi) = 'Y'
                  and pnt-lib-image(pi)(1:10) = lib-script-id
                  move pi to pnt-idx
                  move pending-count to pi
               end-if
           end-perform
           .

       2960-name-change.
           evaluate pnt-function(pnt-idx)
               when 'A' move 'ADD' to change-name
               when 'R' move 'REPLACE' to change-name
               when 'B' move 'ROLLBACK' to change-name
               when 'C' move 'CERTIFY' to change-name
               when other move 'DELETE' to change-name
           end-evaluate
           .

       3000-replace-script.
           perform 7000-validate-lengths
           if not txn-valid
              exit paragraph
           end-if
           perform 7100-lint-script
           if not txn-valid
              exit paragraph
           end-if
      *    the record about to be overwritten is retired to the
      *    version history first, so the last certified text survives
      *    the "fix" that replaces it
           move mst-hold-reason    to vsn-hold-reason
           move mst-hold-date      to vsn-hold-date
           move mst-cell-width     to vsn-cell-width
           move mst-requester-id   to vsn-requester-id
           move mst-approver-id    to vsn-approver-id
           move mst-approved-stamp to vsn-approved-stamp
           move change-requester-id to vsn-retired-requester
           move change-approver-id to vsn-retired-approver
           move change-approved-stamp to vsn-retired-stamp
           write version-record
           close version-file
           move vsn-version to version-disp
                     function trim(actual-disp) delimited by size
                     into report-line
              write report-line
              move spaces to report-line
              string '    REQUESTED ' delimited by size
                     mst-requester-id delimited by size
                     ' APPROVED ' delimited by size
                     mst-approver-id delimited by size
                     ' ' delimited by size
                     mst-approved-stamp delimited by size
                     into report-line
              write report-line
           else
              move '  NOT ON MASTER' to report-line
              write report-line
                  function trim(actual-disp) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '    REQUESTED ' delimited by size
                  vsn-requester-id delimited by size
                  ' APPROVED ' delimited by size
                  vsn-approver-id delimited by size
                  ' ' delimited by size
                  vsn-approved-stamp delimited by size
                  '  RETIRED BY ' delimited by size
                  vsn-retired-requester delimited by size
                  '/' delimited by size
                  vsn-retired-approver delimited by size
                  ' ' delimited by size
                  vsn-retired-stamp delimited by size
                  into report-line
           write report-line
           .

       5700-rollback-script.
      *    checks the version asked for is on the history and stages
      *    it in the transaction's library record for the queue
           move 'N' to valid-flag
           if txn-version not numeric or txn-version = 0
              add 1 to rejected-count
              move spaces to report-line
              write report-line
              exit paragraph
           end-if
           move rst-script-length  to lib-script-length
           move rst-script-text    to lib-script-text
           move rst-input-length   to lib-input-length
           move rst-input-text     to lib-input-text
           move rst-expected-length to lib-expected-length
           move rst-expected-text  to lib-expected-text
           move rst-record-type    to lib-record-type
           move rst-out-encoding   to lib-out-encoding
           move rst-max-instr-count to lib-max-instr-count
           move rst-max-cells      to lib-max-cells
           move rst-tape-select    to lib-tape-select
           move rst-eof-mode       to lib-eof-mode
           move rst-eof-cell-value to lib-eof-cell-value
           move rst-chain-pred     to lib-chain-pred
           move rst-hold-status    to lib-hold-status
           move rst-hold-reason    to lib-hold-reason
           move rst-hold-date      to lib-hold-date
           move rst-cell-width     to lib-cell-width
           move 'Y' to valid-flag
           .

       5750-apply-rollback.
      *    the approved rollback: the record being rolled away is
      *    retired too, so the rollback itself can be undone the same
      *    way, and the restored text carries this approval
           move 'N' to master-on-file
           move lib-script-id to mst-script-id
           read master-file
              move 'Y' to master-on-file
              perform 3500-retire-old-version
           end-if
           perform 8000-move-txn-to-master
           if master-on-file = 'Y'
              rewrite master-record
           else
           end-if
           if master-io-ok
              add 1 to applied-count
              move txn-version to version-disp
              move spaces to report-line
              string 'ROLLEDBK ' delimited by size
                     lib-script-id delimited by size
                 exit paragraph
              end-if
           end-if
      *    the deleted text goes to the history like a replaced one,
      *    so the delete can be undone and its approval is on record
           move lib-script-id to mst-script-id
           read master-file
           if master-io-ok
              perform 3500-retire-old-version
           end-if
           move lib-script-id to mst-script-id
           delete master-file
           evaluate true
           end-if
           .

       7100-lint-script.
      *    the static checks the lint report runs, applied to the
      *    transaction text before it can reach the master
           move 0 to lint-macro-count
           perform 8800-start-at-top
           perform until no-more-master
               read master-file next
                   at end move 'Y' to end-of-master
                   not at end
                       if mst-record-type = 'M'
                          and lint-macro-count < 50
                          add 1 to lint-macro-count
                          move mst-script-id
                               to lint-macro-name(lint-macro-count)
                       end-if
               end-read
           end-perform
           call 'ScriptLint' using lib-script-id lib-record-type
               lib-script-length lib-script-text lint-macro-names
               lint-findings
           if lint-error-count > 0
              move 'N' to valid-flag
              add 1 to rejected-count
              move lint-error-count to count-disp
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  LINT ERRORS ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
           end-if
           perform varying lf from 1 until lf > lint-finding-count
               if lint-severity(lf) = 'E' or lint-error-count = 0
                  move lint-position(lf) to lint-pos-disp
                  move spaces to report-line
                  string '         LINT ' delimited by size
                         lint-severity(lf) delimited by size
                         '  ' delimited by size
                         lint-rule(lf) delimited by size
                         '  POS ' delimited by size
                         function trim(lint-pos-disp)
                         delimited by size
                         '  ' delimited by size
                         lint-detail(lf) delimited by size
                         into report-line
                  write report-line
               end-if
           end-perform
           .

       8000-move-txn-to-master.
           move lib-script-id      to mst-script-id
           move lib-script-length  to mst-script-length
           move lib-hold-reason    to mst-hold-reason
           move lib-hold-date      to mst-hold-date
           move lib-cell-width     to mst-cell-width
           move change-requester-id to mst-requester-id
           move change-approver-id to mst-approver-id
           move change-approved-stamp to mst-approved-stamp
           .

       6700-hold-script.
           .

       6900-adopt-actual-output.
      *    the analyst has reviewed last night's output and asks for
      *    it to become the golden output certification compares
      *    against, in the same packed form the result record carries;
      *    it is staged in the transaction's expected text for the
      *    queue, so the approver signs off on this run's output even
      *    if another run lands on BFRESULT before the approval
           move 'N' to valid-flag
           perform 6950-find-latest-result
           if result-found not = 'Y'
              add 1 to rejected-count
              end-if
              move adopt-out-length to adopt-char-length
           end-if
           move adopt-char-length to lib-expected-length
           move adopt-out-text to lib-expected-text
           move 'Y' to valid-flag
           .

       6970-apply-adopted-output.
      *    the approved certify: only the expected output changes, on
      *    the master as it stands now, and the text it replaces goes
      *    to the version history like any other overwrite
           move lib-script-id to mst-script-id
           read master-file
           if not master-io-ok
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     lib-script-id delimited by size
                     '  NOT ON LIBRARY' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           perform 3500-retire-old-version
           move lib-expected-length to mst-expected-length
           move lib-expected-text  to mst-expected-text
           move change-requester-id to mst-requester-id
           move change-approver-id to mst-approver-id
           move change-approved-stamp to mst-approved-stamp
           rewrite master-record
           if master-io-ok
              add 1 to applied-count
              move lib-expected-length to count-disp
              move spaces to report-line
              string 'ADOPTED  ' delimited by size
                     lib-script-id delimited by size
           write report-line
           .

       9100-stamp-now.
           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           move spaces to change-approved-stamp
           string now-date(1:4) delimited by size
                  '-' delimited by size
                  now-date(5:2) delimited by size
                  '-' delimited by size
                  now-date(7:2) delimited by size
                  ' ' delimited by size
                  now-time(1:2) delimited by size
                  ':' delimited by size
                  now-time(3:2) delimited by size
                  ':' delimited by size
                  now-time(5:2) delimited by size
                  into change-approved-stamp
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move queued-count to count-disp
           move spaces to report-line
           string 'QUEUED FOR APPROVAL ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move applied-count to count-disp
           move spaces to report-line
           string 'APPLIED           ' delimited by size
