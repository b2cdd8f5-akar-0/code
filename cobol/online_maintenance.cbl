      *           parses; 'SecurityEventReport' summarizes the day by
      *           operator -- the audit trail covers who tried, not
      *           just who succeeded
      *   akar-0  BFSCRMST records carry the requester, approver and
      *           approval time of their current text; the script
      *           inquiry shows them
      *   akar-0  scheduler control panel: a fourteenth menu choice
      *           (supervisor only) shows tonight's SCHEDSTS as a
      *           status board -- step, program, status, attempts,
      *           last completion code -- and from it holds a step,
      *           releases it, force-completes a failed step with a
      *           mandatory reason, or resets a step for rerun. the
      *           board is changed only under the BATCHSCHED run lock,
      *           so never under a running scheduler, and every
      *           action is written to SECAUDT and SCHEDLOG with the
      *           operator-id -- no more hand edits of SCHEDSTS
      *   akar-0  pre-flight override: a fifteenth menu choice
      *           (supervisor only) shows tonight's PREFLSTS verdict
      *           and, on a NO-GO, lets the supervisor stamp an
      *           override with a mandatory reason so BatchScheduler
      *           will start; written to SECAUDT
      *   akar-0  reconciliation break register: a sixteenth menu
      *           choice lists the open BRKREG breaks (optionally for
      *           one partner) with their age, and lets the analyst
      *           assign a break to an operator, annotate it, or
      *           write it off with a mandatory reason; the register
      *           is changed only under its BRKREG run lock and every
      *           change is written to SECAUDT
      *   akar-0  a field break shows the partner's value and ours,
      *           and can be marked "send correction" for the
      *           PartnerCorrection job to put on the partner's
      *           correction file
      *   akar-0  reject correction: a seventeenth menu choice, behind
      *           its own OPERREF authorization flag, lists the open
      *           rejects on GCDREJCT, SQRTREJ, SLICEREJ or BFSCRREJ
      *           with the reason the driver appended, lets the
      *           operator correct one record field by field, checks
      *           it the way the driver would, and queues it to the
      *           driver's pending file (GCDPEND, SQRTPEND, SLICPEND,
      *           BFPEND) for 'PendingCollector', taking it off the
      *           reject file. the work is done under the driver's
      *           run lock; every changed field is written to
      *           REJCAUDT before and after, and the correction to
      *           SECAUDT -- no more hand edits of reject files
      *   akar-0  shift handover notes: an eighteenth menu choice
      *           shows the run date's notes so far and takes new
      *           ones, each optionally tied to a scheduler step, a
      *           job or an open alert, onto the HANDOVER file --
      *           'MorningDigest' prints them on MORNDGST, so what the
      *           night operator knows is not left on a sticky note
      *   akar-0  OPERREF rows carry the ID of the supervisor who
      *           reviews the operator's access, asked for when the
      *           operator is added; 'AccessReview' groups its
      *           quarterly review report by it
      *   akar-0  report archive: a nineteenth menu choice lists the
      *           morning reports 'ReportArchive' filed for a run
      *           date on RPTINDEX and pages any one of them to the
      *           console, with top, back and find-text commands
      *   akar-0  SQRTREJ corrections take the run mode and root
      *           degree too, and its reason now starts in column 34
      *   akar-0  radix conversion: a twentieth menu choice converts
      *           a value between any two bases 2-36 through
      *           'RadixConvert' under the GCD authorization, run now
      *           or queued to MDPEND as a MathDispatch RADIX request
      *   akar-0  matrix inquiry: a twenty-first menu choice lists a
      *           matrix-id's versions on MTXMST and pages a chosen
      *           version's grid to the console by row page and
      *           column panel, labelled from the XTABKEYS key map
      *           where 'CrossTabBuilder' built it, with row, column
      *           and grand totals; or compares two versions, showing
      *           only the changed cells by MatrixCompare's threshold
      *           rule
      *   akar-0  a corrected SQRTREJ line goes to SQRTPEND with its
      *           mode and root degree, and is checked for the
      *           driver's INVALID ROOT DEGREE and UNKNOWN MODE
      *           refusals before it is queued; break-register rows
      *           held at the record's true 435 bytes
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select optional retention-log assign to 'RETNLOG'
               organization is line sequential.
           select optional sched-ctl-file assign to 'SCHEDCTL'
               organization is line sequential.
           select optional sched-status-file assign to 'SCHEDSTS'
               organization is line sequential.
           select optional sched-log-file assign to 'SCHEDLOG'
               organization is line sequential.
           select optional preflight-file assign to 'PREFLSTS'
               organization is line sequential.
           select optional break-register assign to 'BRKREG'
               organization is line sequential.
           select optional reject-fix-file
               assign to dynamic reject-fix-name
               organization is line sequential.
           select reject-work-file assign to 'ONLNRJWK'
               organization is line sequential.
           select optional queue-slice-file assign to 'SLICPEND'
               organization is line sequential.
           select optional correction-audit-file assign to 'REJCAUDT'
               organization is line sequential.
           select optional handover-file assign to 'HANDOVER'
               organization is line sequential.
           select optional report-index-file assign to 'RPTINDEX'
               organization is line sequential.
           select optional report-view-file
               assign to dynamic report-view-name
               organization is line sequential
               file status is report-view-status.
           select optional matrix-master assign to 'MTXMST'
               organization is indexed
               access mode is dynamic
               record key is mtx-key
               file status is mtx-master-status.
           select optional key-map-file assign to 'XTABKEYS'
               organization is line sequential.

       data division.
       file section.
           05 oper-auth-factor   pic x(1).
           05 oper-auth-multi    pic x(1).
           05 oper-auth-date     pic x(1).
      *    reject correction
           05 oper-auth-reject   pic x(1).
      *    supervisor who signs off this operator's access on the
      *    quarterly 'AccessReview' report; spaces = none
           05 oper-reviewer      pic x(8).

       fd  oper-list-file.
       01  oper-list-line        pic x(132).
       01  queue-sqrt-record.
           05 queue-work-n       pic 9(18).
           05 queue-work-ref     pic x(12).
           05 queue-work-mode    pic x(1).
           05 queue-work-root-k  pic x(2).

       fd  queue-script-file.
       01  queue-script-record.
       01  script-master-record.
           copy "script-lib-record.cpy"
               replacing leading ==lib== by ==mst==.
           05 mst-requester-id   pic x(8).
           05 mst-approver-id    pic x(8).
           05 mst-approved-stamp pic x(19).

       fd  result-inq-file.
       01  result-inq-record.
       01  queue-fact-record.
           05 queue-fact-n       pic 9(18).

      * BatchScheduler's control file: only the step number and
      * program name are wanted here; 'P' parameter records have a
      * non-numeric step number and are passed over
       fd  sched-ctl-file.
       01  sched-ctl-record.
           05 sch-step-number    pic x(2).
           05 sch-program-name   pic x(30).

       fd  sched-status-file.
       01  sched-status-record.
           05 sts-step-number    pic 9(2).
           05 sts-step-status    pic x(4).
           05 sts-attempts       pic 9(1).
           05 sts-last-rc        pic 9(4).

       fd  sched-log-file.
       01  sched-log-line        pic x(132).

       fd  break-register.
       01  break-register-record.
           copy "break-register-record.cpy".

       fd  preflight-file.
       01  preflight-record.
           copy "preflight-status.cpy".

       fd  queue-list-file.
       01  queue-list-record.
           05 qls-fold-mode      pic x(1).
           05 qls-list-item      pic 9(18) occurs 50 times.
           05 qls-ref            pic x(12).

       fd  queue-slice-file.
       01  queue-slice-record.
           05 qsl-items-length   pic 9(3).
           05 qsl-a              pic 9(3).
           05 qsl-b              pic 9(3).
           05 qsl-items          pic 9(2) occurs 200 times.

      * a driver's reject file: the record as the driver read it,
      * the reason appended past it
       fd  reject-fix-file.
       01  reject-fix-record     pic x(4650).

       fd  reject-work-file.
       01  reject-work-record    pic x(4650).

       fd  correction-audit-file.
       01  correction-audit-record.
           copy "reject-correction-record.cpy".

       fd  handover-file.
       01  handover-record.
           copy "handover-note.cpy".

       fd  report-index-file.
       01  report-index-record.
           copy "report-index-record.cpy".

       fd  report-view-file.
       01  report-view-line      pic x(132).

       fd  matrix-master.
       01  matrix-master-record.
           05 mtx-key.
              10 mtx-id          pic x(10).
              10 mtx-as-of       pic x(8).
           05 mtx-grid.
              10 mtx-l           pic 9(3).
              10 mtx-lc          pic 9(3).
      *       packed cells keep the fixed 100x100 record inside the
      *       indexed-file record-size limit
              10 mtx-row occurs 100 times.
                 15 mtx-cell     pic s9(7) comp-3 occurs 100 times.

      * 'CrossTabBuilder's key map: a built version's row and column
      * numbers against the keys they were built from
       fd  key-map-file.
       01  key-map-record.
           05 km-matrix-id       pic x(10).
           05 filler             pic x(1).
           05 km-as-of           pic x(8).
           05 filler             pic x(1).
           05 km-axis            pic x(1).
           05 filler             pic x(1).
           05 km-number          pic 9(3).
           05 filler             pic x(1).
           05 km-key             pic x(20).

       working-storage section.
       01  menu-choice           pic 9(2).
           88 choice-gcd         value 1.
           88 choice-factor      value 11.
           88 choice-multi       value 12.
           88 choice-dates       value 13.
           88 choice-sched-panel value 14.
           88 choice-preflight   value 15.
           88 choice-breaks      value 16.
           88 choice-rejects     value 17.
           88 choice-handover    value 18.
           88 choice-reports     value 19.
           88 choice-radix       value 20.
           88 choice-matrix-inq  value 21.
           88 choice-exit        value 9.
       01  done-flag             pic x(1).
           88 all-done           value 'Y'.
              10 tbl-auth-factor pic x(1).
              10 tbl-auth-multi  pic x(1).
              10 tbl-auth-date   pic x(1).
              10 tbl-auth-reject pic x(1).
              10 tbl-oper-reviewer pic x(8).
       01  end-of-opers          pic x(1).
           88 no-more-opers      value 'Y'.
       01  oper-idx              pic 9(2).
           88 multi-authorized   value 'Y'.
       01  auth-date-flag        pic x(1).
           88 date-authorized    value 'Y'.
       01  auth-reject-flag      pic x(1).
           88 reject-authorized  value 'Y'.
      * the standard audit line the math functions write to
      * ONLNAUDT, sealed like every other per-call audit write
       01  online-event          pic x(60).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  radix-digits-in       pic x(64).
       01  radix-from-base       pic 9(2).
       01  radix-to-base         pic 9(2).
       01  radix-digits-out      pic x(64).
       01  radix-value           pic 9(18).
       01  radix-status          pic x(1).
       01  radix-bad-position    pic 9(2).
       01  delta-disp            pic -(4)9.
       01  sx-disp               pic -(17)9.
       01  sy-disp               pic -(17)9.
       01  admin-oper-id         pic x(8).
       01  admin-oper-name       pic x(30).
       01  admin-auth-line       pic x(10).
       01  admin-reviewer        pic x(8).
       01  admin-expiry          pic x(8).
       01  admin-idx             pic 9(2).
      * scheduler-panel state: tonight's board, SCHEDCTL's steps
      * joined with their SCHEDSTS status
       01  board-table.
           05 board-count        pic 9(2).
           05 board-entry occurs 50 times.
              10 brd-step-number pic 9(2).
              10 brd-program     pic x(30).
              10 brd-status      pic x(4).
              10 brd-attempts    pic 9(1).
              10 brd-last-rc     pic 9(4).
       01  bx                    pic 9(2).
       01  board-idx             pic 9(2).
       01  end-of-sched          pic x(1).
           88 no-more-sched      value 'Y'.
       01  panel-step-disp       pic z9.
       01  panel-step            pic 9(2).
       01  panel-action          pic x(1).
       01  panel-action-name     pic x(14).
       01  panel-reason          pic x(60).
       01  panel-old-status      pic x(4).
       01  panel-lock-name       pic x(20) value 'BATCHSCHED'.
       01  panel-lock-id         pic x(10) value 'ONLNMAIN01'.
       01  panel-locked          pic x(1).
       01  panel-rc-disp         pic z(3)9.
       01  preflight-found       pic x(1).
       01  clear-job-name        pic x(20).
       01  clear-job-id          pic x(10).
       01  lock-status           pic x(1).
       01  ack-number-disp       pic z(2)9.
       01  ack-now-date          pic x(8).
       01  ack-now-time          pic x(6).
      * break-register state: the whole register held so a changed
      * break rewrites in place and the file keeps its key order
       01  break-table.
           05 break-count        pic 9(4).
           05 break-row          pic x(435) occurs 2000 times.
       01  cur-break.
           copy "break-register-record.cpy"
               replacing leading ==brk== by ==cbk==.
       01  kx                    pic 9(4).
       01  break-overflow        pic x(1).
       01  breaks-changed        pic x(1).
       01  open-break-count      pic 9(4).
       01  break-number          pic 9(4).
       01  break-number-disp     pic z(3)9.
       01  break-action          pic x(1).
       01  break-filter-partner  pic x(8).
       01  break-owner-in        pic x(8).
       01  break-text-in         pic x(60).
       01  break-age             pic 9(5).
       01  break-age-disp        pic z(4)9.
       01  break-today           pic x(8).
       01  break-lock-name       pic x(20) value 'BRKREG'.
       01  end-of-breaks         pic x(1).
           88 no-more-breaks     value 'Y'.
      * reject-correction state: each driver's reject file, the
      * pending file its corrections queue to, the run lock the
      * driver takes, and where the appended reason starts
       01  reject-config-table.
           05 filler pic x(40)
              value 'GCDREJCTGCDPEND GCDBATCH            0049'.
           05 filler pic x(40)
              value 'SQRTREJ SQRTPENDSQRTBATCH           0034'.
           05 filler pic x(40)
              value 'SLICEREJSLICPENDSLICEBATCH          0410'.
           05 filler pic x(40)
              value 'BFSCRREJBFPEND  BFBATCH             4599'.
       01  reject-configs redefines reject-config-table.
           05 reject-config occurs 4 times.
              10 rjc-file        pic x(8).
              10 rjc-pending     pic x(8).
              10 rjc-lock        pic x(20).
              10 rjc-reason-pos  pic 9(4).
       01  rjx                   pic 9(1).
       01  reject-fix-name       pic x(100).
       01  reject-file-in        pic x(8).
       01  end-of-rejects        pic x(1).
           88 no-more-rejects    value 'Y'.
       01  reject-total          pic 9(5).
       01  reject-number         pic 9(5).
       01  reject-number-disp    pic z(4)9.
       01  reject-line-number    pic 9(5).
       01  reject-summary-length pic 9(2).
       01  reject-reason-was     pic x(24).
       01  reject-confirm        pic x(1).
      * the record being corrected, with each driver's view of it
       01  fix-record            pic x(4650).
       01  fix-gcd-view redefines fix-record.
           05 fix-pair-a         pic 9(18).
           05 fix-pair-b         pic 9(18).
           05 fix-pair-ref       pic x(12).
           05 filler             pic x(4602).
       01  fix-sqrt-view redefines fix-record.
           05 fix-work-n         pic 9(18).
           05 fix-work-ref       pic x(12).
           05 fix-work-mode      pic x(1).
           05 fix-work-root-k    pic x(2).
           05 filler             pic x(4617).
       01  fix-slice-view redefines fix-record.
           05 fix-items-length   pic 9(3).
           05 fix-slice-a        pic 9(3).
           05 fix-slice-b        pic 9(3).
           05 fix-slice-item     pic 9(2) occurs 200 times.
           05 filler             pic x(4241).
       01  fix-script-view redefines fix-record.
           copy "script-lib-record.cpy"
               replacing leading ==lib== by ==fix==.
           05 filler             pic x(52).
       01  fix-failure           pic x(24).
      * one field being corrected: its name, where it sits in the
      * record, and whether it holds digits
       01  fix-field-name        pic x(14).
       01  fix-offset            pic 9(4).
       01  fix-width             pic 9(2).
       01  fix-numeric           pic x(1).
       01  fix-entry             pic x(30).
       01  fix-entry-length      pic 9(2).
       01  fix-old-value         pic x(30).
       01  fix-item-number       pic 9(3).
       01  fix-item-disp         pic zz9.
      * the fields changed, held until the record is queued
       01  change-table.
           05 change-count       pic 9(2).
           05 change-entry occurs 40 times.
              10 chg-field       pic x(14).
              10 chg-before      pic x(30).
              10 chg-after       pic x(30).
       01  chx                   pic 9(2).
      * handover-note state: the run date the notes go under and
      * what the note being keyed is tied to
       01  handover-run-date     pic x(8).
       01  handover-date-in      pic x(8).
       01  handover-note-in      pic x(80).
       01  handover-tie          pic x(1).
       01  handover-job-in       pic x(20).
       01  handover-step         pic x(2).
       01  handover-job          pic x(20).
       01  handover-alert        pic x(19).
       01  handover-count        pic 9(3).
       01  end-of-handover       pic x(1).
           88 no-more-handover   value 'Y'.
      * report-archive viewer state: the run date's reports from
      * RPTINDEX, the one being paged, and where the page stands
       01  report-list.
           05 report-list-count  pic 9(2).
           05 report-list-entry occurs 50 times.
              10 rpl-report-name pic x(30).
              10 rpl-archive-name pic x(40).
              10 rpl-line-count  pic 9(7).
       01  rpx                   pic 9(2).
       01  report-run-date       pic x(8).
       01  report-date-in        pic x(8).
       01  report-pick-in        pic x(2).
       01  report-pick           pic 9(2).
       01  report-view-name      pic x(100).
       01  report-view-status    pic x(2).
       01  report-command        pic x(1).
       01  report-view-done      pic x(1).
       01  report-top-line       pic 9(7).
       01  report-bottom-line    pic 9(7).
       01  report-line-no        pic 9(7).
       01  report-find-text      pic x(40).
       01  report-find-length    pic 9(2).
       01  report-find-from      pic 9(7).
       01  report-found-line     pic 9(7).
       01  report-found-flag     pic x(1).
       01  report-hit-count      pic 9(3).
       01  report-upper-line     pic x(132).
       01  end-of-report-view    pic x(1).
           88 no-more-report-lines value 'Y'.
       01  report-line-disp      pic z(6)9.
       01  report-line-2-disp    pic z(6)9.
       01  report-total-disp     pic z(6)9.
      * matrix-inquiry state: the id's versions on MTXMST, the grid
      * on view with its labels and totals, the row page and column
      * panel shown, and the older grid of a compare
       01  mtx-master-status     pic x(2).
           88 mtx-master-io-ok   value '00' '02'.
       01  matrix-inq-id         pic x(10).
       01  version-list.
           05 version-count      pic 9(2).
           05 version-entry occurs 50 times.
              10 vrl-as-of       pic x(8).
              10 vrl-rows        pic 9(3).
              10 vrl-cols        pic 9(3).
       01  vrx                   pic 9(2).
       01  version-more-flag     pic x(1).
       01  end-of-matrix-master  pic x(1).
           88 no-more-matrix-master value 'Y'.
       01  version-pick-in       pic x(2).
       01  version-pick          pic 9(2).
       01  version-old-pick      pic 9(2).
       01  matrix-fetch-status   pic x(1).
       01  matrix-view-as-of     pic x(8).
       01  matrix-view.
           05 mv-l               pic 9(3).
           05 mv-lc              pic 9(3).
           05 mv-row occurs 0 to 100 times depending on mv-l.
              07 mv-cell         pic s9(7) occurs 100 times.
       01  matrix-base.
           05 mb-l               pic 9(3).
           05 mb-lc              pic 9(3).
           05 mb-row occurs 0 to 100 times depending on mb-l.
              07 mb-cell         pic s9(7) occurs 100 times.
       01  matrix-view-labels.
           05 mv-row-label       pic x(10) occurs 100 times.
           05 mv-col-label       pic x(10) occurs 100 times.
       01  matrix-view-totals.
           05 mv-row-total       pic s9(10) occurs 100 times.
           05 mv-col-total       pic s9(10) occurs 100 times.
           05 mv-grand-total     pic s9(12).
       01  label-rows-found      pic 9(3).
       01  label-cols-found      pic 9(3).
       01  end-of-key-map        pic x(1).
           88 no-more-key-map    value 'Y'.
       01  mvi                   pic 9(3).
       01  mvj                   pic 9(3).
       01  view-top-row          pic 9(3).
       01  view-bottom-row       pic 9(3).
       01  panel-first-col       pic 9(3).
       01  panel-last-col        pic 9(3).
       01  matrix-view-done      pic x(1).
       01  matrix-command        pic x(1).
       01  matrix-panel-line     pic x(132).
       01  panel-ptr             pic 9(3).
       01  cell-inq-disp         pic -(9)9.
       01  total-inq-disp        pic -(11)9.
       01  dim-inq-disp          pic zz9.
       01  dim-inq-2-disp        pic zz9.
       01  dim-inq-3-disp        pic zz9.
       01  dim-inq-4-disp        pic zz9.
      * the compare applies MatrixCompare's delta rule: new less old,
      * and a difference under the threshold is counted, not shown
       01  delta-threshold-in    pic x(7).
       01  delta-threshold       pic 9(7).
       01  delta-diff            pic s9(8).
       01  delta-abs             pic 9(8).
       01  delta-changed         pic 9(5).
       01  delta-suppressed      pic 9(5).
       01  delta-shown           pic 9(2).
       01  delta-stopped         pic x(1).
       01  delta-old-disp        pic -(6)9.
       01  delta-new-disp        pic -(6)9.
       01  delta-diff-disp       pic -(7)9.
       01  delta-count-disp      pic z(4)9.

       01  inq-chunk-start       pic 9(5).
       01  inq-chunk-length      pic 9(5).
                       perform 2800-run-multigcd
                   when choice-dates and date-authorized
                       perform 2900-run-dateservice
                   when choice-sched-panel and supervisor-signed-on
                       perform 9800-scheduler-panel
                   when choice-preflight and supervisor-signed-on
                       perform 9900-override-pre-flight
                   when choice-breaks
                       perform 9950-break-register
                   when choice-rejects and reject-authorized
                       perform 9990-reject-correction
                   when choice-handover
                       perform 8500-handover-notes
                   when choice-reports
                       perform 8600-report-archive
                   when choice-radix and gcd-authorized
                       perform 2950-run-radix
                   when choice-matrix-inq
                       perform 8700-matrix-inquiry
                   when choice-oper-admin
                   when choice-sched-panel
                   when choice-preflight
                       display 'Supervisor authorization required'
                           upon console
                       move spaces to security-event
                   when choice-factor
                   when choice-multi
                   when choice-dates
                   when choice-rejects
                   when choice-radix
                       display 'Not authorized for this function'
                           upon console
                       move spaces to security-event
                               to tbl-auth-multi(oper-count)
                          move oper-auth-date
                               to tbl-auth-date(oper-count)
                          move oper-auth-reject
                               to tbl-auth-reject(oper-count)
                          move oper-reviewer
                               to tbl-oper-reviewer(oper-count)
                       end-if
               end-read
           end-perform
                               to auth-multi-flag
                          move tbl-auth-date(oper-idx)
                               to auth-date-flag
                          move tbl-auth-reject(oper-idx)
                               to auth-reject-flag
                  end-evaluate
                  move oper-count to oper-idx
               end-if
                   '8 = Oper Admin   9 = Exit'
               upon console
           display '10 = ExtGcd/ModInv   11 = PrimeFactor   '
                   '12 = Multi GCD/LCM   13 = Date Lookup   '
                   '14 = Scheduler Panel'
               upon console
           display '15 = Pre-flight Override   16 = Break Register   '
                   '17 = Reject Correction   18 = Handover Notes   '
                   '19 = Report Archive'
               upon console
           display '20 = Radix Conversion   21 = Matrix Inquiry'
               upon console
           display 'Choice: ' upon console
           accept menu-choice from console
           open extend queue-sqrt-file
           move n to queue-work-n
           move queue-ref to queue-work-ref
           move space to queue-work-mode
           move spaces to queue-work-root-k
           write queue-sqrt-record
           close queue-sqrt-file
           display 'Queued to SQRTPEND for the batch run'
           perform 0500-write-online-audit
           .

       2950-run-radix.
           display 'Digits (0-9, A-Z): ' upon console
           accept radix-digits-in from console
           display 'From base (2-36): ' upon console
           accept a-disp from console
           move a-disp to a
           display 'To base (2-36): ' upon console
           accept b-disp from console
           move b-disp to b
           if a < 2 or a > 36 or b < 2 or b > 36
              display 'Bases must be 2 through 36' upon console
              exit paragraph
           end-if
           move a to radix-from-base
           move b to radix-to-base

           perform 6000-ask-run-or-queue
           if queue-requested
              perform 2975-queue-radix
              exit paragraph
           end-if

           call 'RadixConvert' using radix-digits-in radix-from-base
               radix-to-base radix-digits-out radix-value
               radix-status radix-bad-position
           evaluate radix-status
               when 'D'
                   if radix-bad-position = 0
                      display 'No digits entered' upon console
                   else
                      display 'Digit ' radix-bad-position
                              ' is not valid in base '
                              radix-from-base upon console
                   end-if
               when 'O'
                   display 'Value exceeds 18 digits' upon console
               when other
                   move radix-value to result-disp
                   display 'Base ' radix-to-base ' = '
                           function trim(radix-digits-out)
                           '  (decimal '
                           function trim(result-disp) ')'
                       upon console
           end-evaluate
           move 'RAN RADIX CONVERSION' to online-event
           perform 0500-write-online-audit
           .

       2975-queue-radix.
      *    queued as a MathDispatch request record so the batch
      *    request driver answers it overnight
           open extend queue-mdreq-file
           initialize queue-mdreq-record
           move 'RADIX' to qmd-req-function
           move radix-from-base to qmd-req-radix-from
           move radix-to-base to qmd-req-radix-to
           move radix-digits-in to qmd-req-radix-digits
           write queue-mdreq-record
           close queue-mdreq-file
           display 'Queued to MDPEND for the batch run'
               upon console
           move 'QUEUED RADIX REQUEST' to online-event
           perform 0500-write-online-audit
           .

       5000-audit-inquiry.
           display 'Audit file name: ' upon console
           accept live-file-name from console
              display 'Chained after: '
                      function trim(mst-chain-pred) upon console
           end-if
           if mst-approver-id not = spaces
              display 'Requested by: ' mst-requester-id
                      '  Approved by: ' mst-approver-id
                      '  At: ' mst-approved-stamp upon console
           end-if

           move mst-script-length to len-disp
           display 'Script text ('
           close alert-file
           .

       8500-handover-notes.
      *    the run date is the date the night began, so a note keyed
      *    in the small hours goes with the evening before
           move function current-date(1:8) to date-in
           move date-in to handover-run-date
           if function current-date(9:6) < '120000'
              move 'A' to date-function
              move -1 to days-delta
              call 'DateService' using date-function date-in
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name
              move date-out to handover-run-date
           end-if
           display 'Run date YYYYMMDD (blank = tonight''s, '
                   handover-run-date '): ' upon console
           move spaces to handover-date-in
           accept handover-date-in from console
           if handover-date-in not = spaces
              move 'V' to date-function
              move 0 to days-delta
              call 'DateService' using date-function handover-date-in
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name
              if date-status not = 'V'
                 display 'Not a valid date' upon console
                 exit paragraph
              end-if
              move handover-date-in to handover-run-date
           end-if
           perform 8510-show-handover-notes
           move 'X' to handover-note-in
           perform until handover-note-in = spaces
               display 'Note (blank = done): ' upon console
               move spaces to handover-note-in
               accept handover-note-in from console
               if handover-note-in not = spaces
                  perform 8520-take-handover-tie
                  perform 8530-write-handover-note
               end-if
           end-perform
           .

       8510-show-handover-notes.
           move 0 to handover-count
           move 'N' to end-of-handover
           open input handover-file
           perform until no-more-handover
               read handover-file
                   at end move 'Y' to end-of-handover
                   not at end
                       if hnd-run-date = handover-run-date
                          add 1 to handover-count
                          display hnd-stamp(12:5) ' ' hnd-operator-id
                                  ' ' hnd-step-number
                                  ' ' hnd-job-name ' '
                                  function trim(hnd-note)
                              upon console
                       end-if
               end-read
           end-perform
           close handover-file
           if handover-count = 0
              display 'No handover notes yet for ' handover-run-date
                  upon console
           end-if
           .

       8520-take-handover-tie.
           move spaces to handover-step, handover-job, handover-alert
           display 'Tie to S = Step  J = Job  A = Alert  '
                   '(blank = none): ' upon console
           move spaces to handover-tie
           accept handover-tie from console
           evaluate function upper-case(handover-tie)
               when 'S'
                   display 'Step number: ' upon console
                   accept panel-step-disp from console
                   move panel-step-disp to panel-step
                   move panel-step to handover-step
                   perform 9810-load-board
                   perform varying bx from 1 until bx > board-count
                       if brd-step-number(bx) = panel-step
                          move brd-program(bx) to handover-job
                       end-if
                   end-perform
               when 'J'
                   display 'Job name: ' upon console
                   move spaces to handover-job-in
                   accept handover-job-in from console
                   move function upper-case(handover-job-in)
                        to handover-job
               when 'A'
                   perform 8100-load-alerts
                   perform 8200-list-open-alerts
                   if open-alert-count = 0
                      display 'No open alerts - note not tied'
                          upon console
                   else
                      display 'Alert number: ' upon console
                      accept ack-number-disp from console
                      move ack-number-disp to ack-number
                      if ack-number = 0 or ack-number > alert-count
                         display 'Not an alert number - note not '
                                 'tied' upon console
                      else
                         move tbl-alr-timestamp(ack-number)
                              to handover-alert
                         move tbl-alr-job-name(ack-number)
                              to handover-job
                      end-if
                   end-if
           end-evaluate
           .

       8530-write-handover-note.
           move function current-date(1:8) to sec-now-date
           move function current-date(9:6) to sec-now-time
           move spaces to handover-record
           move handover-run-date to hnd-run-date
           string sec-now-date(1:4) delimited by size
                  '-' delimited by size
                  sec-now-date(5:2) delimited by size
                  '-' delimited by size
                  sec-now-date(7:2) delimited by size
                  ' ' delimited by size
                  sec-now-time(1:2) delimited by size
                  ':' delimited by size
                  sec-now-time(3:2) delimited by size
                  ':' delimited by size
                  sec-now-time(5:2) delimited by size
                  into hnd-stamp
           move console-operator-id to hnd-operator-id
           move handover-step to hnd-step-number
           move handover-job to hnd-job-name
           move handover-alert to hnd-alert-stamp
           move handover-note-in to hnd-note
           open extend handover-file
           write handover-record
           close handover-file
           display 'Note added' upon console
           .

       8600-report-archive.
      *    the reports are filed under the date the night began, so
      *    the default is the night just run
           move function current-date(1:8) to date-in
           move date-in to report-run-date
           if function current-date(9:6) < '120000'
              move 'A' to date-function
              move -1 to days-delta
              call 'DateService' using date-function date-in
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name
              move date-out to report-run-date
           end-if
           display 'Run date YYYYMMDD (blank = last night''s, '
                   report-run-date '): ' upon console
           move spaces to report-date-in
           accept report-date-in from console
           if report-date-in not = spaces
              move 'V' to date-function
              move 0 to days-delta
              call 'DateService' using date-function report-date-in
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name
              if date-status not = 'V'
                 display 'Not a valid date' upon console
                 exit paragraph
              end-if
              move report-date-in to report-run-date
           end-if
           perform 8610-load-report-list
           if report-list-count = 0
              display 'No reports archived for run date '
                      report-run-date upon console
              exit paragraph
           end-if
           move 'X' to report-pick-in
           perform until report-pick-in = spaces
               perform 8620-show-report-list
               display 'Report number to view (blank = done): '
                   upon console
               move spaces to report-pick-in
               accept report-pick-in from console
               if report-pick-in not = spaces
                  if report-pick-in(2:1) = space
                     move report-pick-in(1:1) to report-pick-in(2:1)
                     move '0' to report-pick-in(1:1)
                  end-if
                  if report-pick-in is numeric
                     move report-pick-in to report-pick
                  else
                     move 0 to report-pick
                  end-if
                  if report-pick < 1
                     or report-pick > report-list-count
                     display 'No such report number' upon console
                  else
                     perform 8630-view-report
                  end-if
               end-if
           end-perform
           .

       8610-load-report-list.
           move 0 to report-list-count
           move 'N' to end-of-report-view
           open input report-index-file
           perform until no-more-report-lines
               read report-index-file
                   at end move 'Y' to end-of-report-view
                   not at end
                       if rix-run-date = report-run-date
                          and report-list-count < 50
                          add 1 to report-list-count
                          move rix-report-name
                               to rpl-report-name(report-list-count)
                          move rix-archive-name
                               to rpl-archive-name(report-list-count)
                          move rix-line-count
                               to rpl-line-count(report-list-count)
                       end-if
               end-read
           end-perform
           close report-index-file
           .

       8620-show-report-list.
           display 'REPORTS ARCHIVED FOR RUN DATE ' report-run-date
               upon console
           perform varying rpx from 1 until rpx > report-list-count
               move rpl-line-count(rpx) to report-total-disp
               display rpx '  ' rpl-report-name(rpx)
                       '  LINES ' report-total-disp
                   upon console
           end-perform
           .

       8630-view-report.
      *    the copy is read from the top for every page; Enter pages
      *    on, B back, T to the top, F finds text below the page top
           move rpl-archive-name(report-pick) to report-view-name
           move 1 to report-top-line
           move 'N' to report-found-flag
           move 'N' to report-view-done
           move spaces to online-event
           string 'VIEWED REPORT ' delimited by size
                  function trim(rpl-report-name(report-pick))
                  delimited by size
                  ' RUN ' delimited by size
                  report-run-date delimited by size
                  into online-event
           perform 0500-write-online-audit
           perform until report-view-done = 'Y'
               perform 8640-show-report-page
               if report-view-done not = 'Y'
                  display '-- Enter = next page  B = back  T = top  '
                          'F = find  Q = quit --' upon console
                  move space to report-command
                  accept report-command from console
                  evaluate function upper-case(report-command)
                      when space
                          if report-bottom-line
                             >= rpl-line-count(report-pick)
                             move 'Y' to report-view-done
                          else
                             add 20 to report-top-line
                          end-if
                          move 'N' to report-found-flag
                      when 'B'
                          if report-top-line > 20
                             subtract 20 from report-top-line
                          else
                             move 1 to report-top-line
                          end-if
                          move 'N' to report-found-flag
                      when 'T'
                          move 1 to report-top-line
                          move 'N' to report-found-flag
                      when 'F'
                          perform 8650-find-in-report
                      when 'Q'
                          move 'Y' to report-view-done
                      when other
                          display 'Unrecognized command' upon console
                  end-evaluate
               end-if
           end-perform
           .

       8640-show-report-page.
           compute report-bottom-line = report-top-line + 19
           move 'N' to end-of-report-view
           open input report-view-file
           if report-view-status not = '00'
              display 'Archived copy ' function trim(report-view-name)
                      ' is no longer on file' upon console
              move 'Y' to report-view-done
              exit paragraph
           end-if
           move report-top-line to report-line-disp
           move report-bottom-line to report-line-2-disp
           if report-bottom-line > rpl-line-count(report-pick)
              move rpl-line-count(report-pick) to report-line-2-disp
           end-if
           move rpl-line-count(report-pick) to report-total-disp
           display '-- ' function trim(rpl-report-name(report-pick))
                   ' RUN ' report-run-date '  LINES '
                   function trim(report-line-disp) '-'
                   function trim(report-line-2-disp) ' OF '
                   function trim(report-total-disp) ' --'
               upon console
           move 0 to report-line-no
           perform until no-more-report-lines
               read report-view-file
                   at end move 'Y' to end-of-report-view
                   not at end
                       add 1 to report-line-no
                       if report-line-no >= report-top-line
                          display report-view-line upon console
                       end-if
                       if report-line-no >= report-bottom-line
                          move 'Y' to end-of-report-view
                       end-if
               end-read
           end-perform
           close report-view-file
           if report-bottom-line >= rpl-line-count(report-pick)
              display '-- END OF REPORT --' upon console
           end-if
           .

       8650-find-in-report.
           display 'Find text: ' upon console
           move spaces to report-find-text
           accept report-find-text from console
           if report-find-text = spaces
              exit paragraph
           end-if
           move function upper-case(report-find-text)
                to report-find-text
           move function length(function trim(report-find-text
                trailing)) to report-find-length
      *    a repeated find moves on past the line it last stopped at
           if report-found-flag = 'Y'
              compute report-find-from = report-top-line + 1
           else
              move report-top-line to report-find-from
           end-if
           move 0 to report-found-line
           move 0 to report-line-no
           move 'N' to end-of-report-view
           open input report-view-file
           perform until no-more-report-lines
               read report-view-file
                   at end move 'Y' to end-of-report-view
                   not at end
                       add 1 to report-line-no
                       if report-line-no >= report-find-from
                          move function upper-case(report-view-line)
                               to report-upper-line
                          move 0 to report-hit-count
                          inspect report-upper-line
                              tallying report-hit-count for all
                              report-find-text(1:report-find-length)
                          if report-hit-count > 0
                             move report-line-no to report-found-line
                             move 'Y' to end-of-report-view
                          end-if
                       end-if
               end-read
           end-perform
           close report-view-file
           if report-found-line = 0
              move report-find-from to report-line-disp
              display 'Text not found from line '
                      function trim(report-line-disp) upon console
              move 'N' to report-found-flag
           else
              move report-found-line to report-top-line
              move 'Y' to report-found-flag
           end-if
           .

       8700-matrix-inquiry.
      *    a stored grid looked at from the terminal: the id's
      *    versions listed from MTXMST, one paged by row and column
      *    panel through 'MatrixFetch', or two compared
           display 'Matrix-id: ' upon console
           move spaces to matrix-inq-id
           accept matrix-inq-id from console
           if matrix-inq-id = spaces
              exit paragraph
           end-if
           move function upper-case(matrix-inq-id) to matrix-inq-id
           perform 8710-load-version-list
           if version-count = 0
              display 'No versions of ' function trim(matrix-inq-id)
                      ' on MTXMST' upon console
              exit paragraph
           end-if
           move 'X' to version-pick-in
           perform until version-pick-in = spaces
               perform 8720-show-version-list
               display 'Version number to view, C = compare two '
                       '(blank = done): ' upon console
               move spaces to version-pick-in
               accept version-pick-in from console
               evaluate true
                   when version-pick-in = spaces
                       continue
                   when function upper-case(version-pick-in) = 'C'
                       perform 8780-compare-versions
                   when other
                       perform 8725-read-version-pick
                       if version-pick = 0
                          display 'No such version number'
                              upon console
                       else
                          perform 8730-view-version
                       end-if
               end-evaluate
           end-perform
           .

       8710-load-version-list.
      *    the id's versions in as-of order, oldest first, as the
      *    MatrixRepoMaint 'L' listing shows them
           move 0 to version-count
           move 'N' to version-more-flag
           move 'N' to end-of-matrix-master
           open input matrix-master
           move matrix-inq-id to mtx-id
           move low-values to mtx-as-of
           start matrix-master key >= mtx-key
           if not mtx-master-io-ok
              move 'Y' to end-of-matrix-master
           end-if
           perform until no-more-matrix-master
               read matrix-master next
                   at end move 'Y' to end-of-matrix-master
                   not at end
                       if mtx-id not = matrix-inq-id
                          move 'Y' to end-of-matrix-master
                       else
                          if version-count < 50
                             add 1 to version-count
                             move mtx-as-of
                                  to vrl-as-of(version-count)
                             move mtx-l to vrl-rows(version-count)
                             move mtx-lc to vrl-cols(version-count)
                          else
                             move 'Y' to version-more-flag
                          end-if
                       end-if
               end-read
           end-perform
           close matrix-master
           .

       8720-show-version-list.
           display 'VERSIONS OF ' matrix-inq-id ' ON MTXMST'
               upon console
           perform varying vrx from 1 until vrx > version-count
               move vrl-rows(vrx) to dim-inq-disp
               move vrl-cols(vrx) to dim-inq-2-disp
               display vrx '  AS OF ' vrl-as-of(vrx) '  '
                       function trim(dim-inq-disp) ' X '
                       function trim(dim-inq-2-disp)
                   upon console
           end-perform
           if version-more-flag = 'Y'
              display '(the first 50 versions only)' upon console
           end-if
           .

       8725-read-version-pick.
      *    version-pick-in to version-pick; 0 if not on the list
           if version-pick-in(2:1) = space
              move version-pick-in(1:1) to version-pick-in(2:1)
              move '0' to version-pick-in(1:1)
           end-if
           if version-pick-in is numeric
              move version-pick-in to version-pick
           else
              move 0 to version-pick
           end-if
           if version-pick > version-count
              move 0 to version-pick
           end-if
           .

       8730-view-version.
      *    Enter pages down the rows, B back up, R and L move the
      *    column panel right and left, T to the top-left corner
           move vrl-as-of(version-pick) to matrix-view-as-of
           call 'MatrixFetch' using matrix-inq-id matrix-view-as-of
               matrix-view matrix-fetch-status
           if matrix-fetch-status not = 'V'
              display 'Version ' matrix-view-as-of
                      ' is no longer on MTXMST' upon console
              exit paragraph
           end-if
           perform 8740-load-matrix-labels
           perform 8745-total-matrix-view
           move spaces to online-event
           string 'VIEWED MATRIX ' delimited by size
                  function trim(matrix-inq-id) delimited by size
                  ' AS OF ' delimited by size
                  matrix-view-as-of delimited by size
                  into online-event
           perform 0500-write-online-audit
           move 1 to view-top-row
           move 1 to panel-first-col
           move 'N' to matrix-view-done
           perform until matrix-view-done = 'Y'
               perform 8750-show-matrix-page
               display '-- Enter = next rows  B = back  R = right  '
                       'L = left  T = top  Q = quit --' upon console
               move space to matrix-command
               accept matrix-command from console
               evaluate function upper-case(matrix-command)
                   when space
                       if view-bottom-row >= mv-l
                          move 'Y' to matrix-view-done
                       else
                          add 20 to view-top-row
                       end-if
                   when 'B'
                       if view-top-row > 20
                          subtract 20 from view-top-row
                       else
                          move 1 to view-top-row
                       end-if
                   when 'R'
                       if panel-last-col >= mv-lc
                          display 'Already at the last columns'
                              upon console
                       else
                          add 8 to panel-first-col
                       end-if
                   when 'L'
                       if panel-first-col > 8
                          subtract 8 from panel-first-col
                       else
                          move 1 to panel-first-col
                       end-if
                   when 'T'
                       move 1 to view-top-row
                       move 1 to panel-first-col
                   when 'Q'
                       move 'Y' to matrix-view-done
                   when other
                       display 'Unrecognized command' upon console
               end-evaluate
           end-perform
           .

       8740-load-matrix-labels.
      *    the key map's labels when it has the version's every row
      *    and column; otherwise (a grid not built by CrossTabBuilder,
      *    or one filed over since) plain row and column numbers
           perform varying mvi from 1 until mvi > 100
               move mvi to dim-inq-disp
               move spaces to mv-row-label(mvi)
               string 'ROW ' delimited by size
                      function trim(dim-inq-disp) delimited by size
                      into mv-row-label(mvi)
               move spaces to mv-col-label(mvi)
               string 'COL ' delimited by size
                      function trim(dim-inq-disp) delimited by size
                      into mv-col-label(mvi)
           end-perform
           move 0 to label-rows-found
           move 0 to label-cols-found
           move 'N' to end-of-key-map
           open input key-map-file
           perform until no-more-key-map
               read key-map-file
                   at end move 'Y' to end-of-key-map
                   not at end
                       if km-matrix-id = matrix-inq-id
                          and km-as-of = matrix-view-as-of
                          and km-number > 0 and km-number <= 100
                          if km-axis = 'R'
                             add 1 to label-rows-found
                          else
                             add 1 to label-cols-found
                          end-if
                       end-if
               end-read
           end-perform
           close key-map-file
           if label-rows-found not = mv-l
              or label-cols-found not = mv-lc
              exit paragraph
           end-if
           move 'N' to end-of-key-map
           open input key-map-file
           perform until no-more-key-map
               read key-map-file
                   at end move 'Y' to end-of-key-map
                   not at end
                       if km-matrix-id = matrix-inq-id
                          and km-as-of = matrix-view-as-of
                          and km-number > 0 and km-number <= 100
                          if km-key = spaces
                             move '*BLANK*' to km-key
                          end-if
                          if km-axis = 'R'
                             move km-key to mv-row-label(km-number)
                          else
                             move km-key to mv-col-label(km-number)
                          end-if
                       end-if
               end-read
           end-perform
           close key-map-file
           .

       8745-total-matrix-view.
           move 0 to mv-grand-total
           perform varying mvj from 1 until mvj > 100
               move 0 to mv-col-total(mvj)
           end-perform
           perform varying mvi from 1 until mvi > mv-l
               move 0 to mv-row-total(mvi)
               perform varying mvj from 1 until mvj > mv-lc
                   add mv-cell(mvi, mvj) to mv-row-total(mvi)
                   add mv-cell(mvi, mvj) to mv-col-total(mvj)
               end-perform
               add mv-row-total(mvi) to mv-grand-total
           end-perform
           .

       8750-show-matrix-page.
      *    twenty rows by eight columns a page, each row's total at
      *    the right and the panel's column totals underneath
           compute view-bottom-row = view-top-row + 19
           if view-bottom-row > mv-l
              move mv-l to view-bottom-row
           end-if
           compute panel-last-col = panel-first-col + 7
           if panel-last-col > mv-lc
              move mv-lc to panel-last-col
           end-if
           move view-top-row to dim-inq-disp
           move view-bottom-row to dim-inq-2-disp
           move panel-first-col to dim-inq-3-disp
           move panel-last-col to dim-inq-4-disp
           move mv-grand-total to total-inq-disp
           display '-- ' function trim(matrix-inq-id) ' AS OF '
                   matrix-view-as-of '  ROWS '
                   function trim(dim-inq-disp) '-'
                   function trim(dim-inq-2-disp) '  COLUMNS '
                   function trim(dim-inq-3-disp) '-'
                   function trim(dim-inq-4-disp) '  GRAND TOTAL '
                   function trim(total-inq-disp) ' --'
               upon console
           move spaces to matrix-panel-line
           move 11 to panel-ptr
           perform varying mvj from panel-first-col
                   until mvj > panel-last-col
               string ' ' delimited by size
                      mv-col-label(mvj) delimited by size
                      into matrix-panel-line with pointer panel-ptr
           end-perform
           string '        TOTAL' delimited by size
                  into matrix-panel-line with pointer panel-ptr
           display function trim(matrix-panel-line trailing)
               upon console
           perform varying mvi from view-top-row
                   until mvi > view-bottom-row
               move spaces to matrix-panel-line
               move mv-row-label(mvi) to matrix-panel-line(1:10)
               move 11 to panel-ptr
               perform varying mvj from panel-first-col
                       until mvj > panel-last-col
                   move mv-cell(mvi, mvj) to cell-inq-disp
                   string ' ' delimited by size
                          cell-inq-disp delimited by size
                          into matrix-panel-line with pointer panel-ptr
               end-perform
               move mv-row-total(mvi) to total-inq-disp
               string ' ' delimited by size
                      total-inq-disp delimited by size
                      into matrix-panel-line with pointer panel-ptr
               display matrix-panel-line upon console
           end-perform
           move spaces to matrix-panel-line
           move 'TOTAL' to matrix-panel-line(1:10)
           move 11 to panel-ptr
           perform varying mvj from panel-first-col
                   until mvj > panel-last-col
               move mv-col-total(mvj) to total-inq-disp
               string total-inq-disp(2:11) delimited by size
                      into matrix-panel-line with pointer panel-ptr
           end-perform
           move mv-grand-total to total-inq-disp
           string ' ' delimited by size
                  total-inq-disp delimited by size
                  into matrix-panel-line with pointer panel-ptr
           display function trim(matrix-panel-line trailing)
               upon console
           if view-bottom-row >= mv-l
              display '-- LAST ROWS --' upon console
           end-if
           .

       8780-compare-versions.
      *    the older version as the base, the newer against it --
      *    only the cells that moved are listed
           display 'Older version number: ' upon console
           move spaces to version-pick-in
           accept version-pick-in from console
           perform 8725-read-version-pick
           if version-pick = 0
              display 'No such version number' upon console
              exit paragraph
           end-if
           move version-pick to version-old-pick
           display 'Newer version number: ' upon console
           move spaces to version-pick-in
           accept version-pick-in from console
           perform 8725-read-version-pick
           if version-pick = 0
              display 'No such version number' upon console
              exit paragraph
           end-if
           display 'Threshold (differences below it are not shown, '
                   'blank = 0): ' upon console
           move spaces to delta-threshold-in
           accept delta-threshold-in from console
           if delta-threshold-in = spaces
              move 0 to delta-threshold
           else
              if function test-numval(delta-threshold-in) not = 0
                 display 'Threshold must be a whole number'
                     upon console
                 exit paragraph
              end-if
              compute delta-threshold =
                      function numval(delta-threshold-in)
           end-if

           move vrl-as-of(version-old-pick) to matrix-view-as-of
           call 'MatrixFetch' using matrix-inq-id matrix-view-as-of
               matrix-base matrix-fetch-status
           if matrix-fetch-status not = 'V'
              display 'Version ' matrix-view-as-of
                      ' is no longer on MTXMST' upon console
              exit paragraph
           end-if
           move vrl-as-of(version-pick) to matrix-view-as-of
           call 'MatrixFetch' using matrix-inq-id matrix-view-as-of
               matrix-view matrix-fetch-status
           if matrix-fetch-status not = 'V'
              display 'Version ' matrix-view-as-of
                      ' is no longer on MTXMST' upon console
              exit paragraph
           end-if
           move spaces to online-event
           string 'COMPARED MATRIX ' delimited by size
                  function trim(matrix-inq-id) delimited by size
                  ' ' delimited by size
                  vrl-as-of(version-old-pick) delimited by size
                  ' TO ' delimited by size
                  matrix-view-as-of delimited by size
                  into online-event
           perform 0500-write-online-audit
           display 'COMPARING ' function trim(matrix-inq-id) ' '
                   vrl-as-of(version-old-pick) ' AGAINST '
                   matrix-view-as-of upon console
           if mb-l not = mv-l or mb-lc not = mv-lc
              display 'MATRICES HAVE DIFFERENT DIMENSIONS'
                  upon console
              exit paragraph
           end-if
           perform 8740-load-matrix-labels

           move 0 to delta-changed
           move 0 to delta-suppressed
           move 0 to delta-shown
           move 'N' to delta-stopped
           perform varying mvi from 1 until mvi > mv-l
               perform varying mvj from 1 until mvj > mv-lc
                   if mb-cell(mvi, mvj) not = mv-cell(mvi, mvj)
                      perform 8785-show-one-delta
                   end-if
               end-perform
           end-perform
           move delta-changed to delta-count-disp
           display 'CELLS CHANGED    ' function trim(delta-count-disp)
               upon console
           move delta-suppressed to delta-count-disp
           display 'BELOW THRESHOLD  ' function trim(delta-count-disp)
               upon console
           .

       8785-show-one-delta.
      *    a Q at the page pause stops the listing, not the count
           compute delta-diff = mv-cell(mvi, mvj) - mb-cell(mvi, mvj)
           move delta-diff to delta-abs
           if delta-abs < delta-threshold
              add 1 to delta-suppressed
              exit paragraph
           end-if
           add 1 to delta-changed
           if delta-stopped = 'Y'
              exit paragraph
           end-if
           move mb-cell(mvi, mvj) to delta-old-disp
           move mv-cell(mvi, mvj) to delta-new-disp
           move delta-diff to delta-diff-disp
           move spaces to matrix-panel-line
           string mv-row-label(mvi) delimited by size
                  ' / ' delimited by size
                  mv-col-label(mvj) delimited by size
                  '  OLD ' delimited by size
                  delta-old-disp delimited by size
                  '  NEW ' delimited by size
                  delta-new-disp delimited by size
                  '  DIFF ' delimited by size
                  delta-diff-disp delimited by size
                  into matrix-panel-line
           display function trim(matrix-panel-line trailing)
               upon console
           add 1 to delta-shown
           if delta-shown >= 20
              move 0 to delta-shown
              display '-- Enter for more, Q to stop --' upon console
              accept page-reply from console
              if function upper-case(page-reply) = 'Q'
                 move 'Y' to delta-stopped
              end-if
           end-if
           .

       9000-operator-admin.
           display 'A = Add  D = Disable  E = Re-enable  '
                   'L = List  K = Clear run lock: ' upon console
           accept admin-choice from console
           evaluate function upper-case(admin-choice)
               when 'A' perform 9100-add-operator
               when 'D' perform 9200-disable-operator
               when 'E' perform 9300-enable-operator
               when 'L' perform 9400-list-operators
               when 'K' perform 9700-clear-run-lock
               when other
                   display 'Unrecognized choice' upon console
           end-evaluate
           .

       9700-clear-run-lock.
      *    the override for a lock a crashed run left behind -- the
      *    refusal message names the job, so the operator keys the
      *    same name here
           display 'Job name of stale lock: ' upon console
           accept clear-job-name from console
           move spaces to clear-job-id
           call 'RunInterlock' using 'C' clear-job-name
               clear-job-id lock-status lock-holder
           if lock-status = 'N'
              display 'No lock on file for that job' upon console
           else
              display 'Lock cleared' upon console
              move spaces to security-event
              string 'RUN LOCK CLEARED FOR ' delimited by size
                     function trim(clear-job-name)
                     delimited by size
                     into security-event
              perform 0400-write-security-audit
           end-if
           .

       9100-add-operator.
           if oper-count >= 50
              display 'Operator table is full (50)' upon console
              exit paragraph
           end-if
           display 'New operator ID: ' upon console
           accept admin-oper-id from console
           perform varying admin-idx from 1
                   until admin-idx > oper-count
               if tbl-oper-id(admin-idx) = admin-oper-id
                  display 'Operator ID already on file' upon console
                  exit paragraph
               end-if
           end-perform
           display 'Name: ' upon console
           accept admin-oper-name from console
           display 'Authorizations GCD/ISQRT/BF/SUPV/EXTGCD/'
                   'FACTOR/MULTI/DATE/REJECT (e.g. YYYNYYYYN): '
               upon console
           accept admin-auth-line from console
           display 'Expiry date YYYYMMDD (blank = never): '
               upon console
           accept admin-expiry from console
           display 'Reviewing supervisor ID (blank = none): '
               upon console
           accept admin-reviewer from console
           add 1 to oper-count
           move admin-oper-id to tbl-oper-id(oper-count)
           move admin-oper-name to tbl-oper-name(oper-count)
           move admin-auth-line(1:1) to tbl-auth-gcd(oper-count)
           move admin-auth-line(2:1) to tbl-auth-isqrt(oper-count)
           move admin-auth-line(3:1) to tbl-auth-bf(oper-count)
           move admin-auth-line(4:1) to tbl-oper-super(oper-count)
           move admin-auth-line(5:1) to tbl-auth-extgcd(oper-count)
           move admin-auth-line(6:1) to tbl-auth-factor(oper-count)
           move admin-auth-line(7:1) to tbl-auth-multi(oper-count)
           move admin-auth-line(8:1) to tbl-auth-date(oper-count)
           move admin-auth-line(9:1) to tbl-auth-reject(oper-count)
           move 'A' to tbl-oper-status(oper-count)
           move function current-date(1:8)
                to tbl-oper-granted(oper-count)
           move admin-expiry to tbl-oper-expiry(oper-count)
           move admin-reviewer to tbl-oper-reviewer(oper-count)
           perform 9500-rewrite-operator-file
           display 'Operator added' upon console
           .

       9200-disable-operator.
           display 'Operator ID to disable: ' upon console
           accept admin-oper-id from console
           perform 9600-find-admin-target
           if admin-idx = 0
              display 'Operator ID not on file' upon console
              exit paragraph
           end-if
           move 'D' to tbl-oper-status(admin-idx)
           perform 9500-rewrite-operator-file
           display 'Operator disabled' upon console
           .

       9300-enable-operator.
           display 'Operator ID to re-enable: ' upon console
           accept admin-oper-id from console
           perform 9600-find-admin-target
           if admin-idx = 0
              display 'Operator ID not on file' upon console
              exit paragraph
           end-if
           move 'A' to tbl-oper-status(admin-idx)
           perform 9500-rewrite-operator-file
           display 'Operator re-enabled' upon console
           .

       9400-list-operators.
           open output oper-list-file
           move 'OPERATOR ACCOUNT LISTING' to oper-list-line
           write oper-list-line
           perform varying admin-idx from 1
                   until admin-idx > oper-count
               move spaces to oper-list-line
               string tbl-oper-id(admin-idx) delimited by size
                      ' ' delimited by size
                      tbl-oper-name(admin-idx) delimited by size
                      ' GCD ' delimited by size
                      tbl-auth-gcd(admin-idx) delimited by size
                      ' ISQRT ' delimited by size
                      tbl-auth-isqrt(admin-idx) delimited by size
                      ' BF ' delimited by size
                      tbl-auth-bf(admin-idx) delimited by size
                      ' SUPV ' delimited by size
                      tbl-oper-super(admin-idx) delimited by size
                      ' STATUS ' delimited by size
                      tbl-oper-status(admin-idx) delimited by size
                      ' GRANTED ' delimited by size
                      tbl-oper-granted(admin-idx) delimited by size
                      ' EXPIRES ' delimited by size
                      tbl-oper-expiry(admin-idx) delimited by size
                      into oper-list-line
               write oper-list-line
               display oper-list-line upon console
           end-perform
           close oper-list-file
           display 'Listing written to OPERLIST' upon console
           .

       9500-rewrite-operator-file.
           open output operator-file
           perform varying admin-idx from 1
                   until admin-idx > oper-count
               move tbl-oper-id(admin-idx) to oper-id
                    to oper-auth-factor
               move tbl-auth-multi(admin-idx) to oper-auth-multi
               move tbl-auth-date(admin-idx) to oper-auth-date
               move tbl-auth-reject(admin-idx) to oper-auth-reject
               move tbl-oper-reviewer(admin-idx) to oper-reviewer
               write operator-record
           end-perform
           close operator-file
           end-perform
           .

       9800-scheduler-panel.
      *    the board is only changed under the scheduler's own run
      *    lock: while BatchScheduler is running it rewrites SCHEDSTS
      *    after every step and would undo any change made here
           perform 9810-load-board
           call 'RunInterlock' using 'A' panel-lock-name
               panel-lock-id lock-status lock-holder
           if lock-status = 'H'
              move 'N' to panel-locked
              perform 9820-show-board
              display 'Scheduler is running ('
                      function trim(lock-holder)
                      ') - board is read-only' upon console
              exit paragraph
           end-if
           move 'Y' to panel-locked
           perform 9820-show-board
           move 99 to panel-step
           perform until panel-step = 0
               display 'Step number (0 = done): ' upon console
               accept panel-step-disp from console
               move panel-step-disp to panel-step
               if panel-step not = 0
                  perform 9830-take-panel-action
               end-if
           end-perform
           call 'RunInterlock' using 'R' panel-lock-name
               panel-lock-id lock-status lock-holder
           .

       9810-load-board.
           move 0 to board-count
           move 'N' to end-of-sched
           open input sched-ctl-file
           perform until no-more-sched
               read sched-ctl-file
                   at end move 'Y' to end-of-sched
                   not at end
                       if sch-step-number is numeric
                          and board-count < 50
                          add 1 to board-count
                          move sch-step-number
                               to brd-step-number(board-count)
                          move sch-program-name
                               to brd-program(board-count)
                          move 'WAIT' to brd-status(board-count)
                          move 0 to brd-attempts(board-count)
                          move 0 to brd-last-rc(board-count)
                       end-if
               end-read
           end-perform
           close sched-ctl-file
           move 'N' to end-of-sched
           open input sched-status-file
           perform until no-more-sched
               read sched-status-file
                   at end move 'Y' to end-of-sched
                   not at end
                       perform varying bx from 1
                               until bx > board-count
                           if brd-step-number(bx) = sts-step-number
                              move sts-step-status to brd-status(bx)
                              if sts-attempts is numeric
                                 move sts-attempts
                                      to brd-attempts(bx)
                              end-if
                              if sts-last-rc is numeric
                                 move sts-last-rc to brd-last-rc(bx)
                              end-if
                           end-if
                       end-perform
               end-read
           end-perform
           close sched-status-file
           .

       9820-show-board.
           display ' ' upon console
           display 'STEP PROGRAM                        STATUS '
                   'ATTEMPTS  LAST RC' upon console
           perform varying bx from 1 until bx > board-count
               move brd-step-number(bx) to panel-step-disp
               move brd-last-rc(bx) to panel-rc-disp
               display ' ' panel-step-disp '  ' brd-program(bx)
                       ' ' brd-status(bx) '   '
                       brd-attempts(bx) '       ' panel-rc-disp
                   upon console
           end-perform
           display 'HOLD = held by operator  HELD = prerequisite '
                   'did not finish  FORC = forced complete'
               upon console
           .

       9830-take-panel-action.
           move 0 to board-idx
           perform varying bx from 1 until bx > board-count
               if brd-step-number(bx) = panel-step
                  move bx to board-idx
               end-if
           end-perform
           if board-idx = 0
              display 'Step is not on SCHEDCTL' upon console
              exit paragraph
           end-if
           display 'H = Hold  R = Release  F = Force complete  '
                   'X = Reset for rerun: ' upon console
           accept panel-action from console
           move function upper-case(panel-action) to panel-action
           move brd-status(board-idx) to panel-old-status
           move spaces to panel-reason
           evaluate panel-action
               when 'H'
                   if panel-old-status = 'OK' or 'SKIP' or 'FORC'
                      or 'HOLD'
                      display 'Only a step still to run can be held'
                          upon console
                      exit paragraph
                   end-if
                   move 'HOLD' to brd-status(board-idx)
                   move 'HOLD' to panel-action-name
               when 'R'
                   if panel-old-status not = 'HOLD'
                      display 'Step is not on operator hold'
                          upon console
                      exit paragraph
                   end-if
                   move 'WAIT' to brd-status(board-idx)
                   move 'RELEASE' to panel-action-name
               when 'F'
                   if panel-old-status not = 'FAIL'
                      and panel-old-status not = 'HELD'
                      display 'Only a FAIL or HELD step can be '
                              'force-completed' upon console
                      exit paragraph
                   end-if
                   display 'Reason (required): ' upon console
                   accept panel-reason from console
                   if panel-reason = spaces
                      display 'A reason is required - not forced'
                          upon console
                      exit paragraph
                   end-if
                   move 'FORC' to brd-status(board-idx)
                   move 'FORCE COMPLETE' to panel-action-name
               when 'X'
                   move 'WAIT' to brd-status(board-idx)
                   move 0 to brd-attempts(board-idx)
                   move 0 to brd-last-rc(board-idx)
                   move 'RESET' to panel-action-name
               when other
                   display 'Unrecognized choice' upon console
                   exit paragraph
           end-evaluate
           perform 9840-rewrite-board
           perform 9850-log-panel-action
           move spaces to security-event
           string 'SCHED STEP ' delimited by size
                  brd-step-number(board-idx) delimited by size
                  ' ' delimited by size
                  function trim(panel-action-name) delimited by size
                  ' WAS ' delimited by size
                  panel-old-status delimited by size
                  into security-event
           perform 0400-write-security-audit
           display 'Step ' brd-step-number(board-idx) ' now '
                   brd-status(board-idx) upon console
           .

       9840-rewrite-board.
           open output sched-status-file
           perform varying bx from 1 until bx > board-count
               move brd-step-number(bx) to sts-step-number
               move brd-status(bx) to sts-step-status
               move brd-attempts(bx) to sts-attempts
               move brd-last-rc(bx) to sts-last-rc
               write sched-status-record
           end-perform
           close sched-status-file
           .

       9850-log-panel-action.
      *    the scheduler's own line shape, with the operator, the
      *    action and any reason where its notes go
           move function current-date(1:8) to sec-now-date
           move function current-date(9:6) to sec-now-time
           move brd-step-number(board-idx) to panel-step-disp
           move brd-last-rc(board-idx) to panel-rc-disp
           move spaces to sched-log-line
           string sec-now-date(1:4) delimited by size
                  '-' delimited by size
                  sec-now-date(5:2) delimited by size
                  '-' delimited by size
                  sec-now-date(7:2) delimited by size
                  ' ' delimited by size
                  sec-now-time(1:2) delimited by size
                  ':' delimited by size
                  sec-now-time(3:2) delimited by size
                  ':' delimited by size
                  sec-now-time(5:2) delimited by size
                  '  STEP ' delimited by size
                  function trim(panel-step-disp) delimited by size
                  ' ' delimited by size
                  brd-program(board-idx) delimited by size
                  ' ' delimited by size
                  brd-status(board-idx) delimited by size
                  ' RC ' delimited by size
                  function trim(panel-rc-disp) delimited by size
                  into sched-log-line
           string '  ' delimited by size
                  function trim(panel-action-name) delimited by size
                  ' BY ' delimited by size
                  console-operator-id delimited by size
                  into sched-log-line(90:)
           open extend sched-log-file
           write sched-log-line
           if panel-reason not = spaces
              move spaces to sched-log-line
              string '                     REASON: '
                     delimited by size
                     panel-reason delimited by size
                     into sched-log-line
              write sched-log-line
           end-if
           close sched-log-file
           .

       9900-override-pre-flight.
      *    the override rides on the verdict record itself, so the
      *    next pre-flight run, which rewrites PREFLSTS, clears it
           move 'N' to preflight-found
           open input preflight-file
           read preflight-file
               at end continue
               not at end move 'Y' to preflight-found
           end-read
           close preflight-file
           if preflight-found = 'N'
              display 'No pre-flight verdict on PREFLSTS' upon console
              exit paragraph
           end-if
           display 'Pre-flight of ' pfs-run-date ' ' pfs-run-time
                   ': ' pfs-verdict '  NO-GO checks ' pfs-nogo-count
                   '  warnings ' pfs-warn-count upon console
           if not pfs-no-go
              display 'Nothing to override' upon console
              exit paragraph
           end-if
           if pfs-override-oper not = spaces
              display 'Already overridden by ' pfs-override-oper
                      ' at ' pfs-override-stamp upon console
              exit paragraph
           end-if
           display 'Reason for starting despite NO-GO (required): '
               upon console
           move spaces to pfs-override-reason
           accept pfs-override-reason from console
           if pfs-override-reason = spaces
              display 'A reason is required - not overridden'
                  upon console
              exit paragraph
           end-if
           move console-operator-id to pfs-override-oper
           move function current-date(1:8) to sec-now-date
           move function current-date(9:6) to sec-now-time
           move spaces to pfs-override-stamp
           string sec-now-date(1:4) delimited by size
                  '-' delimited by size
                  sec-now-date(5:2) delimited by size
                  '-' delimited by size
                  sec-now-date(7:2) delimited by size
                  ' ' delimited by size
                  sec-now-time(1:2) delimited by size
                  ':' delimited by size
                  sec-now-time(3:2) delimited by size
                  ':' delimited by size
                  sec-now-time(5:2) delimited by size
                  into pfs-override-stamp
           open output preflight-file
           write preflight-record
           close preflight-file
           move spaces to security-event
           string 'PRE-FLIGHT NO-GO OF ' delimited by size
                  pfs-run-date delimited by size
                  ' OVERRIDDEN' delimited by size
                  into security-event
           perform 0400-write-security-audit
           display 'Override recorded - the scheduler will start'
               upon console
           .

       9950-break-register.
      *    ValidateRecordField rewrites the register at end of run,
      *    so the analysts work under the same lock it takes
           call 'RunInterlock' using 'A' break-lock-name
               panel-lock-id lock-status lock-holder
           if lock-status = 'H'
              display 'Break register is being updated ('
                      function trim(lock-holder)
                      ') - try again later' upon console
              exit paragraph
           end-if
           move function current-date(1:8) to break-today
           perform 9960-load-breaks
           display 'Partner (blank = all): ' upon console
           move spaces to break-filter-partner
           accept break-filter-partner from console
           move function upper-case(break-filter-partner)
                to break-filter-partner
           perform 9965-list-open-breaks
           if open-break-count = 0
              display 'No open breaks' upon console
           else
              if break-overflow = 'Y'
                 display 'Break register too big to rewrite - '
                         'read-only' upon console
              else
                 move 'N' to breaks-changed
                 move 9999 to break-number
                 perform until break-number = 0
                     display 'Break number (0 = done): '
                         upon console
                     accept break-number-disp from console
                     move break-number-disp to break-number
                     if break-number not = 0
                        perform 9970-take-break-action
                     end-if
                 end-perform
                 if breaks-changed = 'Y'
                    perform 9980-rewrite-breaks
                 end-if
              end-if
           end-if
           call 'RunInterlock' using 'R' break-lock-name
               panel-lock-id lock-status lock-holder
           .

       9960-load-breaks.
           move 0 to break-count
           move 'N' to break-overflow
           move 'N' to end-of-breaks
           open input break-register
           perform until no-more-breaks
               read break-register
                   at end move 'Y' to end-of-breaks
                   not at end
                       if break-count >= 2000
                          move 'Y' to break-overflow
                       else
                          add 1 to break-count
                          move break-register-record
                               to break-row(break-count)
                       end-if
               end-read
           end-perform
           close break-register
           .

       9965-list-open-breaks.
           move 0 to open-break-count
           display 'BREAK PARTNER  LAYOUT     RECORD KEY           '
                   'FIELD                 AGE OWNER' upon console
           perform varying kx from 1 until kx > break-count
               move break-row(kx) to cur-break
               if cbk-open
                  and (break-filter-partner = spaces
                       or break-filter-partner = cbk-partner)
                  add 1 to open-break-count
                  move kx to break-number-disp
                  compute break-age =
                          function integer-of-date
                              (function numval(break-today))
                        - function integer-of-date
                              (function numval(cbk-first-seen))
                  move break-age to break-age-disp
                  display break-number-disp '  ' cbk-partner ' '
                          cbk-layout(1:10) ' ' cbk-record-key(1:20)
                          ' ' cbk-field ' ' break-age-disp ' '
                          cbk-owner upon console
                  if cbk-note not = spaces
                     display '        NOTE ' function trim(cbk-note)
                             ' (' function trim(cbk-note-oper) ')'
                         upon console
                  end-if
                  if cbk-correction-wanted
                     display '        CORRECTION REQUESTED BY '
                             cbk-correction-oper upon console
                  end-if
               end-if
           end-perform
           .

       9970-take-break-action.
           if break-number > break-count
              display 'Not an open break number' upon console
              exit paragraph
           end-if
           move break-row(break-number) to cur-break
           if not cbk-open
              display 'Not an open break number' upon console
              exit paragraph
           end-if
           if cbk-kind = 'M' or cbk-kind = 'T'
              display '  THEIR VALUE: ' function trim(cbk-their-value)
                  upon console
              display '  OUR VALUE:   ' function trim(cbk-our-value)
                  upon console
           end-if
           display 'A = Assign  N = Annotate  W = Write off  '
                   'C = Send correction: ' upon console
           accept break-action from console
           move function upper-case(break-action) to break-action
           move spaces to security-event
           evaluate break-action
               when 'A'
                   display 'Owner operator ID (blank = yourself): '
                       upon console
                   move spaces to break-owner-in
                   accept break-owner-in from console
                   if break-owner-in = spaces
                      move console-operator-id to break-owner-in
                   end-if
                   move 0 to admin-idx
                   perform varying oper-idx from 1
                           until oper-idx > oper-count
                       if tbl-oper-id(oper-idx) = break-owner-in
                          move oper-idx to admin-idx
                       end-if
                   end-perform
                   if admin-idx = 0
                      display 'Operator ID not on OPERREF - '
                              'not assigned' upon console
                      exit paragraph
                   end-if
                   move break-owner-in to cbk-owner
                   string 'BREAK ' delimited by size
                          function trim(break-number-disp)
                          delimited by size
                          ' ASSIGNED TO ' delimited by size
                          break-owner-in delimited by size
                          into security-event
               when 'N'
                   display 'Note (required): ' upon console
                   move spaces to break-text-in
                   accept break-text-in from console
                   if break-text-in = spaces
                      display 'A note is required - not annotated'
                          upon console
                      exit paragraph
                   end-if
                   move break-text-in to cbk-note
                   move console-operator-id to cbk-note-oper
                   move break-today to cbk-note-date
                   string 'BREAK ' delimited by size
                          function trim(break-number-disp)
                          delimited by size
                          ' ANNOTATED' delimited by size
                          into security-event
               when 'W'
                   display 'Reason for writing off (required): '
                       upon console
                   move spaces to break-text-in
                   accept break-text-in from console
                   if break-text-in = spaces
                      display 'A reason is required - not written off'
                          upon console
                      exit paragraph
                   end-if
                   move 'W' to cbk-status
                   move break-today to cbk-closed-date
                   move break-text-in to cbk-note
                   move console-operator-id to cbk-note-oper
                   move break-today to cbk-note-date
                   string 'BREAK ' delimited by size
                          function trim(break-number-disp)
                          delimited by size
                          ' WRITTEN OFF' delimited by size
                          into security-event
               when 'C'
      *            only a field break has values to correct; an
      *            unmatched record is a missing-record conversation
                   if cbk-kind not = 'M' and cbk-kind not = 'T'
                      display 'Only a field break can be corrected'
                          upon console
                      exit paragraph
                   end-if
                   if cbk-correction-wanted
                      display 'Correction already requested'
                          upon console
                      exit paragraph
                   end-if
                   move 'R' to cbk-correction
                   move console-operator-id to cbk-correction-oper
                   move break-today to cbk-correction-date
                   string 'BREAK ' delimited by size
                          function trim(break-number-disp)
                          delimited by size
                          ' CORRECTION REQUESTED' delimited by size
                          into security-event
               when other
                   display 'Unrecognized choice' upon console
                   exit paragraph
           end-evaluate
           move cur-break to break-row(break-number)
           move 'Y' to breaks-changed
           perform 0400-write-security-audit
           display 'Break ' function trim(break-number-disp)
                   ' updated' upon console
           .

       9980-rewrite-breaks.
           open output break-register
           perform varying kx from 1 until kx > break-count
               move break-row(kx) to break-register-record
               write break-register-record
           end-perform
           close break-register
           .

       9990-reject-correction.
           display 'Reject file (GCDREJCT/SQRTREJ/SLICEREJ/BFSCRREJ): '
               upon console
           move spaces to reject-file-in
           accept reject-file-in from console
           move function upper-case(reject-file-in) to reject-file-in
           move 0 to rjx
           perform varying chx from 1 until chx > 4
               if rjc-file(chx) = reject-file-in
                  move chx to rjx
               end-if
           end-perform
           if rjx = 0
              display 'Not a reject file this function corrects'
                  upon console
              exit paragraph
           end-if
      *    the driver reads and writes its reject file, so the
      *    corrections are made under the driver's own run lock
           call 'RunInterlock' using 'A' rjc-lock(rjx)
               panel-lock-id lock-status lock-holder
           if lock-status = 'H'
              display function trim(rjc-lock(rjx)) ' is running ('
                      function trim(lock-holder)
                      ') - try again later' upon console
              exit paragraph
           end-if
           move spaces to reject-fix-name
           move rjc-file(rjx) to reject-fix-name
           compute reject-summary-length = rjc-reason-pos(rjx) - 1
           if reject-summary-length > 48
              move 48 to reject-summary-length
           end-if
           move 99999 to reject-number
           perform until reject-number = 0
               perform 9991-list-rejects
               if reject-total = 0
                  display 'No open rejects on ' rjc-file(rjx)
                      upon console
                  move 0 to reject-number
               else
                  display 'Reject number (0 = done): ' upon console
                  accept reject-number-disp from console
                  move reject-number-disp to reject-number
                  if reject-number not = 0
                     perform 9992-correct-one-reject
                  end-if
               end-if
           end-perform
           call 'RunInterlock' using 'R' rjc-lock(rjx)
               panel-lock-id lock-status lock-holder
           .

       9991-list-rejects.
           move 0 to reject-total
           move 'N' to end-of-rejects
           open input reject-fix-file
           display '  NO. RECORD' upon console
           perform until no-more-rejects
               read reject-fix-file
                   at end move 'Y' to end-of-rejects
                   not at end
                       add 1 to reject-total
                       move reject-total to reject-number-disp
                       display reject-number-disp '  '
                               reject-fix-record
                                   (1:reject-summary-length)
                           upon console
                       display '       REASON '
                               function trim(reject-fix-record
                                   (rjc-reason-pos(rjx):24))
                           upon console
               end-read
           end-perform
           close reject-fix-file
           .

       9992-correct-one-reject.
           if reject-number > reject-total
              display 'Not a reject number' upon console
              exit paragraph
           end-if
           move 0 to reject-line-number
           move 'N' to end-of-rejects
           open input reject-fix-file
           perform until no-more-rejects
               read reject-fix-file
                   at end move 'Y' to end-of-rejects
                   not at end
                       add 1 to reject-line-number
                       if reject-line-number = reject-number
                          move reject-fix-record to fix-record
                          move 'Y' to end-of-rejects
                       end-if
               end-read
           end-perform
           close reject-fix-file
      *    the reason comes off; the corrected record goes back in
      *    the layout the driver reads
           move fix-record(rjc-reason-pos(rjx):24) to reject-reason-was
           move spaces to fix-record(rjc-reason-pos(rjx):)
           display 'REASON: ' function trim(reject-reason-was)
               upon console
           display 'Enter a new value, or blank to keep the one shown'
               upon console
           move 0 to change-count
           evaluate rjx
               when 1
                   move 'A' to fix-field-name
                   move 1 to fix-offset
                   move 18 to fix-width
                   move 'Y' to fix-numeric
                   perform 9993-correct-field
                   move 'B' to fix-field-name
                   move 19 to fix-offset
                   perform 9993-correct-field
                   move 'REF' to fix-field-name
                   move 37 to fix-offset
                   move 12 to fix-width
                   move 'N' to fix-numeric
                   perform 9993-correct-field
               when 2
                   move 'N' to fix-field-name
                   move 1 to fix-offset
                   move 18 to fix-width
                   move 'Y' to fix-numeric
                   perform 9993-correct-field
                   move 'REF' to fix-field-name
                   move 19 to fix-offset
                   move 12 to fix-width
                   move 'N' to fix-numeric
                   perform 9993-correct-field
                   move 'MODE' to fix-field-name
                   move 31 to fix-offset
                   move 1 to fix-width
                   perform 9993-correct-field
                   move 'ROOT-DEGREE' to fix-field-name
                   move 32 to fix-offset
                   move 2 to fix-width
                   move 'Y' to fix-numeric
                   perform 9993-correct-field
               when 3
                   move 'ITEMS-LENGTH' to fix-field-name
                   move 1 to fix-offset
                   move 3 to fix-width
                   move 'Y' to fix-numeric
                   perform 9993-correct-field
                   move 'A' to fix-field-name
                   move 4 to fix-offset
                   perform 9993-correct-field
                   move 'B' to fix-field-name
                   move 7 to fix-offset
                   perform 9993-correct-field
                   perform 9994-correct-slice-items
               when 4
                   move 'SCRIPT-ID' to fix-field-name
                   move 1 to fix-offset
                   move 10 to fix-width
                   move 'N' to fix-numeric
                   perform 9993-correct-field
                   move 'SCRIPT-LENGTH' to fix-field-name
                   move 11 to fix-offset
                   move 5 to fix-width
                   move 'Y' to fix-numeric
                   perform 9993-correct-field
                   move 'INPUT-LENGTH' to fix-field-name
                   move 2016 to fix-offset
                   perform 9993-correct-field
           end-evaluate

           perform 9995-validate-correction
           if fix-failure not = spaces
              display 'Corrected record still fails: '
                      function trim(fix-failure) upon console
              display 'Left on ' rjc-file(rjx) ' unchanged'
                  upon console
              exit paragraph
           end-if
           display 'Queue to ' function trim(rjc-pending(rjx))
                   ' and remove from ' function trim(rjc-file(rjx))
                   ' (Y/N)? ' upon console
           move spaces to reject-confirm
           accept reject-confirm from console
           if function upper-case(reject-confirm) not = 'Y'
              display 'Not queued - left on ' rjc-file(rjx)
                  upon console
              exit paragraph
           end-if
           perform 9996-queue-correction
           perform 9997-remove-reject
           perform 9998-write-correction-audit
           move spaces to security-event
           move reject-number to reject-number-disp
           string 'REJECT ' delimited by size
                  function trim(rjc-file(rjx)) delimited by size
                  ' ' delimited by size
                  function trim(reject-number-disp) delimited by size
                  ' CORRECTED' delimited by size
                  into security-event
           perform 0400-write-security-audit
           display 'Queued to ' function trim(rjc-pending(rjx))
                   ' for the batch run' upon console
           .

       9993-correct-field.
      *    digits keyed into a numeric field are right-justified and
      *    zero-filled as the driver's PIC 9 expects; anything else
      *    goes in as keyed and the driver's check will say so
           move fix-record(fix-offset:fix-width) to fix-old-value
           display fix-field-name ' [' fix-old-value(1:fix-width)
                   ']: ' upon console
           move spaces to fix-entry
           accept fix-entry from console
           if fix-entry = spaces
              exit paragraph
           end-if
           move function trim(fix-entry) to fix-entry
           move function length(function trim(fix-entry))
                to fix-entry-length
           if fix-entry-length > fix-width
              display 'Too long for ' function trim(fix-field-name)
                      ' - not changed' upon console
              exit paragraph
           end-if
           if fix-numeric = 'Y'
              and fix-entry(1:fix-entry-length) is numeric
              move all '0' to fix-record(fix-offset:fix-width)
              move fix-entry(1:fix-entry-length)
                   to fix-record(fix-offset + fix-width
                                 - fix-entry-length:fix-entry-length)
           else
              move fix-entry to fix-record(fix-offset:fix-width)
           end-if
           if fix-record(fix-offset:fix-width)
              = fix-old-value(1:fix-width)
              exit paragraph
           end-if
           if change-count < 40
              add 1 to change-count
              move fix-field-name to chg-field(change-count)
              move fix-old-value to chg-before(change-count)
              move spaces to chg-after(change-count)
              move fix-record(fix-offset:fix-width)
                   to chg-after(change-count)(1:fix-width)
           end-if
           .

       9994-correct-slice-items.
           move 999 to fix-item-number
           perform until fix-item-number = 0
               display 'Item number to correct (0 = done): '
                   upon console
               accept fix-item-disp from console
               move fix-item-disp to fix-item-number
               if fix-item-number > 200
                  display 'Items run 1 to 200' upon console
               else
                  if fix-item-number > 0
                     move spaces to fix-field-name
                     string 'ITEM ' delimited by size
                            function trim(fix-item-disp)
                            delimited by size
                            into fix-field-name
                     compute fix-offset = 8 + fix-item-number * 2
                     move 2 to fix-width
                     move 'Y' to fix-numeric
                     perform 9993-correct-field
                  end-if
               end-if
           end-perform
           .

       9995-validate-correction.
      *    the checks the driver makes before it will run a record,
      *    with the reasons it gives
           move spaces to fix-failure
           evaluate rjx
               when 1
                   if fix-pair-a not numeric
                      or fix-pair-b not numeric
                      move 'NON-NUMERIC OPERAND' to fix-failure
                   end-if
               when 2
                   evaluate true
                       when fix-work-n not numeric
                           move 'NON-NUMERIC N' to fix-failure
                       when fix-work-mode = 'K'
                            and (fix-work-root-k not numeric
                                 or fix-work-root-k = '00')
                           move 'INVALID ROOT DEGREE' to fix-failure
                       when fix-work-mode not = space
                            and fix-work-mode not = 'S'
                            and fix-work-mode not = 'K'
                            and fix-work-mode not = 'P'
                           move 'UNKNOWN MODE' to fix-failure
                   end-evaluate
               when 3
                   evaluate true
                       when fix-items-length not numeric
                            or fix-slice-a not numeric
                            or fix-slice-b not numeric
                           move 'NON-NUMERIC FIELD' to fix-failure
                       when fix-items-length > 200
                           move 'ITEMS-LENGTH OVER 200' to fix-failure
                   end-evaluate
               when 4
                   if fix-script-length not numeric
                      or fix-input-length not numeric
                      move 'NON-NUMERIC LENGTH' to fix-failure
                   end-if
           end-evaluate
           .

       9996-queue-correction.
           evaluate rjx
               when 1
                   open extend queue-pair-file
                   move fix-record to queue-pair-record
                   write queue-pair-record
                   close queue-pair-file
               when 2
                   open extend queue-sqrt-file
                   move fix-record to queue-sqrt-record
                   write queue-sqrt-record
                   close queue-sqrt-file
               when 3
                   open extend queue-slice-file
                   move fix-record to queue-slice-record
                   write queue-slice-record
                   close queue-slice-file
               when 4
                   open extend queue-script-file
                   move fix-record to queue-script-record
                   write queue-script-record
                   close queue-script-file
           end-evaluate
           .

       9997-remove-reject.
      *    the reject file is copied aside without the corrected
      *    record, then copied back
           move 0 to reject-line-number
           move 'N' to end-of-rejects
           open input reject-fix-file
           open output reject-work-file
           perform until no-more-rejects
               read reject-fix-file
                   at end move 'Y' to end-of-rejects
                   not at end
                       add 1 to reject-line-number
                       if reject-line-number not = reject-number
                          move reject-fix-record to reject-work-record
                          write reject-work-record
                       end-if
               end-read
           end-perform
           close reject-fix-file
           close reject-work-file
           move 'N' to end-of-rejects
           open input reject-work-file
           open output reject-fix-file
           perform until no-more-rejects
               read reject-work-file
                   at end move 'Y' to end-of-rejects
                   not at end
                       move reject-work-record to reject-fix-record
                       write reject-fix-record
               end-read
           end-perform
           close reject-work-file
           close reject-fix-file
           .

       9998-write-correction-audit.
           move function current-date(1:8) to sec-now-date
           move function current-date(9:6) to sec-now-time
           open extend correction-audit-file
           perform varying chx from 1 until chx > change-count
               perform 9999-start-correction-line
               move chg-field(chx) to rcr-field
               move chg-before(chx) to rcr-before
               move chg-after(chx) to rcr-after
               write correction-audit-record
           end-perform
           perform 9999-start-correction-line
           move '*QUEUED*' to rcr-field
           move function trim(reject-reason-was) to rcr-before
           move 'QUEUED TO' to rcr-after
           move rjc-pending(rjx) to rcr-after(11:8)
           write correction-audit-record
           close correction-audit-file
           .

       9999-start-correction-line.
           move spaces to correction-audit-record
           string sec-now-date(1:4) delimited by size
                  '-' delimited by size
                  sec-now-date(5:2) delimited by size
                  '-' delimited by size
                  sec-now-date(7:2) delimited by size
                  ' ' delimited by size
                  sec-now-time(1:2) delimited by size
                  ':' delimited by size
                  sec-now-time(3:2) delimited by size
                  ':' delimited by size
                  sec-now-time(5:2) delimited by size
                  into rcr-stamp
           move console-operator-id to rcr-operator-id
           move rjc-file(rjx) to rcr-reject-file
           move rjc-pending(rjx) to rcr-pending-file
           .

       end program OnlineMaintenance.
