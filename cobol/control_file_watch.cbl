       identification division.
       program-id. ControlFileWatch.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Night-over-night change detection for the hand-edited
      * control files. Each file on the CTLWLIST watch list (or, with
      * no list, SCHEDCTL, JOBTHRSH, VRFRULES, VRFCTL, GATECTL,
      * PACKCTL, GENRCTL, REJCTL and OUTLCTL) is compared against the
      * baseline image this job kept of it last run, '<name>.CTLBASE',
      * and every record added, removed or changed since is listed on
      * CTLWRPT with its before and after values -- matched up the
      * way a line diff does, so one edited threshold shows as one
      * CHANGED record rather than the rest of the file shifting.
      * The image is then retaken, so each change is reported once;
      * a file seen for the first time just has its baseline taken.
      * Files flagged 'P' on the list (by default SCHEDCTL,
      * JOBTHRSH, VRFRULES, GATECTL and PACKCTL) are protected: a
      * change to one needs a CTLAPPRV row for the file dated within
      * the window since its baseline was taken, or it raises a
      * severity-12 operator alert and counts as a reject. The
      * baseline dates live on CTLWSTS. MorningDigest carries the
      * CONTROL FILE CHANGED lines and their detail.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional watch-list-file assign to 'CTLWLIST'
               organization is line sequential.
           select optional approval-file assign to 'CTLAPPRV'
               organization is line sequential.
           select optional watch-status-file assign to 'CTLWSTS'
               organization is line sequential.
           select watched-file assign to dynamic watched-file-name
               organization is line sequential
               file status is watched-status.
           select baseline-file assign to dynamic baseline-file-name
               organization is line sequential
               file status is baseline-status.
           select report-file assign to 'CTLWRPT'
               organization is line sequential.

       data division.
       file section.
       fd  watch-list-file.
       01  watch-list-record.
           05 cwl-file-name      pic x(20).
           05 cwl-protect        pic x(1).

       fd  approval-file.
       01  approval-record.
           05 apv-file-name      pic x(20).
           05 apv-date           pic x(8).
           05 apv-approver       pic x(8).
           05 apv-reason         pic x(60).

       fd  watch-status-file.
       01  watch-status-record.
           05 cws-file-name      pic x(20).
           05 cws-baseline-date  pic x(8).
           05 cws-record-count   pic 9(5).

       fd  watched-file.
       01  watched-record        pic x(256).

       fd  baseline-file.
       01  baseline-record       pic x(256).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
       01  watched-file-name     pic x(100).
       01  watched-status        pic x(2).
       01  baseline-file-name    pic x(100).
       01  baseline-status       pic x(2).
      * the house watch list, used when CTLWLIST is absent or empty
       01  standard-watch-table.
           05 filler pic x(21) value 'SCHEDCTL            P'.
           05 filler pic x(21) value 'JOBTHRSH            P'.
           05 filler pic x(21) value 'VRFRULES            P'.
           05 filler pic x(21) value 'VRFCTL               '.
           05 filler pic x(21) value 'GATECTL             P'.
           05 filler pic x(21) value 'PACKCTL             P'.
           05 filler pic x(21) value 'GENRCTL              '.
           05 filler pic x(21) value 'REJCTL               '.
           05 filler pic x(21) value 'OUTLCTL              '.
       01  standard-watches redefines standard-watch-table.
           05 standard-watch occurs 9 times pic x(21).
       01  watch-table.
           05 watch-count        pic 9(3).
           05 watch-entry occurs 50 times.
              10 wch-file-name   pic x(20).
              10 wch-protect     pic x(1).
                 88 wch-protected value 'P'.
       01  wx                    pic 9(3).
       01  watches-dropped       pic 9(5).
       01  status-table.
           05 status-count       pic 9(3).
           05 status-entry occurs 50 times.
              10 sts-file-name   pic x(20).
              10 sts-baseline-date pic x(8).
              10 sts-record-count pic 9(5).
       01  sx                    pic 9(3).
       01  approval-table.
           05 approval-count     pic 9(3).
           05 approval-entry occurs 200 times.
              10 apt-file-name   pic x(20).
              10 apt-date        pic x(8).
              10 apt-approver    pic x(8).
       01  ax                    pic 9(3).
      * last night's image and tonight's file, and the common-run
      * lengths the diff is walked from
       01  record-max            pic 9(4) value 500.
       01  old-image.
           05 old-count          pic 9(4).
           05 old-rec            pic x(256) occurs 500 times.
       01  new-image.
           05 new-count          pic 9(4).
           05 new-rec            pic x(256) occurs 500 times.
       01  records-truncated     pic x(1).
       01  lcs-table.
           05 lcs-row occurs 501 times.
              10 lcs-cell        pic 9(4) comp occurs 501 times.
       01  ox                    pic 9(4).
       01  nx                    pic 9(4).
       01  old-last              pic 9(4).
       01  new-last              pic 9(4).
      * one run of removed and added records between two matches;
      * they pair off as changes, what is left over stands alone
       01  hunk.
           05 hunk-removed-count pic 9(4).
           05 hunk-removed       pic 9(4) occurs 500 times.
           05 hunk-added-count   pic 9(4).
           05 hunk-added         pic 9(4) occurs 500 times.
       01  hx                    pic 9(4).
       01  pair-count            pic 9(4).
       01  first-unpaired        pic 9(4).
       01  write-details         pic x(1).
       01  added-count           pic 9(5).
       01  removed-count         pic 9(5).
       01  changed-count         pic 9(5).
       01  file-approved         pic x(1).
       01  approver-name         pic x(8).
       01  window-start          pic x(8).
       01  today-date            pic x(8).
       01  detail-kind           pic x(8).
       01  detail-label          pic x(7).
       01  detail-number         pic 9(4).
       01  detail-text           pic x(256).
       01  files-watched         pic 9(5).
       01  files-changed         pic 9(5).
       01  unapproved-count      pic 9(5).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(4)9.
       01  added-disp            pic z(4)9.
       01  removed-disp          pic z(4)9.
       01  changed-disp          pic z(4)9.
       01  number-disp           pic z(3)9.

       procedure division.
       0000-mainline.
           move 0 to files-watched, files-changed, unapproved-count
           move 'N' to control-failed-flag
           move function current-date(1:8) to today-date
           initialize run-log-data
           move 'CTLWATCH' to rl-job-name
           move 'CTLWATCH01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 1000-load-watch-list
           perform 1100-load-status
           perform 1200-load-approvals

           open output report-file
           move spaces to report-line
           string 'CONTROL FILE CHANGE REPORT  ' delimited by size
                  today-date delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           perform varying wx from 1 until wx > watch-count
               add 1 to files-watched
               perform 2000-watch-one-file
           end-perform
           perform 6000-write-summary
           close report-file
           perform 5000-write-status

           move files-watched to rl-records-read
           move files-changed to rl-records-written
           move unapproved-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-watch-list.
           move 0 to watch-count, watches-dropped
           move 'N' to end-of-file-flag
           open input watch-list-file
           perform until no-more-records
               read watch-list-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if cwl-file-name not = spaces
                          perform 1050-take-watch
                       end-if
               end-read
           end-perform
           close watch-list-file
           if watch-count = 0
              perform varying wx from 1 until wx > 9
                  move standard-watch(wx) to watch-list-record
                  perform 1050-take-watch
              end-perform
           end-if
           .

       1050-take-watch.
           if watch-count = 50
              add 1 to watches-dropped
              exit paragraph
           end-if
           add 1 to watch-count
           move cwl-file-name to wch-file-name(watch-count)
           move cwl-protect to wch-protect(watch-count)
           .

       1100-load-status.
           move 0 to status-count
           move 'N' to end-of-file-flag
           open input watch-status-file
           perform until no-more-records
               read watch-status-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if status-count < 50
                          add 1 to status-count
                          move cws-file-name
                               to sts-file-name(status-count)
                          move cws-baseline-date
                               to sts-baseline-date(status-count)
                          move cws-record-count
                               to sts-record-count(status-count)
                       end-if
               end-read
           end-perform
           close watch-status-file
           .

       1200-load-approvals.
           move 0 to approval-count
           move 'N' to end-of-file-flag
           open input approval-file
           perform until no-more-records
               read approval-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if apv-file-name not = spaces
                          and approval-count < 200
                          add 1 to approval-count
                          move apv-file-name
                               to apt-file-name(approval-count)
                          move apv-date to apt-date(approval-count)
                          move apv-approver
                               to apt-approver(approval-count)
                       end-if
               end-read
           end-perform
           close approval-file
           .

       2000-watch-one-file.
           move spaces to watched-file-name
           move wch-file-name(wx) to watched-file-name
           move spaces to baseline-file-name
           string function trim(wch-file-name(wx)) delimited by size
                  '.CTLBASE' delimited by size
                  into baseline-file-name
           move 'N' to records-truncated
           perform 2100-load-current
           perform 2200-load-baseline
           perform 2300-find-status

           if baseline-status not = '00'
              move new-count to count-disp
              move spaces to report-line
              string 'BASELINE TAKEN        ' delimited by size
                     wch-file-name(wx) delimited by size
                     function trim(count-disp) delimited by size
                     ' RECORD(S)' delimited by size
                     into report-line
              write report-line
              perform 4000-save-baseline
              exit paragraph
           end-if

           perform 3000-fill-lcs
           move 'N' to write-details
           perform 3200-walk-diff
           if added-count = 0 and removed-count = 0
              and changed-count = 0
              move spaces to report-line
              string 'NO CHANGE             ' delimited by size
                     wch-file-name(wx) delimited by size
                     into report-line
              write report-line
              perform 4000-save-baseline
              exit paragraph
           end-if

           add 1 to files-changed
           move 'Y' to file-approved
           if wch-protected(wx)
              perform 2400-check-approval
           end-if
           move added-count to added-disp
           move removed-count to removed-disp
           move changed-count to changed-disp
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'CONTROL FILE CHANGED: ' delimited by size
                  wch-file-name(wx) delimited by size
                  ' ADDED ' delimited by size
                  added-disp delimited by size
                  '  REMOVED ' delimited by size
                  removed-disp delimited by size
                  '  CHANGED ' delimited by size
                  changed-disp delimited by size
                  into report-line
           if wch-protected(wx)
              if file-approved = 'Y'
                 string '  APPROVED BY ' delimited by size
                        approver-name delimited by size
                        into report-line(96:)
              else
                 move '  UNAPPROVED - PROTECTED FILE'
                      to report-line(96:)
              end-if
           end-if
           write report-line
           if records-truncated = 'Y'
              move record-max to number-disp
              move spaces to report-line
              string '  ONLY THE FIRST ' delimited by size
                     function trim(number-disp) delimited by size
                     ' RECORDS OF EACH SIDE WERE COMPARED'
                     delimited by size
                     into report-line
              write report-line
           end-if
           move 'Y' to write-details
           perform 3200-walk-diff
           move spaces to report-line
           write report-line

           if file-approved = 'N'
              add 1 to unapproved-count
              move 'CTLWATCH' to ald-job-name
              move 12 to ald-severity
              move spaces to ald-text
              string 'UNAPPROVED CHANGE TO ' delimited by size
                     function trim(wch-file-name(wx))
                     delimited by size
                     ', SEE CTLWRPT' delimited by size
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           perform 4000-save-baseline
           .

       2100-load-current.
      *    a watched file that is not there compares as empty, so
      *    its disappearance shows as every record removed
           move 0 to new-count
           move 'N' to end-of-file-flag
           open input watched-file
           if watched-status not = '00'
              exit paragraph
           end-if
           perform until no-more-records
               read watched-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if new-count < record-max
                          add 1 to new-count
                          move watched-record to new-rec(new-count)
                       else
                          move 'Y' to records-truncated
                       end-if
               end-read
           end-perform
           close watched-file
           .

       2200-load-baseline.
           move 0 to old-count
           move 'N' to end-of-file-flag
           open input baseline-file
           if baseline-status not = '00'
              exit paragraph
           end-if
           perform until no-more-records
               read baseline-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if old-count < record-max
                          add 1 to old-count
                          move baseline-record to old-rec(old-count)
                       else
                          move 'Y' to records-truncated
                       end-if
               end-read
           end-perform
           close baseline-file
           .

       2300-find-status.
           move 0 to sx
           perform varying ax from 1 until ax > status-count
               if sts-file-name(ax) = wch-file-name(wx)
                  move ax to sx
               end-if
           end-perform
           if sx = 0 and status-count < 50
              add 1 to status-count
              move status-count to sx
              move wch-file-name(wx) to sts-file-name(sx)
              move spaces to sts-baseline-date(sx)
              move 0 to sts-record-count(sx)
           end-if
           .

       2400-check-approval.
      *    an approval counts when it is dated inside the window the
      *    change was made in: from the day the baseline was taken
      *    to today
           move 'N' to file-approved
           move spaces to approver-name
           move low-values to window-start
           if sx > 0
              move sts-baseline-date(sx) to window-start
           end-if
           perform varying ax from 1 until ax > approval-count
               if apt-file-name(ax) = wch-file-name(wx)
                  and apt-date(ax) >= window-start
                  and apt-date(ax) <= today-date
                  move 'Y' to file-approved
                  move apt-approver(ax) to approver-name
               end-if
           end-perform
           .

       3000-fill-lcs.
      *    LCS-CELL(o, n) is the longest run of records the two sides
      *    have in common from old record o and new record n onward
           compute old-last = old-count + 1
           compute new-last = new-count + 1
           perform varying ox from old-last by -1 until ox = 0
               perform varying nx from new-last by -1 until nx = 0
                   evaluate true
                       when ox > old-count or nx > new-count
                            move 0 to lcs-cell(ox, nx)
                       when old-rec(ox) = new-rec(nx)
                            compute lcs-cell(ox, nx) =
                                    lcs-cell(ox + 1, nx + 1) + 1
                       when lcs-cell(ox + 1, nx) >=
                            lcs-cell(ox, nx + 1)
                            move lcs-cell(ox + 1, nx)
                                 to lcs-cell(ox, nx)
                       when other
                            move lcs-cell(ox, nx + 1)
                                 to lcs-cell(ox, nx)
                   end-evaluate
               end-perform
           end-perform
           .

       3200-walk-diff.
           move 0 to added-count, removed-count, changed-count
           move 0 to hunk-removed-count, hunk-added-count
           move 1 to ox, nx
           perform until ox > old-count and nx > new-count
               evaluate true
                   when ox <= old-count and nx <= new-count
                        and old-rec(ox) = new-rec(nx)
                        perform 3300-flush-hunk
                        add 1 to ox, nx
                   when nx > new-count
                        perform 3250-hunk-removed
                   when ox > old-count
                        perform 3260-hunk-added
                   when lcs-cell(ox + 1, nx) >= lcs-cell(ox, nx + 1)
                        perform 3250-hunk-removed
                   when other
                        perform 3260-hunk-added
               end-evaluate
           end-perform
           perform 3300-flush-hunk
           .

       3250-hunk-removed.
           add 1 to hunk-removed-count
           move ox to hunk-removed(hunk-removed-count)
           add 1 to ox
           .

       3260-hunk-added.
           add 1 to hunk-added-count
           move nx to hunk-added(hunk-added-count)
           add 1 to nx
           .

       3300-flush-hunk.
           if hunk-removed-count < hunk-added-count
              move hunk-removed-count to pair-count
           else
              move hunk-added-count to pair-count
           end-if
           perform varying hx from 1 until hx > pair-count
               add 1 to changed-count
               if write-details = 'Y'
                  move 'CHANGED' to detail-kind
                  move 'BEFORE' to detail-label
                  move hunk-removed(hx) to detail-number
                  move old-rec(hunk-removed(hx)) to detail-text
                  perform 3400-write-detail
                  move spaces to detail-kind
                  move 'AFTER' to detail-label
                  move hunk-added(hx) to detail-number
                  move new-rec(hunk-added(hx)) to detail-text
                  perform 3400-write-detail
               end-if
           end-perform
           compute first-unpaired = pair-count + 1
           perform varying hx from first-unpaired by 1
                   until hx > hunk-removed-count
               add 1 to removed-count
               if write-details = 'Y'
                  move 'REMOVED' to detail-kind
                  move 'BEFORE' to detail-label
                  move hunk-removed(hx) to detail-number
                  move old-rec(hunk-removed(hx)) to detail-text
                  perform 3400-write-detail
               end-if
           end-perform
           perform varying hx from first-unpaired by 1
                   until hx > hunk-added-count
               add 1 to added-count
               if write-details = 'Y'
                  move 'ADDED' to detail-kind
                  move 'AFTER' to detail-label
                  move hunk-added(hx) to detail-number
                  move new-rec(hunk-added(hx)) to detail-text
                  perform 3400-write-detail
               end-if
           end-perform
           move 0 to hunk-removed-count, hunk-added-count
           .

       3400-write-detail.
           move spaces to report-line
           move detail-kind to report-line(3:8)
           if detail-kind not = spaces
              move 'REC' to report-line(12:3)
           end-if
           move detail-number to number-disp
           move number-disp to report-line(16:4)
           move detail-label to report-line(22:7)
           move detail-text to report-line(30:103)
           write report-line
           .

       4000-save-baseline.
           open output baseline-file
           perform varying nx from 1 until nx > new-count
               move new-rec(nx) to baseline-record
               write baseline-record
           end-perform
           close baseline-file
           if sx > 0
              move today-date to sts-baseline-date(sx)
              move new-count to sts-record-count(sx)
           end-if
           .

       5000-write-status.
           open output watch-status-file
           perform varying sx from 1 until sx > status-count
               move sts-file-name(sx) to cws-file-name
               move sts-baseline-date(sx) to cws-baseline-date
               move sts-record-count(sx) to cws-record-count
               write watch-status-record
           end-perform
           close watch-status-file
           .

       6000-write-summary.
           move spaces to report-line
           write report-line
           move files-watched to count-disp
           move spaces to report-line
           string 'FILES WATCHED        ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move files-changed to count-disp
           move spaces to report-line
           string 'FILES CHANGED        ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move unapproved-count to count-disp
           move spaces to report-line
           string 'UNAPPROVED CHANGES   ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           if watches-dropped > 0
              move watches-dropped to count-disp
              move spaces to report-line
              string 'WATCH ENTRIES DROPPED' delimited by size
                     count-disp delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program ControlFileWatch.
