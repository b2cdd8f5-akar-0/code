       identification division.
       program-id. ReportArchive.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Files each night's morning reports before the next night
      * overwrites them. Driven by the RPTARCTL control list (report
      * name in columns 1-30, days to keep in columns 32-34, default
      * 90), this step copies each named report (RUNSUMRY, BFTRIAGE,
      * VRFRPORT, NIGHTLYRPT, MORNDGST, ...) to <report>.Ryyyymmdd
      * under the night's run date -- the date the night began, so a
      * morning run files the evening before -- and records it on
      * the RPTINDEX catalog with its line count and purge date. A
      * rerun for the same run date replaces the copy and its index
      * entry. Copies past their purge date are deleted through
      * CBL_DELETE_FILE and leave the index. The live report stays
      * where it is; 'OnlineMaintenance' lists and pages the archive
      * from the index. One line per report goes to RPTARRPT; a
      * report not produced counts as the run's reject.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select control-file assign to 'RPTARCTL'
               organization is line sequential.
           select live-file assign to dynamic live-file-name
               organization is line sequential
               file status is live-status.
           select archive-file assign to dynamic archive-file-name
               organization is line sequential.
           select optional index-file assign to 'RPTINDEX'
               organization is line sequential.
           select report-file assign to 'RPTARRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-report-name  pic x(30).
           05 filler           pic x(1).
           05 ctl-retain-days  pic x(3).

       fd  live-file.
       01  live-record        pic x(4650).

       fd  archive-file.
       01  archive-record     pic x(4650).

       fd  index-file.
       01  index-record.
           copy "report-index-record.cpy".

       fd  report-file.
       01  report-line        pic x(132).

       working-storage section.
       01  end-of-control      pic x(1).
           88 no-more-control  value 'Y'.
       01  end-of-live         pic x(1).
           88 no-more-live     value 'Y'.
       01  end-of-index        pic x(1).
       01  live-status         pic x(2).
       01  live-file-name      pic x(100).
       01  archive-file-name   pic x(100).
       01  purge-file-name     pic x(100).
       01  report-name         pic x(30).
       01  retain-days         pic 9(3).
       01  today-date          pic x(8).
       01  run-date            pic x(8).
       01  now-time            pic x(6).
       01  archived-stamp      pic x(19).
       01  purge-date          pic x(8).
      * the whole index held so a rerun replaces its own entries and
      * expired copies drop out
       01  index-table.
           05 index-count      pic 9(4).
           05 index-entry occurs 3000 times.
              10 tbl-ix-record pic x(117).
              10 tbl-ix-drop   pic x(1).
       01  ix                  pic 9(4).
       01  index-found         pic 9(4).
       01  copied-count        pic 9(7).
       01  reports-filed       pic 9(9).
       01  reports-missing     pic 9(9).
       01  purged-count        pic 9(9).
       01  control-failed-flag pic x(1).
       01  delete-status       pic 9(9) comp-5.
      * DateService call area
       01  date-function       pic x(1).
       01  date-in             pic x(8).
       01  days-delta          pic s9(5).
       01  date-out            pic x(8).
       01  weekday-number      pic 9(1).
       01  business-flag       pic x(1).
       01  date-status         pic x(1).
       01  calendar-name       pic x(8) value spaces.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp          pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to reports-filed, reports-missing, purged-count
           move 'N' to control-failed-flag
           move function current-date(1:8) to today-date
           move function current-date(9:6) to now-time
           initialize run-log-data
           move 'RPTARCH' to rl-job-name
           move 'RPTARC0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-set-run-date
           perform 0200-load-index

           open output report-file
           move spaces to report-line
           string 'REPORT ARCHIVE FOR RUN DATE ' delimited by size
                  run-date(1:4) delimited by size
                  '-' delimited by size
                  run-date(5:2) delimited by size
                  '-' delimited by size
                  run-date(7:2) delimited by size
                  into report-line
           write report-line

           move 'N' to end-of-control
           open input control-file
           perform until no-more-control
               read control-file
                   at end move 'Y' to end-of-control
                   not at end
                       if ctl-report-name not = spaces
                          perform 1000-archive-one-report
                       end-if
               end-read
           end-perform
           close control-file

           perform 4000-purge-expired
           perform 8000-rewrite-index
           perform 9000-write-summary
           close report-file

           compute rl-records-read = reports-filed + reports-missing
           move reports-filed to rl-records-written
           move reports-missing to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-set-run-date.
      *    the night's reports are filed under the date the night
      *    began, as the handover notes and the digest date them
           move today-date to run-date
           if now-time < '120000'
              move 'A' to date-function
              move today-date to date-in
              move -1 to days-delta
              call 'DateService' using date-function date-in
                  days-delta date-out weekday-number business-flag
                  date-status calendar-name
              move date-out to run-date
           end-if
           move spaces to archived-stamp
           string today-date(1:4) delimited by size
                  '-' delimited by size
                  today-date(5:2) delimited by size
                  '-' delimited by size
                  today-date(7:2) delimited by size
                  ' ' delimited by size
                  now-time(1:2) delimited by size
                  ':' delimited by size
                  now-time(3:2) delimited by size
                  ':' delimited by size
                  now-time(5:2) delimited by size
                  into archived-stamp
           .

       0200-load-index.
           move 0 to index-count
           move 'N' to end-of-index
           open input index-file
           perform until end-of-index = 'Y'
               read index-file
                   at end move 'Y' to end-of-index
                   not at end
                       if index-count < 3000
                          add 1 to index-count
                          move index-record
                               to tbl-ix-record(index-count)
                          move 'N' to tbl-ix-drop(index-count)
                       else
                          move 'Y' to control-failed-flag
                       end-if
               end-read
           end-perform
           close index-file
           .

       1000-archive-one-report.
           move ctl-report-name to report-name
           if ctl-retain-days is numeric and ctl-retain-days > '000'
              move ctl-retain-days to retain-days
           else
              move 90 to retain-days
           end-if
           move spaces to live-file-name
           move report-name to live-file-name
           move spaces to archive-file-name
           string function trim(report-name) delimited by size
                  '.R' delimited by size
                  run-date delimited by size
                  into archive-file-name

           perform 2000-copy-to-archive
           if live-status not = '00'
              add 1 to reports-missing
              move spaces to report-line
              string function trim(report-name) delimited by size
                     '  NOT PRODUCED - NOTHING FILED'
                     delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           add 1 to reports-filed
           perform 3000-index-archive
           move copied-count to count-disp
           move spaces to report-line
           string function trim(report-name) delimited by size
                  '  FILED AS ' delimited by size
                  function trim(archive-file-name) delimited by size
                  '  LINES ' delimited by size
                  function trim(count-disp) delimited by size
                  '  KEPT UNTIL ' delimited by size
                  purge-date(1:4) delimited by size
                  '-' delimited by size
                  purge-date(5:2) delimited by size
                  '-' delimited by size
                  purge-date(7:2) delimited by size
                  into report-line
           write report-line
           .

       2000-copy-to-archive.
           move 0 to copied-count
           move 'N' to end-of-live
           open input live-file
           if live-status not = '00'
              exit paragraph
           end-if
           open output archive-file
           perform until no-more-live
               read live-file
                   at end move 'Y' to end-of-live
                   not at end
                       move live-record to archive-record
                       write archive-record
                       add 1 to copied-count
               end-read
           end-perform
           close archive-file
           close live-file
           .

       3000-index-archive.
      *    a rerun for the same run date replaces the copy, so its
      *    index entry is replaced rather than added twice
           move 'A' to date-function
           move run-date to date-in
           move retain-days to days-delta
           call 'DateService' using date-function date-in
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move date-out to purge-date
           move 0 to index-found
           perform varying ix from 1 until ix > index-count
               move tbl-ix-record(ix) to index-record
               if rix-run-date = run-date
                  and rix-report-name = report-name
                  move ix to index-found
                  move index-count to ix
               end-if
           end-perform
           if index-found = 0
              if index-count >= 3000
                 move 'Y' to control-failed-flag
                 exit paragraph
              end-if
              add 1 to index-count
              move index-count to index-found
              move 'N' to tbl-ix-drop(index-found)
           end-if
           move spaces to index-record
           move run-date to rix-run-date
           move report-name to rix-report-name
           move archive-file-name to rix-archive-name
           move copied-count to rix-line-count
           move archived-stamp to rix-archived-stamp
           move purge-date to rix-purge-date
           move index-record to tbl-ix-record(index-found)
           .

       4000-purge-expired.
      *    copies past their purge date go, file and index entry both
           perform varying ix from 1 until ix > index-count
               move tbl-ix-record(ix) to index-record
               if rix-purge-date < today-date
                  move spaces to purge-file-name
                  move rix-archive-name to purge-file-name
                  call 'CBL_DELETE_FILE' using purge-file-name
                      returning delete-status
                  move 'Y' to tbl-ix-drop(ix)
                  add 1 to purged-count
                  move spaces to report-line
                  string '  PURGED ' delimited by size
                         function trim(purge-file-name)
                         delimited by size
                         into report-line
                  write report-line
               end-if
           end-perform
           .

       8000-rewrite-index.
           open output index-file
           perform varying ix from 1 until ix > index-count
               if tbl-ix-drop(ix) not = 'Y'
                  move tbl-ix-record(ix) to index-record
                  write index-record
               end-if
           end-perform
           close index-file
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move reports-filed to count-disp
           move spaces to report-line
           string 'REPORTS FILED        ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move reports-missing to count-disp
           move spaces to report-line
           string 'REPORTS NOT PRODUCED ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move purged-count to count-disp
           move spaces to report-line
           string 'COPIES PURGED        ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           .

       end program ReportArchive.
