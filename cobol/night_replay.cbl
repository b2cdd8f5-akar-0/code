       identification division.
       program-id. NightReplay.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Reruns a past night for a pipeline from the generations
      * 'GenerationKeeper' kept, to settle whether that night's
      * answer was right or whether today's programs would give a
      * different one. Each REPLCTL record names a run date and a
      * pipeline (GCD, ISQRT, SLICE or BF). The night's input
      * generations (<file>.Gyyyymmdd) are restored under their
      * production names into the sandbox directory REPLAY.yyyymmdd,
      * the driver is run with the sandbox as its working directory
      * -- so every file it touches, RUNLOG and ALERTS included, is
      * the sandbox's and never a live one -- and each output is
      * compared line for line with the output generation kept that
      * night. A BF replay runs with RUNDATE pinned to the replayed
      * night unless the kept BFPARMS already pins it. REPLRPT shows,
      * per replay, what was restored, the driver's completion code
      * and SAME or DIFFERENT per output with the first differing
      * lines. A replay that differs, or that cannot run for want of
      * its input generation, counts as a reject.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select replay-control-file assign to 'REPLCTL'
               organization is line sequential.
           select report-file assign to 'REPLRPT'
               organization is line sequential.
           select source-file assign to dynamic source-file-name
               organization is line sequential
               file status is source-status.
           select target-file assign to dynamic target-file-name
               organization is line sequential.
           select compare-file assign to dynamic compare-file-name
               organization is line sequential
               file status is compare-status.

       data division.
       file section.
       fd  replay-control-file.
       01  replay-control-record.
           05 rpc-run-date       pic x(8).
           05 filler             pic x(1).
           05 rpc-pipeline       pic x(8).

       fd  report-file.
       01  report-line           pic x(132).

       fd  source-file.
       01  source-record         pic x(4650).

       fd  target-file.
       01  target-record         pic x(4650).

       fd  compare-file.
       01  compare-record        pic x(4650).

       working-storage section.
       01  end-of-control        pic x(1).
           88 no-more-control    value 'Y'.
       01  end-of-source         pic x(1).
           88 no-more-source     value 'Y'.
       01  end-of-compare        pic x(1).
           88 no-more-compare    value 'Y'.
       01  source-status         pic x(2).
       01  compare-status        pic x(2).
       01  source-file-name      pic x(100).
       01  target-file-name      pic x(100).
       01  compare-file-name     pic x(100).
      * the replayable pipelines: driver, main input, an optional
      * second input, the two outputs compared, and the driver's
      * checkpoint (removed first so a replay never restarts)
       01  pipeline-config-table.
           05 filler pic x(38)
              value 'GCD     GcdBatchDriver                '.
           05 filler pic x(40)
              value 'GCDPAIRS        GCDRESLTGCDREJCTGCDCKPT '.
           05 filler pic x(38)
              value 'ISQRT   iSqrtBatchDriver              '.
           05 filler pic x(40)
              value 'SQRTWORK        SQRTRSLTSQRTREJ SQRTCKPT'.
           05 filler pic x(38)
              value 'SLICE   InverseSliceBatchDriver       '.
           05 filler pic x(40)
              value 'SLICEIN         SLICEOUTSLICEREJSLICECKP'.
           05 filler pic x(38)
              value 'BF      BrainFuckBatchDriver          '.
           05 filler pic x(40)
              value 'BFSCRLIBBFPARMS BFRESULTBFSCRREJBFDRVCKP'.
       01  pipeline-configs redefines pipeline-config-table.
           05 pipeline-config occurs 4 times.
              10 cfg-pipeline    pic x(8).
              10 cfg-driver      pic x(30).
              10 cfg-main-input  pic x(8).
              10 cfg-extra-input pic x(8).
              10 cfg-output      pic x(8) occurs 2 times.
              10 cfg-ckpt        pic x(8).
       01  px                    pic 9(1).
       01  ox                    pic 9(1).
       01  config-idx            pic 9(1).
       01  sandbox-name          pic x(100).
       01  run-date              pic x(8).
       01  pipeline-name         pic x(8).
       01  copy-from-name        pic x(100).
       01  copy-to-name          pic x(100).
       01  copy-found            pic x(1).
       01  purge-name            pic x(8).
       01  copied-count          pic 9(9).
       01  rundate-pinned        pic x(1).
       01  dir-status            pic 9(9) comp-5.
       01  step-rc               pic 9(4).
       01  call-failed           pic x(1).
       01  replay-differs        pic x(1).
       01  kept-count            pic 9(9).
       01  replayed-count        pic 9(9).
       01  differing-count       pic 9(9).
       01  shown-count           pic 9(1).
       01  line-number           pic 9(9).
      * the BFPARMS row that pins the run date on a BF replay
       01  rundate-parm.
           05 rdp-name           pic x(20) value 'RUNDATE'.
           05 rdp-value          pic x(100).
      * DateService call area, to refuse a run date that is no date
       01  date-function         pic x(1).
       01  date-out              pic x(8).
       01  days-delta            pic s9(5) value 0.
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  replays-run           pic 9(5).
       01  replays-same          pic 9(5).
       01  replays-rejected      pic 9(5).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  count-disp            pic z(8)9.
       01  count-disp-2          pic z(8)9.
       01  rc-disp               pic z(3)9.

       procedure division.
       0000-mainline.
           move 0 to replays-run, replays-same, replays-rejected
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'REPLAY' to rl-job-name
           move 'REPLAY0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           move 'NIGHT REPLAY FROM KEPT GENERATIONS' to report-line
           write report-line

           move 'N' to end-of-control
           open input replay-control-file
           perform until no-more-control
               read replay-control-file
                   at end move 'Y' to end-of-control
                   not at end
                       if replay-control-record not = spaces
                          perform 1000-replay-one-night
                       end-if
               end-read
           end-perform
           close replay-control-file

           perform 9000-write-summary
           close report-file

           move replays-run to rl-records-read
           move replays-same to rl-records-written
           move replays-rejected to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-replay-one-night.
           add 1 to replays-run
           move rpc-run-date to run-date
           move function upper-case(rpc-pipeline) to pipeline-name
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'REPLAY OF NIGHT ' delimited by size
                  run-date delimited by size
                  '  PIPELINE ' delimited by size
                  pipeline-name delimited by size
                  into report-line
           write report-line

           move 'V' to date-function
           call 'DateService' using date-function run-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           if date-status not = 'V'
              move '    RUN DATE IS NOT A VALID YYYYMMDD - NOT RUN'
                   to report-line
              write report-line
              add 1 to replays-rejected
              exit paragraph
           end-if
           move 0 to config-idx
           perform varying px from 1 until px > 4
               if cfg-pipeline(px) = pipeline-name
                  move px to config-idx
               end-if
           end-perform
           if config-idx = 0
              move '    UNKNOWN PIPELINE - NOT RUN' to report-line
              write report-line
              add 1 to replays-rejected
              exit paragraph
           end-if

           move spaces to sandbox-name
           string 'REPLAY.' delimited by size
                  run-date delimited by size
                  into sandbox-name
           call 'CBL_CREATE_DIR' using sandbox-name
               returning dir-status
           end-call
           perform 1100-restore-inputs
           if copy-found = 'N'
              add 1 to replays-rejected
              exit paragraph
           end-if
           perform 1200-run-driver
           if call-failed = 'Y'
              add 1 to replays-rejected
              exit paragraph
           end-if
           move 'N' to replay-differs
           perform varying ox from 1 until ox > 2
               perform 2000-compare-output
           end-perform
           move spaces to report-line
           if replay-differs = 'Y'
              add 1 to replays-rejected
              string '    VERDICT: DIFFERENT - TODAY''S PROGRAMS '
                     delimited by size
                     'DO NOT REPRODUCE THAT NIGHT' delimited by size
                     into report-line
           else
              add 1 to replays-same
              move '    VERDICT: SAME - THAT NIGHT''S ANSWER STANDS'
                   to report-line
           end-if
           write report-line
           .

       1100-restore-inputs.
      *    the main input generation must be there; the optional one
      *    is restored when that night kept it
           move spaces to copy-from-name
           string function trim(cfg-main-input(config-idx))
                  delimited by size
                  '.G' delimited by size
                  run-date delimited by size
                  into copy-from-name
           move spaces to copy-to-name
           string function trim(sandbox-name) delimited by size
                  '/' delimited by size
                  function trim(cfg-main-input(config-idx))
                  delimited by size
                  into copy-to-name
           perform 5000-copy-file
           move spaces to report-line
           if copy-found = 'N'
              string '    NO ' delimited by size
                     function trim(copy-from-name) delimited by size
                     ' KEPT - NIGHT CANNOT BE REPLAYED'
                     delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           perform 1150-report-restore
           move 'N' to rundate-pinned
           if cfg-extra-input(config-idx) not = spaces
              move spaces to copy-from-name
              string function trim(cfg-extra-input(config-idx))
                     delimited by size
                     '.G' delimited by size
                     run-date delimited by size
                     into copy-from-name
              move spaces to copy-to-name
              string function trim(sandbox-name) delimited by size
                     '/' delimited by size
                     function trim(cfg-extra-input(config-idx))
                     delimited by size
                     into copy-to-name
              perform 5000-copy-file
              if copy-found = 'Y'
                 perform 1150-report-restore
              else
      *          the sandbox must not keep a previous replay's copy
                 open output target-file
                 close target-file
              end-if
              move 'Y' to copy-found
           end-if
           if cfg-pipeline(config-idx) = 'BF'
              and rundate-pinned = 'N'
              move spaces to target-file-name
              string function trim(sandbox-name) delimited by size
                     '/BFPARMS' delimited by size
                     into target-file-name
              move run-date to rdp-value
              open extend target-file
              move spaces to target-record
              move rundate-parm to target-record
              write target-record
              close target-file
              move spaces to report-line
              string '    RUNDATE PINNED TO ' delimited by size
                     run-date delimited by size
                     into report-line
              write report-line
           end-if
           .

       1150-report-restore.
           move copied-count to count-disp
           move spaces to report-line
           string '    RESTORED ' delimited by size
                  function trim(copy-from-name) delimited by size
                  '  ' delimited by size
                  function trim(count-disp) delimited by size
                  ' RECORDS' delimited by size
                  into report-line
           write report-line
           .

       1200-run-driver.
      *    the sandbox is the working directory for the length of the
      *    call, and nothing longer. an earlier replay's outputs must
      *    not be compared as this one's, and its checkpoint would
      *    make the driver restart instead of rerunning
           move 'N' to call-failed
           perform varying ox from 1 until ox > 2
               move cfg-output(config-idx, ox) to purge-name
               perform 1250-purge-sandbox-file
           end-perform
           move cfg-ckpt(config-idx) to purge-name
           perform 1250-purge-sandbox-file
           call 'CBL_CHANGE_DIR' using sandbox-name
               returning dir-status
           end-call
           if dir-status not = 0
              move '    SANDBOX DIRECTORY NOT AVAILABLE - NOT RUN'
                   to report-line
              write report-line
              move 'Y' to control-failed-flag
              move 'Y' to call-failed
              exit paragraph
           end-if
           move 0 to return-code
           call cfg-driver(config-idx)
               on exception
                   move 'Y' to call-failed
           end-call
           move return-code to step-rc
           move 0 to return-code
           cancel cfg-driver(config-idx)
           call 'CBL_CHANGE_DIR' using '..'
               returning dir-status
           end-call
           move spaces to report-line
           if call-failed = 'Y'
              string '    DRIVER ' delimited by size
                     function trim(cfg-driver(config-idx))
                     delimited by size
                     ' NOT FOUND' delimited by size
                     into report-line
           else
              move step-rc to rc-disp
              string '    RAN ' delimited by size
                     function trim(cfg-driver(config-idx))
                     delimited by size
                     ' IN ' delimited by size
                     function trim(sandbox-name) delimited by size
                     '  COMPLETION CODE ' delimited by size
                     function trim(rc-disp) delimited by size
                     into report-line
           end-if
           write report-line
           .

       1250-purge-sandbox-file.
           move spaces to copy-to-name
           string function trim(sandbox-name) delimited by size
                  '/' delimited by size
                  function trim(purge-name) delimited by size
                  into copy-to-name
           call 'CBL_DELETE_FILE' using copy-to-name
               returning dir-status
           end-call
           .

       2000-compare-output.
           move spaces to source-file-name
           string function trim(cfg-output(config-idx, ox))
                  delimited by size
                  '.G' delimited by size
                  run-date delimited by size
                  into source-file-name
           move spaces to compare-file-name
           string function trim(sandbox-name) delimited by size
                  '/' delimited by size
                  function trim(cfg-output(config-idx, ox))
                  delimited by size
                  into compare-file-name
           move 0 to kept-count, replayed-count, differing-count
           move 0 to shown-count, line-number
           move 'N' to end-of-source
           move 'N' to end-of-compare
           open input source-file
           if source-status = '35'
              move spaces to report-line
              string '    ' delimited by size
                     cfg-output(config-idx, ox) delimited by size
                     '  NO ' delimited by size
                     function trim(source-file-name) delimited by size
                     ' KEPT - NOT COMPARED' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           open input compare-file
           if compare-status = '35'
              move 'Y' to end-of-compare
           end-if
           perform 2100-read-kept-line
           perform 2200-read-replayed-line
           perform until no-more-source and no-more-compare
               add 1 to line-number
               if no-more-source or no-more-compare
                  or source-record not = compare-record
                  add 1 to differing-count
                  perform 2300-show-difference
               end-if
               perform 2100-read-kept-line
               perform 2200-read-replayed-line
           end-perform
           close source-file
           if compare-status not = '35'
              close compare-file
           end-if
           move kept-count to count-disp
           move replayed-count to count-disp-2
           move spaces to report-line
           string '    ' delimited by size
                  cfg-output(config-idx, ox) delimited by size
                  '  KEPT ' delimited by size
                  function trim(count-disp) delimited by size
                  '  REPLAYED ' delimited by size
                  function trim(count-disp-2) delimited by size
                  into report-line
           if differing-count = 0
              string '  SAME' delimited by size
                     into report-line(60:)
           else
              move 'Y' to replay-differs
              move differing-count to count-disp
              string '  DIFFERENT ON ' delimited by size
                     function trim(count-disp) delimited by size
                     ' LINE(S)' delimited by size
                     into report-line(60:)
           end-if
           write report-line
           .

       2100-read-kept-line.
           if no-more-source
              move spaces to source-record
              exit paragraph
           end-if
           read source-file
               at end
                   move 'Y' to end-of-source
                   move spaces to source-record
               not at end add 1 to kept-count
           end-read
           .

       2200-read-replayed-line.
           if no-more-compare
              move spaces to compare-record
              exit paragraph
           end-if
           read compare-file
               at end
                   move 'Y' to end-of-compare
                   move spaces to compare-record
               not at end add 1 to replayed-count
           end-read
           .

       2300-show-difference.
      *    the first few are enough to tell a changed answer from a
      *    changed format
           if shown-count = 5
              exit paragraph
           end-if
           add 1 to shown-count
           move line-number to count-disp
           move spaces to report-line
           string '      LINE ' delimited by size
                  function trim(count-disp) delimited by size
                  ' KEPT:     ' delimited by size
                  source-record(1:90) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '      ' delimited by size
                  '       REPLAYED: ' delimited by size
                  compare-record(1:90) delimited by size
                  into report-line
           write report-line
           .

       5000-copy-file.
           move 0 to copied-count
           move 'Y' to copy-found
           move copy-from-name to source-file-name
           move copy-to-name to target-file-name
           open input source-file
           if source-status = '35'
              move 'N' to copy-found
              exit paragraph
           end-if
           open output target-file
           move 'N' to end-of-source
           perform until no-more-source
               read source-file
                   at end move 'Y' to end-of-source
                   not at end
                       if source-record(1:20) = 'RUNDATE'
                          move 'Y' to rundate-pinned
                       end-if
                       move source-record to target-record
                       write target-record
                       add 1 to copied-count
               end-read
           end-perform
           close source-file
           close target-file
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move replays-run to count-disp
           move spaces to report-line
           string 'REPLAYS            ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move replays-same to count-disp
           move spaces to report-line
           string 'SAME               ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move replays-rejected to count-disp
           move spaces to report-line
           string 'DIFFERENT/NOT RUN  ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           .

       end program NightReplay.
