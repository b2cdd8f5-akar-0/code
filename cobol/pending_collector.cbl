       date-compiled. 09/02/2026.
      * Runs early in the schedule and merges the per-function
      * pending files OnlineMaintenance queues to (GCDPEND,
      * SQRTPEND, BFPEND, MDPEND, FACTPEND, LISTPEND, SLICPEND) into
      * the real batch input files, restamping the header and trailer
      * through the file-control-record conventions where the reading
      * driver verifies them -- so the online path and the
      * control-total discipline stop being enemies. FACTWORK and
      * GCDLISTS merge unstamped because their drivers read every
      * record as data.
      * Each merged pending file is emptied afterwards, and PENDRPT
      * gets one line per target saying what was merged.
      * modification history
      *   akar-0  each queue merged logs the pending file and the
      *           target as it stood as inputs, and the merged target
      *           as the output, on the shared LINEAGE file through
      *           'LineageLogger' -- one unit per queue
      *   akar-0  SLICPEND, where corrected SLICEREJ records queue,
      *           merges into SLICEIN and restamps it
       environment division.
       input-output section.
       file-control.
       01  target-status       pic x(2).
       01  pending-file-name   pic x(100).
       01  target-file-name    pic x(100).
      * the seven online queues and where each one merges; 'Y' means
      * the target's reading driver verifies header/trailer stamps
       01  merge-config-table.
           05 filler pic x(32) value 'GCDPEND GCDPAIRSGCDPAIRSY'.
           05 filler pic x(32) value 'MDPEND  MDREQS  MDREQS  Y'.
           05 filler pic x(32) value 'FACTPENDFACTWORKFACTWORKN'.
           05 filler pic x(32) value 'LISTPENDGCDLISTSGCDLISTSN'.
           05 filler pic x(32) value 'SLICPENDSLICEIN SLICEIN Y'.
       01  merge-configs redefines merge-config-table.
           05 merge-config occurs 7 times.
              10 cfg-pending   pic x(8).
              10 cfg-target    pic x(8).
              10 cfg-file-id   pic x(8).
       01  now-date            pic x(8).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  count-disp          pic z(8)9.
       01  total-disp          pic z(8)9.

           move 'PENDCOLL' to rl-job-name
           move 'PENDCOL001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id

           open output report-file
           move 'PENDING REQUEST COLLECTOR' to report-line
           write report-line

           perform varying mx from 1 until mx > 7
               perform 1000-merge-one-queue
           end-perform


      *    the merged file builds on the work name first, so a crash
      *    mid-merge leaves the live input untouched
           perform 1500-log-lineage-inputs
           perform 3000-build-merged-file
           perform 4000-copy-work-to-target
           perform 1600-log-lineage-output
           perform 5000-empty-pending-file
           add pending-count to merged-total

           write report-line
           .

       1500-log-lineage-inputs.
      *    what fed the merge: the queue and the target before it
           move cfg-pending(mx) to lin-unit
           move pending-file-name to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move target-file-name to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           .

       1600-log-lineage-output.
           move cfg-pending(mx) to lin-unit
           move target-file-name to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       2000-count-pending.
           move 0 to pending-count
           move 'N' to end-of-pending
