      * questions stop being answered with CSV exports and spreadsheet
      * formulas. Control record on SETOPCTL: the operation ('U', 'I',
      * or 'D' as first-minus-second).
      * modification history
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
       environment division.
       input-output section.
       file-control.
           05 res              pic 9(2) occurs 0 to 200 times
                                depending on res-length.
       01  count-disp          pic z(2)9.
       01  lineage-data.
           copy "lineage-data.cpy".

       procedure division.
       0000-mainline.
           close result-file

           perform 9000-write-summary
           perform 0800-log-lineage
           goback
           .

           close summary-file
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move 'SETOPBATCH' to lin-job-name
           move 'SETOPBT001' to lin-job-id
           move 'SETOPCTL' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SETAFILE' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SETBFILE' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SETOPOUT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'SETOPSUM' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       end program SetOpBatchDriver.
