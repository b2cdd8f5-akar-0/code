      * modification history
      *   akar-0  the requester reference on the list record rides
      *           through to the result line
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
       environment division.
       input-output section.
       file-control.
       01  count-disp           pic z9.
       01  result-disp          pic z(17)9.
       01  line-ptr             pic 9(3).
       01  lineage-data.
           copy "lineage-data.cpy".

       procedure division.
       0000-mainline.

           close list-file
           close result-file
           perform 0800-log-lineage
           goback
           .

           write result-line
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move 'GCDLBATCH' to lin-job-name
           move 'GCDLBAT001' to lin-job-id
           move 'GCDLISTS' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'GCDLRSLT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       end program GcdListBatchDriver.
