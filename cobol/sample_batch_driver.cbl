      * sample" stops meaning "the first twenty", and a disputed
      * sample can be regenerated exactly by rerunning with the same
      * seed.
      * modification history
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
       environment division.
       input-output section.
       file-control.
           05 sample-length    pic 9(3).
           05 sample-xs        pic 9(2) occurs 0 to 200 times
                                depending on sample-length.
       01  lineage-data.
           copy "lineage-data.cpy".

       procedure division.
       0000-mainline.
               write sample-out-record
           end-perform
           close sample-out-file
           perform 0800-log-lineage
           goback
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move 'SAMPBATCH' to lin-job-name
           move 'SAMPBAT001' to lin-job-id
           move 'SAMPCTL' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SAMPLEIN' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'SAMPLOUT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       end program SampleBatchDriver.
