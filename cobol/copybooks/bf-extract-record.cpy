      * slim BFRESULT consumer extract record written by
      * 'BfResultDistribute': only what a downstream team reads, in
      * place of the full result record with its run statistics.
      * each extract file is stamped with the standard HDR/TRL rows
      * of file-control-record.cpy around these data records.
           05 ext-script-id      pic x(10).
           05 ext-run-date       pic x(10).
      *    'Ok', 'Error' or 'HELD' as on BFRESULT
           05 ext-status         pic x(5).
           05 ext-error-code     pic 9(2).
      *    'H' = output text is two hex characters per byte, 'T' text
           05 ext-encoding       pic x(1).
           05 ext-out-length     pic 9(5).
           05 ext-out-text       pic x(2000).
