      * one record on the shared LINEAGE file, written by
      * LineageLogger for every file a run read ('I') or wrote ('O'):
      * the run key (job-id plus the run stamp, plus the unit where
      * one run handles several files apart), the run date, and the
      * file's name, data record count and chained XOR checksum (the
      * HDR/TRL stamp rows are left out of both). an output of one run
      * is the input of a later one when the name, count and checksum
      * all agree -- LineageTrace follows the chain that way.
           05 lnr-run-stamp     pic x(19).
           05 lnr-run-date      pic x(8).
           05 lnr-job-name      pic x(20).
           05 lnr-job-id        pic x(10).
           05 lnr-unit          pic x(8).
           05 lnr-direction     pic x(1).
              88 lnr-input      value 'I'.
              88 lnr-output     value 'O'.
           05 lnr-record-count  pic 9(9).
           05 lnr-checksum      pic x(8).
           05 lnr-file-name     pic x(100).
