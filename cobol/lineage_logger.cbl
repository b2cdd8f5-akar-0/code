       identification division.
       program-id. LineageLogger.
      * the one place a job records what it consumed and produced:
      * called once per file with 'I' for an input or 'O' for an
      * output, it reads the named file through, counts the data
      * records, chains them through 'RecordChecksum' (plain XOR, the
      * same fold FilePackager and FileGateway stamp with, HDR/TRL
      * rows left out) and appends a record (see lineage-record.cpy)
      * to the shared LINEAGE file -- so "where did this packaged
      * file come from" is a walk through one file rather than a
      * morning spent matching counts across a dozen reports. a file
      * that is not there is not logged and comes back 'M'.
      * modification history
      *   akar-0  new subprogram
       environment division.
       input-output section.
       file-control.
           select logged-file assign to dynamic logged-file-name
               organization is line sequential
               file status is logged-status.
           select optional lineage-file assign to 'LINEAGE'
               organization is line sequential.

       data division.
       file section.
       fd  logged-file.
       01  logged-record    pic x(4650).

       fd  lineage-file.
       01  lineage-record.
           copy "lineage-record.cpy".

       local-storage section.
       01  logged-file-name pic x(100).
       01  logged-status    pic x(2).
       01  end-of-logged    pic x(1).
           88 no-more-logged value 'Y'.
       01  now-date         pic x(8).
       01  now-time         pic x(6).
       01  record-count     pic 9(9).
      * the stamp tags as they read on a package translated out to
      * EBCDIC, so those count the same as their source
       01  ebcdic-hdr       pic x(3) value x'C8C4D9'.
       01  ebcdic-trl       pic x(3) value x'E3D9D3'.
       01  record-length    pic 9(5).
       01  chunk-start      pic 9(5).
       01  checksum-buffer.
           05 buffer-length pic 9(5).
           05 buffer-text   pic x(2000).
       01  checksum-bytes   pic x(4).
       01  checksum-status  pic x(1).
       01  classic-mode     pic x(1) value 'X'.
       01  checksum-hex     pic x(8).
       01  hex-digits       pic x(16) value '0123456789ABCDEF'.
       01  byte-ord         pic 9(3).
       01  hex-hi           pic 9(2).
       01  hex-lo           pic 9(2).
       01  hx               pic 9(1).

       linkage section.
       01  lineage-action   pic x(1).
           88 lineage-input value 'I'.
           88 lineage-output value 'O'.
       01  lineage-data.
           copy "lineage-data.cpy".

       procedure division using lineage-action lineage-data.
       0000-mainline.
           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           if lin-run-stamp = spaces
              string now-date(1:4) delimited by size
                     '-' delimited by size
                     now-date(5:2) delimited by size
                     '-' delimited by size
                     now-date(7:2) delimited by size
                     ' ' delimited by size
                     now-time(1:2) delimited by size
                     ':' delimited by size
                     now-time(3:2) delimited by size
                     ':' delimited by size
                     now-time(5:2) delimited by size
                     into lin-run-stamp
           end-if
           if lin-run-date = spaces
              move now-date to lin-run-date
           end-if

           perform 1000-count-and-checksum
           if lin-missing
              goback
           end-if

           move spaces to lineage-record
           move lin-run-stamp to lnr-run-stamp
           move lin-run-date to lnr-run-date
           move lin-job-name to lnr-job-name
           move lin-job-id to lnr-job-id
           move lin-unit to lnr-unit
           if lineage-output
              move 'O' to lnr-direction
           else
              move 'I' to lnr-direction
           end-if
           move record-count to lnr-record-count
           move checksum-hex to lnr-checksum
           move lin-file-name to lnr-file-name
           open extend lineage-file
           write lineage-record
           close lineage-file
           goback
           .

       1000-count-and-checksum.
           move 0 to record-count
           move low-values to checksum-bytes
           move lin-file-name to logged-file-name
           move 'N' to end-of-logged
           open input logged-file
           if logged-status not = '00'
              move 'M' to lin-status
              move 0 to lin-record-count
              move spaces to lin-checksum
              exit paragraph
           end-if
           perform until no-more-logged
               read logged-file
                   at end move 'Y' to end-of-logged
                   not at end
                       if logged-record(1:3) not = 'HDR'
                          and logged-record(1:3) not = 'TRL'
                          and logged-record(1:3) not = ebcdic-hdr
                          and logged-record(1:3) not = ebcdic-trl
                          add 1 to record-count
                          perform 2000-fold-record-checksum
                       end-if
               end-read
           end-perform
           close logged-file
           perform 2500-format-checksum
           move 'L' to lin-status
           move record-count to lin-record-count
           move checksum-hex to lin-checksum
           .

       2000-fold-record-checksum.
           compute record-length =
                   function length(function trim(logged-record))
           if logged-record = spaces
              move 0 to record-length
           end-if
           move 1 to chunk-start
           perform until chunk-start > record-length
               compute buffer-length =
                       record-length - chunk-start + 1
               if buffer-length > 2000
                  move 2000 to buffer-length
               end-if
               move logged-record(chunk-start:buffer-length)
                    to buffer-text
               call 'RecordChecksum' using checksum-buffer
                   checksum-bytes checksum-status classic-mode
               add 2000 to chunk-start
           end-perform
           .

       2500-format-checksum.
           perform varying hx from 1 until hx > 4
               compute byte-ord =
                       function ord(checksum-bytes(hx:1)) - 1
               divide byte-ord by 16 giving hex-hi
                      remainder hex-lo
               move hex-digits(hex-hi + 1:1)
                    to checksum-hex(hx * 2 - 1:1)
               move hex-digits(hex-lo + 1:1)
                    to checksum-hex(hx * 2:1)
           end-perform
           .

       end program LineageLogger.
