      * settled by the manifest instead of by memory. The checksum
      * is over the untranslated data records, matching what the
      * inbound gateway computes after translating back.
      * modification history
      *   akar-0  each source read and package written go to the
      *           shared LINEAGE file through 'LineageLogger' -- one
      *           unit per PACKCTL row
      *   akar-0  a PACKCTL row can say an empty source is normal
      *           ('Y' after the translate flag) -- a night with
      *           nothing for that partner (no corrections on their
      *           CORRECT.<partner> file, say) writes no package and
      *           a NOTHING TO SEND manifest line instead of a reject
      *           and a severity 12 alert
      *   akar-0  a PACKCTL row can name the partner (columns 211-218)
      *           instead of carrying their settings: the file-id and
      *           code page then come from the PARTMST registry
      *           through 'PartnerLookup' -- the partner's outbound
      *           file-id when the row's is blank, their 'E' when the
      *           row's translate flag is blank. a partner not on the
      *           registry is a reject, never a package sent under a
      *           guessed file-id
      *   akar-0  after the PACKCTL rows, the rows FileGateway put on
      *           the ACKPACK list -- each partner's ACK.<partner-id>
      *           acknowledgments -- are packaged the same way, in
      *           the partner's code page from the registry. an
      *           acknowledgment file once packaged is emptied and
      *           its row taken off ACKPACK, so each acknowledgment
      *           goes out once; a row that could not be packaged
      *           stays on the list for the next run
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select optional manifest-file assign to 'PACKMANF'
               organization is line sequential.
           select optional ack-list-file assign to 'ACKPACK'
               organization is line sequential.

       data division.
       file section.
           05 ctl-packed-name  pic x(100).
           05 ctl-file-id      pic x(8).
           05 ctl-translate    pic x(1).
           05 ctl-empty-ok     pic x(1).
           05 ctl-partner-id   pic x(8).

       fd  source-file.
       01  source-record      pic x(4650).
       fd  manifest-file.
       01  manifest-line      pic x(200).

      * FileGateway's acknowledgment rows, in the PACKCTL layout
       fd  ack-list-file.
       01  ack-list-record    pic x(218).

       working-storage section.
       01  end-of-control      pic x(1).
           88 no-more-control  value 'Y'.
       01  today-stamp         pic x(10).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
           05 ald-text         pic x(60).
       01  count-disp          pic z(8)9.
       01  partner-function    pic x(1).
       01  partner-data.
           copy "partner-record.cpy".
       01  partner-status      pic x(1).
       01  end-of-ack-list     pic x(1).
      * ACKPACK rows not packaged this run, kept for the next
       01  ack-keep-list.
           05 ack-keep-count   pic 9(3).
           05 ack-keep-row     pic x(218) occurs 200 times.
       01  kx                  pic 9(3).
       01  ack-rows-read       pic 9(3).

       procedure division.
       0000-mainline.
           move 'PACKAGER' to rl-job-name
           move 'PACKAGE001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move 'tables/ASCEBTAB' to translate-table
           move function current-date(1:8) to now-date
           move spaces to today-stamp
               end-read
           end-perform
           close control-file
           perform 7000-package-acknowledgments
           close manifest-file

           move files-processed to rl-records-read
           move ctl-translate to translate-flag
           move 'G' to file-verdict
           move spaces to verdict-detail
           move 0 to data-record-count
           move spaces to checksum-hex

           if ctl-partner-id not = spaces
              perform 1200-take-partner-settings
           end-if
           if file-good
              perform 2000-count-and-checksum
           end-if
           if file-good
              perform 3000-write-packaged-file
              add 1 to packed-count
              move 'PACKAGED' to verdict-detail
           else
              if ctl-empty-ok = 'Y'
                 and verdict-detail = 'SOURCE FILE EMPTY'
                 move 'NOTHING TO SEND' to verdict-detail
                 move spaces to checksum-hex
              else
                 add 1 to files-rejected
                 move 'PACKAGER' to ald-job-name
                 move 12 to ald-severity
                 move spaces to ald-text
                 string function trim(source-file-name)
                        delimited by size
                        ': ' delimited by size
                        function trim(verdict-detail)
                        delimited by size
                        into ald-text
                 call 'OperatorAlert' using 'R' alert-data
              end-if
           end-if
           perform 6000-log-lineage
           perform 5000-write-manifest
           .

       1200-take-partner-settings.
      *    what the row leaves blank, the registry fills in
           move 'P' to partner-function
           call 'PartnerLookup' using partner-function ctl-partner-id
               partner-data partner-status
           if partner-status not = 'F'
              move 'N' to file-verdict
              move spaces to verdict-detail
              string 'PARTNER ' delimited by size
                     function trim(ctl-partner-id) delimited by size
                     ' NOT ON PARTMST' delimited by size
                     into verdict-detail
              exit paragraph
           end-if
           if pack-file-id = spaces
              move prt-outbound-file-id to pack-file-id
           end-if
           if translate-flag = space and prt-code-page = 'E'
              move 'E' to translate-flag
           end-if
           .

       2000-count-and-checksum.
           move 0 to data-record-count
           move low-values to checksum-bytes
           write manifest-line
           .

       6000-log-lineage.
      *    a package's trail runs back through the source it was
      *    cut from; a rejected source logs its read side only
           move files-processed to lin-unit
           move source-file-name to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           if file-good
              move packed-file-name to lin-file-name
              call 'LineageLogger' using 'O' lineage-data
           end-if
           .

       7000-package-acknowledgments.
           move 0 to ack-keep-count, ack-rows-read
           move 'N' to end-of-ack-list
           open input ack-list-file
           perform until end-of-ack-list = 'Y'
               read ack-list-file into control-record
                   at end move 'Y' to end-of-ack-list
                   not at end
                       add 1 to files-processed, ack-rows-read
                       perform 1000-package-one-file
                       if file-good
      *                   sent: the next acknowledgments start a
      *                   fresh file
                          open output source-file
                          close source-file
                       else
                          if ack-keep-count < 200
                             add 1 to ack-keep-count
                             move ack-list-record
                                  to ack-keep-row(ack-keep-count)
                          end-if
                       end-if
               end-read
           end-perform
           close ack-list-file
           if ack-rows-read > 0
              open output ack-list-file
              perform varying kx from 1 until kx > ack-keep-count
                  write ack-list-record from ack-keep-row(kx)
              end-perform
              close ack-list-file
           end-if
           .

       end program FilePackager.
