      * left off the production name and raised as an operator
      * alert, never half-loaded. Failed files count as the job's
      * rejects.
      * modification history
      *   akar-0  the receipt line carries the GATECTL file-id and a
      *           G/N verdict in fixed columns after the timestamp,
      *           so BatchScheduler can hold a step until tonight's
      *           good receipt for its partner file is on GATERCPT
      *   akar-0  each arrival read, and the production file it was
      *           staged onto, go to the shared LINEAGE file through
      *           'LineageLogger' -- one unit per GATECTL row
      *   akar-0  byte hygiene scan ahead of the verify pass: each
      *           arrival goes through 'ByteHygieneScan' and gets a
      *           block on GATEHYG (control characters, bytes outside
      *           the printable range, first position of each, line
      *           endings, code-page agreement). a file whose control
      *           and out-of-range bytes together exceed the GATECTL
      *           tolerance (columns 209-213, blank = none allowed),
      *           or whose lines disagree on their code page, is held
      *           off the production name like any other failure
      *   akar-0  a GATECTL row can name the partner (columns 214-221):
      *           through 'PartnerLookup' the PARTMST registry then
      *           supplies the expected file-id when the row's is
      *           blank, and the partner's code page decides the
      *           translation outright -- 'E' translates, 'A' never
      *           does -- with the first-byte test left for partners
      *           whose code page is not recorded. a partner not on
      *           the registry fails the file
      *   akar-0  acknowledgments back to partners: every file from a
      *           partner on the registry (named on the row, or found
      *           by the file-id) gets an ACCEPTED or REJECTED record
      *           with the reason, our record count and our checksum
      *           appended to ACK.<partner-id>, and the partner goes
      *           on the ACKPACK list for 'FilePackager' to send the
      *           acknowledgments that night in the partner's code
      *           page
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select optional receipt-file assign to 'GATERCPT'
               organization is line sequential.
           select optional hygiene-file assign to 'GATEHYG'
               organization is line sequential.
           select optional ack-file assign to dynamic ack-file-name
               organization is line sequential.
           select optional ack-list-file assign to 'ACKPACK'
               organization is line sequential.

       data division.
       file section.
           05 ctl-arrival-name pic x(100).
           05 ctl-target-name  pic x(100).
           05 ctl-file-id      pic x(8).
      *    suspect bytes allowed before the file is held; blank = 0
           05 ctl-hygiene-tolerance pic x(5).
           05 ctl-partner-id   pic x(8).

       fd  arrival-file.
       01  arrival-record     pic x(4650).

       fd  ack-file.
       01  ack-record.
           copy "ack-record.cpy".

      * the acknowledgment files waiting to go out, one row per
      * partner in FilePackager's PACKCTL layout
       fd  ack-list-file.
       01  ack-list-record.
           05 akl-source-name  pic x(100).
           05 akl-packed-name  pic x(100).
           05 akl-file-id      pic x(8).
           05 akl-translate    pic x(1).
           05 akl-empty-ok     pic x(1).
           05 akl-partner-id   pic x(8).

       fd  target-file.
       01  target-record      pic x(4650).

       fd  receipt-file.
       01  receipt-line       pic x(132).
      * the fixed front of every receipt line; the free text follows
       01  receipt-fields.
           05 rcp-stamp       pic x(19).
           05 filler          pic x(2).
           05 rcp-file-id     pic x(8).
           05 filler          pic x(1).
      *    'G' staged onto the production name, 'N' rejected
           05 rcp-verdict     pic x(1).
           05 filler          pic x(2).
           05 rcp-detail      pic x(99).

       fd  hygiene-file.
       01  hygiene-line       pic x(132).

       working-storage section.
       01  end-of-control      pic x(1).
       01  now-time            pic x(6).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
           05 ald-text         pic x(60).
       01  count-disp          pic z(8)9.
       01  byte-scan-data.
           copy "byte-scan-data.cpy".
       01  hygiene-tolerance   pic 9(5).
       01  suspect-count       pic 9(9).
       01  hygiene-verdict     pic x(1).
           88 hygiene-held     value 'H'.
       01  hygiene-detail      pic x(60).
       01  position-disp       pic z(8)9.
       01  column-disp         pic z(4)9.
       01  bare-cr-disp        pic z(8)9.
       01  byte-hex            pic x(2).
       01  code-page-label     pic x(20).
       01  partner-function    pic x(1).
       01  partner-data.
           copy "partner-record.cpy".
       01  partner-status      pic x(1).
      * 'E' or 'A' from the registry; space = decide by first byte
       01  partner-code-page   pic x(1).
       01  ack-file-name       pic x(100).
      * partners already on ACKPACK, this run's and any still unsent
       01  ack-list.
           05 ack-list-count   pic 9(3).
           05 ack-list-partner pic x(8) occurs 200 times.
       01  ack-list-changed    pic x(1).
       01  end-of-ack-list     pic x(1).
       01  ax                  pic 9(3).
       01  ack-found           pic 9(3).
       01  acks-written        pic 9(5).

       procedure division.
       0000-mainline.
           move 'GATEWAY' to rl-job-name
           move 'GATEWAY001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move 'tables/EBCASTAB' to translate-table
           move 0 to acks-written
           perform 0100-load-ack-list

           move 'N' to end-of-control
           open input control-file
           open extend receipt-file
           open extend hygiene-file
           perform until no-more-control
               read control-file
                   at end move 'Y' to end-of-control
           end-perform
           close control-file
           close receipt-file
           close hygiene-file
           if ack-list-changed = 'Y'
              perform 7000-write-ack-list
           end-if

           move files-processed to rl-records-read
           move staged-count to rl-records-written
           move ctl-file-id to expected-file-id
           move 'G' to file-verdict
           move spaces to verdict-detail
           move space to partner-code-page
           move space to partner-status
           move spaces to checksum-hex
           move 0 to data-record-count
           move 'N' to ebcdic-flag
           if ctl-partner-id not = spaces
              perform 1200-take-partner-settings
           end-if

           if file-good
      *       pass 0: the raw bytes, before the line sequential
      *       reader can hide any of them
              perform 1500-scan-arrival
      *       pass 1: read, detect and translate in memory, reconcile
      *       the stamp and checksum -- nothing touches the
      *       production name until the whole file has verified
              perform 2000-verify-arrival
              if file-good and hygiene-held
                 move 'N' to file-verdict
                 move hygiene-detail to verdict-detail
              end-if
           end-if
           if file-good
              perform 3000-stage-arrival
              add 1 to staged-count
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           perform 5000-log-lineage
           perform 4000-write-receipt
           perform 4500-write-acknowledgment
           .

       0100-load-ack-list.
           move 0 to ack-list-count
           move 'N' to ack-list-changed
           move 'N' to end-of-ack-list
           open input ack-list-file
           perform until end-of-ack-list = 'Y'
               read ack-list-file
                   at end move 'Y' to end-of-ack-list
                   not at end
                       if ack-list-count < 200
                          add 1 to ack-list-count
                          move akl-partner-id
                               to ack-list-partner(ack-list-count)
                       end-if
               end-read
           end-perform
           close ack-list-file
           .

       1200-take-partner-settings.
      *    what the row leaves blank, the registry fills in
           move 'P' to partner-function
           call 'PartnerLookup' using partner-function ctl-partner-id
               partner-data partner-status
           if partner-status not = 'F'
              move 'N' to file-verdict
              string 'PARTNER ' delimited by size
                     function trim(ctl-partner-id) delimited by size
                     ' NOT ON PARTMST' delimited by size
                     into verdict-detail
              exit paragraph
           end-if
           if expected-file-id = spaces
              move prt-inbound-file-id to expected-file-id
           end-if
           if prt-code-page = 'E' or prt-code-page = 'A'
              move prt-code-page to partner-code-page
           end-if
           .

       1500-scan-arrival.
           move 'G' to hygiene-verdict
           move spaces to hygiene-detail
           move 0 to hygiene-tolerance
           if ctl-hygiene-tolerance is numeric
              move ctl-hygiene-tolerance to hygiene-tolerance
           end-if
           call 'ByteHygieneScan' using arrival-file-name
               byte-scan-data
           move spaces to hygiene-line
           string 'HYGIENE SCAN ' delimited by size
                  function trim(arrival-file-name) delimited by size
                  '  FILE-ID ' delimited by size
                  expected-file-id delimited by size
                  into hygiene-line
           write hygiene-line
           if bsd-missing
      *       the verify pass reports the missing file itself
              move '  NOT FOUND' to hygiene-line
              write hygiene-line
              exit paragraph
           end-if

           if bsd-code-page = 'E'
              move 'EBCDIC (FIRST BYTE)' to code-page-label
           else
              move 'ASCII (FIRST BYTE)' to code-page-label
           end-if
           move bsd-byte-count to position-disp
           move bsd-line-count to count-disp
           move spaces to hygiene-line
           string '  BYTES ' delimited by size
                  function trim(position-disp) delimited by size
                  '  LINES ' delimited by size
                  function trim(count-disp) delimited by size
                  '  CODE PAGE ' delimited by size
                  code-page-label delimited by size
                  into hygiene-line
           write hygiene-line

           move bsd-control-count to count-disp
           move spaces to hygiene-line
           string '  CONTROL CHARACTERS  ' delimited by size
                  function trim(count-disp) delimited by size
                  into hygiene-line
           if bsd-control-count > 0
              move bsd-control-line to position-disp
              move bsd-control-column to column-disp
              move bsd-control-byte to byte-ord
              perform 1600-format-byte
              string '  FIRST AT LINE ' delimited by size
                     function trim(position-disp) delimited by size
                     ' COLUMN ' delimited by size
                     function trim(column-disp) delimited by size
                     ' X''' delimited by size
                     byte-hex delimited by size
                     '''' delimited by size
                     into hygiene-line(40:)
           end-if
           write hygiene-line

           move bsd-high-count to count-disp
           move spaces to hygiene-line
           string '  OUTSIDE PRINTABLE   ' delimited by size
                  function trim(count-disp) delimited by size
                  into hygiene-line
           if bsd-high-count > 0
              move bsd-high-line to position-disp
              move bsd-high-column to column-disp
              move bsd-high-byte to byte-ord
              perform 1600-format-byte
              string '  FIRST AT LINE ' delimited by size
                     function trim(position-disp) delimited by size
                     ' COLUMN ' delimited by size
                     function trim(column-disp) delimited by size
                     ' X''' delimited by size
                     byte-hex delimited by size
                     '''' delimited by size
                     into hygiene-line(40:)
           end-if
           write hygiene-line

           move spaces to hygiene-line
           evaluate true
               when bsd-lf-count > 0 and bsd-crlf-count = 0
                    and bsd-cr-count = 0
                   move '  LINE ENDINGS LF' to hygiene-line
               when bsd-crlf-count > 0 and bsd-lf-count = 0
                    and bsd-cr-count = 0
                   move '  LINE ENDINGS CR/LF' to hygiene-line
               when bsd-cr-count > 0 and bsd-lf-count = 0
                    and bsd-crlf-count = 0
                   move '  LINE ENDINGS BARE CR' to hygiene-line
               when bsd-lf-count = 0 and bsd-crlf-count = 0
                    and bsd-cr-count = 0
                   move '  LINE ENDINGS NONE' to hygiene-line
               when other
                   move '  LINE ENDINGS MIXED' to hygiene-line
           end-evaluate
           move bsd-lf-count to count-disp
           move bsd-crlf-count to position-disp
           move bsd-cr-count to bare-cr-disp
           string '  LF ' delimited by size
                  function trim(count-disp) delimited by size
                  '  CR/LF ' delimited by size
                  function trim(position-disp) delimited by size
                  '  BARE CR ' delimited by size
                  function trim(bare-cr-disp) delimited by size
                  into hygiene-line(25:)
           if bsd-unterminated = 'Y'
              move '  LAST LINE UNTERMINATED' to hygiene-line(70:)
           end-if
           write hygiene-line

           if bsd-mixed-suspected
              move bsd-ascii-lines to count-disp
              move bsd-ebcdic-lines to position-disp
              move spaces to hygiene-line
              string '  MIXED CODE PAGES SUSPECTED  ASCII LINES '
                     delimited by size
                     function trim(count-disp) delimited by size
                     '  EBCDIC LINES ' delimited by size
                     function trim(position-disp) delimited by size
                     into hygiene-line
              move bsd-other-line to position-disp
              string '  FIRST DISAGREEING LINE ' delimited by size
                     function trim(position-disp) delimited by size
                     into hygiene-line(80:)
              write hygiene-line
           end-if

      *    the verdict: over tolerance or a mixed code page holds
      *    the file back
           compute suspect-count = bsd-control-count + bsd-high-count
           move suspect-count to count-disp
           move hygiene-tolerance to column-disp
           evaluate true
               when bsd-mixed-suspected
                   move 'H' to hygiene-verdict
                   move 'HYGIENE: MIXED CODE PAGES SUSPECTED'
                        to hygiene-detail
               when suspect-count > hygiene-tolerance
                   move 'H' to hygiene-verdict
                   string 'HYGIENE: ' delimited by size
                          function trim(count-disp) delimited by size
                          ' SUSPECT BYTES, TOLERANCE '
                          delimited by size
                          function trim(column-disp) delimited by size
                          into hygiene-detail
           end-evaluate
           move spaces to hygiene-line
           if hygiene-held
              string '  HELD - ' delimited by size
                     hygiene-detail delimited by size
                     into hygiene-line
           else
              string '  WITHIN TOLERANCE ' delimited by size
                     function trim(column-disp) delimited by size
                     into hygiene-line
           end-if
           write hygiene-line
           .

       1600-format-byte.
           divide byte-ord by 16 giving hex-hi remainder hex-lo
           move hex-digits(hex-hi + 1:1) to byte-hex(1:1)
           move hex-digits(hex-lo + 1:1) to byte-hex(2:1)
           .

       2000-verify-arrival.
       2100-verify-one-record.
      *    the first byte of the first record decides the code page:
      *    nothing our ASCII feeds start with sits above X'7F', and
      *    everything EBCDIC does -- unless the partner registry
      *    already says which code page the partner sends
           if first-record-flag = 'Y'
              move 'N' to first-record-flag
              compute first-byte-ord =
                      function ord(arrival-record(1:1)) - 1
              evaluate true
                  when partner-code-page = 'E'
                      move 'Y' to ebcdic-flag
                  when partner-code-page = 'A'
                      continue
                  when first-byte-ord > 127
                      move 'Y' to ebcdic-flag
              end-evaluate
           end-if
           if ebcdic-detected
              perform 2200-translate-record
                  now-time(3:2) delimited by size
                  ':' delimited by size
                  now-time(5:2) delimited by size
                  into rcp-stamp
           move expected-file-id to rcp-file-id
           move file-verdict to rcp-verdict
           string function trim(arrival-file-name)
                  delimited by size
                  ' -> ' delimited by size
                  function trim(target-file-name)
                  ebcdic-flag delimited by size
                  '  ' delimited by size
                  function trim(verdict-detail) delimited by size
                  into rcp-detail
           write receipt-line
           .

       4500-write-acknowledgment.
      *    the partner is the row's, or whoever the file-id belongs
      *    to; a file no partner owns has no one to tell
           if partner-status not = 'F' and ctl-partner-id = spaces
              and expected-file-id not = spaces
              move 'I' to partner-function
              call 'PartnerLookup' using partner-function
                  expected-file-id partner-data partner-status
           end-if
           if partner-status not = 'F'
              exit paragraph
           end-if
           if data-record-count > 0 and checksum-hex = spaces
              perform 2500-format-checksum
           end-if

           move spaces to ack-record
           move 'ACK' to ack-tag
           move expected-file-id to ack-file-id
           if file-good
              set ack-accepted to true
           else
              set ack-rejected to true
           end-if
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
                  into ack-stamp
           move data-record-count to ack-record-count
           move checksum-hex to ack-checksum
           move verdict-detail to ack-reason
           move spaces to ack-file-name
           string 'ACK.' delimited by size
                  function trim(prt-partner-id) delimited by size
                  into ack-file-name
           open extend ack-file
           write ack-record
           close ack-file
           add 1 to acks-written

           move 0 to ack-found
           perform varying ax from 1 until ax > ack-list-count
               if ack-list-partner(ax) = prt-partner-id
                  move ax to ack-found
               end-if
           end-perform
           if ack-found = 0 and ack-list-count < 200
              add 1 to ack-list-count
              move prt-partner-id to ack-list-partner(ack-list-count)
              move 'Y' to ack-list-changed
           end-if
           .

       5000-log-lineage.
      *    the partner arrival is where a production file's trail
      *    begins; a rejected arrival logs its read side only
           move files-processed to lin-unit
           move arrival-file-name to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           if file-good
              move target-file-name to lin-file-name
              call 'LineageLogger' using 'O' lineage-data
           end-if
           .

       7000-write-ack-list.
      *    the packaged name and the ACK file-id are the same for
      *    every partner, built from the partner-id; the code page is
      *    left to the registry
           open output ack-list-file
           perform varying ax from 1 until ax > ack-list-count
               move spaces to ack-list-record
               string 'ACK.' delimited by size
                      function trim(ack-list-partner(ax))
                      delimited by size
                      into akl-source-name
               string 'ACKOUT.' delimited by size
                      function trim(ack-list-partner(ax))
                      delimited by size
                      into akl-packed-name
               string 'ACK' delimited by size
                      ack-list-partner(ax)(1:5) delimited by size
                      into akl-file-id
               move 'N' to akl-empty-ok
               move ack-list-partner(ax) to akl-partner-id
               write ack-list-record
           end-perform
           close ack-list-file
           .

       end program FileGateway.
