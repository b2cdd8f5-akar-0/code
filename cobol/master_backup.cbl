       identification division.
       program-id. MasterBackup.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Backs the master files up into one dated backup set,
      * MSTRSET.yyyymmdd (see master-backup-set.cpy), with a manifest
      * alongside, MSTRMANF.yyyymmdd, giving each member's data
      * record count and its chained 'RecordChecksum' XOR checksum --
      * what MasterRestore proves the set against before it lets a
      * member overwrite anything. The house members are BFSCRMST,
      * MTXMST and PARTMST (indexed, copied in key order), BFSCRVSN,
      * OPERREF, the house HOLIDAYS calendar, LAYOUTS, REJAGING and
      * the GCDAUDIT, MDAUDIT and ONLNAUDT seal-chain state records
      * (.CHN). Every partner calendar named on PARTMST
      * (HOLIDAYS.<name>) is a member too, each one once however
      * many partners share it. Each MBKCTL row adds one more line
      * sequential member by name, for anything else that has to go
      * in the set. A member that is not there is listed
      * MISSING on the manifest and counts as a reject; the rest of
      * the set is still written.
      * modification history
      *   akar-0  new batch job
      *   akar-0  line sequential members read 4700 bytes wide, so a
      *           BFSCRVSN version record (4672) is backed up whole
      *   akar-0  the PARTMST partner registry is a house member
      *           (organization 'P', copied in key order), and every
      *           partner calendar it names is backed up without an
      *           MBKCTL row
       environment division.
       input-output section.
       file-control.
           select optional member-list-file assign to 'MBKCTL'
               organization is line sequential.
           select script-master-file
               assign to dynamic member-file-name
               organization is indexed
               access mode is sequential
               record key is mst-script-id
               file status is member-status.
           select matrix-master-file
               assign to dynamic member-file-name
               organization is indexed
               access mode is sequential
               record key is mtx-key
               file status is member-status.
           select partner-master-file
               assign to dynamic member-file-name
               organization is indexed
               access mode is sequential
               record key is pmst-partner-id
               file status is member-status.
           select line-member-file assign to dynamic member-file-name
               organization is line sequential
               file status is member-status.
           select set-file assign to dynamic set-file-name
               organization is sequential.
           select manifest-file assign to dynamic manifest-file-name
               organization is line sequential.
           select report-file assign to 'MBKRPT'
               organization is line sequential.

       data division.
       file section.
       fd  member-list-file.
       01  member-list-record.
           05 mbc-member-name    pic x(100).

       fd  script-master-file.
       01  script-master-record.
           copy "script-lib-record.cpy"
               replacing leading ==lib== by ==mst==.
           05 mst-requester-id   pic x(8).
           05 mst-approver-id    pic x(8).
           05 mst-approved-stamp pic x(19).

       fd  matrix-master-file.
       01  matrix-master-record.
           05 mtx-key.
              10 mtx-id          pic x(10).
              10 mtx-as-of       pic x(8).
           05 mtx-grid           pic x(40006).

       fd  partner-master-file.
       01  partner-master-record.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==pmst==.

       fd  line-member-file.
       01  line-member-record    pic x(4700).

       fd  set-file
           record varying in size from 3 to 40027 characters
               depending on set-record-length.
       01  set-record.
           copy "master-backup-set.cpy".

       fd  manifest-file.
       01  manifest-record.
           copy "master-backup-manifest.cpy".

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
       01  member-file-name      pic x(100).
       01  member-status         pic x(2).
       01  set-file-name         pic x(100).
       01  manifest-file-name    pic x(100).
       01  set-record-length     pic 9(5).
      * the house members, name and organization
       01  standard-member-table.
           05 filler pic x(21) value 'BFSCRMST            S'.
           05 filler pic x(21) value 'MTXMST              M'.
           05 filler pic x(21) value 'PARTMST             P'.
           05 filler pic x(21) value 'BFSCRVSN            L'.
           05 filler pic x(21) value 'OPERREF             L'.
           05 filler pic x(21) value 'HOLIDAYS            L'.
           05 filler pic x(21) value 'LAYOUTS             L'.
           05 filler pic x(21) value 'REJAGING            L'.
           05 filler pic x(21) value 'GCDAUDIT.CHN        L'.
           05 filler pic x(21) value 'MDAUDIT.CHN         L'.
           05 filler pic x(21) value 'ONLNAUDT.CHN        L'.
       01  standard-members redefines standard-member-table.
           05 standard-member occurs 11 times.
              10 std-member-name pic x(20).
              10 std-member-org  pic x(1).
       01  member-table.
           05 member-count       pic 9(3).
           05 member-entry occurs 100 times.
              10 mbt-member-name pic x(100).
              10 mbt-member-org  pic x(1).
       01  mx                    pic 9(3).
       01  dx                    pic 9(3).
      * a member about to join the table, and whether it already has
       01  new-member-name       pic x(100).
       01  new-member-org        pic x(1).
       01  member-listed         pic x(1).
       01  members-dropped       pic 9(5).
       01  member-present        pic x(1).
       01  record-count          pic 9(9).
       01  data-length           pic 9(5).
       01  chunk-start           pic 9(5).
       01  checksum-buffer.
           05 buffer-length      pic 9(5).
           05 buffer-text        pic x(2000).
       01  checksum-bytes        pic x(4).
       01  checksum-status       pic x(1).
       01  classic-mode          pic x(1) value 'X'.
       01  checksum-hex          pic x(8).
       01  hex-digits            pic x(16) value '0123456789ABCDEF'.
       01  byte-ord              pic 9(3).
       01  hex-hi                pic 9(2).
       01  hex-lo                pic 9(2).
       01  hx                    pic 9(1).
       01  now-date              pic x(8).
       01  now-time              pic x(6).
       01  backed-up-count       pic 9(5).
       01  missing-count         pic 9(5).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(8)9.

       procedure division.
       0000-mainline.
           move 0 to backed-up-count, missing-count
           move 'N' to control-failed-flag
           move function current-date(1:8) to now-date
           move function current-date(9:6) to now-time
           initialize run-log-data
           move 'MSTRBKUP' to rl-job-name
           move 'MSTRBKUP01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 1000-load-members
           move spaces to set-file-name, manifest-file-name
           string 'MSTRSET.' delimited by size
                  now-date delimited by size
                  into set-file-name
           string 'MSTRMANF.' delimited by size
                  now-date delimited by size
                  into manifest-file-name

           open output set-file
           open output manifest-file
           open output report-file
           move spaces to report-line
           string 'MASTER FILE BACKUP SET ' delimited by size
                  function trim(set-file-name) delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line

           move spaces to set-record
           move 'SET' to bks-tag
           move now-date to bks-set-date
           string now-date(1:4) '-' now-date(5:2) '-' now-date(7:2)
                  ' ' now-time(1:2) ':' now-time(3:2) ':'
                  now-time(5:2) delimited by size
                  into bks-set-stamp
           move 30 to set-record-length
           write set-record

           perform varying mx from 1 until mx > member-count
               perform 2000-backup-one-member
           end-perform
           perform 5000-write-summary
           close set-file
           close manifest-file
           close report-file

           if missing-count > 0
              move 'MSTRBKUP' to ald-job-name
              move 08 to ald-severity
              move missing-count to count-disp
              move spaces to ald-text
              string function trim(count-disp) delimited by size
                     ' MASTER FILE(S) MISSING FROM BACKUP, SEE MBKRPT'
                     delimited by size
                     into ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           move member-count to rl-records-read
           move backed-up-count to rl-records-written
           move missing-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-members.
           move 0 to member-count, members-dropped
           perform varying mx from 1 until mx > 11
               add 1 to member-count
               move std-member-name(mx) to mbt-member-name(mx)
               move std-member-org(mx) to mbt-member-org(mx)
           end-perform
      *    every partner calendar on the registry, so a partner added
      *    through 'PartnerMaint' is in tonight's set with no MBKCTL
      *    row for anyone to forget
           move 'PARTMST' to member-file-name
           move 'N' to end-of-file-flag
           open input partner-master-file
           if member-status = '00'
              perform until no-more-records
                  read partner-master-file next record
                      at end move 'Y' to end-of-file-flag
                      not at end
                          if pmst-calendar-name not = spaces
                             move spaces to new-member-name
                             string 'HOLIDAYS.' delimited by size
                                    function trim(pmst-calendar-name)
                                    delimited by size
                                    into new-member-name
                             move 'L' to new-member-org
                             perform 1100-add-member
                          end-if
                  end-read
              end-perform
              close partner-master-file
           end-if
      *    MBKCTL is for anything else that has to be in the set
           move 'N' to end-of-file-flag
           open input member-list-file
           perform until no-more-records
               read member-list-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if mbc-member-name not = spaces
                          move mbc-member-name to new-member-name
                          move 'L' to new-member-org
                          perform 1100-add-member
                       end-if
               end-read
           end-perform
           close member-list-file
           .

       1100-add-member.
      *    a member already listed (a calendar two partners share, or
      *    an MBKCTL row naming one) is backed up once
           move 'N' to member-listed
           perform varying dx from 1 until dx > member-count
               if mbt-member-name(dx) = new-member-name
                  move 'Y' to member-listed
               end-if
           end-perform
           if member-listed = 'Y'
              exit paragraph
           end-if
           if member-count < 100
              add 1 to member-count
              move new-member-name to mbt-member-name(member-count)
              move new-member-org to mbt-member-org(member-count)
           else
              add 1 to members-dropped
           end-if
           .

       2000-backup-one-member.
           move mbt-member-name(mx) to member-file-name
           move 0 to record-count
           move low-values to checksum-bytes
           move 'Y' to member-present

           move spaces to set-record
           move 'MBR' to bks-tag
           move mbt-member-name(mx) to bks-member-name
           move mbt-member-org(mx) to bks-member-org
           move 0 to bks-member-count
           move 121 to set-record-length
           write set-record

           evaluate mbt-member-org(mx)
               when 'S' perform 2100-copy-script-master
               when 'M' perform 2200-copy-matrix-master
               when 'P' perform 2250-copy-partner-master
               when other perform 2300-copy-line-member
           end-evaluate
           perform 2500-format-checksum

           move spaces to set-record
           move 'END' to bks-tag
           move mbt-member-name(mx) to bks-member-name
           move mbt-member-org(mx) to bks-member-org
           move record-count to bks-member-count
           move checksum-hex to bks-member-checksum
           move 121 to set-record-length
           write set-record

           move spaces to manifest-record
           move mbt-member-name(mx) to bkm-member-name
           move mbt-member-org(mx) to bkm-member-org
           move record-count to bkm-record-count
           move checksum-hex to bkm-checksum
           move record-count to count-disp
           move spaces to report-line
           if member-present = 'Y'
              move 'B' to bkm-status
              add 1 to backed-up-count
              string 'BACKED UP  ' delimited by size
                     mbt-member-name(mx)(1:40) delimited by size
                     count-disp delimited by size
                     ' RECORDS  CHECKSUM ' delimited by size
                     checksum-hex delimited by size
                     into report-line
           else
              move 'M' to bkm-status
              add 1 to missing-count
              string 'MISSING    ' delimited by size
                     mbt-member-name(mx)(1:40) delimited by size
                     into report-line
           end-if
           write manifest-record
           write report-line
           .

       2100-copy-script-master.
           open input script-master-file
           if member-status not = '00'
              move 'N' to member-present
              exit paragraph
           end-if
           move 'N' to end-of-file-flag
           perform until no-more-records
               read script-master-file next record
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move length of script-master-record
                            to data-length
                       move script-master-record
                            to bks-body(1:data-length)
                       perform 2400-write-data-record
               end-read
           end-perform
           close script-master-file
           .

       2200-copy-matrix-master.
           open input matrix-master-file
           if member-status not = '00'
              move 'N' to member-present
              exit paragraph
           end-if
           move 'N' to end-of-file-flag
           perform until no-more-records
               read matrix-master-file next record
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move length of matrix-master-record
                            to data-length
                       move matrix-master-record
                            to bks-body(1:data-length)
                       perform 2400-write-data-record
               end-read
           end-perform
           close matrix-master-file
           .

       2250-copy-partner-master.
           open input partner-master-file
           if member-status not = '00'
              move 'N' to member-present
              exit paragraph
           end-if
           move 'N' to end-of-file-flag
           perform until no-more-records
               read partner-master-file next record
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move length of partner-master-record
                            to data-length
                       move partner-master-record
                            to bks-body(1:data-length)
                       perform 2400-write-data-record
               end-read
           end-perform
           close partner-master-file
           .

       2300-copy-line-member.
      *    trailing spaces are line padding, not data -- the same
      *    length the record comes back as on restore
           open input line-member-file
           if member-status not = '00'
              move 'N' to member-present
              exit paragraph
           end-if
           move 'N' to end-of-file-flag
           perform until no-more-records
               read line-member-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if line-member-record = spaces
                          move 0 to data-length
                       else
                          compute data-length = function length(
                              function trim(line-member-record
                                            trailing))
                       end-if
                       if data-length > 0
                          move line-member-record(1:data-length)
                               to bks-body(1:data-length)
                       end-if
                       perform 2400-write-data-record
               end-read
           end-perform
           close line-member-file
           .

       2400-write-data-record.
           move 'DAT' to bks-tag
           compute set-record-length = data-length + 3
           write set-record
           add 1 to record-count
           move 1 to chunk-start
           perform until chunk-start > data-length
               compute buffer-length = data-length - chunk-start + 1
               if buffer-length > 2000
                  move 2000 to buffer-length
               end-if
               move bks-body(chunk-start:buffer-length)
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

       5000-write-summary.
           move spaces to report-line
           write report-line
           move backed-up-count to count-disp
           move spaces to report-line
           string 'MEMBERS BACKED UP    ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move missing-count to count-disp
           move spaces to report-line
           string 'MEMBERS MISSING      ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           if members-dropped > 0
              move members-dropped to count-disp
              move spaces to report-line
              string 'MEMBERS DROPPED      ' delimited by size
                     count-disp delimited by size
                     into report-line
              write report-line
           end-if
           .

       end program MasterBackup.
