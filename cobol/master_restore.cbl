       identification division.
       program-id. MasterRestore.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Restores master files from a MasterBackup set, and nothing
      * until the set has proved itself: every member asked for is
      * re-counted and re-checksummed from MSTRSET.yyyymmdd and must
      * agree with both its own END trailer and the MSTRMANF.yyyymmdd
      * manifest before a single record is written -- one member
      * failing refuses the whole run (completion code 12 and an
      * operator alert) with every live file untouched. The MRSCTL
      * control record gives:
      *   RSC-MODE      'V' verify the set only (also what runs with
      *                 no MRSCTL, against tonight's set)
      *                 'R' restore onto the live names
      *                 'T' restore test -- each member is restored
      *                     to '<name>.RSTTEST' beside the live file,
      *                     read back, and its count and checksum
      *                     proved against the manifest again; the
      *                     quarterly test, run without risk to the
      *                     masters. the test copies stay for
      *                     inspection until the next test replaces
      *                     them
      *   RSC-SET-DATE  the backup set to use; spaces for today's
      *   RSC-MEMBER    one member to restore; spaces for every
      *                 member the set backed up
      * MRSRPT lists each member's verification and what was done.
      * modification history
      *   akar-0  new batch job
      *   akar-0  line sequential members written 4700 bytes wide, so
      *           a BFSCRVSN version record (4672) is restored whole
      *   akar-0  a PARTMST member (organization 'P') is rebuilt as
      *           the indexed partner master, its file status checked
      *           on every write; a member of an organization this
      *           program does not know fails verification instead of
      *           being written out as a line sequential file
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'MRSCTL'
               organization is line sequential.
           select optional set-file assign to dynamic set-file-name
               organization is sequential
               file status is set-status.
           select optional manifest-file
               assign to dynamic manifest-file-name
               organization is line sequential
               file status is manifest-status.
           select script-master-file
               assign to dynamic target-file-name
               organization is indexed
               access mode is sequential
               record key is mst-script-id
               file status is target-status.
           select matrix-master-file
               assign to dynamic target-file-name
               organization is indexed
               access mode is sequential
               record key is mtx-key
               file status is target-status.
           select partner-master-file
               assign to dynamic target-file-name
               organization is indexed
               access mode is sequential
               record key is pmst-partner-id
               file status is target-status.
           select line-member-file assign to dynamic target-file-name
               organization is line sequential
               file status is target-status.
           select report-file assign to 'MRSRPT'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 rsc-mode           pic x(1).
           05 filler             pic x(1).
           05 rsc-set-date       pic x(8).
           05 filler             pic x(1).
           05 rsc-member-name    pic x(100).

       fd  set-file
           record varying in size from 3 to 40027 characters
               depending on set-record-length.
       01  set-record.
           copy "master-backup-set.cpy".

       fd  manifest-file.
       01  manifest-record.
           copy "master-backup-manifest.cpy".

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

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-file-flag      pic x(1).
           88 no-more-records    value 'Y'.
       01  restore-mode          pic x(1).
           88 mode-verify        value 'V'.
           88 mode-restore       value 'R'.
           88 mode-test          value 'T'.
       01  set-date              pic x(8).
       01  member-wanted         pic x(100).
       01  set-file-name         pic x(100).
       01  set-status            pic x(2).
       01  manifest-file-name    pic x(100).
       01  manifest-status       pic x(2).
       01  target-file-name      pic x(100).
       01  target-status         pic x(2).
       01  set-record-length     pic 9(5).
       01  member-table.
           05 member-count       pic 9(3).
           05 member-entry occurs 100 times.
              10 mbt-member-name pic x(100).
              10 mbt-member-org  pic x(1).
              10 mbt-record-count pic 9(9).
              10 mbt-checksum    pic x(8).
              10 mbt-status      pic x(1).
              10 mbt-selected    pic x(1).
              10 mbt-verified    pic x(1).
              10 mbt-set-count   pic 9(9).
              10 mbt-set-checksum pic x(8).
              10 mbt-note        pic x(40).
       01  mx                    pic 9(3).
       01  current-member        pic 9(3).
       01  selected-count        pic 9(5).
       01  failed-count          pic 9(5).
       01  done-count            pic 9(5).
       01  refusal-reason        pic x(60).
       01  target-failed         pic x(1).
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
           move 0 to selected-count, failed-count, done-count
           move 'N' to control-failed-flag
           move spaces to refusal-reason
           initialize run-log-data
           move 'MSTRREST' to rl-job-name
           move 'MSTRREST01' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-control
           open output report-file
           move spaces to report-line
           evaluate true
               when mode-restore
                    string 'MASTER FILE RESTORE FROM ' delimited by size
                           function trim(set-file-name)
                           delimited by size
                           into report-line
               when mode-test
                    string 'MASTER FILE RESTORE TEST FROM '
                           delimited by size
                           function trim(set-file-name)
                           delimited by size
                           into report-line
               when other
                    string 'MASTER FILE BACKUP SET VERIFY OF '
                           delimited by size
                           function trim(set-file-name)
                           delimited by size
                           into report-line
           end-evaluate
           write report-line
           move spaces to report-line
           write report-line

           perform 1000-load-manifest
           if refusal-reason = spaces
              perform 2000-verify-set
           end-if
           if refusal-reason = spaces and not mode-verify
              perform 3000-restore-set
           end-if
           if refusal-reason not = spaces
              move 'Y' to control-failed-flag
              move spaces to report-line
              write report-line
              move spaces to report-line
              string 'REFUSED - ' delimited by size
                     refusal-reason delimited by size
                     into report-line
              write report-line
              move 'MSTRREST' to ald-job-name
              move 12 to ald-severity
              move refusal-reason to ald-text
              call 'OperatorAlert' using 'R' alert-data
           end-if
           perform 5000-write-summary
           close report-file

           move selected-count to rl-records-read
           move done-count to rl-records-written
           move failed-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-control.
           move 'V' to restore-mode
           move spaces to set-date, member-wanted
           open input control-file
           read control-file
               at end continue
               not at end
                   move rsc-mode to restore-mode
                   move rsc-set-date to set-date
                   move rsc-member-name to member-wanted
           end-read
           close control-file
           if not mode-restore and not mode-test
              move 'V' to restore-mode
           end-if
           if set-date = spaces
              move function current-date(1:8) to set-date
           end-if
           move spaces to set-file-name, manifest-file-name
           string 'MSTRSET.' delimited by size
                  set-date delimited by size
                  into set-file-name
           string 'MSTRMANF.' delimited by size
                  set-date delimited by size
                  into manifest-file-name
           .

       1000-load-manifest.
           move 0 to member-count
           move 'N' to end-of-file-flag
           open input manifest-file
           if manifest-status not = '00'
              move 'NO MANIFEST FOR THE BACKUP SET' to refusal-reason
              exit paragraph
           end-if
           perform until no-more-records
               read manifest-file
                   at end move 'Y' to end-of-file-flag
                   not at end
                       if member-count < 100
                          add 1 to member-count
                          perform 1100-take-manifest-line
                       end-if
               end-read
           end-perform
           close manifest-file

           if member-wanted not = spaces
              move 0 to current-member
              perform varying mx from 1 until mx > member-count
                  if mbt-member-name(mx) = member-wanted
                     move mx to current-member
                  end-if
              end-perform
              evaluate true
                  when current-member = 0
                       move 'MEMBER IS NOT IN THE BACKUP SET'
                            to refusal-reason
                  when mbt-status(current-member) not = 'B'
                       move 'MEMBER WAS MISSING WHEN THE SET WAS TAKEN'
                            to refusal-reason
                  when other
                       move 'Y' to mbt-selected(current-member)
                       add 1 to selected-count
              end-evaluate
           else
              perform varying mx from 1 until mx > member-count
                  if mbt-status(mx) = 'B'
                     move 'Y' to mbt-selected(mx)
                     add 1 to selected-count
                  end-if
              end-perform
           end-if
           .

       1100-take-manifest-line.
           move bkm-member-name to mbt-member-name(member-count)
           move bkm-member-org to mbt-member-org(member-count)
           move bkm-record-count to mbt-record-count(member-count)
           move bkm-checksum to mbt-checksum(member-count)
           move bkm-status to mbt-status(member-count)
           move 'N' to mbt-selected(member-count)
           move 'N' to mbt-verified(member-count)
           move 0 to mbt-set-count(member-count)
           move spaces to mbt-set-checksum(member-count)
           move 'NOT FOUND IN THE SET' to mbt-note(member-count)
           .

       2000-verify-set.
      *    pass 1 writes nothing: it proves each member asked for
      *    against its own trailer and against the manifest
           move 0 to current-member
           move 'N' to end-of-file-flag
           open input set-file
           if set-status not = '00'
              move 'BACKUP SET NOT FOUND' to refusal-reason
              exit paragraph
           end-if
           perform until no-more-records
               read set-file
                   at end move 'Y' to end-of-file-flag
                   not at end perform 2100-verify-one-record
               end-read
           end-perform
           close set-file

           perform varying mx from 1 until mx > member-count
               if mbt-selected(mx) = 'Y'
                  move spaces to report-line
                  move mbt-set-count(mx) to count-disp
                  if mbt-verified(mx) = 'Y'
                     string 'VERIFIED   ' delimited by size
                            mbt-member-name(mx)(1:40)
                            delimited by size
                            count-disp delimited by size
                            ' RECORDS  CHECKSUM ' delimited by size
                            mbt-set-checksum(mx) delimited by size
                            into report-line
                  else
                     add 1 to failed-count
                     string 'FAILED     ' delimited by size
                            mbt-member-name(mx)(1:40)
                            delimited by size
                            mbt-note(mx) delimited by size
                            into report-line
                  end-if
                  write report-line
               end-if
           end-perform
           if failed-count > 0
              move failed-count to count-disp
              string function trim(count-disp) delimited by size
                     ' MEMBER(S) FAIL VERIFICATION - NOTHING RESTORED'
                     delimited by size
                     into refusal-reason
           end-if
           .

       2100-verify-one-record.
           evaluate true
               when bks-member-header
                    perform 2200-find-member
                    move 0 to record-count
                    move low-values to checksum-bytes
               when bks-data
                    if current-member > 0
                       compute data-length = set-record-length - 3
                       perform 2400-fold-data-record
                    end-if
               when bks-member-trailer
                    if current-member > 0
                       perform 2300-check-member
                    end-if
                    move 0 to current-member
           end-evaluate
           .

       2200-find-member.
           move 0 to current-member
           perform varying mx from 1 until mx > member-count
               if mbt-member-name(mx) = bks-member-name
                  and mbt-selected(mx) = 'Y'
                  move mx to current-member
               end-if
           end-perform
           .

       2300-check-member.
           perform 2500-format-checksum
           move record-count to mbt-set-count(current-member)
           move checksum-hex to mbt-set-checksum(current-member)
           evaluate true
               when mbt-member-org(current-member) not = 'S'
                    and mbt-member-org(current-member) not = 'M'
                    and mbt-member-org(current-member) not = 'P'
                    and mbt-member-org(current-member) not = 'L'
                    move 'UNKNOWN MEMBER ORGANIZATION'
                         to mbt-note(current-member)
               when record-count not = bks-member-count
                    or checksum-hex not = bks-member-checksum
                    move 'DATA DOES NOT MATCH ITS SET TRAILER'
                         to mbt-note(current-member)
               when record-count not = mbt-record-count(current-member)
                    or checksum-hex not = mbt-checksum(current-member)
                    move 'DATA DOES NOT MATCH THE MANIFEST'
                         to mbt-note(current-member)
               when other
                    move 'Y' to mbt-verified(current-member)
                    move spaces to mbt-note(current-member)
           end-evaluate
           .

       2400-fold-data-record.
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

       3000-restore-set.
      *    pass 2: every member asked for has verified, so each one
      *    is written out in full from the set
           move spaces to report-line
           write report-line
           move 0 to current-member
           move 'N' to end-of-file-flag
           open input set-file
           perform until no-more-records
               read set-file
                   at end move 'Y' to end-of-file-flag
                   not at end perform 3100-restore-one-record
               end-read
           end-perform
           close set-file
           .

       3100-restore-one-record.
           evaluate true
               when bks-member-header
                    perform 2200-find-member
                    if current-member > 0
                       perform 3200-open-target
                    end-if
               when bks-data
                    if current-member > 0
                       compute data-length = set-record-length - 3
                       perform 3300-write-target-record
                    end-if
               when bks-member-trailer
                    if current-member > 0
                       perform 3400-close-target
                    end-if
                    move 0 to current-member
           end-evaluate
           .

       3200-open-target.
           move spaces to target-file-name
           if mode-test
              string function trim(mbt-member-name(current-member))
                     delimited by size
                     '.RSTTEST' delimited by size
                     into target-file-name
           else
              move mbt-member-name(current-member) to target-file-name
           end-if
           move 'N' to target-failed
           evaluate mbt-member-org(current-member)
               when 'S' open output script-master-file
               when 'M' open output matrix-master-file
               when 'P' open output partner-master-file
               when other open output line-member-file
           end-evaluate
           if target-status not = '00'
              move 'Y' to target-failed
           end-if
           .

       3300-write-target-record.
           if target-failed = 'Y'
              exit paragraph
           end-if
           evaluate mbt-member-org(current-member)
               when 'S'
                    move bks-body(1:data-length)
                         to script-master-record
                    write script-master-record
                        invalid key move 'Y' to target-failed
                    end-write
               when 'M'
                    move bks-body(1:data-length)
                         to matrix-master-record
                    write matrix-master-record
                        invalid key move 'Y' to target-failed
                    end-write
               when 'P'
                    move bks-body(1:data-length)
                         to partner-master-record
                    write partner-master-record
                        invalid key move 'Y' to target-failed
                    end-write
                    if target-status not = '00'
                       move 'Y' to target-failed
                    end-if
               when other
                    move spaces to line-member-record
                    if data-length > 0
                       move bks-body(1:data-length)
                            to line-member-record
                    end-if
                    write line-member-record
           end-evaluate
           .

       3400-close-target.
           evaluate mbt-member-org(current-member)
               when 'S' close script-master-file
               when 'M' close matrix-master-file
               when 'P' close partner-master-file
               when other close line-member-file
           end-evaluate
           move spaces to report-line
           if target-failed = 'Y'
              add 1 to failed-count
              string 'NOT WRITTEN ' delimited by size
                     function trim(target-file-name) delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           if mode-test
              perform 3500-recheck-target
              exit paragraph
           end-if
           add 1 to done-count
           move mbt-set-count(current-member) to count-disp
           string 'RESTORED   ' delimited by size
                  mbt-member-name(current-member)(1:40)
                  delimited by size
                  count-disp delimited by size
                  ' RECORDS' delimited by size
                  into report-line
           write report-line
           .

       3500-recheck-target.
      *    the test copy is read back as the jobs would read it and
      *    has to come to the manifest's count and checksum again
           move 0 to record-count
           move low-values to checksum-bytes
           move 'N' to end-of-file-flag
           evaluate mbt-member-org(current-member)
               when 'S' perform 3600-reread-script-master
               when 'M' perform 3700-reread-matrix-master
               when 'P' perform 3750-reread-partner-master
               when other perform 3800-reread-line-member
           end-evaluate
      *    the reread borrowed the set's end-of-file flag and
      *    record area; the set read carries on from its next record
           move 'N' to end-of-file-flag
           perform 2500-format-checksum
           move record-count to count-disp
           move spaces to report-line
           if record-count = mbt-record-count(current-member)
              and checksum-hex = mbt-checksum(current-member)
              add 1 to done-count
              string 'TEST PASSED ' delimited by size
                     target-file-name(1:40)
                     delimited by size
                     count-disp delimited by size
                     ' RECORDS  CHECKSUM ' delimited by size
                     checksum-hex delimited by size
                     into report-line
           else
              add 1 to failed-count
              string 'TEST FAILED ' delimited by size
                     target-file-name(1:40)
                     delimited by size
                     count-disp delimited by size
                     ' RECORDS  CHECKSUM ' delimited by size
                     checksum-hex delimited by size
                     into report-line
           end-if
           write report-line
           .

       3600-reread-script-master.
           open input script-master-file
           perform until no-more-records
               read script-master-file next record
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move length of script-master-record
                            to data-length
                       move script-master-record
                            to bks-body(1:data-length)
                       perform 2400-fold-data-record
               end-read
           end-perform
           close script-master-file
           .

       3700-reread-matrix-master.
           open input matrix-master-file
           perform until no-more-records
               read matrix-master-file next record
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move length of matrix-master-record
                            to data-length
                       move matrix-master-record
                            to bks-body(1:data-length)
                       perform 2400-fold-data-record
               end-read
           end-perform
           close matrix-master-file
           .

       3750-reread-partner-master.
           open input partner-master-file
           perform until no-more-records
               read partner-master-file next record
                   at end move 'Y' to end-of-file-flag
                   not at end
                       move length of partner-master-record
                            to data-length
                       move partner-master-record
                            to bks-body(1:data-length)
                       perform 2400-fold-data-record
               end-read
           end-perform
           close partner-master-file
           .

       3800-reread-line-member.
           open input line-member-file
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
                       perform 2400-fold-data-record
               end-read
           end-perform
           close line-member-file
           .

       5000-write-summary.
           move spaces to report-line
           write report-line
           move selected-count to count-disp
           move spaces to report-line
           string 'MEMBERS SELECTED     ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           move done-count to count-disp
           move spaces to report-line
           evaluate true
               when mode-restore
                    string 'MEMBERS RESTORED     ' delimited by size
                           count-disp delimited by size
                           into report-line
               when mode-test
                    string 'RESTORE TESTS PASSED ' delimited by size
                           count-disp delimited by size
                           into report-line
               when other
                    compute count-disp = selected-count - failed-count
                    string 'MEMBERS VERIFIED     ' delimited by size
                           count-disp delimited by size
                           into report-line
           end-evaluate
           write report-line
           move failed-count to count-disp
           move spaces to report-line
           string 'MEMBERS FAILED       ' delimited by size
                  count-disp delimited by size
                  into report-line
           write report-line
           .

       end program MasterRestore.
