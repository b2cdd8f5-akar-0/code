       identification division.
       program-id. PartnerMaint.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Maintains the PARTMST partner registry (indexed, keyed on the
      * partner-id): one record per counterparty with their inbound
      * and outbound file-ids, code page, business calendar, layout
      * names, arrival cutoff and contact. Driven by PARTTXN
      * transactions -- 'A' adds a partner, 'R' replaces one, 'D'
      * deletes one, 'L' lists one partner or (blank partner-id) the
      * whole registry -- reporting to PARTRPT. An add or replace is
      * checked before it is applied: a partner-id, a code page of
      * 'A', 'E' or blank, a real HHMM cutoff, layouts LAYOUTS knows,
      * and file-ids no other partner already has (the gateway and
      * the packager find a partner by them). A calendar with no
      * HOLIDAYS.<name> file yet is applied with a warning -- its
      * dates go in through 'CalendarMaint'. FileGateway,
      * FilePackager and the scheduler read the registry through
      * 'PartnerLookup'.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional partner-master assign to 'PARTMST'
               organization is indexed
               access mode is dynamic
               record key is mst-partner-id
               file status is master-status.
           select txn-file assign to 'PARTTXN'
               organization is line sequential.
           select report-file assign to 'PARTRPT'
               organization is line sequential.
           select optional calendar-file
               assign to dynamic calendar-file-name
               organization is line sequential
               file status is calendar-status.

       data division.
       file section.
       fd  partner-master.
       01  partner-master-record.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==mst==.

       fd  txn-file.
       01  txn-record.
           05 txn-function         pic x(1).
              88 txn-add           value 'A'.
              88 txn-replace       value 'R'.
              88 txn-delete        value 'D'.
              88 txn-list          value 'L'.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==txn==.

       fd  report-file.
       01  report-line             pic x(132).

       fd  calendar-file.
       01  calendar-record         pic x(8).

       working-storage section.
       01  master-status           pic x(2).
           88 master-io-ok         value '00' '02'.
           88 master-not-found     value '23'.
           88 master-duplicate     value '22'.
       01  calendar-status         pic x(2).
       01  end-of-txns             pic x(1).
           88 no-more-txns         value 'Y'.
       01  end-of-master           pic x(1).
           88 no-more-master       value 'Y'.
       01  txn-ok                  pic x(1).
       01  calendar-file-name      pic x(100).
       01  txn-count               pic 9(5).
       01  applied-count           pic 9(5).
       01  rejected-count          pic 9(5).
       01  listed-count            pic 9(5).
       01  count-disp              pic z(4)9.
       01  today-date              pic x(8).
       01  check-layout-name       pic x(20).
       01  check-layout.
           05 chk-field-count      pic 9(2).
           05 chk-field occurs 20 times.
              10 chk-field-name    pic x(20).
              10 chk-position      pic 9(4).
              10 chk-length        pic 9(3).
              10 chk-type          pic x(1).
       01  check-layout-status     pic x(1).
       01  cutoff-hours            pic 9(2).
       01  cutoff-minutes          pic 9(2).
       01  reason-text             pic x(60).
      * the transaction's partner fields, as they will be written
       01  held-txn.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==hld==.
       01  code-page-label         pic x(8).

       procedure division.
       0000-mainline.
           move 'N' to end-of-txns
           move 0 to txn-count, applied-count, rejected-count
           move function current-date(1:8) to today-date
           open i-o partner-master
           open input txn-file
           open output report-file

           perform until no-more-txns
               read txn-file
                   at end move 'Y' to end-of-txns
                   not at end
                       add 1 to txn-count
                       perform 1000-apply-one-txn
               end-read
           end-perform

           perform 9000-write-summary
           close partner-master
           close txn-file
           close report-file
           goback
           .

       1000-apply-one-txn.
           evaluate true
               when txn-add     perform 3000-add-partner
               when txn-replace perform 4000-replace-partner
               when txn-delete  perform 5000-delete-partner
               when txn-list    perform 6000-list-partners
               when other
                   move 'UNKNOWN FUNCTION' to reason-text
                   move txn-function to reason-text(18:1)
                   perform 8000-write-rejected
           end-evaluate
           .

       2000-validate-txn.
      *    every problem with the transaction is listed, not just the
      *    first, so one correction pass fixes the record
           move 'Y' to txn-ok
           move txn-record(2:) to held-txn
           if txn-partner-id = spaces
              move 'NO PARTNER-ID' to reason-text
              perform 8000-write-rejected
              move 'N' to txn-ok
              exit paragraph
           end-if
           if txn-code-page not = 'A' and txn-code-page not = 'E'
              and txn-code-page not = space
              move spaces to reason-text
              string 'CODE PAGE ' delimited by size
                     txn-code-page delimited by size
                     ' IS NOT A OR E' delimited by size
                     into reason-text
              perform 2900-reject-reason
           end-if
           if txn-arrival-cutoff not = spaces
              if txn-arrival-cutoff is not numeric
                 move 'ARRIVAL CUTOFF IS NOT HHMM' to reason-text
                 perform 2900-reject-reason
              else
                 move txn-arrival-cutoff(1:2) to cutoff-hours
                 move txn-arrival-cutoff(3:2) to cutoff-minutes
                 if cutoff-hours > 23 or cutoff-minutes > 59
                    move 'ARRIVAL CUTOFF IS NOT A TIME OF DAY'
                         to reason-text
                    perform 2900-reject-reason
                 end-if
              end-if
           end-if
           if txn-inbound-layout not = spaces
              move txn-inbound-layout to check-layout-name
              perform 2100-check-layout
           end-if
           if txn-outbound-layout not = spaces
              move txn-outbound-layout to check-layout-name
              perform 2100-check-layout
           end-if
           perform 2200-check-file-ids-unique
           .

       2100-check-layout.
           call 'LayoutDictionary' using check-layout-name
               check-layout check-layout-status
           if check-layout-status not = 'V'
              move spaces to reason-text
              string 'LAYOUT ' delimited by size
                     function trim(check-layout-name)
                     delimited by size
                     ' NOT ON LAYOUTS' delimited by size
                     into reason-text
              perform 2900-reject-reason
           end-if
           .

       2200-check-file-ids-unique.
           move 'N' to end-of-master
           move low-values to mst-partner-id
           start partner-master key >= mst-partner-id
           if not master-io-ok
              move 'Y' to end-of-master
           end-if
           perform until no-more-master
               read partner-master next
                   at end move 'Y' to end-of-master
                   not at end
                       if mst-partner-id not = hld-partner-id
                          perform 2250-compare-file-ids
                       end-if
               end-read
           end-perform
           .

       2250-compare-file-ids.
           if hld-inbound-file-id not = spaces
              and (hld-inbound-file-id = mst-inbound-file-id
                or hld-inbound-file-id = mst-outbound-file-id)
              move spaces to reason-text
              string 'INBOUND FILE-ID ' delimited by size
                     hld-inbound-file-id delimited by size
                     ' ALREADY USED BY ' delimited by size
                     mst-partner-id delimited by size
                     into reason-text
              perform 2900-reject-reason
           end-if
           if hld-outbound-file-id not = spaces
              and (hld-outbound-file-id = mst-inbound-file-id
                or hld-outbound-file-id = mst-outbound-file-id)
              move spaces to reason-text
              string 'OUTBOUND FILE-ID ' delimited by size
                     hld-outbound-file-id delimited by size
                     ' ALREADY USED BY ' delimited by size
                     mst-partner-id delimited by size
                     into reason-text
              perform 2900-reject-reason
           end-if
           .

       2900-reject-reason.
      *    the first reason counts the transaction rejected; each one
      *    gets its own line
           perform 8000-write-rejected
           if txn-ok = 'Y'
              move 'N' to txn-ok
           else
              subtract 1 from rejected-count
           end-if
           .

       2950-warn-missing-calendar.
           if txn-calendar-name = spaces
              exit paragraph
           end-if
           move spaces to calendar-file-name
           string 'HOLIDAYS.' delimited by size
                  function trim(txn-calendar-name) delimited by size
                  into calendar-file-name
           open input calendar-file
           if calendar-status not = '00'
              move spaces to report-line
              string 'WARNING  ' delimited by size
                     txn-partner-id delimited by size
                     '  CALENDAR ' delimited by size
                     function trim(calendar-file-name)
                     delimited by size
                     ' NOT FOUND - LOAD ITS DATES THROUGH CALENDARMAINT'
                     delimited by size
                     into report-line
              write report-line
           end-if
           close calendar-file
           .

       3000-add-partner.
           perform 2000-validate-txn
           if txn-ok not = 'Y'
              exit paragraph
           end-if
           move held-txn to partner-master-record
           move today-date to mst-last-changed
           write partner-master-record
           evaluate true
               when master-io-ok
                   add 1 to applied-count
                   move spaces to report-line
                   string 'ADDED    ' delimited by size
                          hld-partner-id delimited by size
                          '  ' delimited by size
                          hld-partner-name delimited by size
                          into report-line
                   write report-line
                   perform 2950-warn-missing-calendar
               when master-duplicate
                   move 'ALREADY ON THE REGISTRY' to reason-text
                   perform 8000-write-rejected
               when other
                   move spaces to reason-text
                   string 'MASTER FILE STATUS ' delimited by size
                          master-status delimited by size
                          into reason-text
                   perform 8000-write-rejected
           end-evaluate
           .

       4000-replace-partner.
           perform 2000-validate-txn
           if txn-ok not = 'Y'
              exit paragraph
           end-if
           move hld-partner-id to mst-partner-id
           read partner-master
           if master-not-found
              move 'NOT ON THE REGISTRY' to reason-text
              perform 8000-write-rejected
              exit paragraph
           end-if
           move held-txn to partner-master-record
           move today-date to mst-last-changed
           rewrite partner-master-record
           if master-io-ok
              add 1 to applied-count
              move spaces to report-line
              string 'REPLACED ' delimited by size
                     hld-partner-id delimited by size
                     '  ' delimited by size
                     hld-partner-name delimited by size
                     into report-line
              write report-line
              perform 2950-warn-missing-calendar
           else
              move spaces to reason-text
              string 'MASTER FILE STATUS ' delimited by size
                     master-status delimited by size
                     into reason-text
              perform 8000-write-rejected
           end-if
           .

       5000-delete-partner.
           move txn-partner-id to mst-partner-id
           delete partner-master
           evaluate true
               when master-not-found
                   move 'NOT ON THE REGISTRY' to reason-text
                   perform 8000-write-rejected
               when master-io-ok
                   add 1 to applied-count
                   move spaces to report-line
                   string 'DELETED  ' delimited by size
                          txn-partner-id delimited by size
                          into report-line
                   write report-line
               when other
                   move spaces to reason-text
                   string 'MASTER FILE STATUS ' delimited by size
                          master-status delimited by size
                          into reason-text
                   perform 8000-write-rejected
           end-evaluate
           .

       6000-list-partners.
           move spaces to report-line
           if txn-partner-id = spaces
              move 'PARTNER REGISTRY LISTING' to report-line
           else
              string 'PARTNER REGISTRY - ' delimited by size
                     txn-partner-id delimited by size
                     into report-line
           end-if
           write report-line
           move 0 to listed-count
           move 'N' to end-of-master
           move low-values to mst-partner-id
           if txn-partner-id not = spaces
              move txn-partner-id to mst-partner-id
           end-if
           start partner-master key >= mst-partner-id
           if not master-io-ok
              move 'Y' to end-of-master
           end-if
           perform until no-more-master
               read partner-master next
                   at end move 'Y' to end-of-master
                   not at end
                       if txn-partner-id = spaces
                          or mst-partner-id = txn-partner-id
                          add 1 to listed-count
                          perform 6100-write-partner-block
                       else
                          move 'Y' to end-of-master
                       end-if
               end-read
           end-perform
           if listed-count = 0
              move '  NOTHING ON FILE' to report-line
              write report-line
           end-if
           move listed-count to count-disp
           move spaces to report-line
           string '  PARTNERS LISTED ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           .

       6100-write-partner-block.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string '  PARTNER  ' delimited by size
                  mst-partner-id delimited by size
                  '  ' delimited by size
                  mst-partner-name delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '    INBOUND   FILE-ID ' delimited by size
                  mst-inbound-file-id delimited by size
                  '  LAYOUT ' delimited by size
                  mst-inbound-layout delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '    OUTBOUND  FILE-ID ' delimited by size
                  mst-outbound-file-id delimited by size
                  '  LAYOUT ' delimited by size
                  mst-outbound-layout delimited by size
                  into report-line
           write report-line
           evaluate mst-code-page
               when 'E'   move 'EBCDIC' to code-page-label
               when 'A'   move 'ASCII' to code-page-label
               when other move 'UNKNOWN' to code-page-label
           end-evaluate
           move spaces to report-line
           string '    CODE PAGE ' delimited by size
                  code-page-label delimited by size
                  '  CALENDAR ' delimited by size
                  into report-line
           if mst-calendar-name = spaces
              move 'HOUSE' to report-line(35:)
           else
              move mst-calendar-name to report-line(35:)
           end-if
           if mst-arrival-cutoff = spaces
              move 'ARRIVAL CUTOFF NONE' to report-line(46:)
           else
              string 'ARRIVAL CUTOFF ' delimited by size
                     mst-arrival-cutoff(1:2) delimited by size
                     ':' delimited by size
                     mst-arrival-cutoff(3:2) delimited by size
                     into report-line(46:)
           end-if
           write report-line
           move spaces to report-line
           string '    CONTACT   ' delimited by size
                  mst-contact-name delimited by size
                  '  ' delimited by size
                  mst-contact-phone delimited by size
                  '  ' delimited by size
                  mst-contact-email delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '    LAST CHANGED ' delimited by size
                  mst-last-changed delimited by size
                  into report-line
           write report-line
           .

       8000-write-rejected.
           add 1 to rejected-count
           move spaces to report-line
           string 'REJECTED ' delimited by size
                  txn-partner-id delimited by size
                  '  ' delimited by size
                  reason-text delimited by size
                  into report-line
           write report-line
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move txn-count to count-disp
           move spaces to report-line
           string 'TRANSACTIONS READ ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move applied-count to count-disp
           move spaces to report-line
           string 'APPLIED           ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move rejected-count to count-disp
           move spaces to report-line
           string 'REJECTED          ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           .

       end program PartnerMaint.
