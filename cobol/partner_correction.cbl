       identification division.
       program-id. PartnerCorrection.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Builds each partner's correction file from the reconciliation
      * break register (BRKREG, see break-register-record.cpy): every
      * open field break an analyst has marked "send correction" in
      * OnlineMaintenance becomes one record on CORRECT.<partner>
      * carrying the record key, the field name, their value and our
      * value, laid out by the partner's own correction layout on the
      * LAYOUTS dictionary -- record name CORRECTION.<partner>, else
      * the house CORRECTION layout, else record key 1-60, field name
      * 61-80, their value 81-180, our value 181-280. The layout's
      * fields are placed by name: RECORD-KEY, FIELD-NAME,
      * THEIR-VALUE, OUR-VALUE, LAYOUT-NAME, FIRST-SEEN and
      * CORRECTION-DATE; any other field is left blank, and a
      * numeric ('N') field gets a digits-only value right-justified
      * and zero-filled. The files go out through FilePackager (one
      * PACKCTL row per partner, marked empty-is-normal) for the
      * stamps, the manifest line and EBCDIC when the partner wants
      * it. Every partner on the register gets its file rewritten
      * each run, empty when there is nothing to send, so a
      * correction is never packaged twice; a sent correction is
      * marked on the register, under the register's BRKREG lock.
      * modification history
      *   akar-0  new batch job
      *   akar-0  break-register rows held at the record's true 435
      *           bytes
       environment division.
       input-output section.
       file-control.
           select optional break-register assign to 'BRKREG'
               organization is line sequential.
           select correction-file
               assign to dynamic correction-file-name
               organization is line sequential.
           select report-file assign to 'PRTCRPT'
               organization is line sequential.

       data division.
       file section.
       fd  break-register.
       01  break-register-record.
           copy "break-register-record.cpy".

       fd  correction-file.
       01  correction-record     pic x(4650).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.
       01  end-of-register       pic x(1).
           88 no-more-breaks     value 'Y'.
       01  correction-file-name  pic x(100).
      * the whole register held so sent corrections are marked in
      * place and the file keeps its key order
       01  break-table.
           05 break-count        pic 9(4).
           05 break-row          pic x(435) occurs 2000 times.
       01  cur-break.
           copy "break-register-record.cpy"
               replacing leading ==brk== by ==cbk==.
       01  kx                    pic 9(4).
       01  break-overflow        pic x(1).
       01  partner-table.
           05 partner-count      pic 9(3).
           05 partner-entry occurs 100 times.
              10 ptn-partner     pic x(8).
              10 ptn-sent        pic 9(6).
       01  px                    pic 9(3).
       01  partner-found         pic 9(3).
       01  partners-dropped      pic 9(5).
      * the correction layout in force for the partner in hand
       01  layout-name           pic x(20).
       01  layout-table.
           05 lay-field-count    pic 9(2).
           05 lay-field occurs 20 times.
              10 lay-field-name  pic x(20).
              10 lay-position    pic 9(4).
              10 lay-length      pic 9(3).
              10 lay-type        pic x(1).
       01  layout-status         pic x(1).
       01  layout-source         pic x(20).
       01  default-layout-values.
           05 filler pic x(28) value 'RECORD-KEY          00010600'.
           05 filler pic x(28) value 'FIELD-NAME          00610200'.
           05 filler pic x(28) value 'THEIR-VALUE         00811000'.
           05 filler pic x(28) value 'OUR-VALUE           01811000'.
       01  default-layout redefines default-layout-values.
           05 default-field occurs 4 times.
              10 dfl-field-name  pic x(20).
              10 dfl-position    pic 9(4).
              10 dfl-length      pic 9(3).
              10 dfl-type        pic x(1).
       01  fx                    pic 9(2).
       01  field-value           pic x(100).
       01  value-length          pic 9(3).
       01  place-length          pic 9(4).
       01  place-end             pic 9(5).
       01  corrections-allowed   pic x(1).
       01  register-changed      pic x(1).
       01  wanted-count          pic 9(9).
       01  sent-count            pic 9(9).
       01  held-back-count       pic 9(9).
       01  today-date            pic x(8).
       01  brk-lock-name         pic x(20) value 'BRKREG'.
       01  brk-lock-id           pic x(10) value 'PRTCORR001'.
       01  lock-status           pic x(1).
       01  lock-holder           pic x(40).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  alert-data.
           05 ald-job-name       pic x(20).
           05 ald-severity       pic 9(2).
           05 ald-text           pic x(60).
       01  count-disp            pic z(5)9.

       procedure division.
       0000-mainline.
           move 0 to wanted-count, sent-count, held-back-count
           move 'N' to control-failed-flag
           move 'N' to register-changed
           move function current-date(1:8) to today-date
           initialize run-log-data
           move 'PRTCORR' to rl-job-name
           move 'PRTCORR001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           open output report-file
           move 'PARTNER CORRECTION FILES' to report-line
           write report-line
           move spaces to report-line
           write report-line

      *    without the register lock nothing can be marked sent, so
      *    nothing is sent -- but every file is still emptied, or
      *    last night's corrections would be packaged again
           move 'Y' to corrections-allowed
           call 'RunInterlock' using 'A' brk-lock-name brk-lock-id
               lock-status lock-holder
           if lock-status = 'H'
              move 'N' to corrections-allowed
              move spaces to report-line
              string 'BREAK REGISTER IN USE (' delimited by size
                     function trim(lock-holder) delimited by size
                     ') - NO CORRECTIONS SENT' delimited by size
                     into report-line
              write report-line
              move 'BRKREG LOCKED - NO PARTNER CORRECTIONS SENT, RERUN'
                   to ald-text
              perform 8000-raise-alert
           end-if

           perform 1000-load-register
           if break-overflow = 'Y'
              move 'N' to corrections-allowed
              move 'BREAK REGISTER OVER 2000 ROWS - NO CORRECTIONS SENT'
                   to report-line
              write report-line
              move 'BRKREG OVER 2000 ROWS - NO PARTNER CORRECTIONS SENT'
                   to ald-text
              perform 8000-raise-alert
           end-if

           perform varying px from 1 until px > partner-count
               perform 2000-build-partner-file
           end-perform

           if register-changed = 'Y'
              perform 7000-rewrite-register
           end-if
           if lock-status not = 'H'
              call 'RunInterlock' using 'R' brk-lock-name
                  brk-lock-id lock-status lock-holder
           end-if
           perform 9000-write-summary
           close report-file

           move wanted-count to rl-records-read
           move sent-count to rl-records-written
           move held-back-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
      *    no corrections wanted is a normal night, not unusable
      *    input
           if wanted-count = 0 and rl-completion-code = 16
              move 0 to rl-completion-code
           end-if
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       1000-load-register.
      *    every partner on the register gets a file, so the partner
      *    list comes from the whole register, not just tonight's
      *    corrections
           move 0 to break-count, partner-count, partners-dropped
           move 'N' to break-overflow
           move 'N' to end-of-register
           open input break-register
           perform until no-more-breaks
               read break-register
                   at end move 'Y' to end-of-register
                   not at end
                       if break-count >= 2000
                          move 'Y' to break-overflow
                       else
                          add 1 to break-count
                          move break-register-record
                               to break-row(break-count)
                       end-if
                       perform 1100-note-partner
               end-read
           end-perform
           close break-register
           .

       1100-note-partner.
           move 0 to partner-found
           perform varying px from 1 until px > partner-count
               if ptn-partner(px) = brk-partner
                  move px to partner-found
               end-if
           end-perform
           if partner-found > 0
              exit paragraph
           end-if
           if partner-count < 100
              add 1 to partner-count
              move brk-partner to ptn-partner(partner-count)
              move 0 to ptn-sent(partner-count)
           else
              add 1 to partners-dropped
           end-if
           .

       2000-build-partner-file.
           perform 2100-load-correction-layout
           move spaces to correction-file-name
           string 'CORRECT.' delimited by size
                  function trim(ptn-partner(px)) delimited by size
                  into correction-file-name
           open output correction-file
           perform varying kx from 1 until kx > break-count
               move break-row(kx) to cur-break
               if cbk-partner = ptn-partner(px)
                  and cbk-open
                  and cbk-correction-wanted
                  add 1 to wanted-count
                  if corrections-allowed = 'Y'
                     perform 3000-write-correction
                  else
                     add 1 to held-back-count
                  end-if
               end-if
           end-perform
           close correction-file

           move ptn-sent(px) to count-disp
           move spaces to report-line
           string 'PARTNER ' delimited by size
                  ptn-partner(px) delimited by size
                  '  ' delimited by size
                  correction-file-name(1:20) delimited by size
                  ' CORRECTIONS ' delimited by size
                  count-disp delimited by size
                  '  LAYOUT ' delimited by size
                  layout-source delimited by size
                  into report-line
           write report-line
           .

       2100-load-correction-layout.
      *    the partner's own layout first, then the house one, then
      *    the built-in shape
           move spaces to layout-name
           string 'CORRECTION.' delimited by size
                  function trim(ptn-partner(px)) delimited by size
                  into layout-name
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           if layout-status = 'V'
              move layout-name to layout-source
              exit paragraph
           end-if
           move 'CORRECTION' to layout-name
           call 'LayoutDictionary' using layout-name layout-table
               layout-status
           if layout-status = 'V'
              move layout-name to layout-source
              exit paragraph
           end-if
           move '*STANDARD' to layout-source
           move 4 to lay-field-count
           perform varying fx from 1 until fx > 4
               move default-field(fx) to lay-field(fx)
           end-perform
           .

       3000-write-correction.
           move spaces to correction-record
           perform varying fx from 1 until fx > lay-field-count
               move spaces to field-value
               evaluate lay-field-name(fx)
                   when 'RECORD-KEY'
                       move cbk-record-key to field-value
                   when 'FIELD-NAME'
                       move cbk-field to field-value
                   when 'THEIR-VALUE'
                       move cbk-their-value to field-value
                   when 'OUR-VALUE'
                       move cbk-our-value to field-value
                   when 'LAYOUT-NAME'
                       move cbk-layout to field-value
                   when 'FIRST-SEEN'
                       move cbk-first-seen to field-value
                   when 'CORRECTION-DATE'
                       move today-date to field-value
               end-evaluate
               if field-value not = spaces
                  perform 3100-place-value
               end-if
           end-perform
           write correction-record

           move 'S' to cbk-correction
           move today-date to cbk-correction-date
           move cur-break to break-row(kx)
           move 'Y' to register-changed
           add 1 to sent-count
           add 1 to ptn-sent(px)

           move spaces to report-line
           string '  ' delimited by size
                  cbk-record-key(1:30) delimited by size
                  ' ' delimited by size
                  cbk-field delimited by size
                  ' THEIRS ' delimited by size
                  cbk-their-value(1:25) delimited by size
                  ' OURS ' delimited by size
                  cbk-our-value(1:25) delimited by size
                  into report-line
           write report-line
           .

       3100-place-value.
      *    a field past the end of the record buffer is not placed
           compute place-end = lay-position(fx) + lay-length(fx) - 1
           if lay-position(fx) = 0 or lay-length(fx) = 0
              or place-end > 4650
              exit paragraph
           end-if
           move lay-length(fx) to place-length
           compute value-length =
                   function length(function trim(field-value
                                                 trailing))
           if lay-type(fx) = 'N'
              and value-length <= place-length
              and field-value(1:value-length) is numeric
              move all '0'
                   to correction-record(lay-position(fx):place-length)
              move field-value(1:value-length)
                   to correction-record(place-end - value-length + 1:
                                        value-length)
           else
              move field-value
                   to correction-record(lay-position(fx):place-length)
           end-if
           .

       7000-rewrite-register.
           open output break-register
           perform varying kx from 1 until kx > break-count
               move break-row(kx) to break-register-record
               write break-register-record
           end-perform
           close break-register
           .

       8000-raise-alert.
           move 'Y' to control-failed-flag
           move 'PRTCORR' to ald-job-name
           move 12 to ald-severity
           call 'OperatorAlert' using 'R' alert-data
           .

       9000-write-summary.
           move spaces to report-line
           write report-line
           move wanted-count to count-disp
           move spaces to report-line
           string 'CORRECTIONS REQUESTED ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move sent-count to count-disp
           move spaces to report-line
           string 'CORRECTIONS SENT      ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           move held-back-count to count-disp
           move spaces to report-line
           string 'CORRECTIONS HELD BACK ' delimited by size
                  function trim(count-disp) delimited by size
                  into report-line
           write report-line
           if partners-dropped > 0
              move 'WARNING: MORE THAN 100 PARTNERS - EXCESS NOT '
                   to report-line
              move 'WRITTEN' to report-line(46:)
              write report-line
           end-if
           .

       end program PartnerCorrection.
