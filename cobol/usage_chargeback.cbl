       identification division.
       program-id. UsageChargeback.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Monthly usage chargeback by requester reference. Counts the
      * month's requests per requester, per function and per source
      * (online or batch) and prices them from the CHGRATES rate
      * table: CHGSTMT carries one statement per requester for the
      * team to be billed, CHGSUMM the totals per requester and per
      * function. Requests come from two places:
      *   - AUDTCONS, the consolidated audit lines 'AuditConsolidation'
      *     writes. Each call line names its function (GCD(, LCM(,
      *     EXTGCD(, MODINV(, RATAPX(, FRACT(, DISPATCH <fn>(, and the
      *     online RAN PRIMEFACTOR / MULTI GCD/LCM / DATESERVICE /
      *     RADIX events) and carries REF <requester> when the
      *     request was stamped with one; JOB ONLNMAIN is online, any
      *     other job batch.
      *   - RUNLOG, for the batch jobs that do not audit every
      *     request (SQRTBATCH, BFBATCH, SLICEBATCH): the records each
      *     run wrote in the month, as batch requests.
      * Requests with no requester reference -- and the RUNLOG
      * counts, which carry none -- are billed as UNATTRIBUTED.
      * The optional CHGCTL card names the month (YYYYMM); blank
      * bills last month. CHGRATES: columns 1-8 function, 10 source
      * (O online, B batch, blank either), 12-18 the rate per request
      * as 9(3)V9(4) -- 0001500 is 0.15; '*' in column 1 is a comment.
      * Requests with no rate are priced at zero, listed, and count
      * as the run's rejects.
      * modification history
      *   akar-0  new batch job
      *   akar-0  MathDispatch's MODEXP and CRT requests billed
      *   akar-0  MathDispatch's PROFILE requests billed
      *   akar-0  MathDispatch's KROOT and PERFPOW requests billed
      *   akar-0  radix conversions billed: MathDispatch's RADIX
      *           requests and the online RAN RADIX event
      *   akar-0  'FractionArith' calls (FRACT( on the audit line)
      *           billed
       environment division.
       input-output section.
       file-control.
           select optional charge-control assign to 'CHGCTL'
               organization is line sequential.
           select optional rate-file assign to 'CHGRATES'
               organization is line sequential.
           select optional cons-file assign to 'AUDTCONS'
               organization is line sequential.
           select optional run-log-file assign to 'RUNLOG'
               organization is line sequential.
           select statement-file assign to 'CHGSTMT'
               organization is line sequential.
           select summary-file assign to 'CHGSUMM'
               organization is line sequential.

       data division.
       file section.
       fd  charge-control.
       01  charge-control-record.
           05 chc-month          pic x(6).

       fd  rate-file.
       01  rate-record.
           05 rte-function       pic x(8).
           05 filler             pic x(1).
           05 rte-source         pic x(1).
           05 filler             pic x(1).
           05 rte-rate           pic x(7).
           05 rte-rate-num redefines rte-rate pic 9(3)v9(4).

       fd  cons-file.
       01  cons-line             pic x(132).

       fd  run-log-file.
       01  run-log-record.
           copy "run-log-record.cpy".

       fd  statement-file.
       01  statement-line        pic x(132).

       fd  summary-file.
       01  summary-line          pic x(132).

       working-storage section.
       01  end-of-file           pic x(1).
           88 no-more-records    value 'Y'.
       01  bill-month            pic x(6).
       01  bill-period           pic x(7).
      * the functions billed, in statement order
       01  function-names.
           05 filler             pic x(8) value 'GCD'.
           05 filler             pic x(8) value 'LCM'.
           05 filler             pic x(8) value 'ISQRT'.
           05 filler             pic x(8) value 'EXTGCD'.
           05 filler             pic x(8) value 'MODINV'.
           05 filler             pic x(8) value 'MODEXP'.
           05 filler             pic x(8) value 'CRT'.
           05 filler             pic x(8) value 'PROFILE'.
           05 filler             pic x(8) value 'KROOT'.
           05 filler             pic x(8) value 'PERFPOW'.
           05 filler             pic x(8) value 'RADIX'.
           05 filler             pic x(8) value 'BITWISE'.
           05 filler             pic x(8) value 'RATAPX'.
           05 filler             pic x(8) value 'FRACT'.
           05 filler             pic x(8) value 'FACTOR'.
           05 filler             pic x(8) value 'MULTI'.
           05 filler             pic x(8) value 'DATE'.
           05 filler             pic x(8) value 'BF'.
           05 filler             pic x(8) value 'SLICE'.
       01  function-table redefines function-names.
           05 fn-name            pic x(8) occurs 19 times.
       01  fn-count              pic 9(2) value 19.
       01  fx                    pic 9(2).
      * what marks a request on an audit line, and its function
       01  marker-values.
           05 filler             pic 9(2) value 6.
           05 filler             pic x(8) value 'GCD'.
           05 filler             pic x(20) value 'GCD('.
           05 filler             pic 9(2) value 6.
           05 filler             pic x(8) value 'LCM'.
           05 filler             pic x(20) value 'LCM('.
           05 filler             pic 9(2) value 9.
           05 filler             pic x(8) value 'EXTGCD'.
           05 filler             pic x(20) value 'EXTGCD('.
           05 filler             pic 9(2) value 9.
           05 filler             pic x(8) value 'MODINV'.
           05 filler             pic x(20) value 'MODINV('.
           05 filler             pic 9(2) value 9.
           05 filler             pic x(8) value 'RATAPX'.
           05 filler             pic x(20) value 'RATAPX('.
           05 filler             pic 9(2) value 8.
           05 filler             pic x(8) value 'FRACT'.
           05 filler             pic x(20) value 'FRACT('.
           05 filler             pic 9(2) value 17.
           05 filler             pic x(8) value 'FACTOR'.
           05 filler             pic x(20) value 'RAN PRIMEFACTOR'.
           05 filler             pic 9(2) value 11.
           05 filler             pic x(8) value 'MULTI'.
           05 filler             pic x(20) value 'RAN MULTI'.
           05 filler             pic 9(2) value 17.
           05 filler             pic x(8) value 'DATE'.
           05 filler             pic x(20) value 'RAN DATESERVICE'.
           05 filler             pic 9(2) value 11.
           05 filler             pic x(8) value 'RADIX'.
           05 filler             pic x(20) value 'RAN RADIX'.
       01  marker-table redefines marker-values.
           05 marker-entry occurs 10 times.
              10 mk-length       pic 9(2).
              10 mk-function     pic x(8).
      *       matched with the two blanks that end the field before
              10 mk-text         pic x(20).
       01  mx                    pic 9(2).
       01  marker-token          pic x(22).
      * batch jobs that log their volumes on RUNLOG but write no
      * audit line per request; GCDBATCH and MDBATCH audit every
      * request, with its REF, and are counted from AUDTCONS
       01  runlog-job-values.
           05 filler             pic x(28) value
                                 'SQRTBATCH           ISQRT'.
           05 filler             pic x(28) value
                                 'BFBATCH             BF'.
           05 filler             pic x(28) value
                                 'SLICEBATCH          SLICE'.
       01  runlog-job-table redefines runlog-job-values.
           05 runlog-job-entry occurs 3 times.
              10 rj-job-name     pic x(20).
              10 rj-function     pic x(8).
       01  jx                    pic 9(2).
      * the rate table from CHGRATES
       01  rate-table.
           05 rate-count         pic 9(3).
           05 rate-entry occurs 100 times.
              10 rt-function     pic x(8).
              10 rt-source       pic x(1).
              10 rt-rate         pic 9(3)v9(4).
       01  rx                    pic 9(3).
      * the month's request counts, kept in requester / function /
      * source order; a blank requester is the unattributed usage
       01  cell-table.
           05 cell-count         pic 9(4).
           05 cell-entry occurs 3000 times.
              10 cl-key.
                 15 cl-ref       pic x(12).
                 15 cl-fn-seq    pic 9(2).
                 15 cl-source    pic x(1).
              10 cl-requests     pic 9(9).
       01  cx                    pic 9(4).
       01  cell-found            pic 9(4).
       01  new-key.
           05 new-ref            pic x(12).
           05 new-fn-seq         pic 9(2).
           05 new-source         pic x(1).
       01  new-requests          pic 9(9).
      * per function and source across every requester
       01  function-totals.
           05 ft-entry occurs 19 times.
              10 ft-source-entry occurs 2 times.
                 15 ft-requests  pic 9(9).
                 15 ft-amount    pic 9(9)v99.
       01  sx                    pic 9(1).
       01  parsed-function       pic x(8).
       01  parsed-ref            pic x(12).
       01  parsed-source         pic x(1).
       01  scan-pos              pic 9(3).
       01  token-pos             pic 9(3).
       01  token-length          pic 9(2).
       01  found-flag            pic x(1).
       01  cell-rate             pic 9(3)v9(4).
       01  rate-found            pic x(1).
       01  cell-amount           pic 9(9)v99.
       01  pass-unattributed     pic x(1).
       01  current-ref           pic x(12).
       01  ref-requests          pic 9(9).
       01  ref-amount            pic 9(9)v99.
       01  ref-label             pic x(12).
       01  grand-requests        pic 9(9).
       01  grand-amount          pic 9(11)v99.
       01  unpriced-requests     pic 9(9).
       01  lines-read            pic 9(9).
       01  requester-count       pic 9(4).
       01  control-failed-flag   pic x(1).
      * DateService call area
       01  date-function         pic x(1).
       01  today-date            pic x(8).
       01  days-delta            pic s9(5).
       01  date-out              pic x(8).
       01  weekday-number        pic 9(1).
       01  business-flag         pic x(1).
       01  date-status           pic x(1).
       01  calendar-name         pic x(8) value spaces.
       01  run-log-data.
           copy "job-run-log.cpy".
       01  requests-disp         pic z(8)9.
       01  rate-disp             pic zz9.9999.
       01  amount-disp           pic z(8)9.99.
       01  grand-amount-disp     pic z(10)9.99.
       01  count-disp            pic z(3)9.

       procedure division.
       0000-mainline.
           move 0 to cell-count, lines-read, unpriced-requests
           move 0 to grand-requests, grand-amount, requester-count
           initialize function-totals
           move 'N' to control-failed-flag
           initialize run-log-data
           move 'CHARGEBK' to rl-job-name
           move 'CHARGB0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-charge-control
           perform 0200-load-rates
           perform 1000-count-audit-requests
           perform 2000-count-runlog-requests

           open output statement-file
           open output summary-file
           perform 3000-write-heading
           if cell-count = 0
              move 'NO REQUESTS FOUND FOR THE MONTH' to statement-line
              write statement-line
              move 'NO REQUESTS FOUND FOR THE MONTH' to summary-line
              write summary-line
           else
      *       the named requesters in reference order, then the
      *       unattributed usage last
              move 'N' to pass-unattributed
              perform 4000-write-statements
              move 'Y' to pass-unattributed
              perform 4000-write-statements
              perform 5000-write-summary-totals
           end-if
           close statement-file
           close summary-file

           move grand-requests to rl-records-read
           move requester-count to rl-records-written
           move unpriced-requests to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
      *    a month with no usage is not a failure
           if grand-requests = 0
              move 0 to rl-completion-code
           end-if
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-charge-control.
      *    no card, or a blank or unusable month, bills last month:
      *    the day before the first of this one
           move function current-date(1:6) to today-date(1:6)
           move '01' to today-date(7:2)
           move 'A' to date-function
           move -1 to days-delta
           call 'DateService' using date-function today-date
               days-delta date-out weekday-number business-flag
               date-status calendar-name
           move date-out(1:6) to bill-month
           move 'N' to end-of-file
           open input charge-control
           read charge-control
               at end move 'Y' to end-of-file
           end-read
           if not no-more-records
              if chc-month is numeric
                 and chc-month(5:2) >= '01' and chc-month(5:2) <= '12'
                 move chc-month to bill-month
              end-if
           end-if
           close charge-control
           move spaces to bill-period
           string bill-month(1:4) delimited by size
                  '-' delimited by size
                  bill-month(5:2) delimited by size
                  into bill-period
           .

       0200-load-rates.
           move 0 to rate-count
           move 'N' to end-of-file
           open input rate-file
           perform until no-more-records
               read rate-file
                   at end move 'Y' to end-of-file
                   not at end
                       if rate-record(1:1) not = '*'
                          and rte-function not = spaces
                          and rte-rate is numeric
                          and rate-count < 100
                          add 1 to rate-count
                          move rte-function to rt-function(rate-count)
                          move rte-source to rt-source(rate-count)
                          move rte-rate-num to rt-rate(rate-count)
                       end-if
               end-read
           end-perform
           close rate-file
           .

       1000-count-audit-requests.
           move 'N' to end-of-file
           open input cons-file
           perform until no-more-records
               read cons-file
                   at end move 'Y' to end-of-file
                   not at end
                       if cons-line(1:7) = bill-period
                          add 1 to lines-read
                          perform 1100-take-audit-line
                       end-if
               end-read
           end-perform
           close cons-file
           .

       1100-take-audit-line.
           perform 1200-find-function
           if parsed-function = spaces
              exit paragraph
           end-if
           if cons-line(20:15) = '  JOB ONLNMAIN '
              move 'O' to parsed-source
           else
              move 'B' to parsed-source
           end-if
      *    the word after REF, which the utilities append last
           move spaces to parsed-ref
           move 'N' to found-flag
           perform varying scan-pos from 1
                   until scan-pos > 126 or found-flag = 'Y'
               if cons-line(scan-pos:6) = '  REF '
                  move 'Y' to found-flag
               end-if
           end-perform
           if found-flag = 'Y'
              compute token-pos = scan-pos - 1 + 6
              move 0 to token-length
              perform until token-pos + token-length > 132
                      or token-length >= 12
                      or cons-line(token-pos + token-length:1) = space
                  add 1 to token-length
              end-perform
              if token-length > 0
                 move cons-line(token-pos:token-length) to parsed-ref
              end-if
           end-if
           move 1 to new-requests
           perform 1500-add-to-cell
           .

       1200-find-function.
           move spaces to parsed-function
           perform varying mx from 1 until mx > 10
                   or parsed-function not = spaces
               move spaces to marker-token
               string '  ' delimited by size
                      mk-text(mx) delimited by size
                      into marker-token
               move 0 to token-length
               inspect cons-line tallying token-length
                   for all marker-token(1:mk-length(mx))
               if token-length > 0
                  move mk-function(mx) to parsed-function
               end-if
           end-perform
           if parsed-function not = spaces
              exit paragraph
           end-if
      *    MathDispatch names the routed function: DISPATCH LCM(...)
           move 'N' to found-flag
           perform varying scan-pos from 1
                   until scan-pos > 121 or found-flag = 'Y'
               if cons-line(scan-pos:11) = '  DISPATCH '
                  move 'Y' to found-flag
               end-if
           end-perform
           if found-flag = 'N'
              exit paragraph
           end-if
           compute token-pos = scan-pos - 1 + 11
           move 0 to token-length
           perform until token-pos + token-length > 132
                   or token-length >= 8
                   or cons-line(token-pos + token-length:1) = '('
                   or cons-line(token-pos + token-length:1) = space
               add 1 to token-length
           end-perform
           if token-length > 0
              move cons-line(token-pos:token-length)
                   to parsed-function
           end-if
           .

       1500-add-to-cell.
      *    find the requester / function / source cell, opening one
      *    in key order
           move 0 to new-fn-seq
           perform varying fx from 1 until fx > fn-count
               if fn-name(fx) = parsed-function
                  move fx to new-fn-seq
               end-if
           end-perform
           if new-fn-seq = 0
              exit paragraph
           end-if
           move parsed-ref to new-ref
           move parsed-source to new-source
           move 0 to cell-found
           perform varying cx from 1 until cx > cell-count
               if cl-key(cx) = new-key
                  move cx to cell-found
                  move cell-count to cx
               end-if
           end-perform
           if cell-found = 0
              if cell-count >= 3000
                 move 'Y' to control-failed-flag
                 exit paragraph
              end-if
              move cell-count to cx
              add 1 to cell-count
              perform until cx = 0
                  if cl-key(cx) < new-key
                     exit perform
                  end-if
                  move cell-entry(cx) to cell-entry(cx + 1)
                  subtract 1 from cx
              end-perform
              add 1 to cx
              move new-key to cl-key(cx)
              move 0 to cl-requests(cx)
              move cx to cell-found
           end-if
           add new-requests to cl-requests(cell-found)
           .

       2000-count-runlog-requests.
           move 'N' to end-of-file
           open input run-log-file
           perform until no-more-records
               read run-log-file
                   at end move 'Y' to end-of-file
                   not at end
                       if rlr-timestamp(1:7) = bill-period
                          and rlr-action = 'END'
                          perform 2100-take-run-log-record
                       end-if
               end-read
           end-perform
           close run-log-file
           .

       2100-take-run-log-record.
           perform varying jx from 1 until jx > 3
               if rj-job-name(jx) = rlr-job-name
                  and rlr-records-written > 0
                  add 1 to lines-read
                  move rj-function(jx) to parsed-function
                  move spaces to parsed-ref
                  move 'B' to parsed-source
                  move rlr-records-written to new-requests
                  perform 1500-add-to-cell
               end-if
           end-perform
           .

       3000-write-heading.
           move spaces to statement-line
           string 'USAGE CHARGEBACK STATEMENTS FOR ' delimited by size
                  bill-period delimited by size
                  into statement-line
           write statement-line
           move spaces to summary-line
           string 'USAGE CHARGEBACK SUMMARY FOR ' delimited by size
                  bill-period delimited by size
                  into summary-line
           write summary-line
           move spaces to summary-line
           write summary-line
           move 'REQUESTER      REQUESTS        AMOUNT' to summary-line
           write summary-line
           .

       4000-write-statements.
      *    one control break per requester over the ordered cells
           move high-values to current-ref
           perform varying cx from 1 until cx > cell-count
               if (pass-unattributed = 'Y' and cl-ref(cx) = spaces)
                  or (pass-unattributed = 'N'
                      and cl-ref(cx) not = spaces)
                  if cl-ref(cx) not = current-ref
                     if current-ref not = high-values
                        perform 4300-end-statement
                     end-if
                     perform 4100-start-statement
                  end-if
                  perform 4200-write-cell-line
               end-if
           end-perform
           if current-ref not = high-values
              perform 4300-end-statement
           end-if
           .

       4100-start-statement.
           move cl-ref(cx) to current-ref
           move 0 to ref-requests, ref-amount
           add 1 to requester-count
           if current-ref = spaces
              move 'UNATTRIBUTED' to ref-label
           else
              move current-ref to ref-label
           end-if
           move spaces to statement-line
           write statement-line
           move spaces to statement-line
           string 'STATEMENT FOR REQUESTER ' delimited by size
                  ref-label delimited by size
                  '  MONTH ' delimited by size
                  bill-period delimited by size
                  into statement-line
           write statement-line
           move spaces to statement-line
           write statement-line
           move spaces to statement-line
           string 'FUNCTION  SOURCE      REQUESTS      RATE'
                      delimited by size
                  '        AMOUNT' delimited by size
                  into statement-line
           write statement-line
           .

       4200-write-cell-line.
           perform 4250-find-rate
           compute cell-amount rounded =
                   cl-requests(cx) * cell-rate
           add cl-requests(cx) to ref-requests
           add cell-amount to ref-amount
           if cl-source(cx) = 'O'
              move 1 to sx
           else
              move 2 to sx
           end-if
           add cl-requests(cx)
               to ft-requests(cl-fn-seq(cx), sx)
           add cell-amount to ft-amount(cl-fn-seq(cx), sx)
           move spaces to statement-line
           move fn-name(cl-fn-seq(cx)) to statement-line(1:8)
           if sx = 1
              move 'ONLINE' to statement-line(11:6)
           else
              move 'BATCH' to statement-line(11:5)
           end-if
           move cl-requests(cx) to requests-disp
           move requests-disp to statement-line(20:9)
           if rate-found = 'Y'
              move cell-rate to rate-disp
              move rate-disp to statement-line(32:8)
              move cell-amount to amount-disp
              move amount-disp to statement-line(42:12)
           else
              move 'NO RATE' to statement-line(33:7)
              move 'NOT PRICED' to statement-line(44:10)
              add cl-requests(cx) to unpriced-requests
           end-if
           write statement-line
           .

       4250-find-rate.
      *    a rate for the function and this source wins over one for
      *    the function with no source
           move 'N' to rate-found
           move 0 to cell-rate
           perform varying rx from 1 until rx > rate-count
               if rt-function(rx) = fn-name(cl-fn-seq(cx))
                  if rt-source(rx) = cl-source(cx)
                     move rt-rate(rx) to cell-rate
                     move 'Y' to rate-found
                     move rate-count to rx
                  else
                     if rt-source(rx) = space and rate-found = 'N'
                        move rt-rate(rx) to cell-rate
                        move 'Y' to rate-found
                     end-if
                  end-if
               end-if
           end-perform
           .

       4300-end-statement.
           move spaces to statement-line
           move 'TOTAL' to statement-line(1:5)
           move ref-requests to requests-disp
           move requests-disp to statement-line(20:9)
           move ref-amount to amount-disp
           move amount-disp to statement-line(42:12)
           write statement-line
           move spaces to summary-line
           move ref-label to summary-line(1:12)
           move requests-disp to summary-line(14:9)
           move amount-disp to summary-line(27:12)
           write summary-line
           add ref-requests to grand-requests
           add ref-amount to grand-amount
           .

       5000-write-summary-totals.
           move spaces to summary-line
           move requester-count to count-disp
           string 'ALL (' delimited by size
                  function trim(count-disp) delimited by size
                  ')' delimited by size
                  into summary-line
           move grand-requests to requests-disp
           move requests-disp to summary-line(14:9)
           move grand-amount to grand-amount-disp
           move grand-amount-disp to summary-line(25:14)
           write summary-line
           move spaces to summary-line
           write summary-line
           move 'FUNCTION  SOURCE      REQUESTS        AMOUNT'
                to summary-line
           write summary-line
           perform varying fx from 1 until fx > fn-count
               perform varying sx from 1 until sx > 2
                   if ft-requests(fx, sx) > 0
                      perform 5100-write-function-line
                   end-if
               end-perform
           end-perform
           if unpriced-requests > 0
              move spaces to summary-line
              write summary-line
              move unpriced-requests to requests-disp
              move spaces to summary-line
              string 'REQUESTS NOT PRICED (NO RATE ON CHGRATES): '
                         delimited by size
                     function trim(requests-disp) delimited by size
                     into summary-line
              write summary-line
           end-if
           .

       5100-write-function-line.
           move spaces to summary-line
           move fn-name(fx) to summary-line(1:8)
           if sx = 1
              move 'ONLINE' to summary-line(11:6)
           else
              move 'BATCH' to summary-line(11:5)
           end-if
           move ft-requests(fx, sx) to requests-disp
           move requests-disp to summary-line(20:9)
           move ft-amount(fx, sx) to amount-disp
           move amount-disp to summary-line(32:12)
           write summary-line
           .

       end program UsageChargeback.
