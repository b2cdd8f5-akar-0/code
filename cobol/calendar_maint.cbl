      * Maintains the per-partner business calendars DateService
      * resolves as HOLIDAYS.<name> (and the house HOLIDAYS file,
      * named as spaces): driven by CALTXN transactions -- 'A' adds
      * a holiday date, 'D' removes one, 'L' lists the calendar, 'G'
      * generates the year named in the date's first four columns
      * from the calendar's holiday rules --
      * reporting to CALRPRT. Loading a counterparty's year-ahead
      * dates is a page of 'A' transactions instead of a hand edit,
      * and every date validates through 'DateService' before it is
      * accepted.
      * The rules sit beside the calendar as HOLRULES.<name> (the
      * house HOLRULES), one per holiday:
      *     1      F fixed date, N nth weekday of the month, L last
      *            weekday of the month, E relative to Easter Sunday
      *     3-4    month (F, N, L)
      *     6-7    day of the month (F)
      *     9      weekday, 1 = Monday through 7 = Sunday (N, L)
      *     11     which one, 1-5 (N)
      *     13-16  days from Easter Sunday, signed: -002, +001 (E)
      *     18     weekend substitution: F the next weekday that is
      *            not another of the year's holidays, O Saturday to
      *            the Friday before and Sunday to the Monday after,
      *            blank none
      *     20-49  description
      * A generated date already on the calendar is reported as a
      * clash and left as it is; a rule that gives no date that year
      * (a fifth Monday that is not there) is reported too.
       environment division.
       input-output section.
       file-control.
           select optional calendar-file
               assign to dynamic calendar-file-name
               organization is line sequential.
           select optional rule-file
               assign to dynamic rule-file-name
               organization is line sequential.
           select report-file assign to 'CALRPRT'
               organization is line sequential.

              88 txn-add        value 'A'.
              88 txn-delete     value 'D'.
              88 txn-list       value 'L'.
              88 txn-generate   value 'G'.
           05 txn-calendar      pic x(8).
           05 txn-date          pic x(8).
           05 txn-generate-year redefines txn-date.
              10 txn-year       pic x(4).
              10 filler         pic x(4).

       fd  calendar-file.
       01  calendar-record     pic x(8).

       fd  rule-file.
       01  rule-record.
           05 rul-type          pic x(1).
           05 filler            pic x(1).
           05 rul-month         pic x(2).
           05 filler            pic x(1).
           05 rul-day           pic x(2).
           05 filler            pic x(1).
           05 rul-weekday       pic x(1).
           05 filler            pic x(1).
           05 rul-nth           pic x(1).
           05 filler            pic x(1).
           05 rul-offset-sign   pic x(1).
           05 rul-offset-days   pic x(3).
           05 filler            pic x(1).
           05 rul-substitute    pic x(1).
           05 filler            pic x(1).
           05 rul-description   pic x(30).

       fd  report-file.
       01  report-line         pic x(132).

       01  date-status          pic x(1).
       01  no-calendar          pic x(8) value spaces.
       01  count-disp           pic z(4)9.
      * holiday generation: the calendar's rules for the year, each
      * with the date it gives and the date it is kept on once a
      * weekend has been substituted
       01  rule-file-name       pic x(100).
       01  end-of-rules         pic x(1).
       01  generate-year        pic 9(4).
       01  rule-table.
           05 rule-count        pic 9(2).
           05 rule-entry occurs 60 times.
              10 rt-type        pic x(1).
                 88 rt-fixed    value 'F'.
                 88 rt-nth      value 'N'.
                 88 rt-last     value 'L'.
                 88 rt-easter   value 'E'.
              10 rt-month       pic x(2).
              10 rt-day         pic x(2).
              10 rt-weekday     pic x(1).
              10 rt-nth-number  pic x(1).
              10 rt-offset-sign pic x(1).
              10 rt-offset-days pic x(3).
              10 rt-substitute  pic x(1).
                 88 rt-sub-forward value 'F'.
                 88 rt-sub-nearest value 'O'.
              10 rt-description pic x(30).
              10 rt-date        pic x(8).
              10 rt-observed    pic x(8).
       01  rx                   pic 9(2).
       01  ry                   pic 9(2).
       01  rules-skipped        pic 9(3).
       01  added-count          pic 9(3).
       01  clash-count          pic 9(3).
       01  no-date-count        pic 9(3).
       01  target-weekday       pic 9(1).
       01  month-number         pic 9(2).
       01  date-taken           pic x(1).
      * Easter Sunday, Gregorian computus
       01  easter-work.
           05 ea-a              pic 9(4).
           05 ea-b              pic 9(4).
           05 ea-c              pic 9(4).
           05 ea-d              pic 9(4).
           05 ea-e              pic 9(4).
           05 ea-f              pic 9(4).
           05 ea-g              pic 9(4).
           05 ea-h              pic 9(4).
           05 ea-i              pic 9(4).
           05 ea-k              pic 9(4).
           05 ea-l              pic 9(4).
           05 ea-m              pic 9(4).
           05 ea-n              pic 9(4).
           05 easter-month      pic 9(2).
           05 easter-day        pic 9(2).
       01  added-disp           pic zz9.
       01  clash-disp           pic zz9.
       01  no-date-disp         pic zz9.

       procedure division.
       0000-mainline.
               when txn-add    perform 3000-add-date
               when txn-delete perform 4000-delete-date
               when txn-list   perform 5000-list-calendar
               when txn-generate perform 6000-generate-year
               when other
                   add 1 to rejected-count
                   move spaces to report-line
           end-perform
           .

       6000-generate-year.
           if txn-year not numeric or txn-year < '1601'
              or txn-year > '9998'
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     txn-calendar delimited by size
                     ' ' delimited by size
                     txn-year delimited by size
                     '  NOT A VALID YEAR' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move txn-year to generate-year
           perform 6100-load-rules
           if rule-count = 0
              add 1 to rejected-count
              move spaces to report-line
              string 'REJECTED ' delimited by size
                     txn-calendar delimited by size
                     ' ' delimited by size
                     txn-year delimited by size
                     '  NO RULES ON ' delimited by size
                     function trim(rule-file-name) delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if

      *    every rule's date first, then the weekend substitutes --
      *    so a substitute steps over every other holiday of the
      *    year whatever order the rules are kept in
           perform varying rx from 1 until rx > rule-count
               perform 6200-date-one-rule
           end-perform
           perform varying rx from 1 until rx > rule-count
               move rt-date(rx) to rt-observed(rx)
               if rt-date(rx) not = spaces
                  and (rt-sub-forward(rx) or rt-sub-nearest(rx))
                  move rt-date(rx) to probe-date
                  perform 6800-weekday-of-probe
                  if weekday-number > 5
                     move spaces to rt-observed(rx)
                  end-if
               end-if
           end-perform
           perform varying rx from 1 until rx > rule-count
               if rt-date(rx) not = spaces
                  and rt-observed(rx) = spaces
                  perform 6600-substitute-weekend
               end-if
           end-perform

           move 0 to added-count, clash-count, no-date-count
           perform varying rx from 1 until rx > rule-count
               perform 6700-post-one-rule
           end-perform
           if added-count > 0
              perform 8000-rewrite-calendar
           end-if
           add 1 to applied-count
           move added-count to added-disp
           move clash-count to clash-disp
           move no-date-count to no-date-disp
           move spaces to report-line
           string 'GENERATED ' delimited by size
                  txn-calendar delimited by size
                  ' ' delimited by size
                  txn-year delimited by size
                  '  ADDED ' delimited by size
                  function trim(added-disp) delimited by size
                  '  CLASHES ' delimited by size
                  function trim(clash-disp) delimited by size
                  '  NO DATE ' delimited by size
                  function trim(no-date-disp) delimited by size
                  into report-line
           write report-line
           .

       6100-load-rules.
           if txn-calendar = spaces
              move 'HOLRULES' to rule-file-name
           else
              move spaces to rule-file-name
              string 'HOLRULES.' delimited by size
                     function trim(txn-calendar) delimited by size
                     into rule-file-name
           end-if
           move 0 to rule-count, rules-skipped
           move 'N' to end-of-rules
           open input rule-file
           perform until end-of-rules = 'Y'
               read rule-file
                   at end move 'Y' to end-of-rules
                   not at end
                       if rule-record = spaces
                          continue
                       else
                          if rule-count < 60
                             add 1 to rule-count
                             perform 6150-take-one-rule
                          else
                             add 1 to rules-skipped
                          end-if
                       end-if
               end-read
           end-perform
           close rule-file
           if rules-skipped > 0
              move rules-skipped to count-disp
              move spaces to report-line
              string 'WARNING  ' delimited by size
                     txn-calendar delimited by size
                     '  RULES PAST 60 IGNORED: ' delimited by size
                     function trim(count-disp) delimited by size
                     into report-line
              write report-line
           end-if
           .

       6150-take-one-rule.
           move rul-type to rt-type(rule-count)
           move rul-month to rt-month(rule-count)
           move rul-day to rt-day(rule-count)
           move rul-weekday to rt-weekday(rule-count)
           move rul-nth to rt-nth-number(rule-count)
           move rul-offset-sign to rt-offset-sign(rule-count)
           move rul-offset-days to rt-offset-days(rule-count)
           move rul-substitute to rt-substitute(rule-count)
           move rul-description to rt-description(rule-count)
           move spaces to rt-date(rule-count), rt-observed(rule-count)
           .

       6200-date-one-rule.
      *    a rule that does not make sense, or gives no date this
      *    year, leaves RT-DATE blank
           move spaces to rt-date(rx)
           if not rt-easter(rx)
              if rt-month(rx) not numeric
                 or rt-month(rx) < '01' or rt-month(rx) > '12'
                 exit paragraph
              end-if
           end-if
           if rt-nth(rx) or rt-last(rx)
              if rt-weekday(rx) < '1' or rt-weekday(rx) > '7'
                 exit paragraph
              end-if
              move rt-weekday(rx) to target-weekday
           end-if
           evaluate true
               when rt-fixed(rx)
                   perform 6300-fixed-date
               when rt-nth(rx)
                   perform 6400-nth-weekday
               when rt-last(rx)
                   perform 6450-last-weekday
               when rt-easter(rx)
                   perform 6500-easter-relative
           end-evaluate
           .

       6300-fixed-date.
           if rt-day(rx) not numeric
              exit paragraph
           end-if
           move spaces to probe-date
           string txn-year rt-month(rx) rt-day(rx) delimited by size
                  into probe-date
           move 'V' to date-function
           move 0 to days-delta
           call 'DateService' using date-function probe-date
               days-delta date-out weekday-number business-flag
               date-status no-calendar
           if date-status = 'V'
              move probe-date to rt-date(rx)
           end-if
           .

       6400-nth-weekday.
      *    from the first of the month to the first such weekday,
      *    then on a week at a time; a date that runs into the next
      *    month is not there this year
           if rt-nth-number(rx) < '1' or rt-nth-number(rx) > '5'
              exit paragraph
           end-if
           move spaces to probe-date
           string txn-year rt-month(rx) '01' delimited by size
                  into probe-date
           perform 6800-weekday-of-probe
           compute days-delta =
                   function mod(target-weekday - weekday-number + 7,
                                7)
                 + (function numval(rt-nth-number(rx)) - 1) * 7
           perform 6850-add-days-to-probe
           if date-out(5:2) = rt-month(rx)
              move date-out to rt-date(rx)
           end-if
           .

       6450-last-weekday.
      *    from the last of the month back to the weekday asked for
           move rt-month(rx) to month-number
           move spaces to probe-date
           if month-number = 12
              compute generate-year = generate-year + 1
              string generate-year '0101' delimited by size
                     into probe-date
              move txn-year to generate-year
           else
              add 1 to month-number
              string txn-year month-number '01' delimited by size
                     into probe-date
           end-if
           move -1 to days-delta
           perform 6850-add-days-to-probe
           move date-out to probe-date
           perform 6800-weekday-of-probe
           compute days-delta = 0 -
                   function mod(weekday-number - target-weekday + 7,
                                7)
           perform 6850-add-days-to-probe
           move date-out to rt-date(rx)
           .

       6500-easter-relative.
           if rt-offset-days(rx) not numeric
              or (rt-offset-sign(rx) not = '+'
                  and rt-offset-sign(rx) not = '-'
                  and rt-offset-sign(rx) not = space)
              exit paragraph
           end-if
           divide generate-year by 19 giving ea-n remainder ea-a
           divide generate-year by 100 giving ea-b remainder ea-c
           divide ea-b by 4 giving ea-d remainder ea-e
           compute ea-f = (ea-b + 8) / 25
           compute ea-g = (ea-b - ea-f + 1) / 3
           compute ea-h = function mod(
                   19 * ea-a + ea-b - ea-d - ea-g + 15, 30)
           divide ea-c by 4 giving ea-i remainder ea-k
           compute ea-l = function mod(
                   32 + 2 * ea-e + 2 * ea-i - ea-h - ea-k, 7)
           compute ea-m = (ea-a + 11 * ea-h + 22 * ea-l) / 451
           compute ea-n = ea-h + ea-l - 7 * ea-m + 114
           divide ea-n by 31 giving easter-month remainder easter-day
           add 1 to easter-day
           move spaces to probe-date
           string txn-year easter-month easter-day delimited by size
                  into probe-date
           move rt-offset-days(rx) to days-delta
           if rt-offset-sign(rx) = '-'
              compute days-delta = 0 - days-delta
           end-if
           perform 6850-add-days-to-probe
           if date-status = 'V' and date-out(1:4) = txn-year
              move date-out to rt-date(rx)
           end-if
           .

       6600-substitute-weekend.
           move rt-date(rx) to probe-date
           perform 6800-weekday-of-probe
           if rt-sub-nearest(rx)
              if weekday-number = 6
                 move -1 to days-delta
              else
                 move 1 to days-delta
              end-if
              perform 6850-add-days-to-probe
              move date-out to rt-observed(rx)
              exit paragraph
           end-if
      *    forward: the next weekday no other rule holds
           move 'Y' to date-taken
           perform until date-taken = 'N'
               move 1 to days-delta
               perform 6850-add-days-to-probe
               move date-out to probe-date
               perform 6800-weekday-of-probe
               move 'N' to date-taken
               if weekday-number > 5
                  move 'Y' to date-taken
               else
                  perform varying ry from 1 until ry > rule-count
                      if rt-observed(ry) = probe-date
                         move 'Y' to date-taken
                      end-if
                  end-perform
               end-if
           end-perform
           move probe-date to rt-observed(rx)
           .

       6700-post-one-rule.
           move spaces to report-line
           if rt-date(rx) = spaces
              add 1 to no-date-count
              string 'NO DATE  ' delimited by size
                     txn-calendar delimited by size
                     ' ' delimited by size
                     txn-year delimited by size
                     '      ' delimited by size
                     rt-description(rx) delimited by size
                     ' RULE ' delimited by size
                     rt-type(rx) delimited by size
                     ' GIVES NO DATE' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           move 0 to date-found
           perform varying dx from 1 until dx > date-count
               if cal-date(dx) = rt-observed(rx)
                  move dx to date-found
                  move date-count to dx
               end-if
           end-perform
           if date-found > 0
              add 1 to clash-count
              string 'CLASH    ' delimited by size
                     txn-calendar delimited by size
                     ' ' delimited by size
                     rt-observed(rx) delimited by size
                     '  ' delimited by size
                     rt-description(rx) delimited by size
                     ' ALREADY ON CALENDAR' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           if date-count >= 400
              add 1 to rejected-count
              string 'REJECTED ' delimited by size
                     txn-calendar delimited by size
                     ' ' delimited by size
                     rt-observed(rx) delimited by size
                     '  CALENDAR FULL (400)' delimited by size
                     into report-line
              write report-line
              exit paragraph
           end-if
           add 1 to date-count
           move rt-observed(rx) to cal-date(date-count)
           add 1 to added-count
           string 'ADDED    ' delimited by size
                  txn-calendar delimited by size
                  ' ' delimited by size
                  rt-observed(rx) delimited by size
                  '  ' delimited by size
                  rt-description(rx) delimited by size
                  into report-line
           if rt-observed(rx) not = rt-date(rx)
              move 'FOR' to report-line(60:3)
              move rt-date(rx) to report-line(64:8)
           end-if
           write report-line
           .

       6800-weekday-of-probe.
           move 'W' to date-function
           move 0 to days-delta
           call 'DateService' using date-function probe-date
               days-delta date-out weekday-number business-flag
               date-status no-calendar
           .

       6850-add-days-to-probe.
           move 'A' to date-function
           call 'DateService' using date-function probe-date
               days-delta date-out weekday-number business-flag
               date-status no-calendar
           .

       8000-rewrite-calendar.
           open output calendar-file
           perform varying dx from 1 until dx > date-count
