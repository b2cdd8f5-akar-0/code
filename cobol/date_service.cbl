      * DATE-FUNCTION: 'V' validate only; 'A' add DAYS-DELTA days
      * (negative subtracts) giving DATE-OUT; 'W' day-of-week;
      * 'B' business-day test giving BUSINESS-FLAG; 'N' next business
      * day giving DATE-OUT; 'C' convert a date between formats
      * through the DATE-CONVERSION area (see date-conversion.cpy).
      * modification history
      *   akar-0  new subprogram
      *   akar-0  named business calendars: a trailing CALENDAR-NAME
      *           spaces keeps the house HOLIDAYS calendar and the
      *           existing behavior. calendars are maintained through
      *           'CalendarMaint'.
      *   akar-0  date format conversion, function 'C': a ninth
      *           argument, the DATE-CONVERSION area, carries a date
      *           in one format and names the format wanted back --
      *           DD/MM/YYYY, MM-DD-YY, Julian YYYYDDD, packed YYMMDD
      *           and the like, built from YYYY/YY/MM/DD/DDD -- with
      *           the century window for two-digit years. the date is
      *           validated on the way through and comes back status
      *           'I' when it is not one, 'F' when a format cannot be
      *           used. callers of the other functions pass eight
      *           arguments as before
       environment division.
       input-output section.
       file-control.
      * caller's DATE-IN is never touched
       01  probe-date       pic x(8).
       01  holiday-file-name pic x(100).
      * format conversion
       01  date-format      pic x(10).
       01  fmt-idx          pic 9(2).
       01  century-pivot    pic 9(2).
       01  year-text        pic x(4).
       01  month-text       pic x(2).
       01  day-text         pic x(2).
       01  day-of-year-text pic x(3).
       01  day-of-year      pic 9(3).
       01  year-length      pic 9(3).
       01  julian-date      pic 9(7).
       01  packed-area      pic x(4).
       01  packed-date redefines packed-area pic s9(7) comp-3.
       01  packed-out       pic 9(7) comp-3.
       01  packed-out-area redefines packed-out pic x(4).
       01  six-digit-date   pic 9(6).
       01  six-digit-text redefines six-digit-date pic x(6).

       linkage section.
       01  date-function    pic x(1).
           88 fn-day-of-week    value 'W'.
           88 fn-business-day   value 'B'.
           88 fn-next-business  value 'N'.
           88 fn-convert        value 'C'.
       01  date-in          pic x(8).
       01  days-delta       pic s9(5).
       01  date-out         pic x(8).
           88 date-invalid      value 'I'.
           88 function-invalid  value 'F'.
       01  calendar-name    pic x(8).
       01  date-conversion.
           copy "date-conversion.cpy".

       procedure division using date-function date-in days-delta
               date-out weekday-number business-flag date-status
               calendar-name date-conversion.
           move spaces to date-out
           move 0 to weekday-number
           move spaces to business-flag
                     into holiday-file-name
           end-if

      *    a conversion brings its date in the conversion area, in
      *    whatever format it names
           if fn-convert
              perform convert-date
              goback
           end-if

           move date-in to probe-date
           perform validate-date-in
           if date-invalid
              goback
           end-if

           evaluate true
               when fn-validate

       validate-date-in.
           set date-valid to true
           if probe-date not numeric
              set date-invalid to true
              exit paragraph
           end-if
           move probe-date(1:4) to work-year
           move probe-date(5:2) to work-month
           move probe-date(7:2) to work-day
           if work-year < 1601 or work-month < 1 or work-month > 12
              set date-invalid to true
              exit paragraph
           end-perform
           .

       convert-date.
           set date-valid to true
           move spaces to dcv-value-out
           if dcv-century-pivot is numeric
              move dcv-century-pivot to century-pivot
           else
              move 50 to century-pivot
           end-if
           move dcv-from-format to date-format
           if date-format = spaces
              move 'YYYYMMDD' to date-format
           end-if
           if date-format = 'PYYMMDD'
              perform read-packed-date
           else
              perform read-formatted-date
           end-if
           if not date-valid
              exit paragraph
           end-if
           perform validate-date-in
           if date-invalid
              exit paragraph
           end-if
           move probe-date to date-out

           move dcv-to-format to date-format
           if date-format = spaces
              move 'YYYYMMDD' to date-format
           end-if
           if date-format = 'PYYMMDD'
              move probe-date(3:6) to six-digit-text
              move six-digit-date to packed-out
              move packed-out-area to dcv-value-out(1:4)
           else
              perform write-formatted-date
           end-if
           .

       read-packed-date.
           move dcv-value-in(1:4) to packed-area
           if packed-date is not numeric or packed-date < 0
              or packed-date > 999999
              set date-invalid to true
              exit paragraph
           end-if
           move packed-date to six-digit-date
           move six-digit-text(1:2) to year-text(3:2)
           perform apply-century-window
           move spaces to probe-date
           string year-text six-digit-text(3:4) delimited by size
                  into probe-date
           .

       read-formatted-date.
      *    format and value run in step: every token takes as many
      *    characters of the value as it has letters, and anything
      *    else in the format has to be there in the value as well
           move spaces to year-text, month-text, day-text
           move spaces to day-of-year-text
           move 1 to fmt-idx
           perform until fmt-idx > 10 or date-format(fmt-idx:) = spaces
               evaluate true
                   when fmt-idx <= 7
                        and date-format(fmt-idx:4) = 'YYYY'
                       move dcv-value-in(fmt-idx:4) to year-text
                       add 4 to fmt-idx
                   when fmt-idx <= 8
                        and date-format(fmt-idx:3) = 'DDD'
                       move dcv-value-in(fmt-idx:3)
                            to day-of-year-text
                       add 3 to fmt-idx
                   when fmt-idx <= 9
                        and date-format(fmt-idx:2) = 'YY'
                       move dcv-value-in(fmt-idx:2)
                            to year-text(3:2)
                       if year-text(3:2) is not numeric
                          set date-invalid to true
                          exit paragraph
                       end-if
                       perform apply-century-window
                       add 2 to fmt-idx
                   when fmt-idx <= 9
                        and date-format(fmt-idx:2) = 'MM'
                       move dcv-value-in(fmt-idx:2) to month-text
                       add 2 to fmt-idx
                   when fmt-idx <= 9
                        and date-format(fmt-idx:2) = 'DD'
                       move dcv-value-in(fmt-idx:2) to day-text
                       add 2 to fmt-idx
                   when other
                       if dcv-value-in(fmt-idx:1)
                          not = date-format(fmt-idx:1)
                          set date-invalid to true
                          exit paragraph
                       end-if
                       add 1 to fmt-idx
               end-evaluate
           end-perform
           if fmt-idx <= 10
              if dcv-value-in(fmt-idx:) not = spaces
                 set date-invalid to true
                 exit paragraph
              end-if
           end-if

           if year-text = spaces
              set function-invalid to true
              exit paragraph
           end-if
           if day-of-year-text not = spaces
              perform read-julian-date
              exit paragraph
           end-if
           if month-text = spaces or day-text = spaces
              set function-invalid to true
              exit paragraph
           end-if
           move spaces to probe-date
           string year-text month-text day-text delimited by size
                  into probe-date
           .

       read-julian-date.
           if year-text is not numeric
              or day-of-year-text is not numeric
              set date-invalid to true
              exit paragraph
           end-if
           move year-text to work-year
           move day-of-year-text to day-of-year
           if work-year < 1601 or work-year > 9998
              or day-of-year < 1
              set date-invalid to true
              exit paragraph
           end-if
           compute year-length =
                   function integer-of-date(
                            (work-year + 1) * 10000 + 0101)
                 - function integer-of-date(work-year * 10000 + 0101)
           if day-of-year > year-length
              set date-invalid to true
              exit paragraph
           end-if
           compute julian-date = work-year * 1000 + day-of-year
           compute work-date = function date-of-integer(
                   function integer-of-day(julian-date))
           move work-date to probe-date
           .

       apply-century-window.
           if year-text(3:2) < century-pivot
              move '20' to year-text(1:2)
           else
              move '19' to year-text(1:2)
           end-if
           .

       write-formatted-date.
           move probe-date to work-date
           move 1 to fmt-idx
           perform until fmt-idx > 10 or date-format(fmt-idx:) = spaces
               evaluate true
                   when fmt-idx <= 7
                        and date-format(fmt-idx:4) = 'YYYY'
                       move probe-date(1:4) to dcv-value-out(fmt-idx:4)
                       add 4 to fmt-idx
                   when fmt-idx <= 8
                        and date-format(fmt-idx:3) = 'DDD'
                       compute julian-date = function day-of-integer(
                               function integer-of-date(work-date))
                       move julian-date(5:3)
                            to dcv-value-out(fmt-idx:3)
                       add 3 to fmt-idx
                   when fmt-idx <= 9
                        and date-format(fmt-idx:2) = 'YY'
                       move probe-date(3:2) to dcv-value-out(fmt-idx:2)
                       add 2 to fmt-idx
                   when fmt-idx <= 9
                        and date-format(fmt-idx:2) = 'MM'
                       move probe-date(5:2) to dcv-value-out(fmt-idx:2)
                       add 2 to fmt-idx
                   when fmt-idx <= 9
                        and date-format(fmt-idx:2) = 'DD'
                       move probe-date(7:2) to dcv-value-out(fmt-idx:2)
                       add 2 to fmt-idx
                   when other
                       move date-format(fmt-idx:1)
                            to dcv-value-out(fmt-idx:1)
                       add 1 to fmt-idx
               end-evaluate
           end-perform
           .

       end program DateService.
