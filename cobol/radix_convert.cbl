       identification division.
       program-id. RadixConvert.
      * radix conversion between any two bases from 2 to 36 over the
      * MathDispatch 18-digit range: the digit string is read in the
      * source base (0-9 then A-Z, either case, blanks either side
      * ignored), each digit checked against that base, and the
      * value written back out in the target base, left-justified
      * with capital letters. the value itself comes back too, so a
      * caller converting to or from base 10 has the number as well
      * as the text. RADIX-STATUS: 'V' converted, 'B' a base outside
      * 2-36, 'D' no digits, an embedded blank or a digit not valid
      * in the source base (RADIX-BAD-POSITION says where), 'O' the
      * value is past 18 decimal digits.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01  digit-set-values.
           05 filler        pic x(36)
                 value '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  digit-set redefines digit-set-values.
           05 digit-char    pic x(1) occurs 36 times.
       01  source-text      pic x(64).
       01  first-pos        pic 9(2).
       01  last-pos         pic 9(2).
       01  char-pos         pic 9(2).
       01  digit-ix         pic 9(2).
       01  digit-value      pic 9(2).
      * room for one more digit past the 18-digit ceiling, so the
      * overflow is seen before the value is truncated
       01  running-value    pic 9(20).
       01  work-value       pic 9(18).
       01  work-quotient    pic 9(18).
       01  work-remainder   pic 9(2).
       01  out-text         pic x(64).
       01  out-pos          pic 9(2).

       linkage section.
       01  radix-digits-in  pic x(64).
       01  radix-from-base  pic 9(2).
       01  radix-to-base    pic 9(2).
       01  radix-digits-out pic x(64).
       01  radix-value      pic 9(18).
       01  radix-status     pic x(1).
           88 radix-converted      value 'V'.
           88 radix-bad-base       value 'B'.
           88 radix-bad-digit      value 'D'.
           88 radix-overflow       value 'O'.
       01  radix-bad-position pic 9(2).

       procedure division using radix-digits-in radix-from-base
               radix-to-base radix-digits-out radix-value
               radix-status radix-bad-position.
           move spaces to radix-digits-out
           move 0 to radix-value
           move 0 to radix-bad-position
           if radix-from-base is not numeric
              or radix-to-base is not numeric
              or radix-from-base < 2 or radix-from-base > 36
              or radix-to-base < 2 or radix-to-base > 36
              set radix-bad-base to true
              goback
           end-if

           move function upper-case(radix-digits-in) to source-text
           move 0 to first-pos
           move 0 to last-pos
           perform varying char-pos from 1 until char-pos > 64
               if source-text(char-pos:1) not = space
                  if first-pos = 0
                     move char-pos to first-pos
                  end-if
                  move char-pos to last-pos
               end-if
           end-perform
           if first-pos = 0
              set radix-bad-digit to true
              goback
           end-if

           set radix-converted to true
           move 0 to running-value
           perform varying char-pos from first-pos
                   until char-pos > last-pos or not radix-converted
               perform 1000-value-one-digit
           end-perform
           if not radix-converted
              goback
           end-if
           move running-value to radix-value

      *    out again by repeated division, the digits coming off
      *    lowest first into the right-hand end of the work field
           move spaces to out-text
           move 65 to out-pos
           move radix-value to work-value
           perform until out-pos < 65 and work-value = 0
               divide work-value by radix-to-base
                   giving work-quotient remainder work-remainder
               subtract 1 from out-pos
               move digit-char(work-remainder + 1)
                    to out-text(out-pos:1)
               move work-quotient to work-value
           end-perform
           move out-text(out-pos:) to radix-digits-out
           goback.

       1000-value-one-digit.
           move 0 to digit-value
           perform varying digit-ix from 1
                   until digit-ix > radix-from-base
                      or digit-value > 0
               if digit-char(digit-ix) = source-text(char-pos:1)
                  move digit-ix to digit-value
               end-if
           end-perform
           if digit-value = 0
              set radix-bad-digit to true
              compute radix-bad-position = char-pos - first-pos + 1
              exit paragraph
           end-if
           compute running-value =
               running-value * radix-from-base + digit-value - 1
           if running-value > 999999999999999999
              set radix-overflow to true
           end-if
           .

       end program RadixConvert.
