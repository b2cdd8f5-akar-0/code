       identification division.
       program-id. RadixConvertSelfCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Spot-checks 'RadixConvert' against worked conversions --
      * hexadecimal, octal and base 36 either case, blanks around
      * the digits, zero, the top of the 18-digit range out to 60
      * binary digits and back, one past it, a digit outside the
      * source base, an embedded blank, no digits at all and bases
      * outside 2-36 -- using the shared assert-true/assert-false
      * copybook and returning the pass/fail counts via LINKAGE for
      * the nightly regression report.
       data division.
       working-storage section.
       copy "assert-data.cpy".

       01  radix-digits-in     pic x(64).
       01  radix-from-base     pic 9(2).
       01  radix-to-base       pic 9(2).
       01  radix-digits-out    pic x(64).
       01  radix-value         pic 9(18).
       01  radix-status        pic x(1).
       01  radix-bad-position  pic 9(2).
       01  expected-digits     pic x(64).
       01  expected-value      pic 9(18).
       01  expected-status     pic x(1).
       01  expected-position   pic 9(2).
       01  value-disp          pic z(17)9.

       linkage section.
       01  check-pass-count    pic 9(5) comp.
       01  check-fail-count    pic 9(5) comp.

       procedure division using check-pass-count check-fail-count.
       0000-mainline.
           move 'V' to expected-status
           move 0 to expected-position

           move 'FF' to radix-digits-in
           move 16 to radix-from-base
           move 2 to radix-to-base
           move '11111111' to expected-digits
           move 255 to expected-value
           perform 1000-check-conversion

           move 'ff' to radix-digits-in
           move 10 to radix-to-base
           move '255' to expected-digits
           perform 1000-check-conversion

           move '   777  ' to radix-digits-in
           move 8 to radix-from-base
           move 16 to radix-to-base
           move '1FF' to expected-digits
           move 511 to expected-value
           perform 1000-check-conversion

           move 'zz' to radix-digits-in
           move 36 to radix-from-base
           move 10 to radix-to-base
           move '1295' to expected-digits
           move 1295 to expected-value
           perform 1000-check-conversion

           move '0' to radix-digits-in
           move 10 to radix-from-base
           move 2 to radix-to-base
           move '0' to expected-digits
           move 0 to expected-value
           perform 1000-check-conversion

           move '999999999999999999' to radix-digits-in
           move 36 to radix-to-base
           move '7LIEEXZX4KXR' to expected-digits
           move 999999999999999999 to expected-value
           perform 1000-check-conversion

           move 16 to radix-to-base
           move 'DE0B6B3A763FFFF' to expected-digits
           perform 1000-check-conversion

           move 2 to radix-to-base
           move '1101111000001011011010110011101001110110001111111111'
                & '11111111' to expected-digits
           perform 1000-check-conversion

           move expected-digits to radix-digits-in
           move 2 to radix-from-base
           move 10 to radix-to-base
           move '999999999999999999' to expected-digits
           perform 1000-check-conversion

           move '1000000000000000000' to radix-digits-in
           move 10 to radix-from-base
           move spaces to expected-digits
           move 0 to expected-value
           move 'O' to expected-status
           perform 1000-check-conversion

           move '102' to radix-digits-in
           move 2 to radix-from-base
           move 'D' to expected-status
           move 3 to expected-position
           perform 1000-check-conversion

           move ' 12 3' to radix-digits-in
           move 10 to radix-from-base
           perform 1000-check-conversion

           move spaces to radix-digits-in
           move 0 to expected-position
           perform 1000-check-conversion

           move '10' to radix-digits-in
           move 37 to radix-from-base
           move 'B' to expected-status
           perform 1000-check-conversion

           move 10 to radix-from-base
           move 1 to radix-to-base
           perform 1000-check-conversion

           display 'PASS COUNT ' assert-pass-count
           display 'FAIL COUNT ' assert-fail-count
           move assert-pass-count to check-pass-count
           move assert-fail-count to check-fail-count
           goback
           .

       1000-check-conversion.
           call 'RadixConvert' using radix-digits-in radix-from-base
               radix-to-base radix-digits-out radix-value
               radix-status radix-bad-position
           if radix-digits-out = expected-digits
              and radix-value = expected-value
              and radix-status = expected-status
              and radix-bad-position = expected-position
              perform assert-true
           else
              move radix-value to value-disp
              move spaces to assertion-message
              string 'RadixConvert(' delimited by size
                     function trim(radix-digits-in) delimited by size
                     ',' delimited by size
                     radix-from-base delimited by size
                     ',' delimited by size
                     radix-to-base delimited by size
                     ') = ' delimited by size
                     function trim(radix-digits-out) delimited by size
                     ' ' delimited by size
                     function trim(value-disp) delimited by size
                     ' ' delimited by size
                     radix-status delimited by size
                     radix-bad-position delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       copy "assert-check.cpy".

       end program RadixConvertSelfCheck.
