       identification division.
       program-id. PerfectPower.
      * perfect-power test over the 18-digit range: whether n is
      * b ** e for some e of 2 or more, and if so the smallest such
      * base and with it the largest exponent. 2 ** 59 is the
      * largest power of two in range, so the exponents are tried
      * from 59 down through 'iRoot' and the first exact root found
      * is the answer. PP-STATUS: 'P' a perfect power, 'N' not one
      * (the base comes back as n itself, exponent 1), 'L' n below
      * 2 and not tested, 'I' n not numeric.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01  root-degree    pic 9(2).
       01  root-x         pic 9(18).
       01  root-status    pic x(1).
       01  root-input     pic x(1).

       linkage section.
       01  n              pic 9(18).
       01  pp-base        pic 9(18).
       01  pp-exponent    pic 9(2).
       01  pp-status      pic x(1).
           88 pp-perfect-power  value 'P'.
           88 pp-not-a-power    value 'N'.
           88 pp-below-two      value 'L'.
           88 pp-invalid-input  value 'I'.

       procedure division using n pp-base pp-exponent pp-status.
           move 0 to pp-base
           move 0 to pp-exponent
           if n is not numeric
              set pp-invalid-input to true
              goback
           end-if
           move n to pp-base
           move 1 to pp-exponent
           if n < 2
              set pp-below-two to true
              goback
           end-if

           set pp-not-a-power to true
           perform varying root-degree from 59 by -1
                   until root-degree < 2 or pp-perfect-power
               call 'iRoot' using n root-degree root-x root-status
                   root-input
               if root-status = 'P'
                  move root-x to pp-base
                  move root-degree to pp-exponent
                  set pp-perfect-power to true
               end-if
           end-perform
           goback.

       end program PerfectPower.
