       identification division.
       program-id. iRoot.
      * integer k-th root over the same 18-digit range as 'iSqrt':
      * x is the largest integer with x ** k not above n, flagged
      * exact or rounded down the way 'iSqrt' flags a square root.
      * the root is found by bisection on x, each trial raised by
      * repeated multiplication through a 38-digit field and
      * abandoned as soon as it passes n, so no trial power can
      * overflow. chained square roots only ever answer the degrees
      * that are powers of two.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01  low-root     pic 9(18).
       01  high-root    pic 9(18).
       01  trial-root   pic 9(18).
       01  trial-power  pic 9(38).
       01  power-step   pic 9(3).
       01  power-over   pic x(1).

       linkage section.
       01  n             pic 9(18).
       01  k             pic 9(2).
       01  x             pic 9(18).
       01  root-status   pic x(1).
           88 exact-root      value 'P'.
           88 rounded-down    value 'R'.
       01  input-status  pic x(1).
           88 valid-input     value 'V'.
           88 invalid-input   value 'I'.

       procedure division using n k x root-status input-status.
           move 0 to x
           if n is not numeric or k is not numeric or k = 0
              set invalid-input to true
              goback
           end-if
           set valid-input to true

           if k = 1
              move n to x
              set exact-root to true
              goback
           end-if

      *    from the square root up, the root of an 18-digit value is
      *    below 10 ** 9
           move 0 to low-root
           if n < 1000000000
              move n to high-root
           else
              move 1000000000 to high-root
           end-if
           perform until low-root >= high-root
               compute trial-root = (low-root + high-root + 1) / 2
               perform 1000-raise-trial-root
               if power-over = 'Y'
                  compute high-root = trial-root - 1
               else
                  move trial-root to low-root
               end-if
           end-perform
           move low-root to x

           move x to trial-root
           perform 1000-raise-trial-root
           if trial-power = n
              set exact-root to true
           else
              set rounded-down to true
           end-if
           goback.

       1000-raise-trial-root.
      *    trial-root ** k, stopped as soon as it is past n
           move 1 to trial-power
           move 'N' to power-over
           perform varying power-step from 1 until power-step > k
                   or power-over = 'Y'
               compute trial-power = trial-power * trial-root
               if trial-power > n
                  move 'Y' to power-over
               end-if
           end-perform
           .

       end program iRoot.
