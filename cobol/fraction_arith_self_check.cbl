       identification division.
       program-id. FractionArithSelfCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Spot-checks 'FractionArith' against worked fractions -- sums
      * that cancel against the denominators' gcd, a difference to
      * zero, signs on either part of an operand, products and
      * quotients that cross-cancel at the top of the 18-digit
      * range, answers that no longer fit, and the zero-denominator,
      * division-by-zero and unknown-operation refusals -- using the
      * shared assert-true/assert-false copybook and returning the
      * pass/fail counts via LINKAGE for the nightly regression
      * report.
       data division.
       working-storage section.
       copy "assert-data.cpy".

       01  frac-num-a          pic s9(18).
       01  frac-den-a          pic s9(18).
       01  frac-op             pic x(1).
       01  frac-num-b          pic s9(18).
       01  frac-den-b          pic s9(18).
       01  result-num          pic s9(18).
       01  result-den          pic 9(18).
       01  frac-status         pic x(1).
       01  frac-audit.
           copy "job-header.cpy".
       01  expected-num        pic s9(18).
       01  expected-den        pic 9(18).
       01  expected-status     pic x(1).
       01  an-disp             pic -(18)9.
       01  ad-disp             pic -(18)9.
       01  bn-disp             pic -(18)9.
       01  bd-disp             pic -(18)9.
       01  rn-disp             pic -(18)9.
       01  rd-disp             pic z(17)9.

       linkage section.
       01  check-pass-count    pic 9(5) comp.
       01  check-fail-count    pic 9(5) comp.

       procedure division using check-pass-count check-fail-count.
       0000-mainline.
           initialize frac-audit
           move 'N' to audit-flag
           move 'V' to expected-status

           move 1 to frac-num-a
           move 2 to frac-den-a
           move '+' to frac-op
           move 1 to frac-num-b
           move 3 to frac-den-b
           move 5 to expected-num
           move 6 to expected-den
           perform 1000-check-fraction

           move 1 to frac-num-a
           move 6 to frac-den-a
           move 1 to expected-num
           move 2 to expected-den
           perform 1000-check-fraction

           move 5 to frac-num-a
           move 10 to frac-den-a
           move '-' to frac-op
           move 7 to frac-num-b
           move 10 to frac-den-b
           move -1 to expected-num
           move 5 to expected-den
           perform 1000-check-fraction

           move 3 to frac-num-a
           move 4 to frac-den-a
           move 3 to frac-num-b
           move 4 to frac-den-b
           move 0 to expected-num
           move 1 to expected-den
           perform 1000-check-fraction

           move -2 to frac-num-a
           move 4 to frac-den-a
           move '+' to frac-op
           move 1 to frac-num-b
           move -4 to frac-den-b
           move -3 to expected-num
           move 4 to expected-den
           perform 1000-check-fraction

           move 2 to frac-num-a
           move 3 to frac-den-a
           move '*' to frac-op
           move 9 to frac-num-b
           move 4 to frac-den-b
           move 3 to expected-num
           move 2 to expected-den
           perform 1000-check-fraction

           move '/' to frac-op
           move -4 to frac-num-b
           move 9 to frac-den-b
           move -3 to expected-num
           perform 1000-check-fraction

           move 7 to frac-num-a
           move -3 to frac-den-a
           move '*' to frac-op
           move -3 to frac-num-b
           move 7 to frac-den-b
           move 1 to expected-num
           move 1 to expected-den
           perform 1000-check-fraction

           move 999999999999999989 to frac-num-a
           move 2 to frac-den-a
           move 2 to frac-num-b
           move 999999999999999989 to frac-den-b
           perform 1000-check-fraction

           move 999999999999999999 to frac-num-a
           move 1 to frac-den-a
           move '+' to frac-op
           move 1 to frac-num-b
           move 1 to frac-den-b
           move 0 to expected-num
           move 0 to expected-den
           move 'O' to expected-status
           perform 1000-check-fraction

           move 1 to frac-num-a
           move 999999999999999989 to frac-den-a
           move 1 to frac-num-b
           move 999999999999999967 to frac-den-b
           perform 1000-check-fraction

           move 1 to frac-num-a
           move 0 to frac-den-a
           move 'Z' to expected-status
           perform 1000-check-fraction

           move 1 to frac-den-a
           move '/' to frac-op
           move 0 to frac-num-b
           move 5 to frac-den-b
           perform 1000-check-fraction

           move 'X' to frac-op
           move 'I' to expected-status
           perform 1000-check-fraction

           display 'PASS COUNT ' assert-pass-count
           display 'FAIL COUNT ' assert-fail-count
           move assert-pass-count to check-pass-count
           move assert-fail-count to check-fail-count
           goback
           .

       1000-check-fraction.
           call 'FractionArith' using frac-num-a frac-den-a frac-op
               frac-num-b frac-den-b result-num result-den
               frac-status frac-audit
           if result-num = expected-num
              and result-den = expected-den
              and frac-status = expected-status
              perform assert-true
           else
              move frac-num-a to an-disp
              move frac-den-a to ad-disp
              move frac-num-b to bn-disp
              move frac-den-b to bd-disp
              move result-num to rn-disp
              move result-den to rd-disp
              move spaces to assertion-message
              string 'FractionArith(' delimited by size
                     function trim(an-disp) delimited by size
                     '/' delimited by size
                     function trim(ad-disp) delimited by size
                     frac-op delimited by size
                     function trim(bn-disp) delimited by size
                     '/' delimited by size
                     function trim(bd-disp) delimited by size
                     ') = ' delimited by size
                     function trim(rn-disp) delimited by size
                     '/' delimited by size
                     function trim(rd-disp) delimited by size
                     ' ' delimited by size
                     frac-status delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       copy "assert-check.cpy".

       end program FractionArithSelfCheck.
