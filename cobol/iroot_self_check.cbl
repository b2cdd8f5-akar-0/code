       identification division.
       program-id. iRootSelfCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Spot-checks 'iRoot' and 'PerfectPower' against known values
      * -- exact and rounded cube and higher roots, the top of the
      * 18-digit range, the degree-1 and zero edges, and perfect
      * powers whose smallest base is itself a power -- using the
      * shared assert-true/assert-false copybook and returning the
      * pass/fail counts via LINKAGE for the nightly regression
      * report.
       data division.
       working-storage section.
       copy "assert-data.cpy".

       01  n                   pic 9(18).
       01  k                   pic 9(2).
       01  x                   pic 9(18).
       01  root-status         pic x(1).
       01  input-status        pic x(1).
       01  expected-x          pic 9(18).
       01  expected-status     pic x(1).
       01  pp-base             pic 9(18).
       01  pp-exponent         pic 9(2).
       01  pp-status           pic x(1).
       01  expected-exponent   pic 9(2).
       01  n-disp              pic z(17)9.
       01  x-disp              pic z(17)9.
       01  expected-x-disp     pic z(17)9.
       01  k-disp              pic z9.
       01  exponent-disp       pic z9.

       linkage section.
       01  check-pass-count    pic 9(5) comp.
       01  check-fail-count    pic 9(5) comp.

       procedure division using check-pass-count check-fail-count.
       0000-mainline.
           move 0 to n
           move 3 to k
           move 0 to expected-x
           move 'P' to expected-status
           perform 1000-check-root

           move 27 to n
           move 3 to expected-x
           perform 1000-check-root

           move 26 to n
           move 2 to expected-x
           move 'R' to expected-status
           perform 1000-check-root

           move 999999999999999999 to n
           move 999999 to expected-x
           perform 1000-check-root

           move 2 to k
           move 999999999 to expected-x
           perform 1000-check-root

           move 576460752303423488 to n
           move 59 to k
           move 2 to expected-x
           move 'P' to expected-status
           perform 1000-check-root

           move 1024 to n
           move 10 to k
           move 2 to expected-x
           perform 1000-check-root

           move 1023 to n
           move 1 to expected-x
           move 'R' to expected-status
           perform 1000-check-root

           move 5 to n
           move 1 to k
           move 5 to expected-x
           move 'P' to expected-status
           perform 1000-check-root

           move 36 to n
           move 6 to expected-x
           move 2 to expected-exponent
           move 'P' to expected-status
           perform 2000-check-power

           move 64 to n
           move 2 to expected-x
           move 6 to expected-exponent
           perform 2000-check-power

           move 576460752303423488 to n
           move 2 to expected-x
           move 59 to expected-exponent
           perform 2000-check-power

           move 100000000000000000 to n
           move 10 to expected-x
           move 17 to expected-exponent
           perform 2000-check-power

           move 450283905890997363 to n
           move 3 to expected-x
           move 37 to expected-exponent
           perform 2000-check-power

           move 72 to n
           move 72 to expected-x
           move 1 to expected-exponent
           move 'N' to expected-status
           perform 2000-check-power

           move 999999999999999999 to n
           move 999999999999999999 to expected-x
           perform 2000-check-power

           move 1 to n
           move 1 to expected-x
           move 'L' to expected-status
           perform 2000-check-power

           display 'PASS COUNT ' assert-pass-count
           display 'FAIL COUNT ' assert-fail-count
           move assert-pass-count to check-pass-count
           move assert-fail-count to check-fail-count
           goback
           .

       1000-check-root.
           call 'iRoot' using n k x root-status input-status
           if x = expected-x and root-status = expected-status
              perform assert-true
           else
              move n          to n-disp
              move k          to k-disp
              move x          to x-disp
              move expected-x to expected-x-disp
              move spaces to assertion-message
              string 'iRoot(' delimited by size
                     function trim(n-disp) delimited by size
                     ',' delimited by size
                     function trim(k-disp) delimited by size
                     ') = ' delimited by size
                     function trim(x-disp) delimited by size
                     ' ' delimited by size
                     root-status delimited by size
                     ', expected ' delimited by size
                     function trim(expected-x-disp) delimited by size
                     ' ' delimited by size
                     expected-status delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       2000-check-power.
           call 'PerfectPower' using n pp-base pp-exponent pp-status
           if pp-base = expected-x and pp-exponent = expected-exponent
              and pp-status = expected-status
              perform assert-true
           else
              move n           to n-disp
              move pp-base     to x-disp
              move pp-exponent to exponent-disp
              move expected-x  to expected-x-disp
              move expected-exponent to k-disp
              move spaces to assertion-message
              string 'PerfectPower(' delimited by size
                     function trim(n-disp) delimited by size
                     ') = ' delimited by size
                     function trim(x-disp) delimited by size
                     '^' delimited by size
                     function trim(exponent-disp) delimited by size
                     ' ' delimited by size
                     pp-status delimited by size
                     ', expected ' delimited by size
                     function trim(expected-x-disp) delimited by size
                     '^' delimited by size
                     function trim(k-disp) delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       copy "assert-check.cpy".

       end program iRootSelfCheck.
