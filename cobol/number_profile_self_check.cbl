       identification division.
       program-id. NumberProfileSelfCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Spot-checks 'NumberProfile' against worked values -- 1, a
      * prime, square-free and square-full composites, the largest
      * 18-digit prime and a highly composite value whose divisor
      * sum needs the 20-digit field -- comparing the divisor count
      * and sum, totient, Mobius value and radical, using the shared
      * assert-true/assert-false copybook and returning the
      * pass/fail counts via LINKAGE for the nightly regression
      * report.
       data division.
       working-storage section.
       copy "assert-data.cpy".

       01  number-profile.
           copy "number-profile.cpy".
       01  expected-count      pic 9(9).
       01  expected-sum        pic 9(20).
       01  expected-totient    pic 9(18).
       01  expected-mobius     pic s9(1).
       01  expected-radical    pic 9(18).
       01  n-disp              pic z(17)9.
       01  count-disp          pic z(8)9.
       01  sum-disp            pic z(19)9.
       01  totient-disp        pic z(17)9.
       01  mobius-disp         pic -9.

       linkage section.
       01  check-pass-count    pic 9(5) comp.
       01  check-fail-count    pic 9(5) comp.

       procedure division using check-pass-count check-fail-count.
       0000-mainline.
           move 1 to npf-value
           move 1 to expected-count, expected-sum, expected-totient
           move 1 to expected-mobius, expected-radical
           perform 1000-check-profile

           move 97 to npf-value
           move 2 to expected-count
           move 98 to expected-sum
           move 96 to expected-totient
           move -1 to expected-mobius
           move 97 to expected-radical
           perform 1000-check-profile

           move 30 to npf-value
           move 8 to expected-count
           move 72 to expected-sum
           move 8 to expected-totient
           move -1 to expected-mobius
           move 30 to expected-radical
           perform 1000-check-profile

           move 360 to npf-value
           move 24 to expected-count
           move 1170 to expected-sum
           move 96 to expected-totient
           move 0 to expected-mobius
           move 30 to expected-radical
           perform 1000-check-profile

           move 999999999999999989 to npf-value
           move 2 to expected-count
           move 999999999999999990 to expected-sum
           move 999999999999999988 to expected-totient
           move -1 to expected-mobius
           move 999999999999999989 to expected-radical
           perform 1000-check-profile

           move 963761198400000000 to npf-value
           move 37440 to expected-count
           move 5619596492765122560 to expected-sum
           move 157659955200000000 to expected-totient
           move 0 to expected-mobius
           move 223092870 to expected-radical
           perform 1000-check-profile

           display 'PASS COUNT ' assert-pass-count
           display 'FAIL COUNT ' assert-fail-count
           move assert-pass-count to check-pass-count
           move assert-fail-count to check-fail-count
           goback
           .

       1000-check-profile.
           move 'N' to npf-list-option
           move spaces to npf-list-file-name
           call 'NumberProfile' using number-profile
           if npf-divisor-count = expected-count
              and npf-divisor-sum = expected-sum
              and npf-totient = expected-totient
              and npf-mobius = expected-mobius
              and npf-radical = expected-radical
              perform assert-true
           else
              move npf-value to n-disp
              move npf-divisor-count to count-disp
              move npf-divisor-sum to sum-disp
              move npf-totient to totient-disp
              move npf-mobius to mobius-disp
              move spaces to assertion-message
              string 'NumberProfile(' delimited by size
                     function trim(n-disp) delimited by size
                     ') = ' delimited by size
                     function trim(count-disp) delimited by size
                     ' ' delimited by size
                     function trim(sum-disp) delimited by size
                     ' ' delimited by size
                     function trim(totient-disp) delimited by size
                     ' ' delimited by size
                     function trim(mobius-disp) delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       copy "assert-check.cpy".

       end program NumberProfileSelfCheck.
