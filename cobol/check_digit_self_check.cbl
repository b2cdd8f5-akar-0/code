       identification division.
       program-id. CheckDigitSelfCheck.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Spot-checks 'CheckDigit' against published identifiers --
      * a Luhn account number, an ISIN, ISBN-10s, an IBAN and an
      * LEI -- verifying the good ones, catching a transposition in
      * each, computing the check digits back, and refusing bad
      * shapes and schemes, using the shared assert-true/
      * assert-false copybook and returning the pass/fail counts via
      * LINKAGE for the nightly regression report.
       data division.
       working-storage section.
       copy "assert-data.cpy".

       01  check-function     pic x(1).
       01  check-scheme       pic x(1).
       01  check-value        pic x(40).
       01  check-digits       pic x(2).
       01  check-status       pic x(1).
       01  expected-status    pic x(1).
       01  expected-digits    pic x(2).

       linkage section.
       01  check-pass-count    pic 9(5) comp.
       01  check-fail-count    pic 9(5) comp.

       procedure division using check-pass-count check-fail-count.
       0000-mainline.
           move 'L' to check-scheme
           move '79927398713' to check-value
           perform 1000-expect-valid
           move '79927398731' to check-value
           perform 2000-expect-invalid
           move '7992739871' to check-value
           move '3' to expected-digits
           perform 3000-expect-computed
           move 'US0378331005' to check-value
           perform 1000-expect-valid
           move 'US0373831005' to check-value
           perform 2000-expect-invalid
           move 'US037833100' to check-value
           move '5' to expected-digits
           perform 3000-expect-computed

           move 'M' to check-scheme
           move '0306406152' to check-value
           perform 1000-expect-valid
           move '080442957X' to check-value
           perform 1000-expect-valid
           move '0306406125' to check-value
           perform 2000-expect-invalid
           move '030640615' to check-value
           move '2' to expected-digits
           perform 3000-expect-computed
           move '080442957' to check-value
           move 'X' to expected-digits
           perform 3000-expect-computed

           move 'I' to check-scheme
           move 'GB82 WEST 1234 5698 7654 32' to check-value
           perform 1000-expect-valid
           move 'gb82west12345698765432' to check-value
           perform 1000-expect-valid
           move 'GB82WEST12345698765423' to check-value
           perform 2000-expect-invalid
           move 'GB00WEST12345698765432' to check-value
           move '82' to expected-digits
           perform 3000-expect-computed

           move 'P' to check-scheme
           move '5493001KJTIIGC8Y1R12' to check-value
           perform 1000-expect-valid
           move '5493001KJTIIGC8Y1R21' to check-value
           perform 2000-expect-invalid
           move '5493001KJTIIGC8Y1R' to check-value
           move '12' to expected-digits
           perform 3000-expect-computed

           move 'L' to check-scheme
           move '4111-1111' to check-value
           move 'F' to expected-status
           perform 4000-expect-refused
           move 'M' to check-scheme
           move '03064061A2' to check-value
           perform 4000-expect-refused
           move 'Z' to check-scheme
           move '79927398713' to check-value
           move 'S' to expected-status
           perform 4000-expect-refused

           display 'PASS COUNT ' assert-pass-count
           display 'FAIL COUNT ' assert-fail-count
           move assert-pass-count to check-pass-count
           move assert-fail-count to check-fail-count
           goback
           .

       1000-expect-valid.
           move 'V' to check-function
           call 'CheckDigit' using check-function check-scheme
               check-value check-digits check-status
           if check-status = 'V'
              perform assert-true
           else
              move spaces to assertion-message
              string 'CheckDigit ' delimited by size
                     check-scheme delimited by size
                     ' rejected valid ' delimited by size
                     function trim(check-value) delimited by size
                     ' status ' delimited by size
                     check-status delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       2000-expect-invalid.
           move 'V' to check-function
           call 'CheckDigit' using check-function check-scheme
               check-value check-digits check-status
           if check-status = 'I'
              perform assert-true
           else
              move spaces to assertion-message
              string 'CheckDigit ' delimited by size
                     check-scheme delimited by size
                     ' passed transposed ' delimited by size
                     function trim(check-value) delimited by size
                     ' status ' delimited by size
                     check-status delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       3000-expect-computed.
           move 'C' to check-function
           call 'CheckDigit' using check-function check-scheme
               check-value check-digits check-status
           if check-status = 'V'
              and check-digits = expected-digits
              perform assert-true
           else
              move spaces to assertion-message
              string 'CheckDigit ' delimited by size
                     check-scheme delimited by size
                     ' computed ' delimited by size
                     check-digits delimited by size
                     ' for ' delimited by size
                     function trim(check-value) delimited by size
                     ', expected ' delimited by size
                     expected-digits delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       4000-expect-refused.
           move 'V' to check-function
           call 'CheckDigit' using check-function check-scheme
               check-value check-digits check-status
           if check-status = expected-status
              perform assert-true
           else
              move spaces to assertion-message
              string 'CheckDigit ' delimited by size
                     check-scheme delimited by size
                     ' took ' delimited by size
                     function trim(check-value) delimited by size
                     ' status ' delimited by size
                     check-status delimited by size
                     ', expected ' delimited by size
                     expected-status delimited by size
                     into assertion-message
              perform assert-false
           end-if
           .

       copy "assert-check.cpy".

       end program CheckDigitSelfCheck.
