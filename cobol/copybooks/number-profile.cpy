      * request/answer area for 'NumberProfile'; COPY under an 01
      * group in the caller. Fill NPF-VALUE (and NPF-LIST-OPTION and
      * NPF-LIST-FILE-NAME for the divisor list), then CALL
      * 'NumberProfile' with the group. the profile is worked out
      * from 'PrimeFactor''s factorization, which comes back in
      * NPF-FACTOR-TABLE as 'PrimeFactor' returned it ('Z' in
      * NPF-FACTOR-STATUS for a value below 2). NPF-STATUS: 'V' = ok,
      * 'Z' = zero value, nothing computed.
           05 npf-value            pic 9(18).
      *    'Y' appends every divisor, ascending, to the list file:
      *    one line per divisor, the value then the divisor
           05 npf-list-option      pic x(1).
              88 npf-list-wanted   value 'Y'.
           05 npf-list-file-name   pic x(40).
           05 npf-divisor-count    pic 9(9).
      *    the divisor sum can pass the value itself -- up to about
      *    seven times it -- so it gets 20 digits
           05 npf-divisor-sum      pic 9(20).
           05 npf-totient          pic 9(18).
      *    Mobius: 0 when a square divides the value, otherwise +1/-1
      *    for an even/odd number of prime factors
           05 npf-mobius           pic s9(1).
      *    the product of the distinct primes
           05 npf-radical          pic 9(18).
           05 npf-square-free      pic x(1).
           05 npf-status           pic x(1).
              88 npf-valid         value 'V'.
              88 npf-zero-value    value 'Z'.
           05 npf-factor-status    pic x(1).
           05 npf-factor-table.
              10 npf-factor-count  pic 9(2).
              10 npf-factor-entry occurs 20 times.
                 15 npf-factor-value    pic 9(18).
                 15 npf-factor-exponent pic 9(2).
