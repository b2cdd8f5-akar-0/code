      * standard request/response record for the MathDispatch service;
      * COPY this under a 01 group in the caller. Fill REQ-FUNCTION
      * ('GCD', 'LCM', 'ISQRT', 'BITWISE', 'EXTGCD', 'MODINV',
      * 'MODEXP', 'CRT', 'PROFILE', 'KROOT', 'PERFPOW', 'RADIX')
      * and the operands, then CALL 'MathDispatch'
      * with the group; the answer comes back in the RSP- fields.
      * RSP-STATUS: '00' = ok, '04' = rejected by the routed utility
      * (zero input, not coprime, congruences with no solution),
      * '08' = operands invalid for the function, '12' = unknown
      * function code. the MODEXP, CRT, PROFILE and RADIX fields
      * sit after RSP-MESSAGE so records written before they
      * existed keep their layout.
           05 req-function     pic x(8).
           05 req-operand-a    pic 9(18).
           05 req-operand-b    pic 9(18).
      *    BITWISE only: 'A'nd, 'O'r, 'X'or, 'N'ot
           05 req-bitwise-mode pic x(1).
      *    KROOT: the floor root of a to degree b; PERFPOW: the
      *    smallest base of a, with the exponent in RSP-RESULT-X
           05 rsp-result       pic 9(18).
      *    EXTGCD only: the Bezout coefficients x and y
           05 rsp-result-x     pic s9(18).
           05 rsp-result-y     pic s9(18).
           05 rsp-status       pic x(2).
           05 rsp-message      pic x(40).
      *    MODEXP only: the modulus m of a ** b mod m
           05 req-modulus      pic 9(18).
      *    CRT only: x = remainder (mod modulus) for each pair
           05 req-pair-count   pic 9(2).
           05 req-crt-pair occurs 10 times.
              10 req-crt-remainder pic 9(18).
              10 req-crt-modulus   pic 9(18).
      *    CRT only: the modulus the solution repeats over
           05 rsp-modulus      pic 9(18).
      *    PROFILE only: 'Y' appends the value's divisors, in order,
      *    to MDDIVS
           05 req-divisor-list pic x(1).
      *    PROFILE only: the number-theory profile of operand a from
      *    'NumberProfile'; RSP-RESULT carries the divisor count
           05 rsp-divisor-sum  pic 9(20).
           05 rsp-totient      pic 9(18).
           05 rsp-mobius       pic s9(1).
           05 rsp-radical      pic 9(18).
      *    RADIX only: the digits of a value in base RADIX-FROM
      *    (2-36, 0-9 then A-Z) and the base to write it in
           05 req-radix-from   pic 9(2).
           05 req-radix-to     pic 9(2).
           05 req-radix-digits pic x(64).
      *    RADIX only: the converted digits, left-justified; the
      *    value in decimal comes back in RSP-RESULT
           05 rsp-radix-digits pic x(64).
