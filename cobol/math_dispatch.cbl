      * are in the same certified family.
      * modification history
      *   akar-0  new subprogram
      *   akar-0  MODEXP (a ** b mod m, square-and-multiply over
      *           38-digit intermediates as in 'PrimeTest') and CRT
      *           (Chinese Remainder solve over up to 10 remainder/
      *           modulus pairs; moduli that are not coprime are
      *           solved over their lcm when the remainders agree and
      *           rejected as having no solution when they do not)
      *   akar-0  PROFILE: divisor count and sum, totient, Mobius
      *           value and radical from 'NumberProfile', with the
      *           sorted divisor list to MDDIVS on request
      *   akar-0  KROOT (integer k-th root through 'iRoot') and
      *           PERFPOW (smallest base and largest exponent
      *           through 'PerfectPower')
      *   akar-0  RADIX: digits converted between any two bases
      *           2-36 through 'RadixConvert', with the digits
      *           checked against the source base
       environment division.
       input-output section.
       file-control.
       01 a-disp          pic z(17)9.
       01 b-disp          pic z(17)9.
       01 result-disp     pic z(17)9.
       01 modulus-disp    pic z(17)9.
       01 pair-disp       pic z9.
       01 audit-operands  pic x(60).
       01 audit-result    pic x(45).
      * MODEXP work fields, sized as in 'PrimeTest'
       01 base-val        pic 9(18).
       01 exp-val         pic 9(18).
       01 acc-val         pic 9(18).
       01 half-exp        pic 9(18).
       01 exp-rem         pic 9(1).
       01 wide-product    pic 9(38).
      * CRT work fields: the congruences solved so far are
      * x = crt-x (mod crt-m)
       01 crt-x           pic 9(18).
       01 crt-m           pic 9(18).
       01 crt-ri          pic 9(18).
       01 crt-mi          pic 9(18).
       01 crt-g           pic 9(18).
       01 crt-mi-reduced  pic 9(18).
       01 crt-step        pic 9(18).
       01 crt-diff        pic s9(19).
       01 crt-quot        pic s9(19).
       01 wide-modulus    pic 9(38).
       01 pair-ix         pic 9(2).
       01 crt-coprime     pic x(1).
       01 number-profile.
           copy "number-profile.cpy".
       01 root-degree     pic 9(2).
       01 root-status     pic x(1).
       01 pp-base         pic 9(18).
       01 pp-exponent     pic 9(2).
       01 pp-status       pic x(1).
       01 exponent-disp   pic z9.
       01 radix-status    pic x(1).
       01 radix-bad-position pic 9(2).
       01 radix-from-disp pic z9.
       01 radix-to-disp   pic z9.

       01 seal-needed     pic x(1).
       01 seal-text       pic x(132).

       procedure division using dispatch-request dispatch-audit.
           move 0 to rsp-result, rsp-result-x, rsp-result-y
           move 0 to rsp-modulus
           move 0 to rsp-divisor-sum, rsp-totient, rsp-mobius
           move 0 to rsp-radical
           move spaces to rsp-radix-digits
           move '00' to rsp-status
           move spaces to rsp-message
      *    the routed utilities never audit for themselves here --
               when 'BITWISE' perform 4000-route-bitwise
               when 'EXTGCD'  perform 5000-route-extgcd
               when 'MODINV'  perform 6000-route-modinv
               when 'MODEXP'  perform 7000-route-modexp
               when 'CRT'     perform 8000-route-crt
               when 'PROFILE' perform 8500-route-profile
               when 'KROOT'   perform 8600-route-kroot
               when 'PERFPOW' perform 8700-route-perfpow
               when 'RADIX'   perform 8800-route-radix
               when other
                   move '12' to rsp-status
                   move 'Unknown function code' to rsp-message
           end-evaluate
           .

       7000-route-modexp.
      *    a ** b mod m by square-and-multiply; the products run
      *    through a 38-digit field so an 18-digit modulus can't
      *    overflow them
           if req-modulus not numeric
              or req-operand-a not numeric
              or req-operand-b not numeric
              move '08' to rsp-status
              move 'Operand not numeric' to rsp-message
              exit paragraph
           end-if
           if req-modulus = 0
              move '08' to rsp-status
              move 'Zero modulus for MODEXP' to rsp-message
              exit paragraph
           end-if
           compute base-val = function mod(req-operand-a, req-modulus)
           move req-operand-b to exp-val
           compute acc-val = function mod(1, req-modulus)
           perform until exp-val = 0
              divide exp-val by 2 giving half-exp
                  remainder exp-rem
              if exp-rem = 1
                 compute wide-product = acc-val * base-val
                 compute acc-val = function mod(wide-product,
                                                req-modulus)
              end-if
              compute wide-product = base-val * base-val
              compute base-val = function mod(wide-product,
                                              req-modulus)
              move half-exp to exp-val
           end-perform
           move acc-val to rsp-result
           .

       8000-route-crt.
      *    the pairs are folded in one at a time; each step solves
      *    the congruences so far against the next pair
           if req-pair-count not numeric
              or req-pair-count < 1 or req-pair-count > 10
              move '08' to rsp-status
              move 'CRT pair count must be 1 to 10' to rsp-message
              exit paragraph
           end-if
           perform varying pair-ix from 1 until pair-ix > req-pair-count
               if req-crt-remainder(pair-ix) not numeric
                  or req-crt-modulus(pair-ix) not numeric
                  move '08' to rsp-status
                  move 'Operand not numeric' to rsp-message
                  exit paragraph
               end-if
               if req-crt-modulus(pair-ix) = 0
                  move '08' to rsp-status
                  move 'Zero modulus for CRT' to rsp-message
                  exit paragraph
               end-if
           end-perform
           move 'Y' to crt-coprime
           move req-crt-modulus(1) to crt-m
           compute crt-x = function mod(req-crt-remainder(1), crt-m)
           perform varying pair-ix from 2 until pair-ix > req-pair-count
                   or rsp-status not = '00'
               perform 8100-merge-congruence
           end-perform
           if rsp-status = '00'
              move crt-x to rsp-result
              move crt-m to rsp-modulus
              if crt-coprime = 'Y'
                 move 'UNIQUE MOD PRODUCT OF MODULI' to rsp-message
              else
                 move 'MODULI NOT COPRIME - UNIQUE MOD LCM'
                      to rsp-message
              end-if
           end-if
           .

       8100-merge-congruence.
      *    x = crt-x (mod crt-m) and x = ri (mod mi) have a common
      *    solution only when g = gcd(crt-m, mi) divides ri - crt-x;
      *    it is then unique mod lcm(crt-m, mi) = crt-m * (mi / g)
           move req-crt-modulus(pair-ix) to crt-mi
           compute crt-ri = function mod(req-crt-remainder(pair-ix),
                                         crt-mi)
           move crt-m to ca
           move crt-mi to cb
           call 'gcd' using ca cb crt-g util-status no-audit
           if crt-g not = 1
              move 'N' to crt-coprime
           end-if
           compute crt-diff = crt-ri - crt-x
           if function mod(crt-diff, crt-g) not = 0
              move '04' to rsp-status
              move pair-ix to pair-disp
              string 'Moduli not coprime: no solution, pair '
                     delimited by size
                     function trim(pair-disp) delimited by size
                     into rsp-message
              exit paragraph
           end-if
           divide crt-mi by crt-g giving crt-mi-reduced
           compute wide-modulus = crt-m * crt-mi-reduced
           if wide-modulus > 999999999999999999
              move '08' to rsp-status
              move 'Combined modulus exceeds 18 digits'
                   to rsp-message
              exit paragraph
           end-if
      *    the step k solves (crt-m / g) * k = (ri - crt-x) / g
      *    (mod mi / g); a reduced modulus of 1 needs no step
           move 0 to crt-step
           if crt-mi-reduced > 1
              divide crt-m by crt-g giving ca
              compute ca = function mod(ca, crt-mi-reduced)
              move crt-mi-reduced to cb
              move 'I' to ext-mode
              call 'ExtGcd' using ca cb ext-mode ext-g ext-x ext-y
                  ext-inv ext-status no-audit
              divide crt-diff by crt-g giving crt-quot
              compute crt-step = function mod(crt-quot, crt-mi-reduced)
              compute wide-product = crt-step * ext-inv
              compute crt-step = function mod(wide-product,
                                              crt-mi-reduced)
           end-if
           compute wide-product = crt-x + crt-m * crt-step
           move wide-product to crt-x
           move wide-modulus to crt-m
           .

       8500-route-profile.
           if req-operand-a not numeric
              move '08' to rsp-status
              move 'Operand not numeric' to rsp-message
              exit paragraph
           end-if
           move req-operand-a to npf-value
           move 'MDDIVS' to npf-list-file-name
           if req-divisor-list = 'Y'
              move 'Y' to npf-list-option
           else
              move 'N' to npf-list-option
           end-if
           call 'NumberProfile' using number-profile
           if npf-zero-value
              move '04' to rsp-status
              move 'Zero operand rejected' to rsp-message
           else
              move npf-divisor-count to rsp-result
              move npf-divisor-sum to rsp-divisor-sum
              move npf-totient to rsp-totient
              move npf-mobius to rsp-mobius
              move npf-radical to rsp-radical
              if npf-square-free = 'Y'
                 move 'SQUARE-FREE' to rsp-message
              else
                 move 'NOT SQUARE-FREE' to rsp-message
              end-if
           end-if
           .

       8600-route-kroot.
           if req-operand-b not numeric
              or req-operand-b = 0 or req-operand-b > 99
              move '08' to rsp-status
              move 'Root degree must be 1 to 99' to rsp-message
              exit paragraph
           end-if
           move req-operand-b to root-degree
           call 'iRoot' using req-operand-a root-degree x root-status
               input-status
           if input-status = 'I'
              move '08' to rsp-status
              move 'Operand not numeric' to rsp-message
           else
              move x to rsp-result
              if root-status = 'P'
                 move 'EXACT' to rsp-message
              else
                 move 'ROUNDED DOWN' to rsp-message
              end-if
           end-if
           .

       8700-route-perfpow.
           call 'PerfectPower' using req-operand-a pp-base pp-exponent
               pp-status
           evaluate pp-status
               when 'I'
                   move '08' to rsp-status
                   move 'Operand not numeric' to rsp-message
               when 'L'
                   move '04' to rsp-status
                   move 'Operand below 2 rejected' to rsp-message
               when other
                   move pp-base to rsp-result
                   move pp-exponent to rsp-result-x
                   if pp-status = 'P'
                      move 'PERFECT POWER' to rsp-message
                   else
                      move 'NOT A PERFECT POWER' to rsp-message
                   end-if
           end-evaluate
           .

       8800-route-radix.
           call 'RadixConvert' using req-radix-digits req-radix-from
               req-radix-to rsp-radix-digits rsp-result radix-status
               radix-bad-position
           evaluate true
               when radix-status = 'B'
                   move '08' to rsp-status
                   move 'Bases must be 2 to 36' to rsp-message
               when radix-status = 'D' and radix-bad-position = 0
                   move '08' to rsp-status
                   move 'No digits to convert' to rsp-message
               when radix-status = 'D'
                   move '08' to rsp-status
                   move radix-bad-position to pair-disp
                   move req-radix-from to radix-from-disp
                   string 'Digit ' delimited by size
                          function trim(pair-disp) delimited by size
                          ' not valid in base ' delimited by size
                          function trim(radix-from-disp)
                              delimited by size
                          into rsp-message
               when radix-status = 'O'
                   move '08' to rsp-status
                   move 'Value exceeds 18 digits' to rsp-message
           end-evaluate
           .

       9000-write-dispatch-audit.
           move function current-date(1:8) to today-disp
           move function current-date(9:6) to time-disp
              move today-disp to run-date
           end-if
           open extend audit-file
           move rsp-result    to result-disp
           move spaces to audit-operands
           move spaces to audit-result
           evaluate req-function
               when 'CRT'
      *            the pairs are too many for the line; the count and
      *            the answer with its modulus are what is kept
                   move 0 to pair-disp
                   if req-pair-count is numeric
                      move req-pair-count to pair-disp
                   end-if
                   move rsp-modulus to modulus-disp
                   string function trim(pair-disp) delimited by size
                          ' PAIRS' delimited by size
                          into audit-operands
                   string function trim(result-disp) delimited by size
                          ' MOD ' delimited by size
                          function trim(modulus-disp) delimited by size
                          into audit-result
               when 'PROFILE'
                   move req-operand-a to a-disp
                   move function trim(a-disp) to audit-operands
                   move result-disp to audit-result
               when 'PERFPOW'
                   move req-operand-a to a-disp
                   move function trim(a-disp) to audit-operands
                   move 0 to exponent-disp
                   if rsp-result-x >= 0 and rsp-result-x <= 99
                      move rsp-result-x to exponent-disp
                   end-if
                   string function trim(result-disp) delimited by size
                          '^' delimited by size
                          function trim(exponent-disp) delimited by size
                          into audit-result
               when 'RADIX'
      *            the digits as given with both bases; the answer
      *            is kept in decimal, which always fits the line
                   move 0 to radix-from-disp
                   move 0 to radix-to-disp
                   if req-radix-from is numeric
                      move req-radix-from to radix-from-disp
                   end-if
                   if req-radix-to is numeric
                      move req-radix-to to radix-to-disp
                   end-if
                   string function trim(req-radix-digits)
                              delimited by size
                          ',' delimited by size
                          function trim(radix-from-disp)
                              delimited by size
                          ',' delimited by size
                          function trim(radix-to-disp)
                              delimited by size
                          into audit-operands
                   move result-disp to audit-result
               when 'MODEXP'
                   move req-operand-a to a-disp
                   move req-operand-b to b-disp
                   move 0 to modulus-disp
                   if req-modulus is numeric
                      move req-modulus to modulus-disp
                   end-if
                   string function trim(a-disp) delimited by size
                          ',' delimited by size
                          function trim(b-disp) delimited by size
                          ',' delimited by size
                          function trim(modulus-disp) delimited by size
                          into audit-operands
                   move result-disp to audit-result
               when other
                   move req-operand-a to a-disp
                   move req-operand-b to b-disp
                   string function trim(a-disp) delimited by size
                          ',' delimited by size
                          function trim(b-disp) delimited by size
                          into audit-operands
                   move result-disp to audit-result
           end-evaluate
           move spaces to audit-line
           string today-disp(1:4) delimited by size
                  '-' delimited by size
                  '  DISPATCH ' delimited by size
                  function trim(req-function) delimited by size
                  '(' delimited by size
                  function trim(audit-operands) delimited by size
                  ')=' delimited by size
                  function trim(audit-result) delimited by size
                  ' STATUS ' delimited by size
                  rsp-status delimited by size
                  into audit-line
