       identification division.
       program-id. NumberProfile.
      * the questions that always follow a factorization, answered
      * from 'PrimeFactor''s factor table instead of by hand from the
      * FACTRSLT lines: the number of divisors, their sum, Euler's
      * totient, the Mobius value (and with it whether the value is
      * square-free) and the radical. for a value p1^e1 * ... * pk^ek
      * they are products over the prime powers, so each comes out
      * of one pass over the table. the full divisor list, when
      * asked for, is counted off the exponents, put in order through
      * a SORT, and appended to the caller's list file (DIVLIST when
      * none is named) one line per divisor. see number-profile.cpy
      * for the call area.
      * modification history
      *   akar-0  new subprogram
       environment division.
       input-output section.
       file-control.
           select optional divisor-list-file
               assign to dynamic list-file-name
               organization is line sequential.
           select sort-work assign to 'NPROFSRW'.

       data division.
       file section.
       fd  divisor-list-file.
       01  divisor-list-record.
           05 dvl-value          pic 9(18).
           05 filler             pic x(1).
           05 dvl-divisor        pic 9(18).

       sd  sort-work.
       01  sort-record.
           05 srt-divisor        pic 9(18).

       working-storage section.
       01  n                     pic 9(18).
       01  f                     pic 9(2).
       01  k                     pic 9(2).
       01  prime-power           pic 9(18).
       01  power-sum             pic 9(20).
       01  wide-product          pic 9(38).
       01  divisor               pic 9(18).
      * the exponent each prime is raised to in the divisor being
      * counted off
       01  divisor-exponents.
           05 cur-exp            pic 9(2) occurs 20 times.
       01  exponents-done        pic x(1).
       01  end-of-sort           pic x(1).
       01  list-file-name        pic x(40).

       linkage section.
       01  number-profile.
           copy "number-profile.cpy".

       procedure division using number-profile.
           move 0 to npf-divisor-count, npf-divisor-sum, npf-totient
           move 0 to npf-mobius, npf-radical
           move 'N' to npf-square-free
           initialize npf-factor-table
           move space to npf-factor-status
           if npf-value = 0
              set npf-zero-value to true
              move 'Z' to npf-factor-status
              goback
           end-if
           set npf-valid to true

      *    'PrimeFactor' turns 1 away with an empty table, and the
      *    empty products give 1's profile exactly
           move npf-value to n
           call 'PrimeFactor' using n npf-factor-table
               npf-factor-status
           move 1 to npf-divisor-count, npf-divisor-sum
           move 1 to npf-totient, npf-radical
           move 1 to npf-mobius
           move 'Y' to npf-square-free
           perform varying f from 1 until f > npf-factor-count
               perform 1000-apply-prime-power
           end-perform

           if npf-list-wanted
              perform 2000-write-divisor-list
           end-if
           goback.

       1000-apply-prime-power.
      *    p^e contributes e + 1 divisors, a divisor sum of
      *    1 + p + ... + p^e and a totient of p^(e-1) * (p - 1)
           compute npf-divisor-count = npf-divisor-count
                                     * (npf-factor-exponent(f) + 1)
           move 1 to prime-power
           move 1 to power-sum
           perform npf-factor-exponent(f) times
               compute prime-power = prime-power * npf-factor-value(f)
               add prime-power to power-sum
           end-perform
           compute wide-product = npf-divisor-sum * power-sum
           move wide-product to npf-divisor-sum
           compute npf-totient = npf-totient
                               * (prime-power / npf-factor-value(f))
                               * (npf-factor-value(f) - 1)
           compute npf-radical = npf-radical * npf-factor-value(f)
           if npf-factor-exponent(f) > 1
              move 0 to npf-mobius
              move 'N' to npf-square-free
           else
              compute npf-mobius = 0 - npf-mobius
           end-if
           .

       2000-write-divisor-list.
           move npf-list-file-name to list-file-name
           if list-file-name = spaces
              move 'DIVLIST' to list-file-name
           end-if
           sort sort-work on ascending key srt-divisor
               input procedure is 2100-release-divisors
               output procedure is 2200-append-divisors
           .

       2100-release-divisors.
      *    every exponent vector from all zeros up to the factor
      *    table's own exponents is one divisor
           perform varying k from 1 until k > 20
               move 0 to cur-exp(k)
           end-perform
           move 'N' to exponents-done
           perform until exponents-done = 'Y'
               move 1 to divisor
               perform varying k from 1 until k > npf-factor-count
                   perform cur-exp(k) times
                       compute divisor = divisor * npf-factor-value(k)
                   end-perform
               end-perform
               move divisor to srt-divisor
               release sort-record
               perform 2150-next-exponents
           end-perform
           .

       2150-next-exponents.
      *    counts the exponent vector on like an odometer, each
      *    prime's wheel running 0 to its exponent
           move 1 to k
           perform until k > npf-factor-count
                   or cur-exp(k) < npf-factor-exponent(k)
               move 0 to cur-exp(k)
               add 1 to k
           end-perform
           if k > npf-factor-count
              move 'Y' to exponents-done
           else
              add 1 to cur-exp(k)
           end-if
           .

       2200-append-divisors.
           move 'N' to end-of-sort
           open extend divisor-list-file
           perform until end-of-sort = 'Y'
               return sort-work
                   at end move 'Y' to end-of-sort
                   not at end
                       move spaces to divisor-list-record
                       move npf-value to dvl-value
                       move srt-divisor to dvl-divisor
                       write divisor-list-record
               end-return
           end-perform
           close divisor-list-file
           .

       end program NumberProfile.
