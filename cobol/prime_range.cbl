       identification division.
       program-id. PrimeRange.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Lists and counts the primes in a range for the key-space and
      * hashing work, where "all primes between A and B" or "how
      * many primes below N" is wanted and a 'PrimeTest' call per
      * candidate is far too slow. The PRMCTL card gives the range,
      * zero-filled as on FACTWORK: low in columns 1-18 (blank is 2),
      * high in columns 20-37, both inclusive, and 'C' in column 39
      * to count without listing. The range may sit anywhere in the
      * 18-digit span as long as its width stays within the limit on
      * the optional PRMLIMIT card (columns 1-12, default 10000000);
      * a wider range, or a card that does not read, is refused as a
      * control failure. The range is sieved a segment of 100000 at
      * a time with every base prime up to the range's square root,
      * the base primes being capped at 1000000: anything the sieve
      * leaves standing above the cap's square is confirmed through
      * 'PrimeTest' instead. The primes go to PRMLIST (9(18), one per
      * line, ready for FACTWORK or SQRTWORK) and the count, the
      * largest gap and the twin-prime pairs to PRMSUMRY.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional control-file assign to 'PRMCTL'
               organization is line sequential.
           select optional limit-file assign to 'PRMLIMIT'
               organization is line sequential.
           select prime-file assign to 'PRMLIST'
               organization is line sequential.
           select summary-file assign to 'PRMSUMRY'
               organization is line sequential.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 ctl-low            pic x(18).
           05 filler             pic x(1).
           05 ctl-high           pic x(18).
           05 filler             pic x(1).
           05 ctl-count-only     pic x(1).

       fd  limit-file.
       01  limit-record.
           05 lim-width          pic x(12).

       fd  prime-file.
       01  prime-record.
           05 prime-value        pic 9(18).

       fd  summary-file.
       01  summary-line          pic x(132).

       working-storage section.
       01  end-of-file           pic x(1).
           88 no-more-records    value 'Y'.
       01  range-low             pic 9(18).
       01  range-high            pic 9(18).
       01  range-width           pic 9(18).
       01  width-limit           pic 9(12).
       01  count-only            pic x(1).
       01  control-failed-flag   pic x(1).
       01  refusal-text          pic x(80).
      * the base primes: every prime up to the smaller of the
      * range's square root and the cap
       01  base-cap              pic 9(7) value 1000000.
       01  base-bound            pic 9(7).
       01  base-flags.
           05 base-flag          pic x(1) occurs 1000000 times.
       01  base-prime-table.
           05 base-prime-count   pic 9(6).
           05 base-prime         pic 9(7) occurs 80000 times.
       01  bx                    pic 9(7).
       01  bj                    pic 9(13).
      * a survivor at or below this is prime outright; above it,
      * only when 'PrimeTest' says so
       01  certain-limit         pic 9(18).
      * one segment of the range, 'P' standing and 'C' crossed off
       01  segment-size          pic 9(6) value 100000.
       01  segment-flags.
           05 segment-flag       pic x(1) occurs 100000 times.
       01  segment-low           pic 9(18).
       01  segment-high          pic 9(18).
       01  segment-end           pic 9(19).
       01  segment-length        pic 9(6).
       01  segment-done          pic x(1).
       01  sx                    pic 9(6).
       01  px                    pic 9(6).
       01  p                     pic 9(7).
       01  p-square              pic 9(13).
       01  cross-value           pic 9(19).
       01  cross-quotient        pic 9(18).
       01  candidate             pic 9(18).
      * iSqrt call area
       01  sqrt-x                pic 9(18).
       01  sqrt-status           pic x(1).
       01  sqrt-iters            pic 9(4) comp.
       01  sqrt-input            pic x(1).
      * PrimeTest call area
       01  prime-flag            pic x(1).
       01  prime-status          pic x(1).
      * what the run found
       01  prime-count           pic 9(12).
       01  twin-count            pic 9(12).
       01  confirm-count         pic 9(12).
       01  first-prime           pic 9(18).
       01  last-prime            pic 9(18).
       01  prime-gap             pic 9(18).
       01  largest-gap           pic 9(18).
       01  gap-low               pic 9(18).
       01  gap-high              pic 9(18).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  value-disp            pic z(17)9.
       01  value-2-disp          pic z(17)9.
       01  count-disp            pic z(11)9.

       procedure division.
       0000-mainline.
           move 0 to prime-count, twin-count, confirm-count
           move 0 to first-prime, last-prime, largest-gap
           move 0 to gap-low, gap-high, range-width
           move 'N' to control-failed-flag
           move spaces to refusal-text
           initialize run-log-data
           move 'PRIMERANGE' to rl-job-name
           move 'PRMRNG0001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-read-limit
           perform 0200-read-control

           open output prime-file
           if control-failed-flag = 'N'
              perform 1000-build-base-primes
              move range-low to segment-low
              move 'N' to segment-done
              perform until segment-done = 'Y'
                  perform 2000-sieve-segment
              end-perform
           end-if
           close prime-file
           perform 9000-write-summary

           move range-width to rl-records-read
           move prime-count to rl-records-written
           move 0 to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-read-limit.
           move 10000000 to width-limit
           move 'N' to end-of-file
           open input limit-file
           read limit-file
               at end move 'Y' to end-of-file
           end-read
           if not no-more-records
              and lim-width is numeric and lim-width > '000000000000'
              move lim-width to width-limit
           end-if
           close limit-file
           .

       0200-read-control.
           move 'N' to end-of-file
           open input control-file
           read control-file
               at end move 'Y' to end-of-file
           end-read
           close control-file
           if no-more-records
              move 'Y' to control-failed-flag
              move 'NO PRMCTL CARD - NOTHING TO SIEVE' to refusal-text
              exit paragraph
           end-if
           if ctl-low = spaces
              move 2 to range-low
           else
              if ctl-low is not numeric
                 move 'Y' to control-failed-flag
                 move 'PRMCTL LOW BOUND NOT NUMERIC' to refusal-text
                 exit paragraph
              end-if
              move ctl-low to range-low
           end-if
           if ctl-high is not numeric
              move 'Y' to control-failed-flag
              move 'PRMCTL HIGH BOUND NOT NUMERIC' to refusal-text
              exit paragraph
           end-if
           move ctl-high to range-high
           move ctl-count-only to count-only
      *    0 and 1 are not prime, so the range effectively starts at 2
           if range-low < 2
              move 2 to range-low
           end-if
           if range-high < range-low
              move 'Y' to control-failed-flag
              move 'PRMCTL HIGH BOUND BELOW LOW BOUND' to refusal-text
              exit paragraph
           end-if
           compute range-width = range-high - range-low + 1
           if range-width > width-limit
              move 'Y' to control-failed-flag
              move range-width to value-disp
              move width-limit to value-2-disp
              string 'RANGE WIDTH ' delimited by size
                     function trim(value-disp) delimited by size
                     ' EXCEEDS THE PRMLIMIT OF ' delimited by size
                     function trim(value-2-disp) delimited by size
                     into refusal-text
           end-if
           .

       1000-build-base-primes.
      *    a plain sieve of Eratosthenes up to the base bound
           call 'iSqrt' using range-high sqrt-x sqrt-status
               sqrt-iters sqrt-input
           if sqrt-x > base-cap
              move base-cap to base-bound
           else
              move sqrt-x to base-bound
           end-if
           compute certain-limit = (base-bound + 1) * (base-bound + 1)
                                 - 1
           move 0 to base-prime-count
           if base-bound < 2
              exit paragraph
           end-if
           perform varying bx from 1 until bx > base-bound
               move 'P' to base-flag(bx)
           end-perform
           move 'C' to base-flag(1)
           perform varying bx from 2 until bx * bx > base-bound
               if base-flag(bx) = 'P'
                  compute bj = bx * bx
                  perform until bj > base-bound
                      move 'C' to base-flag(bj)
                      add bx to bj
                  end-perform
               end-if
           end-perform
           perform varying bx from 2 until bx > base-bound
               if base-flag(bx) = 'P'
                  add 1 to base-prime-count
                  move bx to base-prime(base-prime-count)
               end-if
           end-perform
           .

       2000-sieve-segment.
           compute segment-end = segment-low + segment-size - 1
           if segment-end > range-high
              move range-high to segment-high
           else
              move segment-end to segment-high
           end-if
           compute segment-length = segment-high - segment-low + 1
           perform varying sx from 1 until sx > segment-length
               move 'P' to segment-flag(sx)
           end-perform
           perform varying px from 1 until px > base-prime-count
               move base-prime(px) to p
               compute p-square = p * p
               if p-square > segment-high
                  move base-prime-count to px
               else
                  perform 2100-cross-off-multiples
               end-if
           end-perform
           perform varying sx from 1 until sx > segment-length
               if segment-flag(sx) = 'P'
                  compute candidate = segment-low + sx - 1
                  perform 2200-take-survivor
               end-if
           end-perform
           if segment-high >= range-high
              move 'Y' to segment-done
           else
              compute segment-low = segment-high + 1
           end-if
           .

       2100-cross-off-multiples.
      *    from p squared or the first multiple of p in the segment,
      *    whichever is later; p itself is never crossed off
           compute cross-value = segment-low + p - 1
           divide cross-value by p giving cross-quotient
           compute cross-value = cross-quotient * p
           if cross-value < p-square
              move p-square to cross-value
           end-if
           perform until cross-value > segment-high
               move 'C' to segment-flag(cross-value - segment-low + 1)
               add p to cross-value
           end-perform
           .

       2200-take-survivor.
      *    past the certain limit the sieve has not seen every
      *    possible factor, so 'PrimeTest' has the last word
           if candidate > certain-limit
              add 1 to confirm-count
              call 'PrimeTest' using candidate prime-flag prime-status
              if prime-flag not = 'Y'
                 exit paragraph
              end-if
           end-if
           add 1 to prime-count
           if prime-count = 1
              move candidate to first-prime
           else
              compute prime-gap = candidate - last-prime
              if prime-gap > largest-gap
                 move prime-gap to largest-gap
                 move last-prime to gap-low
                 move candidate to gap-high
              end-if
              if prime-gap = 2
                 add 1 to twin-count
              end-if
           end-if
           move candidate to last-prime
           if count-only not = 'C'
              move candidate to prime-value
              write prime-record
           end-if
           .

       9000-write-summary.
           open output summary-file
           move spaces to summary-line
           if control-failed-flag = 'Y' and range-width = 0
              move 'PRIME RANGE - NO USABLE RANGE' to summary-line
           else
              move range-low to value-disp
              move range-high to value-2-disp
              string 'PRIME RANGE ' delimited by size
                     function trim(value-disp) delimited by size
                     ' TO ' delimited by size
                     function trim(value-2-disp) delimited by size
                     into summary-line
           end-if
           write summary-line
           if control-failed-flag = 'Y'
              move spaces to summary-line
              string 'RANGE REFUSED - ' delimited by size
                     refusal-text delimited by size
                     into summary-line
              write summary-line
              close summary-file
              exit paragraph
           end-if

           move range-width to value-disp
           move spaces to summary-line
           string 'WIDTH                ' delimited by size
                  function trim(value-disp) delimited by size
                  into summary-line
           write summary-line
           move prime-count to count-disp
           move spaces to summary-line
           string 'PRIMES FOUND         ' delimited by size
                  function trim(count-disp) delimited by size
                  into summary-line
           write summary-line
           if prime-count > 0
              move first-prime to value-disp
              move last-prime to value-2-disp
              move spaces to summary-line
              string 'FIRST / LAST PRIME   ' delimited by size
                     function trim(value-disp) delimited by size
                     ' / ' delimited by size
                     function trim(value-2-disp) delimited by size
                     into summary-line
              write summary-line
           end-if
           move spaces to summary-line
           if prime-count < 2
              move 'LARGEST GAP          NONE - FEWER THAN TWO PRIMES'
                   to summary-line
           else
              move largest-gap to count-disp
              move gap-low to value-disp
              move gap-high to value-2-disp
              string 'LARGEST GAP          ' delimited by size
                     function trim(count-disp) delimited by size
                     ' BETWEEN ' delimited by size
                     function trim(value-disp) delimited by size
                     ' AND ' delimited by size
                     function trim(value-2-disp) delimited by size
                     into summary-line
           end-if
           write summary-line
           move twin-count to count-disp
           move spaces to summary-line
           string 'TWIN PRIME PAIRS     ' delimited by size
                  function trim(count-disp) delimited by size
                  into summary-line
           write summary-line
           move base-bound to count-disp
           move spaces to summary-line
           string 'SIEVED WITH PRIMES TO ' delimited by size
                  function trim(count-disp) delimited by size
                  into summary-line
           write summary-line
           move confirm-count to count-disp
           move spaces to summary-line
           string 'CONFIRMED BY TEST    ' delimited by size
                  function trim(count-disp) delimited by size
                  ' SURVIVORS' delimited by size
                  into summary-line
           write summary-line
           if count-only = 'C'
              move 'COUNT ONLY - PRMLIST NOT WRITTEN' to summary-line
              write summary-line
           end-if
           close summary-file
           .

       end program PrimeRange.
