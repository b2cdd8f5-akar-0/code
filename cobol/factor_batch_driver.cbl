      * Reads a work file of n values, calls 'PrimeFactor' for each,
      * and writes the factor structure as one report line per value,
      * so the ratio-analysis counts get their factorizations from a
      * batch step instead of a calculator. The same factorization,
      * through 'NumberProfile', gives each value's profile line on
      * FACTPROF: divisor count and sum, totient, Mobius value,
      * radical and whether it is square-free. A 'D' in column 20 of
      * a FACTWORK record also lists that value's divisors, in order,
      * on FACTDIVS, which starts empty each run.
      * modification history
      *   akar-0  consult 'PrimeTest' first and mark a prime value's
      *           result line PRIME outright, instead of burning the
      *           window proving it one trial divisor at a time
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
      *   akar-0  factor through 'NumberProfile' and write its
      *           profile of each value to FACTPROF; column 20 'D'
      *           asks for the value's divisor list on FACTDIVS
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select result-file assign to 'FACTRSLT'
               organization is line sequential.
           select profile-file assign to 'FACTPROF'
               organization is line sequential.
           select divisor-list-file assign to 'FACTDIVS'
               organization is line sequential.

       data division.
       file section.
       fd  work-file.
       01  work-record.
           05 work-n         pic 9(18).
           05 filler         pic x(1).
           05 work-list-flag pic x(1).

       fd  result-file.
       01  result-line       pic x(132).

       fd  profile-file.
       01  profile-line      pic x(132).

      * written by 'NumberProfile'; only emptied here
       fd  divisor-list-file.
       01  divisor-list-record pic x(37).

       working-storage section.
       01  end-of-work         pic x(1).
           88 no-more-work     value 'Y'.
       01  factor-disp         pic z(17)9.
       01  exponent-disp       pic z9.
       01  line-ptr            pic 9(3).
       01  number-profile.
           copy "number-profile.cpy".
       01  profile-detail.
           05 pfd-value        pic z(17)9.
           05 filler           pic x(2).
           05 pfd-count        pic z(8)9.
           05 filler           pic x(2).
           05 pfd-sum          pic z(19)9.
           05 filler           pic x(2).
           05 pfd-totient      pic z(17)9.
           05 filler           pic x(2).
           05 pfd-mobius       pic -9.
           05 filler           pic x(2).
           05 pfd-radical      pic z(17)9.
           05 filler           pic x(2).
           05 pfd-square-free  pic x(3).
       01  profile-heading.
           05 filler           pic x(20) value '             VALUE  '.
           05 filler           pic x(11) value ' DIVISORS  '.
           05 filler           pic x(22)
                  value '         DIVISOR SUM  '.
           05 filler           pic x(20) value '           TOTIENT  '.
           05 filler           pic x(4)  value 'MU  '.
           05 filler           pic x(20) value '           RADICAL  '.
           05 filler           pic x(3)  value 'SQF'.
       01  lineage-data.
           copy "lineage-data.cpy".

       procedure division.
       0000-mainline.
           move 'N' to end-of-work
           open input work-file
           open output result-file
           open output profile-file
           move profile-heading to profile-line
           write profile-line
           open output divisor-list-file
           close divisor-list-file

           perform until no-more-work
               read work-file

           close work-file
           close result-file
           close profile-file
           perform 0800-log-lineage
           goback
           .

       1000-factor-one-n.
           move work-n to n
           perform 1500-profile-one-n

      *    the certified primality test answers the slow case first
           call 'PrimeTest' using n prime-flag prime-status
              exit paragraph
           end-if

      *    'NumberProfile' has already factored it
           move npf-factor-table to factor-table
           move npf-factor-status to factor-status

           move n to n-disp
           move spaces to result-line
           write result-line
           .

       1500-profile-one-n.
           initialize number-profile
           move n to npf-value
           move 'FACTDIVS' to npf-list-file-name
           if work-list-flag = 'D'
              move 'Y' to npf-list-option
           else
              move 'N' to npf-list-option
           end-if
           call 'NumberProfile' using number-profile
           move spaces to profile-detail
           move n to pfd-value
           if npf-zero-value
              move spaces to profile-line
              string function trim(pfd-value) delimited by size
                     ' = REJECTED (ZERO)' delimited by size
                     into profile-line
              write profile-line
              exit paragraph
           end-if
           move npf-divisor-count to pfd-count
           move npf-divisor-sum to pfd-sum
           move npf-totient to pfd-totient
           move npf-mobius to pfd-mobius
           move npf-radical to pfd-radical
           if npf-square-free = 'Y'
              move 'YES' to pfd-square-free
           else
              move 'NO' to pfd-square-free
           end-if
           move profile-detail to profile-line
           write profile-line
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move 'FACTBATCH' to lin-job-name
           move 'FACTBAT001' to lin-job-id
           move 'FACTWORK' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'FACTRSLT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'FACTPROF' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'FACTDIVS' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       end program FactorBatchDriver.
