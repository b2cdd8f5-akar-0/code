      * teams' overnight requests run through the one documented
      * interface instead of being hand-converted into GCDPAIRS or
      * SQRTWORK and losing everything that is not a plain GCD or
      * iSqrt. MODEXP requests carry the modulus and CRT requests
      * their remainder/modulus pairs in the fields after the
      * response area (see the copybook). A stamped MDREQS
      * reconciles through 'FileControlVerify'; requests that come
      * back with a nonzero RSP-STATUS count as the job's rejects
      * under the standard JOBTHRSH thresholds, and the run logs
      * through 'JobRunLogger' and ends with the 'JobCompletionCode'
      * scheme like the other drivers.
      * modification history
      *   akar-0  what the run read and wrote goes to the shared
      *           LINEAGE file through 'LineageLogger' -- file name,
      *           record count and checksum for each side
      *   akar-0  MODEXP and CRT requests: the modulus, the CRT
      *           remainder/modulus pairs and the CRT answer's
      *           modulus carried through to MDRSPS
      *   akar-0  PROFILE requests: the divisor-list option and the
      *           profile fields carried through; MDDIVS, where the
      *           divisor lists go, starts empty each run as MDRSPS
      *           does
      *   akar-0  RADIX requests: both bases and the digits in and
      *           out carried through to MDRSPS
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select response-file assign to 'MDRSPS'
               organization is line sequential.
           select divisor-list-file assign to 'MDDIVS'
               organization is line sequential.

       data division.
       file section.
               replacing leading ==req== by ==out-req==
                         leading ==rsp== by ==out-rsp==.

      * written by 'NumberProfile'; only emptied here
       fd  divisor-list-file.
       01  divisor-list-record pic x(37).

       working-storage section.
       01  end-of-requests     pic x(1).
           88 no-more-requests value 'Y'.
       01  control-failed-flag pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".
       01  alert-data.
           05 ald-job-name     pic x(20).
           05 ald-severity     pic 9(2).
       01  dispatch-audit.
           copy "job-header.cpy".
       01  today-disp          pic x(10).
       01  pair-ix             pic 9(2).

       procedure division.
       0000-mainline.

           open input request-file
           open output response-file
           open output divisor-list-file
           close divisor-list-file

           perform until no-more-requests
               read request-file
           close request-file
           close response-file
           perform 0900-verify-control
           perform 0800-log-lineage
           move data-record-count to rl-records-read
           move written-count to rl-records-written
           move reject-count to rl-records-rejected
           end-evaluate
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move rl-job-name to lin-job-name
           move rl-job-id to lin-job-id
           move 'MDREQS' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'MDRSPS' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           move 'MDDIVS' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       0900-verify-control.
           call 'FileControlVerify' using 'MDREQS  ' file-header
               file-trailer data-record-count fcv-status fcv-message
           move req-operand-a    to wrk-req-operand-a
           move req-operand-b    to wrk-req-operand-b
           move req-bitwise-mode to wrk-req-bitwise-mode
           move req-modulus      to wrk-req-modulus
           move req-pair-count   to wrk-req-pair-count
           perform varying pair-ix from 1 until pair-ix > 10
               move req-crt-remainder(pair-ix)
                    to wrk-req-crt-remainder(pair-ix)
               move req-crt-modulus(pair-ix)
                    to wrk-req-crt-modulus(pair-ix)
           end-perform
           move 0 to wrk-rsp-result
           move 0 to wrk-rsp-result-x
           move 0 to wrk-rsp-result-y
           move spaces to wrk-rsp-status
           move spaces to wrk-rsp-message
           move 0 to wrk-rsp-modulus
           move req-divisor-list to wrk-req-divisor-list
           move 0 to wrk-rsp-divisor-sum
           move 0 to wrk-rsp-totient
           move 0 to wrk-rsp-mobius
           move 0 to wrk-rsp-radical
           move req-radix-from   to wrk-req-radix-from
           move req-radix-to     to wrk-req-radix-to
           move req-radix-digits to wrk-req-radix-digits
           move spaces to wrk-rsp-radix-digits

           call 'MathDispatch' using dispatch-request dispatch-audit

           move wrk-req-operand-a    to out-req-operand-a
           move wrk-req-operand-b    to out-req-operand-b
           move wrk-req-bitwise-mode to out-req-bitwise-mode
           move wrk-req-modulus      to out-req-modulus
           move wrk-req-pair-count   to out-req-pair-count
           perform varying pair-ix from 1 until pair-ix > 10
               move wrk-req-crt-remainder(pair-ix)
                    to out-req-crt-remainder(pair-ix)
               move wrk-req-crt-modulus(pair-ix)
                    to out-req-crt-modulus(pair-ix)
           end-perform
           move wrk-rsp-result       to out-rsp-result
           move wrk-rsp-result-x     to out-rsp-result-x
           move wrk-rsp-result-y     to out-rsp-result-y
           move wrk-rsp-status       to out-rsp-status
           move wrk-rsp-message      to out-rsp-message
           move wrk-rsp-modulus      to out-rsp-modulus
           move wrk-req-divisor-list to out-req-divisor-list
           move wrk-rsp-divisor-sum  to out-rsp-divisor-sum
           move wrk-rsp-totient      to out-rsp-totient
           move wrk-rsp-mobius       to out-rsp-mobius
           move wrk-rsp-radical      to out-rsp-radical
           move wrk-req-radix-from   to out-req-radix-from
           move wrk-req-radix-to     to out-req-radix-to
           move wrk-req-radix-digits to out-req-radix-digits
           move wrk-rsp-radix-digits to out-rsp-radix-digits
           write response-record
           add 1 to written-count
           if wrk-rsp-status not = '00'
