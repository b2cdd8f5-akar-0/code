       identification division.
       program-id. FractionBatchDriver.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Works a file of fraction expressions through 'FractionArith'
      * so a rate table can be chained exactly -- each line's answer
      * is a fraction in lowest terms, and the next line can pick it
      * up as its first operand, so a chain of rates is carried from
      * first to last without ever being rounded. FRACEXPR, one
      * expression per line, numbers zero-filled as on FACTWORK:
      *   col 1       '=' the first operand is the previous line's
      *               answer (columns 2-39 are then ignored); blank,
      *               it is given on this line
      *   col 2       sign of the first operand ('-', or blank/'+')
      *   cols 3-20   its numerator
      *   col 21      '/'
      *   cols 22-39  its denominator (blank is 1)
      *   col 41      the operation: + - * /
      *   col 43      sign of the second operand
      *   cols 44-61  its numerator
      *   col 62      '/'
      *   cols 63-80  its denominator (blank is 1)
      *   cols 82-93  a label for the line -- the rate's name or the
      *               requester -- carried to the result
      * FRACRSLT gets one line per expression: the label, the
      * expression as worked, the answer as a fraction and to nine
      * decimal places, and OK or the reason it failed. A line that
      * fails breaks the chain: a following '=' line is refused
      * rather than worked from nothing. Every call audits to FRACAUDT
      * as FRACT(...); the failed lines count as the run's rejects
      * under the standard JOBTHRSH thresholds, and the run logs
      * through 'JobRunLogger', ends with the 'JobCompletionCode'
      * scheme and records its files on LINEAGE like the other
      * drivers.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select expression-file assign to 'FRACEXPR'
               organization is line sequential.
           select result-file assign to 'FRACRSLT'
               organization is line sequential.

       data division.
       file section.
       fd  expression-file.
       01  expression-record.
           05 exp-chain-flag     pic x(1).
              88 exp-chained     value '='.
           05 exp-a-sign         pic x(1).
           05 exp-a-num          pic x(18).
           05 filler             pic x(1).
           05 exp-a-den          pic x(18).
           05 filler             pic x(1).
           05 exp-op             pic x(1).
           05 filler             pic x(1).
           05 exp-b-sign         pic x(1).
           05 exp-b-num          pic x(18).
           05 filler             pic x(1).
           05 exp-b-den          pic x(18).
           05 filler             pic x(1).
           05 exp-label          pic x(12).

       fd  result-file.
       01  result-line           pic x(132).

       working-storage section.
       01  end-of-file           pic x(1).
           88 no-more-records    value 'Y'.
       01  control-failed-flag   pic x(1).
      * FractionArith call area
       01  frac-num-a            pic s9(18).
       01  frac-den-a            pic s9(18).
       01  frac-op               pic x(1).
       01  frac-num-b            pic s9(18).
       01  frac-den-b            pic s9(18).
       01  result-num            pic s9(18).
       01  result-den            pic 9(18).
       01  frac-status           pic x(1).
       01  frac-audit.
           copy "job-header.cpy".
      * the previous line's answer, for a chained line
       01  chain-num             pic s9(18).
       01  chain-den             pic 9(18).
       01  chain-state           pic x(1).
           88 chain-available    value 'Y'.
       01  operand-state         pic x(1).
           88 operands-readable  value 'Y'.
      * one operand in from its sign/numerator/denominator columns
       01  operand-sign          pic x(1).
       01  operand-num-text      pic x(18).
       01  operand-den-text      pic x(18).
       01  operand-num           pic s9(18).
       01  operand-den           pic s9(18).
       01  decimal-value         pic s9(18)v9(9).
       01  an-disp               pic -(18)9.
       01  ad-disp               pic z(17)9.
       01  bn-disp               pic -(18)9.
       01  bd-disp               pic z(17)9.
       01  rn-disp               pic -(18)9.
       01  rd-disp               pic z(17)9.
       01  decimal-disp          pic -(18)9.9(9).
       01  status-text           pic x(36).
       01  line-ptr              pic 9(3).
       01  records-read          pic 9(9).
       01  records-written       pic 9(9).
       01  reject-count          pic 9(9).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lineage-data.
           copy "lineage-data.cpy".

       procedure division.
       0000-mainline.
           move 0 to records-read, records-written, reject-count
           move 'N' to control-failed-flag
           move 'N' to chain-state
           initialize run-log-data
           move 'FRACBATCH' to rl-job-name
           move 'FRACBAT001' to rl-job-id
           call 'JobRunLogger' using 'S' run-log-data

      *    one audit identity for the whole run; FractionArith writes
      *    the per-expression audit line itself
           initialize frac-audit
           move 'Y' to audit-flag
           move 'FRACAUDT' to audit-file-name
           move 'FRACBATCH' to audit-job-name
           move 'FRACBAT001' to job-id
           move function current-date(1:8) to run-date
           move spaces to operator-id

           move 'N' to end-of-file
           open input expression-file
           open output result-file
           perform until no-more-records
               read expression-file
                   at end move 'Y' to end-of-file
                   not at end perform 1000-work-one-expression
               end-read
           end-perform
           close expression-file
           close result-file
           perform 0800-log-lineage

           move records-read to rl-records-read
           move records-written to rl-records-written
           move reject-count to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               rl-records-read rl-records-rejected
               control-failed-flag rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0800-log-lineage.
      *    what this run read and what it left behind, for the
      *    shared LINEAGE trail
           initialize lineage-data
           move 'FRACBATCH' to lin-job-name
           move 'FRACBAT001' to lin-job-id
           move 'FRACEXPR' to lin-file-name
           call 'LineageLogger' using 'I' lineage-data
           move 'FRACRSLT' to lin-file-name
           call 'LineageLogger' using 'O' lineage-data
           .

       1000-work-one-expression.
           add 1 to records-read
           move 0 to result-num
           move 0 to result-den
           move spaces to status-text
           move 'Y' to operand-state

           if exp-chained
              if chain-available
                 move chain-num to frac-num-a
                 move chain-den to frac-den-a
              else
                 move 0 to frac-num-a
                 move 0 to frac-den-a
                 move 'CHAIN BROKEN - NO PRIOR ANSWER'
                      to status-text
              end-if
           else
              move exp-a-sign to operand-sign
              move exp-a-num to operand-num-text
              move exp-a-den to operand-den-text
              perform 1100-read-operand
              move operand-num to frac-num-a
              move operand-den to frac-den-a
           end-if
           move exp-b-sign to operand-sign
           move exp-b-num to operand-num-text
           move exp-b-den to operand-den-text
           perform 1100-read-operand
           move operand-num to frac-num-b
           move operand-den to frac-den-b
           move exp-op to frac-op

           if status-text = spaces
              if operands-readable
                 call 'FractionArith' using frac-num-a frac-den-a
                     frac-op frac-num-b frac-den-b result-num
                     result-den frac-status frac-audit
                 perform 1200-set-status-text
              else
                 move 'OPERAND NOT NUMERIC' to status-text
              end-if
           end-if

           if status-text = 'OK'
              move result-num to chain-num
              move result-den to chain-den
              move 'Y' to chain-state
           else
              move 'N' to chain-state
              add 1 to reject-count
           end-if
           perform 2000-write-result-line
           .

       1100-read-operand.
      *    sign, numerator and denominator columns to operand-num
      *    over operand-den; a blank denominator is 1
           move 0 to operand-num
           move 1 to operand-den
           if operand-sign not = space and operand-sign not = '+'
              and operand-sign not = '-'
              move 'N' to operand-state
              exit paragraph
           end-if
           if operand-num-text is not numeric
              move 'N' to operand-state
              exit paragraph
           end-if
           move operand-num-text to operand-num
           if operand-sign = '-'
              compute operand-num = 0 - operand-num
           end-if
           if operand-den-text not = spaces
              if operand-den-text is not numeric
                 move 'N' to operand-state
                 exit paragraph
              end-if
              move operand-den-text to operand-den
           end-if
           .

       1200-set-status-text.
           evaluate frac-status
               when 'V'
                   move 'OK' to status-text
               when 'Z'
                   move 'ZERO DENOMINATOR OR DIVIDE BY ZERO'
                        to status-text
               when 'O'
                   move 'ANSWER EXCEEDS 18 DIGITS' to status-text
               when other
                   move 'UNKNOWN OPERATION' to status-text
           end-evaluate
           .

       2000-write-result-line.
           move frac-num-a to an-disp
           move frac-den-a to ad-disp
           move frac-num-b to bn-disp
           move frac-den-b to bd-disp
           move spaces to result-line
           move 1 to line-ptr
           string exp-label delimited by size
                  ' ' delimited by size
                  function trim(an-disp) delimited by size
                  '/' delimited by size
                  function trim(ad-disp) delimited by size
                  ' ' delimited by size
                  exp-op delimited by size
                  ' ' delimited by size
                  function trim(bn-disp) delimited by size
                  '/' delimited by size
                  function trim(bd-disp) delimited by size
                  ' = ' delimited by size
                  into result-line with pointer line-ptr
           if status-text = 'OK'
              move result-num to rn-disp
              move result-den to rd-disp
              compute decimal-value rounded = result-num / result-den
              move decimal-value to decimal-disp
              string function trim(rn-disp) delimited by size
                     '/' delimited by size
                     function trim(rd-disp) delimited by size
                     '  (' delimited by size
                     function trim(decimal-disp) delimited by size
                     ')  OK' delimited by size
                     into result-line with pointer line-ptr
           else
              string '*** ' delimited by size
                     function trim(status-text) delimited by size
                     into result-line with pointer line-ptr
           end-if
           write result-line
           add 1 to records-written
           .

       end program FractionBatchDriver.
