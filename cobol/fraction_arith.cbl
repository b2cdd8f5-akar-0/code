       identification division.
       program-id. FractionArith.
      * exact fraction arithmetic for the rate-chain and apportionment
      * work, companion to 'BestRational': two numerator/denominator
      * pairs and an operation ('+', '-', '*', '/') give the answer
      * as a fraction in lowest terms, so a chain of ratios never
      * goes through decimals and never picks up rounding error.
      * either part of an operand may carry the sign; the answer
      * always carries it on the numerator over a positive
      * denominator, and zero comes back as 0/1. the operands are
      * reduced through 'gcd' first and the sum or product is formed
      * from the reduced parts in 38-digit intermediates, cancelling
      * through 'gcd' again on the way (Knuth's method), so the one
      * thing that can fail is a reduced answer that no longer fits
      * 18 digits. status and the optional job-header audit line
      * follow the math family: 'V' answered, 'Z' a zero denominator
      * or a division by zero, 'O' the reduced answer past 18 digits,
      * 'I' an operand not numeric or an unknown operation.
      * modification history
      *   akar-0  new subprogram
       environment division.
       input-output section.
       file-control.
           select audit-file assign to dynamic audit-file-name
               organization is line sequential.

       data division.
       file section.
       fd  audit-file.
       01  audit-line     pic x(132).

       local-storage section.
      * the operands, sign on the numerator and reduced
       01 a-num           pic s9(18).
       01 a-den           pic 9(18).
       01 b-num           pic s9(18).
       01 b-den           pic 9(18).
       01 hold-num        pic s9(18).
      * 'gcd' call area; it mutates its operands, so always copies
       01 ca              pic 9(18).
       01 cb              pic 9(18).
       01 g               pic 9(18).
       01 g2              pic 9(18).
       01 g-status        pic x(1).
       01 g-audit.
           copy "job-header.cpy"
               replacing audit-flag by ga-audit-flag
                         audit-requested by ga-audit-requested
                         audit-file-name by ga-audit-file-name
                         audit-job-name by ga-audit-job-name
                         job-id by ga-job-id
                         run-date by ga-run-date
                         operator-id by ga-operator-id
                         audit-session-flag by ga-audit-session-flag
                         audit-session-active
                             by ga-audit-session-active
                         requester-ref by ga-requester-ref.
       01 a-part          pic 9(18).
       01 b-part          pic 9(18).
       01 wide-num        pic s9(38).
       01 wide-den        pic s9(38).
       01 wide-mag        pic 9(38).
       01 wide-rem        pic 9(18).
       01 today-disp      pic x(10).
       01 time-disp       pic x(8).
       01 an-disp         pic -(18)9.
       01 ad-disp         pic -(18)9.
       01 bn-disp         pic -(18)9.
       01 bd-disp         pic -(18)9.
       01 rn-disp         pic -(18)9.
       01 rd-disp         pic z(17)9.

       01 seal-needed     pic x(1).
       01 seal-text       pic x(132).

       linkage section.
       01 frac-num-a      pic s9(18).
       01 frac-den-a      pic s9(18).
       01 frac-op         pic x(1).
           88 frac-add          value '+'.
           88 frac-subtract     value '-'.
           88 frac-multiply     value '*'.
           88 frac-divide       value '/'.
       01 frac-num-b      pic s9(18).
       01 frac-den-b      pic s9(18).
       01 result-num      pic s9(18).
       01 result-den      pic 9(18).
       01 frac-status     pic x(1).
           88 frac-valid        value 'V'.
           88 frac-zero-input   value 'Z'.
           88 frac-overflow     value 'O'.
           88 frac-invalid      value 'I'.
       01 frac-audit.
           copy "job-header.cpy".

       procedure division using frac-num-a frac-den-a frac-op
               frac-num-b frac-den-b result-num result-den
               frac-status frac-audit.
           move 0 to result-num
           move 0 to result-den
           if frac-num-a is not numeric or frac-den-a is not numeric
              or frac-num-b is not numeric or frac-den-b is not numeric
              or not (frac-add or frac-subtract or frac-multiply
                      or frac-divide)
              set frac-invalid to true
              goback
           end-if
           if frac-den-a = 0 or frac-den-b = 0
              set frac-zero-input to true
              perform write-frac-audit-if-asked
              goback
           end-if
           if frac-divide and frac-num-b = 0
              set frac-zero-input to true
              perform write-frac-audit-if-asked
              goback
           end-if
           set frac-valid to true
           initialize g-audit
           move 'N' to ga-audit-flag

      *    each operand to sign-on-top, lowest-terms form
           move frac-num-a to hold-num
           move frac-den-a to wide-den
           perform 1000-normalize-operand
           move hold-num to a-num
           move a-part to a-den
           move frac-num-b to hold-num
           move frac-den-b to wide-den
           perform 1000-normalize-operand
           move hold-num to b-num
           move a-part to b-den

      *    a - b is a + (-b); a / b is a * (1/b), the sign staying on
      *    the numerator
           if frac-subtract
              compute b-num = 0 - b-num
           end-if
           if frac-divide
              move b-num to hold-num
              if hold-num < 0
                 compute b-num = 0 - b-den
                 compute b-den = 0 - hold-num
              else
                 move b-den to b-num
                 move hold-num to b-den
              end-if
           end-if

           if frac-add or frac-subtract
              perform 2000-add-operands
           else
              perform 3000-multiply-operands
           end-if

           perform write-frac-audit-if-asked
           goback.

       1000-normalize-operand.
      *    hold-num over wide-den in, hold-num over a-part out: the
      *    sign moved onto the numerator and the pair reduced
           if wide-den < 0
              compute wide-den = 0 - wide-den
              compute hold-num = 0 - hold-num
           end-if
           move wide-den to a-part
           if hold-num = 0
              move 1 to a-part
              exit paragraph
           end-if
           if hold-num < 0
              compute ca = 0 - hold-num
           else
              move hold-num to ca
           end-if
           move a-part to cb
           call 'gcd' using ca cb g g-status g-audit
           if g > 1
              compute hold-num = hold-num / g
              compute a-part = a-part / g
           end-if
           .

       2000-add-operands.
           if a-num = 0
              move b-num to result-num
              move b-den to result-den
              exit paragraph
           end-if
           if b-num = 0
              move a-num to result-num
              move a-den to result-den
              exit paragraph
           end-if
      *    over the two denominators' gcd g: the sum's numerator t is
      *    a * (db / g) + b * (da / g), and gcd(t, g) is all that can
      *    still cancel
           move a-den to ca
           move b-den to cb
           call 'gcd' using ca cb g g-status g-audit
           compute a-part = a-den / g
           compute b-part = b-den / g
           compute wide-num = a-num * b-part + b-num * a-part
           if wide-num = 0
              move 0 to result-num
              move 1 to result-den
              exit paragraph
           end-if
           if wide-num < 0
              compute wide-mag = 0 - wide-num
           else
              move wide-num to wide-mag
           end-if
           compute wide-rem = function mod(wide-mag, g)
           if wide-rem = 0
              move g to g2
           else
              move g to ca
              move wide-rem to cb
              call 'gcd' using ca cb g2 g-status g-audit
           end-if
           compute wide-num = wide-num / g2
           compute wide-den = a-part * (b-den / g2)
           perform 4000-store-result
           .

       3000-multiply-operands.
           if a-num = 0 or b-num = 0
              move 0 to result-num
              move 1 to result-den
              exit paragraph
           end-if
      *    cross-cancel before multiplying: each numerator against
      *    the other operand's denominator
           if a-num < 0
              compute ca = 0 - a-num
           else
              move a-num to ca
           end-if
           move b-den to cb
           call 'gcd' using ca cb g g-status g-audit
           if b-num < 0
              compute ca = 0 - b-num
           else
              move b-num to ca
           end-if
           move a-den to cb
           call 'gcd' using ca cb g2 g-status g-audit
           compute wide-num = (a-num / g) * (b-num / g2)
           compute wide-den = (a-den / g2) * (b-den / g)
           perform 4000-store-result
           .

       4000-store-result.
           if wide-num > 999999999999999999
              or wide-num < -999999999999999999
              or wide-den > 999999999999999999
              set frac-overflow to true
              exit paragraph
           end-if
           move wide-num to result-num
           move wide-den to result-den
           .

       write-frac-audit-if-asked.
           if not audit-requested
              exit paragraph
           end-if
           move function current-date(1:8) to today-disp
           move function current-date(9:6) to time-disp
           if run-date = spaces
              move today-disp to run-date
           end-if
           open extend audit-file
           move frac-num-a to an-disp
           move frac-den-a to ad-disp
           move frac-num-b to bn-disp
           move frac-den-b to bd-disp
           move result-num to rn-disp
           move result-den to rd-disp
           move spaces to audit-line
           string today-disp(1:4) delimited by size
                  '-' delimited by size
                  today-disp(5:2) delimited by size
                  '-' delimited by size
                  today-disp(7:2) delimited by size
                  ' ' delimited by size
                  time-disp(1:2) delimited by size
                  ':' delimited by size
                  time-disp(3:2) delimited by size
                  ':' delimited by size
                  time-disp(5:2) delimited by size
                  '  JOB ' delimited by size
                  function trim(audit-job-name) delimited by size
                  '  JOBID ' delimited by size
                  function trim(job-id) delimited by size
                  '  RUNDATE ' delimited by size
                  function trim(run-date) delimited by size
                  '  OPERATOR ' delimited by size
                  function trim(operator-id) delimited by size
                  '  FRACT(' delimited by size
                  function trim(an-disp) delimited by size
                  '/' delimited by size
                  function trim(ad-disp) delimited by size
                  frac-op delimited by size
                  function trim(bn-disp) delimited by size
                  '/' delimited by size
                  function trim(bd-disp) delimited by size
                  ')=' delimited by size
                  function trim(rn-disp) delimited by size
                  '/' delimited by size
                  function trim(rd-disp) delimited by size
                  ' ' delimited by size
                  frac-status delimited by size
                  into audit-line
           write audit-line
           call 'AuditSealer' using 'F' audit-file-name
               audit-line seal-needed seal-text
           if seal-needed = 'Y'
              move seal-text to audit-line
              write audit-line
           end-if
           close audit-file
           .

       end program FractionArith.
