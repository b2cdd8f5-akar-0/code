       identification division.
       program-id. CheckDigit.
      * verifies or computes the check digits carried by partner
      * identifiers, so a transposed digit is caught even when both
      * sides of a reconciliation carry the same typo. CHECK-SCHEME:
      *   'L' Luhn mod 10, check digit last; letters count as their
      *       two-digit values A=10 .. Z=35 first, so ISINs verify
      *       as well as card and account numbers
      *   'M' mod 11, weights 1, 2, 3 .. from the right (ISBN-10
      *       style), check digit last, 'X' standing for ten
      *   'P' ISO 7064 mod 97-10, two check digits last, letters as
      *       A=10 .. Z=35 (LEIs and similar)
      *   'I' IBAN: ISO 7064 mod 97-10 over the account with its
      *       country code and check digits moved to the end
      * CHECK-FUNCTION 'V' verifies CHECK-VALUE as a whole and hands
      * back the check digits it carries; 'C' computes them -- for
      * 'L', 'M' and 'P' from the value without its check digits,
      * for 'I' from the IBAN with whatever is in positions 3-4.
      * embedded spaces are ignored (IBANs come printed in fours) and
      * letters may be either case. CHECK-STATUS 'V' valid (or
      * computed), 'I' check digits wrong, 'F' characters or length
      * the scheme cannot take, 'S' unknown scheme or function.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01  letter-table      pic x(26)
                             value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * the value with spaces squeezed out and letters upper case
       01  norm-text         pic x(42).
       01  norm-length       pic 9(2).
      * IBAN positions 1-4 moved behind the rest
       01  work-text         pic x(42).
       01  cx                pic 9(2).
       01  ax                pic 9(2).
       01  one-char          pic x(1).
       01  char-value        pic 9(2).
       01  char-digit        pic 9(1).
      * the value expanded to its digits, letters taking two
       01  digit-string.
           05 digit-entry    pic 9(1) occurs 84 times.
       01  digit-count       pic 9(2).
       01  dx                pic 9(2).
       01  weight            pic 9(2).
       01  doubled           pic 9(2).
       01  residue-sum       pic 9(5).
       01  residue           pic 9(2).
       01  check-number      pic 9(2).

       linkage section.
       01  check-function    pic x(1).
           88 fn-verify          value 'V'.
           88 fn-compute         value 'C'.
       01  check-scheme      pic x(1).
           88 scheme-luhn        value 'L'.
           88 scheme-mod-11      value 'M'.
           88 scheme-mod-97      value 'P'.
           88 scheme-iban        value 'I'.
       01  check-value       pic x(40).
       01  check-digits      pic x(2).
       01  check-status      pic x(1).
           88 check-valid        value 'V'.
           88 check-invalid      value 'I'.
           88 check-bad-format   value 'F'.
           88 check-bad-scheme   value 'S'.

       procedure division using check-function check-scheme
               check-value check-digits check-status.
           move spaces to check-digits
           set check-valid to true
           if not fn-verify and not fn-compute
              set check-bad-scheme to true
              goback
           end-if
           if not scheme-luhn and not scheme-mod-11
              and not scheme-mod-97 and not scheme-iban
              set check-bad-scheme to true
              goback
           end-if

           perform normalize-value
           perform check-shape
           if not check-valid
              goback
           end-if

      *    computing is verifying with zeros where the check digits
      *    go: the zeros add nothing, and the residue left over says
      *    what the check digits have to be
           if fn-verify
              evaluate true
                  when scheme-luhn or scheme-mod-11
                      move norm-text(norm-length:1) to check-digits
                  when scheme-mod-97
                      move norm-text(norm-length - 1:2)
                           to check-digits
                  when scheme-iban
                      move norm-text(3:2) to check-digits
              end-evaluate
           else
              evaluate true
                  when scheme-luhn or scheme-mod-11
                      add 1 to norm-length
                      move '0' to norm-text(norm-length:1)
                  when scheme-mod-97
                      add 2 to norm-length
                      move '00' to norm-text(norm-length - 1:2)
                  when scheme-iban
                      move '00' to norm-text(3:2)
              end-evaluate
           end-if
           if scheme-iban
              move spaces to work-text
              move norm-text(5:norm-length - 4) to work-text
              move norm-text(1:4) to work-text(norm-length - 3:4)
              move work-text to norm-text
           end-if

           perform expand-to-digits
           evaluate true
               when scheme-luhn
                   perform luhn-residue
                   if fn-compute
                      compute check-number =
                              function mod(10 - residue, 10)
                      move check-number(2:1) to check-digits
                   else
                      if residue not = 0
                         set check-invalid to true
                      end-if
                   end-if
               when scheme-mod-11
                   perform mod-11-residue
                   if fn-compute
                      compute check-number =
                              function mod(11 - residue, 11)
                      if check-number = 10
                         move 'X' to check-digits
                      else
                         move check-number(2:1) to check-digits
                      end-if
                   else
                      if residue not = 0
                         set check-invalid to true
                      end-if
                   end-if
               when other
                   perform mod-97-residue
                   if fn-compute
                      compute check-number = 98 - residue
                      move check-number to check-digits
                   else
                      if residue not = 1
                         set check-invalid to true
                      end-if
                   end-if
           end-evaluate
           goback.

       normalize-value.
           move spaces to norm-text
           move 0 to norm-length
           perform varying cx from 1 until cx > 40
               if check-value(cx:1) not = space
                  add 1 to norm-length
                  move check-value(cx:1) to norm-text(norm-length:1)
               end-if
           end-perform
           inspect norm-text converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .

       check-shape.
      *    what each scheme will take: letters only where the scheme
      *    gives them a value, and check digits that are digits
           if norm-length = 0
              set check-bad-format to true
              exit paragraph
           end-if
           perform varying cx from 1 until cx > norm-length
               move norm-text(cx:1) to one-char
               evaluate true
                   when one-char >= '0' and one-char <= '9'
                       continue
                   when scheme-mod-11
                        and one-char = 'X'
                        and cx = norm-length
                        and fn-verify
                       continue
                   when scheme-mod-11
                       set check-bad-format to true
                   when other
                       perform letter-value
                       if ax = 0
                          set check-bad-format to true
                       end-if
               end-evaluate
           end-perform
           if not check-valid
              exit paragraph
           end-if
           evaluate true
               when fn-compute and not scheme-iban
                    and norm-length > 38
                   set check-bad-format to true
               when fn-verify and (scheme-luhn or scheme-mod-11)
                    and norm-length < 2
                   set check-bad-format to true
               when fn-verify and scheme-luhn
                    and norm-text(norm-length:1) is not numeric
                   set check-bad-format to true
               when fn-verify and scheme-mod-97
                    and (norm-length < 3
                     or norm-text(norm-length - 1:2) is not numeric)
                   set check-bad-format to true
               when scheme-iban
                    and (norm-length < 5
                     or norm-text(1:2) is not alphabetic
                     or norm-text(3:2) is not numeric)
                   set check-bad-format to true
           end-evaluate
           .

       letter-value.
      *    position in the alphabet, found by table rather than by
      *    character code so the answer is the same in any code page
           move 0 to ax
           perform varying char-value from 1 until char-value > 26
               if letter-table(char-value:1) = one-char
                  move char-value to ax
                  move 26 to char-value
               end-if
           end-perform
           .

       expand-to-digits.
           move 0 to digit-count
           perform varying cx from 1 until cx > norm-length
               move norm-text(cx:1) to one-char
               evaluate true
                   when one-char >= '0' and one-char <= '9'
                       add 1 to digit-count
                       move one-char to digit-entry(digit-count)
                   when one-char = 'X' and scheme-mod-11
      *                the ten of a mod 11 check digit keeps its one
      *                position; mod-11-residue gives it its value
                       add 1 to digit-count
                       move 0 to digit-entry(digit-count)
                   when other
                       perform letter-value
                       compute char-value = ax + 9
                       add 1 to digit-count
                       divide char-value by 10 giving char-digit
                       move char-digit to digit-entry(digit-count)
                       add 1 to digit-count
                       compute digit-entry(digit-count) =
                               function mod(char-value, 10)
               end-evaluate
           end-perform
           .

       luhn-residue.
      *    from the right: every second digit doubled, a doubled
      *    value over 9 counting as its digit sum
           move 0 to residue-sum
           move 1 to weight
           perform varying dx from digit-count by -1 until dx < 1
               if weight = 2
                  compute doubled = digit-entry(dx) * 2
                  if doubled > 9
                     subtract 9 from doubled
                  end-if
                  add doubled to residue-sum
                  move 1 to weight
               else
                  add digit-entry(dx) to residue-sum
                  move 2 to weight
               end-if
           end-perform
           compute residue = function mod(residue-sum, 10)
           .

       mod-11-residue.
           move 0 to residue-sum
           move 1 to weight
           perform varying dx from digit-count by -1 until dx < 1
               if dx = digit-count
                  and norm-text(norm-length:1) = 'X'
                  add 10 to residue-sum
               else
                  compute residue-sum = residue-sum
                          + digit-entry(dx) * weight
               end-if
               add 1 to weight
           end-perform
           compute residue = function mod(residue-sum, 11)
           .

       mod-97-residue.
      *    the digit string is far too long for any numeric field,
      *    so the remainder is carried a digit at a time
           move 0 to residue
           perform varying dx from 1 until dx > digit-count
               compute residue-sum = residue * 10 + digit-entry(dx)
               compute residue = function mod(residue-sum, 97)
           end-perform
           .

       end program CheckDigit.
