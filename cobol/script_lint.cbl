       identification division.
       program-id. ScriptLint.
      * static checks on one Brainfuck library record before it is
      * ever run: unbalanced brackets, @name; references that are
      * unterminated or name a macro not on the library, a macro
      * that references itself, and the obviously dead sequences
      * ("+-", "-+", "<>", "><", an empty "[]" loop) that are almost
      * always an editing slip. each finding comes back with its
      * position in the script text, a severity ('E' error, 'W'
      * warning) and a rule name, so ScriptLintReport can list them
      * and ScriptLibMaint can refuse an add/replace carrying an
      * error before it reaches BFSCRLIB and the nightly run.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01 scan-pos        pic 9(5).
       01 cur-char        pic x(1).
       01 prev-command    pic x(1).
       01 prev-position   pic 9(5).
       01 bracket-stack.
           05 stack-depth pic 9(4).
           05 stack-pos   pic 9(5) occurs 2000 times.
       01 ref-id          pic x(10).
       01 ref-id-length   pic 9(2).
       01 ref-start       pic 9(5).
       01 ref-end-found   pic x(1).
       01 ref-too-long    pic x(1).
       01 macro-found     pic x(1).
       01 m               pic 9(3).
       01 command-count   pic 9(5).
       01 new-position    pic 9(5).
       01 new-severity    pic x(1).
       01 new-rule        pic x(8).
       01 new-detail      pic x(40).

       linkage section.
       01 lint-script-id     pic x(10).
       01 lint-record-type   pic x(1).
       01 lint-script-length pic 9(5).
       01 lint-script-text   pic x(2000).
      * the macro names on the library, so @name; references can be
      * resolved without the subprogram opening the master itself
       01 lint-macro-names.
           05 lint-macro-count pic 9(3).
           05 lint-macro-name  pic x(10) occurs 50 times.
       01 lint-findings.
           05 lint-finding-count pic 9(3).
           05 lint-error-count   pic 9(3).
           05 lint-warning-count pic 9(3).
           05 lint-finding occurs 50 times.
              10 lint-position  pic 9(5).
              10 lint-severity  pic x(1).
              10 lint-rule      pic x(8).
              10 lint-detail    pic x(40).

       procedure division using lint-script-id lint-record-type
               lint-script-length lint-script-text lint-macro-names
               lint-findings.
           initialize lint-findings
           if lint-script-length not numeric
              move 0 to lint-script-length
           end-if
           if lint-script-length > 2000
              move 2000 to lint-script-length
           end-if
           move 0 to stack-depth
           move 0 to command-count
           move space to prev-command
           move 0 to prev-position

      *    one pass: brackets stack by position, @name; references
      *    are resolved as they are met, and the dead-sequence checks
      *    look at the previous command character -- comment text in
      *    between is ignored exactly as the interpreter ignores it
           move 1 to scan-pos
           perform until scan-pos > lint-script-length
               move lint-script-text(scan-pos:1) to cur-char
               evaluate cur-char
                   when '['
                       add 1 to command-count
                       if stack-depth < 2000
                          add 1 to stack-depth
                          move scan-pos to stack-pos(stack-depth)
                       end-if
                       perform 2000-check-dead-pair
                   when ']'
                       add 1 to command-count
                       if stack-depth = 0
                          move scan-pos to new-position
                          move 'E' to new-severity
                          move 'BRKCLOSE' to new-rule
                          move '] WITH NO MATCHING [' to new-detail
                          perform 9000-add-finding
                       else
                          subtract 1 from stack-depth
                       end-if
                       perform 2000-check-dead-pair
                   when '+' when '-' when '<' when '>'
                   when '.' when ','
                       add 1 to command-count
                       perform 2000-check-dead-pair
                   when '@'
                       perform 1000-check-macro-reference
      *                a fragment spliced in between breaks any
      *                adjacency the two sides seemed to have
                       move space to prev-command
                   when other
                       continue
               end-evaluate
               add 1 to scan-pos
           end-perform

      *    every '[' still stacked never closed
           perform until stack-depth = 0
               move stack-pos(stack-depth) to new-position
               move 'E' to new-severity
               move 'BRKOPEN' to new-rule
               move '[ WITH NO MATCHING ]' to new-detail
               perform 9000-add-finding
               subtract 1 from stack-depth
           end-perform

           if command-count = 0
              and lint-script-text(1:lint-script-length) not = spaces
              and lint-record-type not = 'M'
              move 1 to new-position
              move 'W' to new-severity
              move 'NOCODE' to new-rule
              move 'NO BRAINFUCK COMMANDS IN SCRIPT TEXT'
                   to new-detail
              perform 9000-add-finding
           end-if
           goback
           .

       1000-check-macro-reference.
      *    the same parse the batch driver's macro expansion uses: a
      *    name of up to 10 characters between '@' and ';'
           move scan-pos to ref-start
           move spaces to ref-id
           move 0 to ref-id-length
           move 'N' to ref-end-found
           move 'N' to ref-too-long
           add 1 to scan-pos
           perform until ref-end-found = 'Y'
                   or scan-pos > lint-script-length
               if lint-script-text(scan-pos:1) = ';'
                  move 'Y' to ref-end-found
               else
                  if ref-id-length < 10
                     add 1 to ref-id-length
                     move lint-script-text(scan-pos:1)
                          to ref-id(ref-id-length:1)
                  else
                     move 'Y' to ref-too-long
                  end-if
                  add 1 to scan-pos
               end-if
           end-perform
           move ref-start to new-position
           move 'E' to new-severity
           evaluate true
               when ref-end-found not = 'Y'
                   move 'MACUNTRM' to new-rule
                   move '@ REFERENCE NOT TERMINATED BY ;'
                        to new-detail
                   perform 9000-add-finding
               when ref-too-long = 'Y'
                   move 'MACNAME' to new-rule
                   move 'MACRO NAME EXCEEDS 10 CHARACTERS'
                        to new-detail
                   perform 9000-add-finding
               when ref-id = lint-script-id
                   and lint-record-type = 'M'
                   move 'MACSELF' to new-rule
                   move 'MACRO REFERENCES ITSELF' to new-detail
                   perform 9000-add-finding
               when other
                   move 'N' to macro-found
                   perform varying m from 1
                           until m > lint-macro-count
                       if lint-macro-name(m) = ref-id
                          move 'Y' to macro-found
                          move lint-macro-count to m
                       end-if
                   end-perform
                   if macro-found = 'N'
                      move 'MACUNDEF' to new-rule
                      move spaces to new-detail
                      string 'UNKNOWN MACRO ' delimited by size
                             ref-id delimited by size
                             into new-detail
                      perform 9000-add-finding
                   end-if
           end-evaluate
           .

       2000-check-dead-pair.
      *    a command undone by the very next one does nothing but
      *    burn governor steps; "[]" spins forever on a non-zero cell
           move space to new-rule
           evaluate true
               when prev-command = '+' and cur-char = '-'
               when prev-command = '-' and cur-char = '+'
                   move 'DEADSEQ' to new-rule
                   move 'CANCELLING +- / -+ PAIR' to new-detail
               when prev-command = '<' and cur-char = '>'
               when prev-command = '>' and cur-char = '<'
                   move 'DEADSEQ' to new-rule
                   move 'CANCELLING <> / >< PAIR' to new-detail
               when prev-command = '[' and cur-char = ']'
                   move 'EMPTYLP' to new-rule
                   move 'EMPTY [] LOOP NEVER ENDS ON NON-ZERO CELL'
                        to new-detail
           end-evaluate
           if new-rule not = space
              move prev-position to new-position
              move 'W' to new-severity
              perform 9000-add-finding
           end-if
           move cur-char to prev-command
           move scan-pos to prev-position
           .

       9000-add-finding.
      *    every finding is counted; the first 50 are kept in detail
           if new-severity = 'E'
              add 1 to lint-error-count
           else
              add 1 to lint-warning-count
           end-if
           if lint-finding-count < 50
              add 1 to lint-finding-count
              move new-position to lint-position(lint-finding-count)
              move new-severity to lint-severity(lint-finding-count)
              move new-rule     to lint-rule(lint-finding-count)
              move new-detail   to lint-detail(lint-finding-count)
           end-if
           .

       end program ScriptLint.
