       identification division.
       program-id. BrainFuckCompile.
      * folds a sanitized Brainfuck program into the run-length form
      * in bf-compiled.cpy: runs of '+', '-', '>', '<' and '.' become
      * one instruction with a repeat count, "[-]" and "[+]" become a
      * single clear-cell instruction, and each bracket carries the
      * op index of its partner. the interpreter executes the result
      * directly, so a script that does "++++++++++" pays one fetch
      * instead of ten; the instruction counts it reports are
      * unchanged.
      * modification history
      *   akar-0  new subprogram
       data division.
       local-storage section.
       01 src-pos        pic 9(6) comp.
       01 run-end        pic 9(6) comp.
       01 cur-char       pic x(1).
       01 open-op        pic 9(6) comp.
       01 op-stack.
           05 op-stack-depth pic 9(6) comp.
           05 op-stack-idx   pic 9(6) comp occurs 100000 times.

       linkage section.
       01 cmp-source.
           05 cmp-source-length pic 9(6).
           05 cmp-source-char   pic x occurs 0 to 800000 times
                                      depending on cmp-source-length.
       01 cmp-program.
           copy "bf-compiled.cpy".
      * 'V' compiled; 'B' brackets do not pair (or nest past the
      * stack), in which case the caller keeps the character loop
       01 cmp-status     pic x(1).
           88 cmp-ok     value 'V'.

       procedure division using cmp-source cmp-program cmp-status.
           set cmp-ok to true
           move 0 to cmp-op-count
           move 0 to op-stack-depth
           move 1 to src-pos
           perform until src-pos > cmp-source-length
                   or not cmp-ok
               move cmp-source-char(src-pos) to cur-char
               evaluate true
                   when cur-char = '['
                        and src-pos + 2 <= cmp-source-length
                        and cmp-source-char(src-pos + 2) = ']'
                        and (cmp-source-char(src-pos + 1) = '-'
                             or cmp-source-char(src-pos + 1) = '+')
                       perform 3000-add-clear-op
                   when cur-char = '['
                       perform 1000-add-open-op
                   when cur-char = ']'
                       perform 2000-add-close-op
                   when cur-char = ','
                       perform 4000-add-single-op
                   when other
                       perform 5000-add-run-op
               end-evaluate
           end-perform
           if op-stack-depth > 0
              move 'B' to cmp-status
           end-if
           goback
           .

       1000-add-open-op.
           if op-stack-depth >= 100000
              move 'B' to cmp-status
              exit paragraph
           end-if
           perform 4000-add-single-op
           add 1 to op-stack-depth
           move cmp-op-count to op-stack-idx(op-stack-depth)
           .

       2000-add-close-op.
           if op-stack-depth = 0
              move 'B' to cmp-status
              exit paragraph
           end-if
           perform 4000-add-single-op
           move op-stack-idx(op-stack-depth) to open-op
           subtract 1 from op-stack-depth
           move cmp-op-count to cmp-op-jump(open-op)
           move open-op to cmp-op-jump(cmp-op-count)
           .

       3000-add-clear-op.
           add 1 to cmp-op-count
           move 'Z' to cmp-op-code(cmp-op-count)
           if cmp-source-char(src-pos + 1) = '+'
              move 1 to cmp-op-arg(cmp-op-count)
           else
              move 0 to cmp-op-arg(cmp-op-count)
           end-if
           move 0 to cmp-op-jump(cmp-op-count)
           move src-pos to cmp-op-src(cmp-op-count)
           add 3 to src-pos
           .

       4000-add-single-op.
           add 1 to cmp-op-count
           move cur-char to cmp-op-code(cmp-op-count)
           move 1 to cmp-op-arg(cmp-op-count)
           move 0 to cmp-op-jump(cmp-op-count)
           move src-pos to cmp-op-src(cmp-op-count)
           add 1 to src-pos
           .

       5000-add-run-op.
      *    the run ends at the first different character; the repeat
      *    count is capped well inside the six-digit field
           move src-pos to run-end
           perform until run-end >= cmp-source-length
                   or cmp-source-char(run-end + 1) not = cur-char
                   or run-end - src-pos + 1 >= 999999
               add 1 to run-end
           end-perform
           add 1 to cmp-op-count
           move cur-char to cmp-op-code(cmp-op-count)
           compute cmp-op-arg(cmp-op-count) = run-end - src-pos + 1
           move 0 to cmp-op-jump(cmp-op-count)
           move src-pos to cmp-op-src(cmp-op-count)
           compute src-pos = run-end + 1
           .

       end program BrainFuckCompile.
