      * shared run-length compiled form of a sanitized Brainfuck
      * program, built by 'BrainFuckCompile' and executed by
      * BrainFuckInterpreter; COPY this under a 01 group. each
      * instruction carries a repeat count, so "++++++++++" is one
      * CMP-OP-CODE '+' with CMP-OP-ARG 10:
      *   '+' '-'  add / subtract CMP-OP-ARG from the cell
      *   '>' '<'  move CMP-OP-ARG cells right / left
      *   '.'      output the cell CMP-OP-ARG times
      *   ','      read one input byte into the cell
      *   '[' ']'  loop brackets; CMP-OP-JUMP is the op index of the
      *            matching bracket
      *   'Z'      clear the cell -- a whole "[-]" (CMP-OP-ARG 0) or
      *            "[+]" (CMP-OP-ARG 1) loop in one step
      * CMP-OP-SRC is the sanitized-program position the op starts
      * at, so governor counts and error positions stay traceable
           05 cmp-op-count      pic 9(6) comp.
           05 cmp-op occurs 800000 times.
              10 cmp-op-code    pic x(1).
              10 cmp-op-arg     pic 9(6) comp.
              10 cmp-op-jump    pic 9(6) comp.
              10 cmp-op-src     pic 9(6) comp.
