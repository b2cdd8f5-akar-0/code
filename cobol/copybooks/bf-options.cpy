      *    '.' emits the low byte either way.
           05 cell-width        pic 9(2).
              88 cells-16-bit   value 16.
      *    compiled execution: the sanitized program is folded into
      *    the run-length form of bf-compiled.cpy by 'BrainFuckCompile'
      *    and that is executed instead of one character at a time.
      *    output, errors and the instruction count (and so the
      *    step-limit governor) come out exactly as the character
      *    loop gives them. trace, debug, profile and checkpoint/
      *    resume are per-character features, so any of them keeps
      *    the character loop.
           05 compiled-flag     pic x(1).
              88 compiled-requested value 'Y'.
      *    instruction coverage: record which sanitized-program
      *    positions executed at least once and write them to the
      *    named work file (layout bf-coverage.cpy) at end of run,
      *    including a crash. a per-character feature like the
      *    profile, so it keeps the character loop.
           05 coverage-flag     pic x(1).
              88 coverage-requested value 'Y'.
           05 coverage-file-name pic x(100).
