      * BrainFuckInterpreter instruction-coverage record, written to
      * the COVERAGE-FILE-NAME work file when COVERAGE-FLAG is set:
      * one 'S' summary record (instructions in the sanitized program
      * and how many of them executed at least once), then one 'R'
      * record per run of never-executed instructions, given as the
      * first and last position in the expanded script text passed
      * in BF-CODE -- so the caller can mark the range against its
      * own source, macro fragments included
           05 cov-rec-type      pic x(1).
              88 cov-summary    value 'S'.
              88 cov-range      value 'R'.
      *    'S': instruction count / 'R': first expanded-text position
           05 cov-value-1       pic 9(6).
      *    'S': instructions executed / 'R': last expanded-text position
           05 cov-value-2       pic 9(6).
