      * Runs each certified utility's own TESTSUITE/TESTCASE-style
      * regression suite (GcdSelfCheck, iSqrtSelfCheck,
      * InverseSliceSelfCheck, CompareStringsSelfCheck,
      * StringFieldDiffSelfCheck, CheckDigitSelfCheck,
      * NumberProfileSelfCheck, iRootSelfCheck,
      * RadixConvertSelfCheck, FractionArithSelfCheck) back to back
      * and rolls the pass/fail counts up into one consolidated
      * report, so a regression in any certified utility surfaces in
      * one place instead of requiring someone to run each test
      * program by hand.
      * modification history
      *   akar-0  rewritten to call the self-check subprograms directly
      *           and consolidate their PASS/FAIL counts; the previous
      *           run -- suites newly failing, newly recovered, and
      *           consecutive-failure streaks flagged loudly, so "since
      *           when has this been red" has an answer
      *   akar-0  added CheckDigitSelfCheck to the suite
      *   akar-0  added NumberProfileSelfCheck and iRootSelfCheck to
      *           the suite
      *   akar-0  added RadixConvertSelfCheck to the suite
      *   akar-0  added FractionArithSelfCheck to the suite
       environment division.
       input-output section.
       file-control.
               using suite-pass-count suite-fail-count
           perform 1000-report-suite

           move 'CHECK-DIGIT'      to suite-name
           call 'CheckDigitSelfCheck'
               using suite-pass-count suite-fail-count
           perform 1000-report-suite

           move 'NUMBER-PROFILE'   to suite-name
           call 'NumberProfileSelfCheck'
               using suite-pass-count suite-fail-count
           perform 1000-report-suite

           move 'IROOT'            to suite-name
           call 'iRootSelfCheck'
               using suite-pass-count suite-fail-count
           perform 1000-report-suite

           move 'RADIX-CONVERT'    to suite-name
           call 'RadixConvertSelfCheck'
               using suite-pass-count suite-fail-count
           perform 1000-report-suite

           move 'FRACTION-ARITH'   to suite-name
           call 'FractionArithSelfCheck'
               using suite-pass-count suite-fail-count
           perform 1000-report-suite

           perform 2000-write-totals
           perform 3000-read-history
           perform 4000-write-trend-section
