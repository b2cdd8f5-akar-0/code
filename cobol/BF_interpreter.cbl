      *           of run -- including a step-limit crash, which is
      *           exactly when the hot loops need to be seen -- where
      *           the one-line-per-instruction trace is unusable
      *   akar-0  compiled execution (COMPILED-FLAG): the sanitized
      *           program is folded by 'BrainFuckCompile' into a run-
      *           length form ("add 10", "move right 3", "clear cell"
      *           for [-]) and executed op by op, each op booking the
      *           instruction count its characters would have -- the
      *           heavy library scripts run in a fraction of the
      *           fetch/execute cycles with identical output, stats
      *           and governor behaviour; trace, debug, profile and
      *           checkpoint/resume keep the character loop
      *   akar-0  instruction coverage (COVERAGE-FLAG): marks every
      *           ProgIndex position that executes at least once and
      *           writes the never-executed runs, as positions in the
      *           expanded script text, to a named coverage file at
      *           end of run or crash -- the certification run can
      *           then say how much of a script its input exercised
       environment division.
       input-output section.
       file-control.
               organization is line sequential.
           select profile-file assign to dynamic profile-file-name
               organization is line sequential.
           select coverage-file assign to dynamic coverage-file-name
               organization is line sequential.
           select optional tape-image-in
               assign to dynamic tape-load-file-name
               organization is sequential.
       fd  profile-file.
       01  profile-line        pic x(100).

       fd  coverage-file.
       01  coverage-record.
           copy "bf-coverage.cpy".

       fd  tape-image-in.
       01  tape-image-in-record.
           05 timg-in-tape-size pic 9(6).
      * kept here), and whether the input file has hit end of stream
       01 stream-out-count     pic 9(9) comp.
       01 stream-in-done       pic x(1).
      * compiled-execution state: the run-length program, the op
      * being executed, and the repeat count the governor lets it run
       01 compiled-program.
           copy "bf-compiled.cpy".
       01 compile-status       pic x(1).
       01 op-index             pic 9(6) comp.
       01 run-count            pic 9(6) comp.
       01 run-unit             pic 9(6) comp.
       01 range-steps          pic 9(6) comp.
       01 clear-steps          pic 9(9) comp.
       01 out-rep              pic 9(6) comp.
      * coverage state: the BF-code position each sanitized
      * instruction came from, and whether it has executed yet
       01 coverage-map.
           05 coverage-source-pos pic 9(5) comp occurs 800000 times.
       01 coverage-hits.
           05 coverage-hit     pic x(1) occurs 800000 times.
       01 coverage-executed    pic 9(6).
       01 coverage-scan        pic 9(6).
       01 coverage-range-start pic 9(6).
       01 coverage-range-end   pic 9(6).

       linkage section.
       01  BF-code.
          if profile-requested
              initialize profile-counts, loop-counts
          end-if
          if coverage-requested
              move all 'N' to coverage-hits
          end-if
          move spaces to ErrorDetail
          move 0 to out-length, InputIndex, prog-length
          move 1 to ProgIndex, CellIndex
              when ']'
                      add 1 to prog-length
                      move it(h) to prog(prog-length)
                      if coverage-requested
                          set coverage-source-pos(prog-length) to h
                      end-if
            end-evaluate
          end-perform

              move 0 to debug-breakpoint
          end-if

          if compiled-requested
             and not trace-requested and not debug-requested
             and not profile-requested and not ckpt-requested
             and not resume-requested and not coverage-requested
              perform run-compiled-program
          end-if

          perform until ProgIndex > prog-length
      *       count the instruction as fetched -- the bracket handlers
      *       move ProgIndex, so counting after dispatch would book a
              if profile-requested
                  perform count-opcode
              end-if
              if coverage-requested
                  move 'Y' to coverage-hit(ProgIndex)
              end-if
              if debug-requested
                  perform debug-interact
              end-if
              perform write-profile-summary
          end-if

          if coverage-requested
              perform write-coverage-file
          end-if

          perform fill-stats.

          goback.
              close profile-file
              .

            write-coverage-file.
      *       the summary record, then each run of positions that
      *       never executed, mapped back to BF-code positions
              open output coverage-file
              move 0 to coverage-executed
              perform varying coverage-scan from 1
                      until coverage-scan > prog-length
                  if coverage-hit(coverage-scan) = 'Y'
                      add 1 to coverage-executed
                  end-if
              end-perform
              move 'S' to cov-rec-type
              move prog-length to cov-value-1
              move coverage-executed to cov-value-2
              write coverage-record
              move 0 to coverage-range-start
              perform varying coverage-scan from 1
                      until coverage-scan > prog-length
                  if coverage-hit(coverage-scan) = 'Y'
                      if coverage-range-start > 0
                          perform write-coverage-range
                      end-if
                  else
                      if coverage-range-start = 0
                          move coverage-scan to coverage-range-start
                      end-if
                  end-if
              end-perform
              if coverage-range-start > 0
                  perform write-coverage-range
              end-if
              close coverage-file
              .

            write-coverage-range.
      *       the run ends on the position before COVERAGE-SCAN
              compute coverage-range-end = coverage-scan - 1
              move 'R' to cov-rec-type
              move coverage-source-pos(coverage-range-start)
                   to cov-value-1
              move coverage-source-pos(coverage-range-end)
                   to cov-value-2
              write coverage-record
              move 0 to coverage-range-start
              .

          run-compiled-program.
      *       the run-length form, executed op by op; every op books
      *       the instruction count its characters would have, so the
      *       governor and BF-STATS see no difference. a program that
      *       does not compile stays on the character loop
              call 'BrainFuckCompile' using prgrm compiled-program
                   compile-status
              if compile-status not = 'V'
                  exit paragraph
              end-if
              move 1 to op-index
              perform until op-index > cmp-op-count
                  evaluate cmp-op-code(op-index)
                  when '+'     perform compiled-add
                  when '-'     perform compiled-subtract
                  when '>'     perform compiled-move-right
                  when '<'     perform compiled-move-left
                  when '.'     perform compiled-output
                  when ','     perform copy-to-cell
                               add 1 to instr-count
                               perform compiled-check-step-limit
                  when '['     if xs(TapeIndex, CellIndex) = 0
                                   move cmp-op-jump(op-index)
                                        to op-index
                               end-if
                               add 1 to instr-count
                               perform compiled-check-step-limit
                  when ']'     if xs(TapeIndex, CellIndex) <> 0
                                   move cmp-op-jump(op-index)
                                        to op-index
                               end-if
                               add 1 to instr-count
                               perform compiled-check-step-limit
                  when 'Z'     perform compiled-clear
                  end-evaluate
                  add 1 to op-index
              end-perform
      *       the character loop has nothing left to run
              set ProgIndex to prog-length
              set ProgIndex up by 1
              .

          compiled-governor-steps.
      *       how much of a RUN-COUNT repeat the step limit lets
      *       through: the character loop crashes after the
      *       instruction that takes the count past the limit, so
      *       exactly that many repeats are executed here too
              move run-count to run-unit
              if max-instr-count > 0
                 and instr-count + run-count > max-instr-count
                  compute run-unit = max-instr-count + 1 - instr-count
              end-if
              .

          compiled-check-step-limit.
              if max-instr-count > 0 and instr-count > max-instr-count
                  display 'Step limit exceeded'
                  set error-step-limit to true
                  move 'Step limit exceeded' to ErrorDetail
                  perform crash
              end-if
              .

          compiled-add.
              move cmp-op-arg(op-index) to run-count
              perform compiled-governor-steps
              move function rem(xs(TapeIndex, CellIndex) + run-unit,
                   wrap-modulus) to xs(TapeIndex, CellIndex)
              add run-unit to instr-count
              perform compiled-check-step-limit
              .

          compiled-subtract.
              move cmp-op-arg(op-index) to run-count
              perform compiled-governor-steps
              move function mod(xs(TapeIndex, CellIndex) - run-unit,
                   wrap-modulus) to xs(TapeIndex, CellIndex)
              add run-unit to instr-count
              perform compiled-check-step-limit
              .

          compiled-move-right.
      *       a run that walks off the tape stops on the same step,
      *       with the same count, as the character loop would
              move cmp-op-arg(op-index) to run-count
              perform compiled-governor-steps
              compute range-steps = tape-size - CellIndex
              if range-steps < run-unit
                  set CellIndex up by range-steps
                  set CellIndex up by 1
                  if CellIndex > stat-max-cell
                      move CellIndex to stat-max-cell
                  end-if
                  add range-steps to instr-count
                  display 'Cell out of range (> tape size)'
                  set error-cell-range to true
                  move 'Cell index out of range (> tape size)'
                       to ErrorDetail
                  perform crash
              end-if
              set CellIndex up by run-unit
              if CellIndex > stat-max-cell
                  move CellIndex to stat-max-cell
              end-if
              add run-unit to instr-count
              perform compiled-check-step-limit
              .

          compiled-move-left.
              move cmp-op-arg(op-index) to run-count
              perform compiled-governor-steps
              compute range-steps = CellIndex - 1
              if range-steps < run-unit
                  set CellIndex down by range-steps
                  set CellIndex down by 1
                  add range-steps to instr-count
                  display 'Cell out of range (< 1)'
                  set error-cell-range to true
                  move 'Cell index out of range (< 1)'
                       to ErrorDetail
                  perform crash
              end-if
              set CellIndex down by run-unit
              add run-unit to instr-count
              perform compiled-check-step-limit
              .

          compiled-output.
              move cmp-op-arg(op-index) to run-count
              perform compiled-governor-steps
              perform varying out-rep from 1 until out-rep > run-unit
                  perform write-to-output
              end-perform
              add run-unit to instr-count
              perform compiled-check-step-limit
              .

          compiled-clear.
      *       "[-]" costs the '[' once plus a '-' and a ']' per unit
      *       of the cell value ("[+]" per unit up to the wrap); a
      *       zero cell costs only the '[' that jumps past it
              if xs(TapeIndex, CellIndex) = 0
                  move 1 to clear-steps
              else
                  if cmp-op-arg(op-index) = 0
                      compute clear-steps =
                              1 + 2 * xs(TapeIndex, CellIndex)
                  else
                      compute clear-steps = 1 + 2 *
                              (wrap-modulus - xs(TapeIndex, CellIndex))
                  end-if
              end-if
              if max-instr-count > 0
                 and instr-count + clear-steps > max-instr-count
                  compute instr-count = max-instr-count + 1
                  perform compiled-check-step-limit
              end-if
              move 0 to xs(TapeIndex, CellIndex)
              add clear-steps to instr-count
              .

            crash.
              set error-found to true
              if trace-requested
              if profile-requested
                  perform write-profile-summary
              end-if
              if coverage-requested
                  perform write-coverage-file
              end-if
              perform fill-stats
              goback
              .
