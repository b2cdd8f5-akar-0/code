       identification division.
       program-id. BfOwnerNotice.
       author. akar-0.
       date-written.  10/15/2026.
       date-compiled. 10/15/2026.
      * Turns the night's BFRESULT into one failure notice per owning
      * team instead of the morning person remembering who owns
      * SCRIPT007. The BFOWNER registry maps a script-id, or a
      * leading-characters mask ending '*', to an owning team and a
      * contact; the most specific entry wins (an exact id over any
      * mask, a longer mask over a shorter one). BFOWNNTC gets, per
      * team with anything to hear about, each failing and HELD
      * script with its error code and meaning, instruction count
      * and the number of consecutive nights it has failed, carried
      * from night to night on BFFAILST. Every script on BFRESULT
      * with no owner is listed in an exceptions section and counted
      * as a reject, so the registry stays complete.
      * modification history
      *   akar-0  new batch job
       environment division.
       input-output section.
       file-control.
           select optional owner-file assign to 'BFOWNER'
               organization is line sequential.
           select result-file assign to 'BFRESULT'
               organization is line sequential
               file status is result-status.
           select optional streak-file assign to 'BFFAILST'
               organization is line sequential.
           select notice-file assign to 'BFOWNNTC'
               organization is line sequential.

       data division.
       file section.
       fd  owner-file.
       01  owner-record.
      *    a script-id, or leading characters ending '*'
           05 own-mask           pic x(10).
           05 own-team           pic x(20).
           05 own-contact        pic x(40).

       fd  result-file.
       01  result-record.
           05 res-script-id      pic x(10).
           05 res-error-found    pic a(5).
           05 res-error-code     pic 9(2).
           05 res-out-length     pic 9(5).
           05 res-max-cell       pic 9(6).
           05 res-instr-count    pic 9(9).
           05 res-prog-length    pic 9(6).
           05 res-encoding       pic x(1).
           05 res-cell-width     pic 9(2).
           05 res-out-text       pic x(2000).

      * one row per script: the run date the streak was last rolled
      * on, the streak before that date and the streak after it --
      * so a rerun on the same night recomputes instead of counting
      * the night twice
       fd  streak-file.
       01  streak-record.
           05 stk-script-id      pic x(10).
           05 stk-run-date       pic x(8).
           05 stk-prior-streak   pic 9(4).
           05 stk-streak         pic 9(4).

       fd  notice-file.
       01  notice-line           pic x(132).

       working-storage section.
       01  result-status         pic x(2).
       01  end-of-owners         pic x(1).
           88 no-more-owners     value 'Y'.
       01  end-of-results        pic x(1).
           88 no-more-results    value 'Y'.
       01  end-of-streaks        pic x(1).
           88 no-more-streaks    value 'Y'.
      * the registry: every mask row, pointing at its team
       01  mask-table.
           05 mask-count         pic 9(3).
           05 mask-entry occurs 500 times.
              10 mk-mask         pic x(10).
              10 mk-length       pic 9(2).
              10 mk-exact        pic x(1).
              10 mk-team         pic 9(3).
       01  team-table.
           05 team-count         pic 9(3).
           05 team-entry occurs 200 times.
              10 tm-team         pic x(20).
              10 tm-contact      pic x(40).
              10 tm-failing      pic 9(5).
              10 tm-held         pic 9(5).
      * tonight's scripts, the latest BFRESULT line for each id
       01  script-table.
           05 script-count       pic 9(4).
           05 script-entry occurs 3000 times.
              10 sc-script-id    pic x(10).
              10 sc-status       pic x(5).
              10 sc-error-code   pic 9(2).
              10 sc-instr-count  pic 9(9).
              10 sc-team         pic 9(3).
              10 sc-streak       pic 9(4).
      * the streak state carried from previous nights
       01  streak-table.
           05 streak-count       pic 9(4).
           05 streak-entry occurs 3000 times.
              10 st-script-id    pic x(10).
              10 st-run-date     pic x(8).
              10 st-prior-streak pic 9(4).
              10 st-streak       pic 9(4).
       01  code-meaning-table.
           05 filler pic x(30) value 'UNMATCHED BRACKET ['.
           05 filler pic x(30) value 'UNMATCHED BRACKET ]'.
           05 filler pic x(30) value 'CELL OUT OF RANGE'.
           05 filler pic x(30) value 'STEP LIMIT EXCEEDED'.
           05 filler pic x(30) value 'INPUT EXHAUSTED'.
           05 filler pic x(30) value 'INVALID OPTIONS'.
           05 filler pic x(30) value 'TAPE IMAGE MISSING'.
           05 filler pic x(30) value 'CHECKPOINT MISSING'.
           05 filler pic x(30) value 'INVALID PROGRAM / MACRO'.
           05 filler pic x(30) value 'CHAIN PREDECESSOR / CYCLE'.
           05 filler pic x(30) value 'INPUT PARAMETER UNRESOLVED'.
       01  code-meanings redefines code-meaning-table.
           05 code-meaning     pic x(30) occurs 11 times.
       01  m                     pic 9(3).
       01  t                     pic 9(3).
       01  s                     pic 9(4).
       01  k                     pic 9(4).
       01  best-length           pic 9(2).
       01  found-idx             pic 9(4).
       01  base-streak           pic 9(4).
       01  meaning-text          pic x(30).
       01  today-date            pic x(8).
       01  results-read          pic 9(9).
       01  scripts-failing       pic 9(9).
       01  scripts-held          pic 9(9).
       01  scripts-unowned       pic 9(9).
       01  registry-ignored      pic 9(5).
       01  teams-noticed         pic 9(5).
       01  control-failed-flag   pic x(1).
       01  run-log-data.
           copy "job-run-log.cpy".
       01  lock-status           pic x(1).
       01  lock-holder           pic x(40).
       01  count-disp            pic z(8)9.
       01  instr-disp            pic z(8)9.
       01  streak-disp           pic z(3)9.

       procedure division.
       0000-mainline.
           move 0 to results-read, scripts-failing, scripts-held
           move 0 to scripts-unowned, registry-ignored, teams-noticed
           move 'N' to control-failed-flag
           move function current-date(1:8) to today-date
           initialize run-log-data
           move 'BFOWNER' to rl-job-name
           move 'BFOWNR01' to rl-job-id
           call 'RunInterlock' using 'A' rl-job-name rl-job-id
               lock-status lock-holder
           if lock-status = 'H'
              display 'RUN REFUSED - ' function trim(rl-job-name)
                      ' ALREADY ACTIVE: ' function trim(lock-holder)
              move 12 to return-code
              goback
           end-if
           call 'JobRunLogger' using 'S' run-log-data

           perform 0100-load-registry
           perform 0200-load-streaks
           perform 1000-read-results
           perform varying s from 1 until s > script-count
               perform 1500-assess-one-script
           end-perform

           open output notice-file
           move 'SCRIPT OWNER FAILURE NOTICES' to notice-line
           write notice-line
           perform varying t from 1 until t > team-count
               if tm-failing(t) + tm-held(t) > 0
                  perform 2000-write-team-notice
               end-if
           end-perform
           perform 3000-write-exceptions
           perform 9000-write-summary
           close notice-file
           if result-status = '00' or result-status = '10'
              perform 4000-save-streaks
           end-if

           move results-read to rl-records-read
           move teams-noticed to rl-records-written
           move scripts-unowned to rl-records-rejected
           call 'JobCompletionCode' using rl-job-name
               results-read scripts-unowned control-failed-flag
               rl-completion-code
           call 'JobRunLogger' using 'E' run-log-data
           call 'RunInterlock' using 'R' rl-job-name rl-job-id
               lock-status lock-holder
      *    the CALL itself resets RETURN-CODE, so the step's own
      *    completion code has to be put back
           move rl-completion-code to return-code
           goback
           .

       0100-load-registry.
           move 0 to mask-count
           move 0 to team-count
           move 'N' to end-of-owners
           open input owner-file
           perform until no-more-owners
               read owner-file
                   at end move 'Y' to end-of-owners
                   not at end perform 0150-add-registry-row
               end-read
           end-perform
           close owner-file
           .

       0150-add-registry-row.
           if own-mask = spaces or own-team = spaces
              or mask-count >= 500
              add 1 to registry-ignored
              exit paragraph
           end-if
      *    one team, however many masks it owns; the first contact
      *    given for a team is the one the notice carries
           move 0 to found-idx
           perform varying t from 1 until t > team-count
               if tm-team(t) = own-team
                  move t to found-idx
                  move team-count to t
               end-if
           end-perform
           if found-idx = 0
              if team-count >= 200
                 add 1 to registry-ignored
                 exit paragraph
              end-if
              add 1 to team-count
              move team-count to found-idx
              move own-team to tm-team(found-idx)
              move own-contact to tm-contact(found-idx)
              move 0 to tm-failing(found-idx), tm-held(found-idx)
           end-if
           add 1 to mask-count
           move own-mask to mk-mask(mask-count)
           compute mk-length(mask-count) =
                   function length(function trim(own-mask))
           if own-mask(mk-length(mask-count):1) = '*'
              move 'N' to mk-exact(mask-count)
           else
              move 'Y' to mk-exact(mask-count)
           end-if
           move found-idx to mk-team(mask-count)
           .

       0200-load-streaks.
           move 0 to streak-count
           move 'N' to end-of-streaks
           open input streak-file
           perform until no-more-streaks
               read streak-file
                   at end move 'Y' to end-of-streaks
                   not at end
                       if streak-count < 3000
                          add 1 to streak-count
                          move stk-script-id
                               to st-script-id(streak-count)
                          move stk-run-date
                               to st-run-date(streak-count)
                          move stk-prior-streak
                               to st-prior-streak(streak-count)
                          move stk-streak to st-streak(streak-count)
                       end-if
               end-read
           end-perform
           close streak-file
           .

       1000-read-results.
           move 0 to script-count
           move 'N' to end-of-results
           open input result-file
           if result-status not = '00'
              move 'Y' to control-failed-flag
              exit paragraph
           end-if
           perform until no-more-results
               read result-file
                   at end move 'Y' to end-of-results
                   not at end perform 1100-keep-one-result
               end-read
           end-perform
           close result-file
           .

       1100-keep-one-result.
      *    a restarted run appends, so the latest line for an id wins
           add 1 to results-read
           move 0 to found-idx
           perform varying s from 1 until s > script-count
               if sc-script-id(s) = res-script-id
                  move s to found-idx
                  move script-count to s
               end-if
           end-perform
           if found-idx = 0
              if script-count >= 3000
                 exit paragraph
              end-if
              add 1 to script-count
              move script-count to found-idx
              move res-script-id to sc-script-id(found-idx)
           end-if
           move res-error-found to sc-status(found-idx)
           move res-error-code to sc-error-code(found-idx)
           move res-instr-count to sc-instr-count(found-idx)
           .

       1500-assess-one-script.
      *    owner: the exact id if registered, else the longest mask
           move 0 to sc-team(s)
           move 0 to best-length
           perform varying m from 1 until m > mask-count
               if mk-exact(m) = 'Y'
                  if mk-mask(m) = sc-script-id(s)
                     move mk-team(m) to sc-team(s)
                     move 99 to best-length
                  end-if
               else
                  if mk-length(m) > best-length
                     if mk-length(m) = 1
                        move mk-team(m) to sc-team(s)
                        move mk-length(m) to best-length
                     else
                        if sc-script-id(s)(1:mk-length(m) - 1)
                           = mk-mask(m)(1:mk-length(m) - 1)
                           move mk-team(m) to sc-team(s)
                           move mk-length(m) to best-length
                        end-if
                     end-if
                  end-if
               end-if
           end-perform

      *    consecutive failing nights: tonight's failure adds one to
      *    the streak as it stood before tonight, a clean run resets
      *    it, and a HELD script (not run) keeps what it had
           move 0 to base-streak
           move 0 to found-idx
           perform varying k from 1 until k > streak-count
               if st-script-id(k) = sc-script-id(s)
                  move k to found-idx
                  move streak-count to k
               end-if
           end-perform
           if found-idx > 0
              if st-run-date(found-idx) = today-date
                 move st-prior-streak(found-idx) to base-streak
              else
                 move st-streak(found-idx) to base-streak
              end-if
           end-if
           evaluate true
               when sc-status(s) = 'Error'
                   compute sc-streak(s) = base-streak + 1
                   add 1 to scripts-failing
                   if sc-team(s) > 0
                      add 1 to tm-failing(sc-team(s))
                   end-if
               when sc-status(s) = 'HELD'
                   move base-streak to sc-streak(s)
                   add 1 to scripts-held
                   if sc-team(s) > 0
                      add 1 to tm-held(sc-team(s))
                   end-if
               when other
                   move 0 to sc-streak(s)
           end-evaluate
           if found-idx = 0 and streak-count < 3000
              add 1 to streak-count
              move streak-count to found-idx
              move sc-script-id(s) to st-script-id(found-idx)
           end-if
           if found-idx > 0
              move today-date to st-run-date(found-idx)
              move base-streak to st-prior-streak(found-idx)
              move sc-streak(s) to st-streak(found-idx)
           end-if
           if sc-team(s) = 0
              add 1 to scripts-unowned
           end-if
           .

       2000-write-team-notice.
           add 1 to teams-noticed
           move spaces to notice-line
           write notice-line
           move tm-failing(t) to count-disp
           move spaces to notice-line
           string 'OWNER ' delimited by size
                  tm-team(t) delimited by size
                  '  CONTACT ' delimited by size
                  function trim(tm-contact(t)) delimited by size
                  into notice-line
           write notice-line
           move tm-held(t) to instr-disp
           move spaces to notice-line
           string '  FAILING ' delimited by size
                  function trim(count-disp) delimited by size
                  '  HELD ' delimited by size
                  function trim(instr-disp) delimited by size
                  into notice-line
           write notice-line
           perform varying s from 1 until s > script-count
               if sc-team(s) = t
                  and (sc-status(s) = 'Error' or sc-status(s) = 'HELD')
                  perform 2100-write-script-line
               end-if
           end-perform
           .

       2100-write-script-line.
           move sc-instr-count(s) to instr-disp
           move sc-streak(s) to streak-disp
           move spaces to notice-line
           if sc-status(s) = 'HELD'
              string '    ' delimited by size
                     sc-script-id(s) delimited by size
                     '  HELD' delimited by size
                     '  FAILED NIGHTS BEFORE HOLD ' delimited by size
                     function trim(streak-disp) delimited by size
                     into notice-line
           else
              move 'UNKNOWN ERROR CODE' to meaning-text
              if sc-error-code(s) >= 1 and sc-error-code(s) <= 11
                 move code-meaning(sc-error-code(s)) to meaning-text
              end-if
              string '    ' delimited by size
                     sc-script-id(s) delimited by size
                     '  ERROR ' delimited by size
                     sc-error-code(s) delimited by size
                     ' ' delimited by size
                     meaning-text delimited by size
                     '  INSTR ' delimited by size
                     instr-disp delimited by size
                     '  CONSECUTIVE NIGHTS ' delimited by size
                     function trim(streak-disp) delimited by size
                     into notice-line
           end-if
           write notice-line
           .

       3000-write-exceptions.
           move spaces to notice-line
           write notice-line
           move 'EXCEPTIONS - SCRIPTS WITH NO OWNER ON BFOWNER'
                to notice-line
           write notice-line
           perform varying s from 1 until s > script-count
               if sc-team(s) = 0
                  move spaces to notice-line
                  if sc-status(s) = 'Error'
                     string '    ' delimited by size
                            sc-script-id(s) delimited by size
                            '  ERROR ' delimited by size
                            sc-error-code(s) delimited by size
                            '  NOBODY NOTIFIED OF THIS FAILURE'
                            delimited by size
                            into notice-line
                  else
                     string '    ' delimited by size
                            sc-script-id(s) delimited by size
                            '  ' delimited by size
                            sc-status(s) delimited by size
                            into notice-line
                  end-if
                  write notice-line
               end-if
           end-perform
           if scripts-unowned = 0
              move '    NONE' to notice-line
              write notice-line
           end-if
           .

       4000-save-streaks.
      *    every script seen tonight with its new streak, and the
      *    rows for scripts that did not run tonight as they were
           open output streak-file
           perform varying k from 1 until k > streak-count
               move st-script-id(k) to stk-script-id
               move st-run-date(k) to stk-run-date
               move st-prior-streak(k) to stk-prior-streak
               move st-streak(k) to stk-streak
               write streak-record
           end-perform
           close streak-file
           .

       9000-write-summary.
           move spaces to notice-line
           write notice-line
           move script-count to count-disp
           move spaces to notice-line
           string 'SCRIPTS ON BFRESULT   ' delimited by size
                  function trim(count-disp) delimited by size
                  into notice-line
           write notice-line
           move scripts-failing to count-disp
           move spaces to notice-line
           string 'FAILING               ' delimited by size
                  function trim(count-disp) delimited by size
                  into notice-line
           write notice-line
           move scripts-held to count-disp
           move spaces to notice-line
           string 'HELD                  ' delimited by size
                  function trim(count-disp) delimited by size
                  into notice-line
           write notice-line
           move teams-noticed to count-disp
           move spaces to notice-line
           string 'OWNERS NOTIFIED       ' delimited by size
                  function trim(count-disp) delimited by size
                  into notice-line
           write notice-line
           move scripts-unowned to count-disp
           move spaces to notice-line
           string 'NO OWNER (EXCEPTIONS) ' delimited by size
                  function trim(count-disp) delimited by size
                  into notice-line
           write notice-line
           if registry-ignored > 0
              move registry-ignored to count-disp
              move spaces to notice-line
              string 'REGISTRY ROWS IGNORED ' delimited by size
                     function trim(count-disp) delimited by size
                     '  (BLANK OR OVER TABLE LIMIT)' delimited by size
                     into notice-line
              write notice-line
           end-if
           .

       end program BfOwnerNotice.
