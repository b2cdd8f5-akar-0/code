      * spelled out, and under each code the failing RES-SCRIPT-IDs
      * with the instruction count and the highest cell reached at
      * the point of failure. Written to BFTRIAGE.
      * modification history
      *   akar-0  error code 11 (input parameter unresolved) gets its
      *           own bucket
       environment division.
       input-output section.
       file-control.
       working-storage section.
       01  end-of-results        pic x(1).
           88 no-more-results    value 'Y'.
      * one bucket per error code 1-11 (10 and 11 are the batch
      * driver's chain-failure and unresolved-parameter codes), each
      * keeping the failing script-ids and the figures at the point
      * of failure
       01  code-buckets.
           05 code-bucket occurs 11 times.
              10 bucket-count     pic 9(5).
              10 bucket-kept      pic 9(2).
              10 bucket-detail occurs 50 times.
           05 filler pic x(30) value 'CHECKPOINT MISSING'.
           05 filler pic x(30) value 'INVALID PROGRAM / MACRO'.
           05 filler pic x(30) value 'CHAIN PREDECESSOR / CYCLE'.
           05 filler pic x(30) value 'INPUT PARAMETER UNRESOLVED'.
       01  code-meanings redefines code-meaning-table.
           05 code-meaning     pic x(30) occurs 11 times.
       01  scripts-read          pic 9(6).
       01  scripts-ok            pic 9(6).
       01  scripts-held          pic 9(6).
              exit paragraph
           end-if
           add 1 to scripts-failed
           if res-error-code < 1 or res-error-code > 11
              add 1 to other-code-count
              exit paragraph
           end-if
                  into triage-line
           write triage-line

           perform varying c from 1 until c > 11
               if bucket-count(c) > 0
                  perform 9100-write-one-code-section
               end-if
