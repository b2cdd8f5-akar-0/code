           goback.

       end program ExportTreeInOrder.

      * the same family keyed on a character code instead of a
      * number -- currency, branch and product codes are not
      * numbers. nodes carry a PIC X(20) code and the usual X(20)
      * payload; this build is BalancedTreeBuild over a sorted
      * code/payload file of known size (the code table loader
      * sorts and de-duplicates it first), and SearchCodeTree below
      * is SearchTree against it
       identification division.
       program-id. BalancedCodeTreeBuild recursive.

       environment division.
       input-output section.
       file-control.
           select build-file assign to dynamic build-file-name
               organization is line sequential.

       data division.
       file section.
       fd  build-file.
       01  build-record.
           05 build-rec-code    pic x(20).
           05 build-rec-payload pic x(20).

       local-storage section.
       01  left-n          pic 9(5) comp.
       01  right-n         pic 9(5) comp.
       01  next-depth      pic 9(2).

       linkage section.
       01  code-node based.
           05 code-key   pic x(20).
           05 payload    pic x(20).
           05 nodeLeft   usage pointer.
           05 nodeRight  usage pointer.
       01  head            usage pointer.
       01  build-file-name pic x(100).
       01  build-count     pic 9(5) comp.
       01  build-depth     pic 9(2).

       procedure division using head build-file-name build-count
               build-depth.
           if build-depth = 0
              open input build-file
           end-if
           if build-count = 0
              set head to null
           else
              compute left-n = (build-count - 1) / 2
              compute right-n = build-count - 1 - left-n
              compute next-depth = build-depth + 1
              if next-depth > 98
                 move 98 to next-depth
              end-if
              allocate code-node returning head
              call 'BalancedCodeTreeBuild' using nodeLeft
                  build-file-name left-n next-depth
      *       the nested call re-addresses CODE-NODE, so it has to be
      *       pointed back at this node before its other fields are
      *       touched
              set address of code-node to head
              read build-file
                  at end continue
              end-read
              move build-rec-code to code-key
              move build-rec-payload to payload
              call 'BalancedCodeTreeBuild' using nodeRight
                  build-file-name right-n next-depth
              set address of code-node to head
           end-if
           if build-depth = 0
              close build-file
           end-if
           goback.

       end program BalancedCodeTreeBuild.

      * look up a code in a code-keyed tree (as BalancedCodeTreeBuild
      * builds it); the payload comes back on a hit
       identification division.
       program-id. SearchCodeTree recursive.

       data division.
       linkage section.
       01  code-node based.
           05 code-key   pic x(20).
           05 payload    pic x(20).
           05 nodeLeft   usage pointer.
           05 nodeRight  usage pointer.
       01  head          usage pointer.
       01  target-code   pic x(20).
       01  found-payload pic x(20).
       01  found-flag    pic x(1).
           88 code-found       value 'Y'.
           88 code-not-found   value 'N'.

       procedure division using head target-code found-payload
               found-flag.
           if head = null
              set code-not-found to true
              move spaces to found-payload
              goback
           end-if

           set address of code-node to head
           if target-code = code-key
              set code-found to true
              move payload to found-payload
              goback
           end-if

           if target-code < code-key
              call 'SearchCodeTree' using nodeLeft target-code
                  found-payload found-flag
           else
              call 'SearchCodeTree' using nodeRight target-code
                  found-payload found-flag
           end-if
           goback.

       end program SearchCodeTree.
