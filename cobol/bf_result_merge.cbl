      * A missing partition file ends the step with a control
      * failure instead of letting the night look complete with one
      * partition's scripts silently absent.
      * modification history
      *   akar-0  result records now carry the input actually used,
      *           so the merge copies the longer record whole
       environment division.
       input-output section.
       file-control.
           05 ctl-partition-count  pic 9(2).

       fd  part-file.
       01  part-record            pic x(2552).

       fd  result-file.
       01  result-record          pic x(2552).

       working-storage section.
       01  end-of-part          pic x(1).
