      * reject-correction audit line; COPY under an 01 (level 05
      * fields). 'OnlineMaintenance' writes one line to REJCAUDT per
      * field an operator changed on a reject record, before and
      * after, then one closing line -- field *QUEUED* -- carrying
      * the reason the driver gave, when the corrected record goes
      * to its pending file and leaves the reject file.
           05 rcr-stamp            pic x(19).
           05 filler               pic x(1).
           05 rcr-operator-id      pic x(8).
           05 filler               pic x(1).
      *    the reject file the record came off and the pending file
      *    it was queued to
           05 rcr-reject-file      pic x(8).
           05 filler               pic x(1).
           05 rcr-pending-file     pic x(8).
           05 filler               pic x(1).
           05 rcr-field            pic x(14).
           05 filler               pic x(1).
           05 rcr-before           pic x(30).
           05 filler               pic x(1).
           05 rcr-after            pic x(30).
