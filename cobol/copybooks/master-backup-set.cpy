      * one record of a master-file backup set (MSTRSET.yyyymmdd),
      * written by MasterBackup and read back by MasterRestore. the
      * set opens with a 'SET' record and each member follows as an
      * 'MBR' header, its 'DAT' records (the member's record bytes
      * as they stood, binary included) and an 'END' trailer with
      * the data record count and chained XOR checksum. records are
      * variable length: the tag plus what the record carries.
           05 bks-tag              pic x(3).
              88 bks-set-header    value 'SET'.
              88 bks-member-header value 'MBR'.
              88 bks-data          value 'DAT'.
              88 bks-member-trailer value 'END'.
           05 bks-body             pic x(40024).
           05 bks-member-view redefines bks-body.
              10 bks-member-name   pic x(100).
      *       'S' the BFSCRMST script master, 'M' the MTXMST matrix
      *       master, 'P' the PARTMST partner master (all three
      *       indexed), 'L' a line sequential file
              10 bks-member-org    pic x(1).
              10 bks-member-count  pic 9(9).
              10 bks-member-checksum pic x(8).
              10 filler            pic x(39906).
           05 bks-set-view redefines bks-body.
              10 bks-set-date      pic x(8).
              10 bks-set-stamp     pic x(19).
              10 filler            pic x(39997).
