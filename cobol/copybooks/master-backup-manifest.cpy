      * one line of a master-file backup manifest (MSTRMANF.yyyymmdd)
      * per member of the set: the file, how it is organized (see
      * master-backup-set.cpy), the data record count and checksum
      * taken while it was copied, and 'B' backed up or 'M' missing
      * when the backup ran.
           05 bkm-member-name   pic x(100).
           05 bkm-member-org    pic x(1).
           05 bkm-record-count  pic 9(9).
           05 bkm-checksum      pic x(8).
           05 bkm-status        pic x(1).
              88 bkm-backed-up  value 'B'.
              88 bkm-missing    value 'M'.
