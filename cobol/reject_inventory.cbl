       date-written.  09/02/2026.
       date-compiled. 09/02/2026.
      * One inventory over every reject file the drivers divert to
      * (GCDREJCT, SQRTREJ, SLICEREJ, BFSCRREJ, EDITREJ, DUPREJ,
      * REFMTREJ, SORTREJ):
      * counts by file and by the reason appended to each record,
      * plus aging -- every record is identified by a
      * 'RecordChecksum' fold and matched against the REJAGING state
      * file to find the date it was first seen, so a reject sitting
      * across nights shows its age and anything older than the
      * threshold (optional REJCTL record, default 3 days) is flagged
      * loudly on REJINVRPT. Records that disappear from a reject
      * file (corrected and resubmitted) drop out of REJAGING on the
      * next run. Over-age rejects count as the job's rejects, so the
      * completion code escalates when "we'll fix the feed tomorrow"
      * becomes three weeks.
       environment division.
       input-output section.
       file-control.
       data division.
       file section.
       fd  reject-file.
       01  reject-line            pic x(4674).

       fd  aging-file.
       01  aging-record.
      * the reject files and where each one's appended reason starts
       01  file-config-table.
           05 filler pic x(32) value 'GCDREJCT0049'.
           05 filler pic x(32) value 'SQRTREJ 0034'.
           05 filler pic x(32) value 'SLICEREJ0410'.
           05 filler pic x(32) value 'BFSCRREJ4599'.
           05 filler pic x(32) value 'EDITREJ 2001'.
           05 filler pic x(32) value 'DUPREJ  4651'.
           05 filler pic x(32) value 'REFMTREJ2001'.
           05 filler pic x(32) value 'SORTREJ 2001'.
       01  file-configs redefines file-config-table.
           05 file-config occurs 8 times.
              10 cfg-file-id      pic x(8).
              10 cfg-reason-pos   pic 9(4).
              10 filler           pic x(20).
                  into report-line
           write report-line

           perform varying fx from 1 until fx > 8
               perform 1000-inventory-one-file
           end-perform

