       identification division.
       program-id. ByteHygieneScan.
      * reads an arriving file byte by byte -- below the line
      * sequential reader, which hides exactly the bytes that hurt --
      * and reports what is in it: control characters (a stray X'00',
      * a tab inside a fixed-width field), bytes outside the
      * printable range, the line-ending style (LF, CR/LF, bare CR),
      * and whether the lines agree on a code page. the first byte
      * decides the file's code page the way the gateway does; for
      * an ASCII file a control character is anything below X'20' or
      * X'7F' and outside the printable range is anything above
      * X'7E', for an EBCDIC file everything below X'40' is control
      * and the high half is its printable range. a CR is a line
      * ending only when an LF follows it; a bare CR is counted as a
      * line ending and as a control character both. each line is
      * also judged on its own: one where most of the bytes that are
      * not spaces in either code page (X'20', X'40') sit above X'7F'
      * looks EBCDIC, any other non-blank line looks ASCII, and a
      * file with lines of both kinds -- a half-translated file, or
      * two files run together -- comes back mixed. the results go
      * back in the caller's byte-scan-data fields.
      * modification history
      *   akar-0  new subprogram
       environment division.
       input-output section.
       file-control.
           select optional scan-file assign to dynamic scan-file-name
               organization is sequential
               file status is scan-status.

       data division.
       file section.
       fd  scan-file.
       01  scan-byte           pic x(1).

       local-storage section.
       01  scan-status         pic x(2).
       01  end-of-scan         pic x(1).
       01  byte-ord            pic 9(3).
       01  noted-ord           pic 9(3).
       01  line-number         pic 9(9).
       01  column-number       pic 9(5).
       01  pending-cr          pic x(1).
       01  line-bytes          pic 9(5).
       01  line-high-bytes     pic 9(5).
       01  line-space-bytes    pic 9(5).

       linkage section.
       01  scan-file-name      pic x(100).
       01  byte-scan-data.
           copy "byte-scan-data.cpy".

       procedure division using scan-file-name byte-scan-data.
           initialize byte-scan-data
           move 'A' to bsd-code-page
           move 'N' to bsd-unterminated, bsd-mixed-flag
           open input scan-file
           if scan-status not = '00'
              set bsd-missing to true
              goback
           end-if
           set bsd-scanned to true
           move 1 to line-number
           move 0 to column-number
           move 'N' to pending-cr
           move 0 to line-bytes, line-high-bytes, line-space-bytes
           move 'N' to end-of-scan
           perform until end-of-scan = 'Y'
               read scan-file
                   at end move 'Y' to end-of-scan
                   not at end perform scan-one-byte
               end-read
           end-perform
           close scan-file

           if pending-cr = 'Y'
              perform count-bare-cr
              perform end-of-line
           else
              if column-number > 0
                 move 'Y' to bsd-unterminated
                 perform end-of-line
              end-if
           end-if
           if bsd-ascii-lines > 0 and bsd-ebcdic-lines > 0
              move 'Y' to bsd-mixed-flag
           end-if
           goback.

       scan-one-byte.
           add 1 to bsd-byte-count
           compute byte-ord = function ord(scan-byte) - 1
           if bsd-byte-count = 1 and byte-ord > 127
              move 'E' to bsd-code-page
           end-if

      *    a CR held back from the byte before is settled here: an
      *    LF after it makes the pair one line ending
           if pending-cr = 'Y'
              move 'N' to pending-cr
              if byte-ord = 10
                 add 1 to bsd-crlf-count
                 perform end-of-line
                 exit paragraph
              end-if
              perform count-bare-cr
           end-if
           evaluate byte-ord
               when 13
                   move 'Y' to pending-cr
                   exit paragraph
               when 10
                   add 1 to bsd-lf-count
                   perform end-of-line
                   exit paragraph
           end-evaluate

           add 1 to column-number
           perform classify-byte
           add 1 to line-bytes
           evaluate true
               when byte-ord = 32 or byte-ord = 64
                   add 1 to line-space-bytes
               when byte-ord > 127
                   add 1 to line-high-bytes
           end-evaluate
           .

       count-bare-cr.
      *    the CR was the byte after the last one counted on the line
           add 1 to bsd-cr-count
           add 1 to column-number
           move 13 to noted-ord
           perform note-control-byte
           add 1 to line-bytes
           .

       classify-byte.
           move byte-ord to noted-ord
           if bsd-code-page = 'E'
              if byte-ord < 64
                 perform note-control-byte
              end-if
              exit paragraph
           end-if
           evaluate true
               when byte-ord < 32 or byte-ord = 127
                   perform note-control-byte
               when byte-ord > 127
                   add 1 to bsd-high-count
                   if bsd-high-count = 1
                      move line-number to bsd-high-line
                      move column-number to bsd-high-column
                      move byte-ord to bsd-high-byte
                   end-if
           end-evaluate
           .

       note-control-byte.
           add 1 to bsd-control-count
           if bsd-control-count = 1
              move line-number to bsd-control-line
              move column-number to bsd-control-column
              move noted-ord to bsd-control-byte
           end-if
           .

       end-of-line.
           add 1 to bsd-line-count
           if line-bytes > line-space-bytes
              if line-high-bytes * 2 > line-bytes - line-space-bytes
                 add 1 to bsd-ebcdic-lines
                 if bsd-code-page = 'A' and bsd-other-line = 0
                    move line-number to bsd-other-line
                 end-if
              else
                 add 1 to bsd-ascii-lines
                 if bsd-code-page = 'E' and bsd-other-line = 0
                    move line-number to bsd-other-line
                 end-if
              end-if
           end-if
           add 1 to line-number
           move 0 to column-number
           move 0 to line-bytes, line-high-bytes, line-space-bytes
           .

       end program ByteHygieneScan.
