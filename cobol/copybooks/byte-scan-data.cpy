      * caller-side fields for the 'ByteHygieneScan' service; COPY
      * under a 01 group and pass it with the file name. everything
      * comes back filled in: the code page the first byte says the
      * file is in ('A' ASCII, 'E' EBCDIC -- the same test the gateway
      * translates on), counts of control characters and of bytes
      * outside the printable range with the line, column and value
      * of the first of each (line 1, column 1 is the first byte),
      * the line endings found, and how many lines look like the
      * other code page. a file whose lines disagree about their code
      * page comes back BSD-MIXED-SUSPECTED.
           05 bsd-status          pic x(1).
              88 bsd-scanned      value 'V'.
              88 bsd-missing      value 'M'.
           05 bsd-code-page       pic x(1).
           05 bsd-byte-count      pic 9(11).
           05 bsd-line-count      pic 9(9).
           05 bsd-control-count   pic 9(9).
           05 bsd-control-line    pic 9(9).
           05 bsd-control-column  pic 9(5).
           05 bsd-control-byte    pic 9(3).
           05 bsd-high-count      pic 9(9).
           05 bsd-high-line       pic 9(9).
           05 bsd-high-column     pic 9(5).
           05 bsd-high-byte       pic 9(3).
           05 bsd-lf-count        pic 9(9).
           05 bsd-crlf-count      pic 9(9).
           05 bsd-cr-count        pic 9(9).
      *    'Y' the last line has no line ending at all
           05 bsd-unterminated    pic x(1).
           05 bsd-ascii-lines     pic 9(9).
           05 bsd-ebcdic-lines    pic 9(9).
      *    the first line that looks like the other code page
           05 bsd-other-line      pic 9(9).
           05 bsd-mixed-flag      pic x(1).
              88 bsd-mixed-suspected value 'Y'.
