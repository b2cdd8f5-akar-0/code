       identification division.
       program-id. CodeTable.
      * membership lookups against the reference code tables partner
      * fields have to come from -- currencies, branches, products.
      * a table named CURRENCY is the file CODETAB.CURRENCY, one code
      * (X(20)) and its description (X(20)) per line in any order.
      * the first lookup against a name loads that file into a
      * code-keyed tree through the tree family
      * ('BalancedCodeTreeBuild', after a SORT that drops blank and
      * repeated codes) and every later lookup that run is a
      * 'SearchCodeTree' walk of it, so each table is read once per
      * run however many fields and records use it. CODE-STATUS: 'F'
      * found (the description comes back), 'N' not in the table,
      * 'M' no such table file or an empty one, 'T' more than 20
      * tables named in one run.
      * modification history
      *   akar-0  new subprogram
       environment division.
       input-output section.
       file-control.
           select optional reference-file
               assign to dynamic reference-file-name
               organization is line sequential.
           select sort-work assign to 'CODETSRW'.
           select sorted-file assign to dynamic sorted-file-name
               organization is line sequential.

       data division.
       file section.
       fd  reference-file.
       01  reference-record.
           05 ref-code           pic x(20).
           05 ref-description    pic x(20).

       sd  sort-work.
       01  sort-record.
           05 srt-code           pic x(20).
           05 srt-description    pic x(20).

       fd  sorted-file.
       01  sorted-record.
           05 sdd-code           pic x(20).
           05 sdd-description    pic x(20).

       working-storage section.
      * the tables loaded so far this run, each with its tree
       01  loaded-tables.
           05 loaded-count       pic 9(2) value 0.
           05 loaded-table occurs 20 times.
              10 lt-name         pic x(20).
              10 lt-head         usage pointer.
              10 lt-code-count   pic 9(5) comp.
       01  tx                    pic 9(2).
       01  table-found           pic 9(2).
       01  reference-file-name   pic x(100).
       01  sorted-file-name      pic x(100) value 'CODETSRT'.
       01  end-of-sort           pic x(1).
       01  last-code             pic x(20).
       01  build-count           pic 9(5) comp.
       01  build-depth           pic 9(2).
       01  found-flag            pic x(1).

       linkage section.
       01  code-table-name       pic x(20).
       01  code-value            pic x(20).
       01  code-description      pic x(20).
       01  code-status           pic x(1).
           88 code-found             value 'F'.
           88 code-not-found         value 'N'.
           88 code-table-missing     value 'M'.
           88 code-too-many-tables   value 'T'.

       procedure division using code-table-name code-value
               code-description code-status.
           move spaces to code-description
           move 0 to table-found
           perform varying tx from 1 until tx > loaded-count
               if lt-name(tx) = code-table-name
                  move tx to table-found
               end-if
           end-perform
           if table-found = 0
              if loaded-count >= 20
                 set code-too-many-tables to true
                 goback
              end-if
              perform load-table
           end-if

           if lt-code-count(table-found) = 0
              set code-table-missing to true
              goback
           end-if
           call 'SearchCodeTree' using lt-head(table-found)
               code-value code-description found-flag
           if found-flag = 'Y'
              set code-found to true
           else
              set code-not-found to true
           end-if
           goback.

       load-table.
      *    a table that is missing or empty is remembered too, so it
      *    is only looked for once
           add 1 to loaded-count
           move loaded-count to table-found
           move code-table-name to lt-name(table-found)
           set lt-head(table-found) to null
           move 0 to lt-code-count(table-found)
           move spaces to reference-file-name
           string 'CODETAB.' delimited by size
                  function trim(code-table-name) delimited by size
                  into reference-file-name
           sort sort-work on ascending key srt-code
               using reference-file
               output procedure is write-unique-codes
           move lt-code-count(table-found) to build-count
           if build-count > 0
              move 0 to build-depth
              call 'BalancedCodeTreeBuild' using lt-head(table-found)
                  sorted-file-name build-count build-depth
           end-if
           .

       write-unique-codes.
           move 'N' to end-of-sort
           move low-values to last-code
           open output sorted-file
           perform until end-of-sort = 'Y'
               return sort-work
                   at end move 'Y' to end-of-sort
                   not at end
                       if srt-code not = spaces
                          and srt-code not = last-code
                          move sort-record to sorted-record
                          write sorted-record
                          add 1 to lt-code-count(table-found)
                          move srt-code to last-code
                       end-if
               end-return
           end-perform
           close sorted-file
           .

       end program CodeTable.
