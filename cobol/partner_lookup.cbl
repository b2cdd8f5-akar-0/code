       identification division.
       program-id. PartnerLookup.
      * hands a caller one partner's PARTMST registry record, looked
      * up by partner-id or by the file-id on one of their files --
      * so FileGateway, FilePackager and the DateService callers take
      * a counterparty's file-ids, code page and calendar from one
      * place. PARTNER-FUNCTION 'P' looks PARTNER-KEY up as the
      * partner-id, 'I' as an inbound file-id, 'O' as an outbound
      * file-id. the master is read into a table on the first call
      * and every later call that run is a table search, however
      * many files and steps ask. PARTNER-STATUS: 'F' found (the
      * record comes back in PARTNER-DATA), 'N' not on the registry,
      * 'M' no registry file (or an empty one), 'S' unknown function.
      * modification history
      *   akar-0  new subprogram
       environment division.
       input-output section.
       file-control.
           select optional partner-master assign to 'PARTMST'
               organization is indexed
               access mode is sequential
               record key is mst-partner-id
               file status is master-status.

       data division.
       file section.
       fd  partner-master.
       01  partner-master-record.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==mst==.

       working-storage section.
       01  master-status         pic x(2).
       01  end-of-master         pic x(1).
       01  loaded-flag           pic x(1) value 'N'.
      * the whole registry, loaded once per run
       01  partner-table.
           05 partner-count      pic 9(3) value 0.
           05 partner-entry      pic x(225) occurs 200 times.
       01  px                    pic 9(3).
       01  partner-found         pic 9(3).
       01  entry-view.
           copy "partner-record.cpy"
               replacing leading ==prt== by ==ent==.

       linkage section.
       01  partner-function      pic x(1).
           88 by-partner-id          value 'P'.
           88 by-inbound-file-id     value 'I'.
           88 by-outbound-file-id    value 'O'.
       01  partner-key           pic x(8).
       01  partner-data.
           copy "partner-record.cpy".
       01  partner-status        pic x(1).
           88 partner-on-file        value 'F'.
           88 partner-not-on-file    value 'N'.
           88 partner-master-missing value 'M'.
           88 partner-bad-function   value 'S'.

       procedure division using partner-function partner-key
               partner-data partner-status.
           move spaces to partner-data
           if not by-partner-id and not by-inbound-file-id
              and not by-outbound-file-id
              set partner-bad-function to true
              goback
           end-if
           if loaded-flag not = 'Y'
              perform load-registry
           end-if
           if partner-count = 0
              set partner-master-missing to true
              goback
           end-if

      *    blank file-ids are never a match -- a partner with no
      *    outbound file is not every caller's blank key
           move 0 to partner-found
           if partner-key not = spaces
              perform varying px from 1 until px > partner-count
                  move partner-entry(px) to entry-view
                  evaluate true
                      when by-partner-id
                           and ent-partner-id = partner-key
                          move px to partner-found
                      when by-inbound-file-id
                           and ent-inbound-file-id = partner-key
                          move px to partner-found
                      when by-outbound-file-id
                           and ent-outbound-file-id = partner-key
                          move px to partner-found
                  end-evaluate
                  if partner-found > 0
                     move partner-count to px
                  end-if
              end-perform
           end-if
           if partner-found = 0
              set partner-not-on-file to true
           else
              move partner-entry(partner-found) to partner-data
              set partner-on-file to true
           end-if
           goback.

       load-registry.
           move 'Y' to loaded-flag
           move 0 to partner-count
           move 'N' to end-of-master
           open input partner-master
           if master-status not = '00'
              close partner-master
              exit paragraph
           end-if
           perform until end-of-master = 'Y'
               read partner-master next
                   at end move 'Y' to end-of-master
                   not at end
                       if partner-count < 200
                          add 1 to partner-count
                          move partner-master-record
                               to partner-entry(partner-count)
                       end-if
               end-read
           end-perform
           close partner-master
           .

       end program PartnerLookup.
