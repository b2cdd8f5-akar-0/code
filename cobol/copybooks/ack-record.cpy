      * shared partner acknowledgment record; COPY under an 01 (level
      * 05 fields). 'FileGateway' appends one to ACK.<partner-id> for
      * every file it takes in from a partner on the PARTMST
      * registry, accepted or not, and 'FilePackager' sends the lot
      * back to the partner under the ACKPACK list -- so "did you
      * get last night's file" is answered in their inbox.
           05 ack-tag              pic x(3).
           05 filler               pic x(1).
      *    the file-id the partner stamped on what they sent
           05 ack-file-id          pic x(8).
           05 filler               pic x(1).
           05 ack-status           pic x(8).
              88 ack-accepted      value 'ACCEPTED'.
              88 ack-rejected      value 'REJECTED'.
           05 filler               pic x(1).
      *    YYYY-MM-DD HH:MM:SS the gateway ruled on the file
           05 ack-stamp            pic x(19).
           05 filler               pic x(1).
      *    data records and checksum as we counted and computed them
           05 ack-record-count     pic 9(9).
           05 filler               pic x(1).
           05 ack-checksum         pic x(8).
           05 filler               pic x(1).
      *    why the file was rejected; STAGED when accepted
           05 ack-reason           pic x(60).
