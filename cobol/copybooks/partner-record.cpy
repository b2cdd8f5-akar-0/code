      * shared PARTMST partner-registry record layout; COPY under an
      * 01 (level 05 fields) -- the master's FD in 'PartnerMaint' and
      * 'PartnerLookup', and the caller-side area 'PartnerLookup'
      * fills. everything we know about one counterparty, so that
      * onboarding a partner is one record rather than an edit to
      * GATECTL, PACKCTL, HOLIDAYS, LAYOUTS and somebody's inbox.
           05 prt-partner-id       pic x(8).
           05 prt-partner-name     pic x(30).
      *    the file-id stamped on what they send us (GATECTL) and on
      *    what we send them (PACKCTL); each one belongs to a single
      *    partner
           05 prt-inbound-file-id  pic x(8).
           05 prt-outbound-file-id pic x(8).
      *    'E' the partner sends and takes EBCDIC, 'A' ASCII, space
      *    not known (the gateway goes by the first byte as always)
           05 prt-code-page        pic x(1).
      *    their business calendar as 'DateService' names it
      *    (HOLIDAYS.<name>); spaces = the house HOLIDAYS calendar
           05 prt-calendar-name    pic x(8).
           05 prt-inbound-layout   pic x(20).
           05 prt-outbound-layout  pic x(20).
      *    HHMM the inbound file is due by; spaces = no cutoff
           05 prt-arrival-cutoff   pic x(4).
           05 prt-contact-name     pic x(30).
           05 prt-contact-phone    pic x(20).
           05 prt-contact-email    pic x(60).
      *    YYYYMMDD of the last add or replace
           05 prt-last-changed     pic x(8).
