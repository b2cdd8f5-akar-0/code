      * one reconciliation break on the BRKREG break register, kept
      * in BRK-KEY order: ValidateRecordField opens, re-sights and
      * clears breaks from each night's findings, analysts assign,
      * annotate and write them off through OnlineMaintenance, and
      * BreakAgingReport ages the open ones by partner and field.
      * BRK-RECORD-KEY is the key field's value on a key-matched run
      * and 'RECORD n' on a positional one; BRK-FIELD is the layout
      * field name (or 'FIELD n'), or '*NO OUTBOUND MATCH' /
      * '*NO INBOUND MATCH' for an unmatched record. the values are
      * the latest sighting's field contents -- THEIR-VALUE from the
      * partner's inbound side, OUR-VALUE from our outbound side --
      * and the correction fields record an analyst's "send
      * correction" mark and PartnerCorrection sending it.
           05 brk-key.
              10 brk-layout      pic x(20).
              10 brk-partner     pic x(8).
              10 brk-record-key  pic x(60).
              10 brk-field       pic x(20).
      *    'M' field mismatch, 'T' field fails its declared type,
      *    'I' inbound record unmatched, 'O' outbound record unmatched
           05 brk-kind           pic x(1).
           05 brk-status         pic x(1).
              88 brk-open        value 'O'.
              88 brk-cleared     value 'C'.
              88 brk-written-off value 'W'.
           05 brk-first-seen     pic x(8).
           05 brk-last-seen      pic x(8).
           05 brk-closed-date    pic x(8).
           05 brk-owner          pic x(8).
           05 brk-note           pic x(60).
           05 brk-note-oper      pic x(8).
           05 brk-note-date      pic x(8).
           05 brk-their-value    pic x(100).
           05 brk-our-value      pic x(100).
           05 brk-correction     pic x(1).
              88 brk-correction-wanted value 'R'.
              88 brk-correction-sent   value 'S'.
           05 brk-correction-oper pic x(8).
           05 brk-correction-date pic x(8).
