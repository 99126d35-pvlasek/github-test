      *          CITYTAX2, so the same credit can never extract
      *          twice; the auditlog trail records the before/after
      *          the ctx110 way
      *        - each refund also posts to the FOLLEDG folio ledger
      *          through the shared folpost subprogram as an 'RF'
      *          row restoring the balance to zero, against the
      *          newest levy year; netting within a folio moves
      *          nothing off the balance and posts no row
       program-id. ctx175.
       environment division.
       input-output section.
           05 aud-file-ws        pic x(8) value "CITYTAX2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 128.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value "RF".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX175".
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           perform unixproc1.
       mainline.
           perform genchkrtn.
           string "CTX175" rundate-ymd6 delimited by size
               into fol-batch
           end-string.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
       refundrtn.
           compute refund-amt = 0 - ctx2-maint-tax.
           move 0 to ctx2-maint-tax.
           move zeros to fol-year.
           if slots-valid
              move zeros to oldest-idx
              move zeros to scan-idx
              perform findnewestrtn until scan-idx >= 3
              if oldest-idx not = zeros
                 move ctx2-owing-year (oldest-idx) to fol-year
              end-if
              move zeros to yr-idx
              perform zeroslotrtn until yr-idx >= 3
           end-if.
           move refund-amt to fol-amount.
           move "CREDIT REFUNDED" to fol-ref.
           call "folpost" using ctx-folio fol-type fol-year fol-amount
               fol-ref fol-batch fol-pgm rundate-ymd8.
           add 1 to refund-count.
           add refund-amt to refund-total.
           move refund-amt to amt-ed.
