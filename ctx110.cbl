      *        - env-var CTX110-FORCE = 'Y' is the forced-rerun
      *          override; a forced batch posts but is flagged loudly
      *          on the receipts report and register
      *        - every payment also posts to the FOLLEDG folio ledger
      *          through the shared folpost subprogram, one 'PM' row
      *          per levy year's owing slot the payment was applied
      *          to, referenced by the payment ref and batch id
       program-id. ctx110.
       environment division.
       input-output section.
           05 aud-file-ws        pic x(8) value "CITYTAX2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 128.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value "PM".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX110".
      *eject
       procedure division.
           perform unixproc1.
           move 'N' to slots-valid-sw.
           move zeros to yr-idx.
           perform slotchkrtn until yr-idx >= 3.
           move pmt-ref to fol-ref.
           move batch-id to fol-batch.
           if slots-valid
              move pmt-amount to remaining-amt
              perform applyyr1rtn until remaining-amt <= 0
           else
              move zeros to fol-year
              compute fol-amount = 0 - pmt-amount
              perform folpostrtn
           end-if.
       slotchkrtn.
           add 1 to yr-idx.
              if best-yr-idx not = zeros
                 subtract remaining-amt
                     from ctx2-owing-amt (best-yr-idx)
                 move ctx2-owing-year (best-yr-idx) to fol-year
              else
                 move zeros to fol-year
              end-if
              compute fol-amount = 0 - remaining-amt
              perform folpostrtn
              move 0 to remaining-amt
           else
              if ctx2-owing-amt (best-yr-idx) >= remaining-amt
              subtract applied-amt
                  from ctx2-owing-amt (best-yr-idx)
              subtract applied-amt from remaining-amt
              move ctx2-owing-year (best-yr-idx) to fol-year
              compute fol-amount = 0 - applied-amt
              perform folpostrtn
           end-if.
      * one payment portion to the folio ledger
       folpostrtn.
           call "folpost" using ctx-folio fol-type fol-year fol-amount
               fol-ref fol-batch fol-pgm rundate-ymd8.
       findoldestrtn.
           add 1 to yr-idx.
           if ctx2-owing-amt (yr-idx) numeric
