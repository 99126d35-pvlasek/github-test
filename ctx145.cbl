      *          stays clean - and the GRANTREG claims register
      *          totals by grant type for the provincial
      *          reimbursement submission
      *        - each grant also posts to the FOLLEDG folio ledger
      *          through the shared folpost subprogram as a 'GR' row
      *          against the current year's slot
       program-id. ctx145.
       environment division.
       input-output section.
           05 aud-file-ws        pic x(8) value "CITYTAX2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 128.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value "GR".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX145".
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           perform unixproc1.
       mainline.
           perform genchkrtn.
           string "CTX145" rundate-ymd6 delimited by size
               into fol-batch
           end-string.
           accept res-class from environment "CTX145-CLASS"
               on exception move '01' to res-class
           end-accept.
           if newest-idx not = zeros
              subtract gc-amount
                  from ctx2-owing-amt (newest-idx)
              move ctx2-owing-year (newest-idx) to fol-year
           else
              move zeros to fol-year
           end-if.
           subtract gc-amount from ctx2-maint-tax.
           compute fol-amount = 0 - gc-amount.
           move spaces to fol-ref.
           if gc-senior
              move "SENIOR GRANT" to fol-ref
           else
              move "BASIC GRANT" to fol-ref
           end-if.
           call "folpost" using ctx-folio fol-type fol-year fol-amount
               fol-ref fol-batch fol-pgm rundate-ymd8.
           add 1 to grant-count.
           add gc-amount to grant-total.
           if gc-senior
