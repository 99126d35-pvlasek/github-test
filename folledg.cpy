      * folledg.cpy - folio transaction ledger record (FOLLEDG file)
      * - 80 byte fixed record, one per financial transaction posted
      *   to a folio's balance, appended (opened extend, never rolled
      *   over) through the shared folpost subprogram by every
      *   program that moves ctx-maint-tax - ctx130 levy, ctx135
      *   supplementary levy, ctx110 payments, ctx145 home-owner
      *   grants, ctx160 appeal adjustments, ctx175 refunds, ctx220
      *   subdivisions and consolidations
      * - rows are in the order they were posted; ctx215 sorts them
      *   by folio keeping that order for the statement of account,
      *   whose running balance proves to ctx-maint-tax
          05  fl-folio          pic x(10).
          05  fl-date           pic 9(8).
      * 'OB' opening balance taken on, 'LV' annual levy, 'SP'
      *   supplementary levy, 'PM' payment, 'GR' home-owner grant,
      *   'AJ' appeal adjustment, 'RF' credit balance refunded,
      *   'XO' conveyed out of a retired parent folio, 'XI' conveyed
      *   into a new child folio
          05  fl-type           pic x(2).
              88  fl-opening           value 'OB'.
              88  fl-levy              value 'LV'.
              88  fl-supp              value 'SP'.
              88  fl-payment           value 'PM'.
              88  fl-grant             value 'GR'.
              88  fl-appeal            value 'AJ'.
              88  fl-refund            value 'RF'.
              88  fl-convey-out        value 'XO'.
              88  fl-convey-in         value 'XI'.
      * the levy year (owing slot) the amount went against
          05  fl-year           pic 9(4).
      * signed effect on the balance owing - charges positive,
      *   payments and credits negative, a refund positive
          05  fl-amount         pic s9(7)v99  sign leading separate.
          05  fl-ref            pic x(16).
      * the posting batch - the CTXPMT batch id for payments, the
      *   program and run date otherwise
          05  fl-batch          pic x(12).
          05  fl-pgm            pic x(6).
          05  filler            pic x(12).
