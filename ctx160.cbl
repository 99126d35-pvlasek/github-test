      *          flagged as a refund
      *        - the ADJREG adjustments register keeps the board
      *          reference as the audit trail
      *        - the class rate is the MILLRATE municipal rate plus
      *          every REQRATE requisition rate for the class, so an
      *          appeal reverses the same full rate the ctx130 levy
      *          charged
      *        - each adjustment also posts to the FOLLEDG folio
      *          ledger through the shared folpost subprogram as an
      *          'AJ' row against the slot it adjusted, referenced by
      *          the board reference
      *        - and is appended to LEVYDTL as signed 'T' component
      *          rows for that slot's year - each REQRATE authority's
      *          share of the change for the class at its own rate,
      *          the municipal row taking the rest - so ctx210's
      *          remittance sees the levy the owing slot now carries
       program-id. ctx160.
       environment division.
       input-output section.
           select millrate assign external MILLRATE
                  organization line sequential
                  file status millrate-stat.
           select reqrate assign external REQRATE
                  organization line sequential
                  file status reqrate-stat.
           select levydtl assign external LEVYDTL
                  organization line sequential
                  file status levydtl-stat.
           select citytaxa assign external CITYTAXA
                  organization record sequential access mode sequential.
           select adjreg assign external ADJREG
              05 mr-rate         pic 9(3)v9999.
              05 mr-dscrptn      pic x(30).
              05 filler          pic x(41).
       fd  reqrate record contains 80 characters.
           01 rqrec.
              05 rq-auth         pic x(4).
              05 rq-class        pic x(2).
              05 rq-rate         pic 9(3)v9999.
              05 rq-dscrptn      pic x(30).
              05 filler          pic x(37).
      * the ctx130 levy by component - adjustment rows appended
       fd  levydtl record contains 40 characters.
           01 ldrec.
              05 ld-folio        pic x(10).
              05 ld-year         pic 9(4).
              05 ld-kind         pic x(1).
              05 ld-code         pic x(6).
              05 ld-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
       fd  citytaxa record contains 128 characters.
           01 ctxreca.
              05 ctxa-folio      pic x(10).
               88 appealtr-at-eof         value 'Y'.
           05 millrate-eof       pic x value ' '.
               88 millrate-at-eof         value '1'.
           05 reqrate-eof        pic x value ' '.
               88 reqrate-at-eof          value '1'.
           05 rate-count         pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
           05 new-levy           pic s9(7)v99 comp-3 value 0.
           05 adj-amt            pic s9(7)v99 comp-3 value 0.
           05 assessed-value     pic 9(10) value zeros.
           05 assess-change      pic s9(10) value zeros.
           05 adj-count          pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 refund-count       pic 9(5) value zeros.
           05 rate-entry occurs 20 times.
              10 rt-class        pic x(2).
              10 rt-rate         pic 9(3)v9999.
      * the requisitions, kept apart for the LEVYDTL components
       01  req-flds.
           05 req-count          pic 9(3) value zeros.
           05 req-idx            pic 9(3) value zeros.
           05 req-amt            pic s9(7)v99 comp-3 value 0.
           05 comp-left          pic s9(7)v99 comp-3 value 0.
           05 ld-count           pic 9(5) value zeros.
       01  req-table.
           05 req-entry occurs 200 times.
              10 qt-auth         pic x(4).
              10 qt-class        pic x(2).
              10 qt-rate         pic 9(3)v9999.
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           05 gen-out-count      pic 9(9) value zeros.
           05 gen-out-hash       pic s9(11)v99 value zeros.
           05 gen-status         pic x(2) value spaces.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value "AJ".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX160".
       01  misc.
           05 citytax-stat       pic xx value spaces.
           05 appealtr-stat      pic xx value spaces.
           05 millrate-stat      pic xx value spaces.
           05 reqrate-stat       pic xx value spaces.
           05 levydtl-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           perform genchkrtn.
           string "CTX160" rundate-ymd6 delimited by size
               into fol-batch
           end-string.
           open input millrate.
           if millrate-stat not = '00'
              move millrate-stat to mf-filestat
           read millrate at end move '1' to millrate-eof.
           perform loadratertn until millrate-at-eof.
           close millrate.
      * no REQRATE is no requisitions - the municipal rate alone
           open input reqrate.
           if reqrate-stat = '00'
              read reqrate at end move '1' to reqrate-eof
              end-read
              perform addreqrtn until reqrate-at-eof
              close reqrate
           end-if.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              perform mf-display-filestat-eoj
           end-if.
           open output citytaxa adjreg.
           open extend levydtl.
           if levydtl-stat = '35'
              open output levydtl
           end-if.
           move spaces to rptline.
           move "ASSESSMENT APPEAL ADJUSTMENTS REGISTER" to rptline.
           write rptline before advancing 1 line.
           read appealtr at end move 'Y' to appealtr-eof.
           perform matchrtn until citytax-at-eof and appealtr-at-eof.
           perform ttlrtn.
           close citytax appealtr citytaxa adjreg levydtl.
           move "STAMP" to gen-func.
           move "CITYTAX" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
                  ctx-land-value + ctx-imp-value
              compute old-levy rounded =
                  assessed-value * rt-rate (srch-idx) / 1000
              compute assess-change = 0 - assessed-value
              compute assessed-value = ap-land + ap-imp
              compute new-levy rounded =
                  assessed-value * rt-rate (srch-idx) / 1000
              compute adj-amt = new-levy - old-levy
              add assessed-value to assess-change
              move ap-land to ctxa-land-value
              move ap-imp to ctxa-imp-value
              add adj-amt to ctxa-maint-tax
           perform adjyr1rtn until yr-idx >= 3.
           if best-yr-idx not = zeros
              add adj-amt to ctxa-owing-amt (best-yr-idx)
              move ctxa-owing-year (best-yr-idx) to fol-year
           else
              move zeros to fol-year
           end-if.
           move adj-amt to fol-amount.
           move ap-boardref to fol-ref.
           call "folpost" using ctx-folio fol-type fol-year fol-amount
               fol-ref fol-batch fol-pgm rundate-ymd8.
           if fol-year not = zeros and adj-amt not = 0
              perform ldcomprtn
           end-if.
       adjyr1rtn.
           add 1 to yr-idx.
                 move yr-idx to best-yr-idx
              end-if
           end-if.
      * the tax change by component to LEVYDTL - each authority's
      * share at its own rate, the municipal row taking what is left
      * so the rows add back to the change exactly
       ldcomprtn.
           move adj-amt to comp-left.
           perform ldreqrtn
               varying req-idx from 1 by 1 until req-idx > req-count.
           move spaces to ldrec.
           move 'T' to ld-kind.
           move "MUNI" to ld-code.
           move comp-left to ld-amount.
           perform ldwritertn.
       ldreqrtn.
           if qt-class (req-idx) = ctx-class
              compute req-amt rounded =
                  assess-change * qt-rate (req-idx) / 1000
              subtract req-amt from comp-left
              move spaces to ldrec
              move 'T' to ld-kind
              move qt-auth (req-idx) to ld-code
              move req-amt to ld-amount
              perform ldwritertn
           end-if.
       ldwritertn.
           move ctx-folio to ld-folio.
           move fol-year to ld-year.
           write ldrec.
           add 1 to ld-count.
      * a requisition rate is added into its class's rate, and kept
      * on its own for the components
       addreqrtn.
           if req-count >= 200
              display "CTX160 - REQ-TABLE FULL, RQ-AUTH: "
                  rq-auth " NOT LOADED" upon console
           else
              add 1 to req-count
              move rq-auth to qt-auth (req-count)
              move rq-class to qt-class (req-count)
              move rq-rate to qt-rate (req-count)
           end-if.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform addreq1rtn
               until found or srch-idx > rate-count.
           if found
              add rq-rate to rt-rate (srch-idx)
           end-if.
           read reqrate at end move '1' to reqrate-eof.
       addreq1rtn.
           if rt-class (srch-idx) = rq-class
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
       findratertn.
           move 1 to srch-idx.
           move 'N' to found-sw.
                  "  NET TAX CHANGE: " adj-tot-ed
                  "  REFUNDS DUE: " refund-count
                  "  REJECTED: " reject-count
                  "  LEVYDTL ROWS: " ld-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
