      *        - the SUPPREG register totals the supplementary levy
      *          and the SUPPNOT owner notices print in the ctx140
      *          page format
      *        - the class rate is the MILLRATE municipal rate plus
      *          every REQRATE requisition rate for the class, so the
      *          supplementary levy taxes at the same full rate as the
      *          ctx130 levy
      *        - each supplementary levy also posts to the FOLLEDG
      *          folio ledger through the shared folpost subprogram
      *          as an 'SP' row against the current year's slot
      *        - and is appended to LEVYDTL as signed 'T' component
      *          rows for that slot's year - each REQRATE authority's
      *          share for the class at its own rate, the municipal
      *          row taking the rest - so ctx210's remittance sees
      *          the levy the owing slot now carries
       program-id. ctx135.
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
           select citytax2 assign external CITYTAX2
                  organization record sequential access mode sequential.
           select suppreg assign external SUPPREG
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
      * the ctx130 levy by component - supplementary rows appended
       fd  levydtl record contains 40 characters.
           01 ldrec.
              05 ld-folio        pic x(10).
              05 ld-year         pic 9(4).
              05 ld-kind         pic x(1).
              05 ld-code         pic x(6).
              05 ld-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
       fd  citytax2 record contains 128 characters.
           01 ctxrec2.
              05 ctx2-folio      pic x(10).
               88 supptran-at-eof         value 'Y'.
           05 millrate-eof       pic x value ' '.
               88 millrate-at-eof         value '1'.
           05 reqrate-eof        pic x value ' '.
               88 reqrate-at-eof          value '1'.
           05 rate-count         pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
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
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "CITYTAX2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 128.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value "SP".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX135".
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           05 citytax-stat       pic xx value spaces.
           05 supptran-stat      pic xx value spaces.
           05 millrate-stat      pic xx value spaces.
           05 reqrate-stat       pic xx value spaces.
           05 levydtl-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           perform genchkrtn.
           string "CTX135" rundate-ymd6 delimited by size
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
           open output citytax2 suppreg suppnot.
           open extend levydtl.
           if levydtl-stat = '35'
              open output levydtl
           end-if.
           move spaces to regline.
           string "SUPPLEMENTARY LEVY REGISTER - RUN DATE "
                  rundate-ymd6e
           read supptran at end move 'Y' to supptran-eof.
           perform matchrtn until citytax-at-eof and supptran-at-eof.
           perform ttlrtn.
           close citytax supptran citytax2 suppreg suppnot levydtl.
           move "STAMP" to gen-func.
           move "CITYTAX" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
           perform findnewestrtn until yr-idx >= 3.
           if newest-idx not = zeros
              add supp-levy to ctx2-owing-amt (newest-idx)
              move ctx2-owing-year (newest-idx) to fol-year
           else
              move zeros to fol-year
           end-if.
           add supp-levy to ctx2-maint-tax.
           move supp-levy to fol-amount.
           move spaces to fol-ref.
           string "SUPP EFF MM " sp-eff-mm delimited by size
               into fol-ref
           end-string.
           call "folpost" using ctx-folio fol-type fol-year fol-amount
               fol-ref fol-batch fol-pgm rundate-ymd8.
           if fol-year not = zeros and supp-levy not = 0
              perform ldcomprtn
           end-if.
           move ctx-folio to aud-key-ws.
           call "auditlog" using aud-file-ws aud-key-ws aud-lth
               ctxrec ctxrec2 jobid1 jobid2 rundate-ymd8.
                 move yr-idx to newest-idx
              end-if
           end-if.
      * the supplementary levy by component to LEVYDTL - each
      * authority's share at its own rate, the municipal row taking
      * what is left so the rows add back to the levy exactly
       ldcomprtn.
           move supp-levy to comp-left.
           perform ldreqrtn
               varying req-idx from 1 by 1 until req-idx > req-count.
           move spaces to ldrec.
           move 'T' to ld-kind.
           move "MUNI" to ld-code.
           move comp-left to ld-amount.
           perform ldwritertn.
       ldreqrtn.
           if qt-class (req-idx) = ctx-class
              compute req-amt rounded = assess-change
                  * qt-rate (req-idx) * months-left / 12000
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
              display "CTX135 - REQ-TABLE FULL, RQ-AUTH: "
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
           string "SUPPLEMENTARIES: " supp-count
                  "  ADDITIONAL LEVY: " tot-ed
                  "  REJECTED: " reject-count
                  "  LEVYDTL ROWS: " ld-count
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
