      *          interest on the remaining balance - joins the levy
      *          as its own identified charge, totalled by bylaw on
      *          the register; ctx205 proves the bylaw positions
      *        - each levy appends its year, total and folio count to
      *          the LEVYHIST history, the figure the current-levy
      *          collection rate is measured against once payments
      *          have worked the owing slots down
      *        - the requisitions other taxing authorities send us
      *          (school district, regional district, library board)
      *          levy off the REQRATE table - one row per authority
      *          and class, rate per thousand like MILLRATE, which
      *          now carries the municipal rate alone - each as its
      *          own identified component of the folio's levy, with
      *          the register totalled by authority; no REQRATE on
      *          disk means the municipal rate is the whole tax
      *        - every folio's levy is written component by component
      *          to LEVYDTL (municipal, each authority, each utility
      *          service, each bylaw installment) for ctx210's
      *          requisition remittance; ctx135, ctx160 and ctx220
      *          append signed rows to it as they move the owing slots
      *        - each folio's levy also posts to the FOLLEDG folio
      *          ledger through the shared folpost subprogram as an
      *          'LV' row for the levy year; since that ledger is
      *          permanent, the CITYTAX generation check now runs as
      *          a pre-pass before anything is levied
       program-id. ctx130.
       environment division.
       input-output section.
           select locimp assign external LOCIMP
                  organization line sequential
                  file status locimp-stat.
           select reqrate assign external REQRATE
                  organization line sequential
                  file status reqrate-stat.
           select levydtl assign external LEVYDTL
                  organization line sequential.
           select citytax3 assign external CITYTAX3
                  organization record sequential access mode sequential.
           select levyreg assign external LEVYREG
                  organization line sequential.
           select levyhist assign external LEVYHIST
                  organization line sequential
                  file status levyhist-stat.
      *eject
       data  division.
       file section.
              05 uc-service      pic x(2).
              05 uc-annual       pic 9(5)v99.
              05 filler          pic x(21).
      * requisition rate table - one row per taxing authority per
      * property class, rate per thousand dollars of assessed value
       fd  reqrate record contains 80 characters.
           01 rqrec.
              05 rq-auth         pic x(4).
              05 rq-class        pic x(2).
              05 rq-rate         pic 9(3)v9999.
              05 rq-dscrptn      pic x(30).
              05 filler          pic x(37).
      * the levy by component - one row per folio per component,
      * in roll order; 'T' tax (ld-code MUNI or the authority),
      * 'U' utility service, 'L' local improvement bylaw
       fd  levydtl record contains 40 characters.
           01 ldrec.
              05 ld-folio        pic x(10).
              05 ld-year         pic 9(4).
              05 ld-kind         pic x(1).
              05 ld-code         pic x(6).
              05 ld-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
       fd  citytax3 record contains 128 characters.
           01 ctxrec3           pic x(128).
       fd  levyreg record contains 120 characters.
           01 rptline            pic x(120).
      * levy history - one line appended per levy run; a rerun of the
      * same year's levy appends again and the latest line stands
       fd  levyhist record contains 40 characters.
           01 lhrec.
              05 lh-year         pic 9(4).
              05 filler          pic x(1).
              05 lh-levy         pic 9(11)v99.
              05 filler          pic x(1).
              05 lh-folios       pic 9(7).
              05 filler          pic x(1).
              05 lh-rundate      pic 9(8).
              05 filler          pic x(5).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 norate-count       pic 9(5) value zeros.
           05 levy-amt-ed        pic zzzz,zzz.99-.
           05 levy-tot-ed        pic zzz,zzz,zz9.99-.
      * requisitions in a table, totalled by authority for the
      * register so each authority's share is its own figure
       01  req-flds.
           05 reqrate-stat       pic xx value spaces.
           05 reqrate-eof        pic x value ' '.
               88 reqrate-at-eof          value '1'.
           05 req-count          pic 9(3) value zeros.
           05 req-idx            pic 9(3) value zeros.
           05 req-amt            pic s9(7)v99 comp-3 value 0.
           05 muni-amt           pic s9(7)v99 comp-3 value 0.
           05 tot-muni           pic s9(11)v99 comp-3 value 0.
           05 tot-req            pic s9(11)v99 comp-3 value 0.
           05 auth-count         pic 9(2) value zeros.
           05 auth-idx           pic 9(2) value zeros.
           05 auth-found-sw      pic x value 'N'.
               88 auth-found              value 'Y'.
       01  req-table.
           05 req-entry occurs 200 times.
              10 qt-auth         pic x(4).
              10 qt-class        pic x(2).
              10 qt-rate         pic 9(3)v9999.
              10 qt-dscrptn      pic x(30).
       01  auth-table.
           05 auth-entry occurs 20 times.
              10 au-auth         pic x(4).
              10 au-dscrptn      pic x(30).
              10 au-folios       pic 9(7).
              10 au-levy         pic s9(11)v99 comp-3.
      * levy totals by property class for the register
       01  rate-table.
           05 rate-entry occurs 20 times.
           05 gen-out-count      pic 9(9) value zeros.
           05 gen-out-hash       pic s9(11)v99 value zeros.
           05 gen-status         pic x(2) value spaces.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value "LV".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX130".
       01  misc.
           05 citytax-stat       pic xx value spaces.
           05 millrate-stat      pic xx value spaces.
           05 levyhist-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              close utilchg
           end-if.
           perform loadlirtn.
      * no REQRATE on disk just means no requisitions this levy
           open input reqrate.
           if reqrate-stat = '00'
              read reqrate at end move '1' to reqrate-eof
              end-read
              perform loadreqrtn until reqrate-at-eof
              close reqrate
           end-if.
           perform genchkrtn.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
           end-if.
           compute levy-year = rundate-ymd8-cc * 100
               + rundate-ymd8-yy.
           string "LEVY " levy-year delimited by size into fol-ref
           end-string.
           string "CTX130" rundate-ymd6 delimited by size
               into fol-batch
           end-string.
           open output citytax3 levyreg levydtl.
           move spaces to rptline.
           string "ANNUAL TAX LEVY REGISTER - RUN " rundate-ymd8e
               delimited by size into rptline
           read citytax at end move '1' to citytax-eof.
           perform levyrtn until citytax-at-eof.
           perform regrtn.
           close citytax citytax3 levyreg levydtl.
           move "STAMP" to gen-func.
           move "CITYTAX" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
               gen-out-hash gen-status.
           perform levyhistrtn.
           move "CTX130" to jobsum-pgm.
           move folio-count to jobsum-count.
           if norate-count > 0
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * verify the mounted CITYTAX against its latest generation
      * stamp BEFORE the levy pass posts anything to the folio
      * ledger - the pre-pass foots the roll first, the cpy200 shape
       genchkrtn.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move '1' to citytax-eof.
           perform genchk1rtn until citytax-at-eof.
           close citytax.
           move ' ' to citytax-eof.
           move "CHECK" to gen-func.
           move "CITYTAX" to gen-file.
           call "genstamp" using gen-func gen-file gen-in-count
               gen-in-hash gen-status.
           if gen-status = 'NO'
              display "CTX130 - CITYTAX DOES NOT MATCH ITS LATEST "
                  "GENERATION STAMP - WRONG GENERATION MOUNTED, "
                  "RUN STOPPED BEFORE LEVYING" upon console
              stop run returning 16
           end-if.
       genchk1rtn.
           add 1 to gen-in-count.
           add ctx-maint-tax to gen-in-hash.
           read citytax at end move '1' to citytax-eof.
      * record the year's levy total for the collection-rate measure
       levyhistrtn.
           open extend levyhist.
           if levyhist-stat = '35'
              open output levyhist
           end-if.
           move spaces to lhrec.
           move levy-year to lh-year.
           move grand-levy to lh-levy.
           move folio-count to lh-folios.
           move rundate-ymd8 to lh-rundate.
           write lhrec.
           close levyhist.
       loadratertn.
           if rate-count >= 20
              display "CTX130 - RATE-TABLE FULL, MR-CLASS: "
      * improvements, written as the new roll's ctx-maint-tax
       levyrtn.
           add 1 to folio-count.
           perform findratertn.
           if found
              compute assessed-value =
                  ctx-land-value + ctx-imp-value
              compute levy-amt rounded =
                  assessed-value * rt-rate (srch-idx) / 1000
              move levy-amt to muni-amt
              add muni-amt to tot-muni
              move spaces to ldrec
              move 'T' to ld-kind
              move "MUNI" to ld-code
              move muni-amt to ld-amount
              perform ldwritertn
              perform reqrtn
              perform utilrtn
              add folio-util to levy-amt
              perform folio-li-rtn
              add folio-li to levy-amt
              perform yearrollrtn
              move levy-year to fol-year
              move levy-amt to fol-amount
              call "folpost" using ctx-folio fol-type fol-year
                  fol-amount fol-ref fol-batch fol-pgm rundate-ymd8
              move rundate-ymd6 to ctx-post-date
              add 1 to rt-folios (srch-idx)
              add levy-amt to rt-levy (srch-idx)
           add 1 to gen-out-count.
           add ctx-maint-tax to gen-out-hash.
           read citytax at end move '1' to citytax-eof.
      * each requisition for the folio's class - its share joins
      * the levy and the authority's total
       reqrtn.
           move zeros to req-idx.
           perform req1rtn until req-idx >= req-count.
       req1rtn.
           add 1 to req-idx.
           if qt-class (req-idx) = ctx-class
              compute req-amt rounded =
                  assessed-value * qt-rate (req-idx) / 1000
              add req-amt to levy-amt
              add req-amt to tot-req
              perform authaccrtn
              move spaces to ldrec
              move 'T' to ld-kind
              move qt-auth (req-idx) to ld-code
              move req-amt to ld-amount
              perform ldwritertn
           end-if.
       authaccrtn.
           move 'N' to auth-found-sw.
           move zeros to auth-idx.
           perform authacc1rtn
               until auth-found or auth-idx >= auth-count.
           if not auth-found
              if auth-count >= 20
                 display "CTX130 - AUTH-TABLE FULL, QT-AUTH: "
                     qt-auth (req-idx) " NOT TOTALLED" upon console
              else
                 add 1 to auth-count
                 move qt-auth (req-idx) to au-auth (auth-count)
                 move qt-dscrptn (req-idx) to au-dscrptn (auth-count)
                 move 1 to au-folios (auth-count)
                 move req-amt to au-levy (auth-count)
              end-if
           end-if.
       authacc1rtn.
           add 1 to auth-idx.
           if au-auth (auth-idx) = qt-auth (req-idx)
              move 'Y' to auth-found-sw
              add 1 to au-folios (auth-idx)
              add req-amt to au-levy (auth-idx)
           end-if.
      * one component of the folio's levy to LEVYDTL - the caller
      * has cleared the row and set the kind, code and amount
       ldwritertn.
           move ctx-folio to ld-folio.
           move levy-year to ld-year.
           write ldrec.
       loadreqrtn.
           if req-count >= 200
              display "CTX130 - REQ-TABLE FULL, RQ-AUTH: "
                  rq-auth " NOT LOADED" upon console
           else
              add 1 to req-count
              move rq-auth to qt-auth (req-count)
              move rq-class to qt-class (req-count)
              move rq-rate to qt-rate (req-count)
              move rq-dscrptn to qt-dscrptn (req-count)
           end-if.
           read reqrate at end move '1' to reqrate-eof.
      * roll the per-year owing slots and re-derive the total owing
       yearrollrtn.
           if ctx-owing-year (1) numeric
              add ut-annual (util-idx) to folio-util
              add ut-annual (util-idx) to tot-util
              perform svcaccrtn
              move spaces to ldrec
              move 'U' to ld-kind
              move ut-service (util-idx) to ld-code
              move ut-annual (util-idx) to ld-amount
              perform ldwritertn
           end-if.
       svcaccrtn.
           move 'N' to svc-found-sw.
                 add li-install to folio-li
                 add li-install to tot-li
                 perform bylawaccrtn
                 move spaces to ldrec
                 move 'L' to ld-kind
                 move lt-bylaw (li-idx) to ld-code
                 move li-install to ld-amount
                 perform ldwritertn
              end-if
           end-if.
       bylawaccrtn.
           perform regrtn1 until srch-idx >= rate-count.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move tot-muni to levy-tot-ed.
           move spaces to rptline.
           string "MUNICIPAL TAX LEVIED: " levy-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to auth-idx.
           perform authlinertn until auth-idx >= auth-count.
           move tot-req to levy-tot-ed.
           move spaces to rptline.
           string "REQUISITIONS LEVIED WITH TAX: " levy-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to svc-idx.
           perform svclinertn until svc-idx >= svc-count.
           move tot-util to levy-tot-ed.
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       authlinertn.
           add 1 to auth-idx.
           move au-levy (auth-idx) to levy-tot-ed.
           move spaces to rptline.
           string "REQUISITION " au-auth (auth-idx) " "
                  au-dscrptn (auth-idx)
                  "  FOLIOS: " au-folios (auth-idx)
                  "  LEVY: " levy-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       bylawlinertn.
           add 1 to bylaw-idx.
           move bw-amount (bylaw-idx) to levy-tot-ed.
