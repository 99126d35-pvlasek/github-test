       identification division.
      * ctx210 - test/demo mainframe conversion to micro focus cobol
      *        - requisition remittance report - what we owe each
      *          taxing authority out of the year's levy, off the
      *          LEVYDTL component file the ctx130 levy writes (one
      *          row per folio and component: the municipal tax,
      *          each authority's requisition, utility charges and
      *          local improvement installments), plus the signed
      *          rows ctx135 supplementaries, ctx160 appeals and
      *          ctx220 subdivisions append after it - the file is
      *          sorted by folio and component so a folio's rows come
      *          together and each component nets to one amount, and
      *          a folio netting to nil (a retired parent) is only
      *          counted
      *        - env-var CTX210-YEAR (ccyy, default the run date's
      *          year) names the levy year reported
      *        - each folio's collection on the year's levy is its
      *          levied total less what is still owing in that
      *          year's CITYTAX owing slot; a folio whose slot has
      *          rolled away with nothing owing is fully collected
      *        - collections are shared across the folio's
      *          components in proportion to their levy, the last
      *          component taking the rounding so the shares add
      *          back to the folio's collection exactly
      *        - one line per component - levied, collected (the
      *          amount to remit) and uncollected - with authority
      *          names off REQRATE
      *        - a LEVYDTL folio no longer on the roll is counted
      *          and listed, as is a folio whose owing cannot be
      *          placed against the year (nothing is assumed
      *          collected for it); JOBSUM status REJECTS for either
       program-id. ctx210.
       environment division.
       input-output section.
       file-control.
           select levydtl assign external LEVYDTL
                  organization line sequential
                  file status levydtl-stat.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select reqrate assign external REQRATE
                  organization line sequential
                  file status reqrate-stat.
           select sortwk assign "sortwktx210".
           select remitrpt assign external REMITRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  levydtl record contains 40 characters.
           01 ldrec.
              05 ld-folio        pic x(10).
              05 ld-year         pic 9(4).
              05 ld-kind         pic x(1).
                  88 ld-tax                 value 'T'.
                  88 ld-util                value 'U'.
                  88 ld-locimp              value 'L'.
              05 ld-code         pic x(6).
              05 ld-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
      * the year's rows in folio and component order
       sd  sortwk.
           01 sortrec.
              05 sr-folio        pic x(10).
              05 sr-year         pic 9(4).
              05 sr-kind         pic x(1).
              05 sr-code         pic x(6).
              05 sr-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  reqrate record contains 80 characters.
           01 rqrec.
              05 rq-auth         pic x(4).
              05 rq-class        pic x(2).
              05 rq-rate         pic 9(3)v9999.
              05 rq-dscrptn      pic x(30).
              05 filler          pic x(37).
       fd  remitrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 levydtl-eof        pic x value ' '.
               88 levydtl-at-eof          value '1'.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 reqrate-eof        pic x value ' '.
               88 reqrate-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 levy-year          pic 9(4) value zeros.
           05 hold-folio         pic x(10) value spaces.
           05 row-count          pic 9(7) value zeros.
           05 skip-count         pic 9(7) value zeros.
           05 folio-tot-count    pic 9(5) value zeros.
           05 orphan-count       pic 9(5) value zeros.
           05 unplaced-count     pic 9(5) value zeros.
           05 nil-count          pic 9(5) value zeros.
           05 folio-levy         pic s9(9)v99 comp-3 value 0.
           05 folio-coll         pic s9(9)v99 comp-3 value 0.
           05 coll-left          pic s9(9)v99 comp-3 value 0.
           05 share-amt          pic s9(9)v99 comp-3 value 0.
           05 slot-idx           pic 9 value zero.
           05 slot-found-sw      pic x value 'N'.
               88 slot-found              value 'Y'.
           05 folio-idx          pic 9(5) value zeros.
           05 folio-count        pic 9(5) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 tot-levied         pic s9(11)v99 comp-3 value 0.
           05 tot-coll           pic s9(11)v99 comp-3 value 0.
           05 kind-txt           pic x(12) value spaces.
           05 name-txt           pic x(30) value spaces.
           05 amt-ed1            pic zzz,zzz,zz9.99-.
           05 amt-ed2            pic zzz,zzz,zz9.99-.
           05 amt-ed3            pic zzz,zzz,zz9.99-.
      * the parms come in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 levy-year-txt      pic x(4) value '0000'.
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the roll - each folio and what it still owes on the year
       01  folio-table.
           05 folio-entry occurs 5000 times.
              10 ft-folio        pic x(10).
              10 ft-remain       pic s9(7)v99 comp-3.
              10 ft-placed       pic x(1).
      * one folio's components, held until its total is known
       01  row-flds.
           05 row-idx            pic 9(3) value zeros.
           05 row-max            pic 9(3) value zeros.
           05 pack-max           pic 9(3) value zeros.
       01  row-table.
           05 row-entry occurs 50 times.
              10 rw-kind         pic x(1).
              10 rw-code         pic x(6).
              10 rw-amount       pic s9(7)v99 comp-3.
      * the components totalled for the year
       01  comp-flds.
           05 comp-count         pic 9(3) value zeros.
           05 comp-idx           pic 9(3) value zeros.
           05 comp-found-sw      pic x value 'N'.
               88 comp-found              value 'Y'.
       01  comp-table.
           05 comp-entry occurs 300 times.
              10 cm-kind         pic x(1).
              10 cm-code         pic x(6).
              10 cm-folios       pic 9(5).
              10 cm-levied       pic s9(11)v99 comp-3.
              10 cm-coll         pic s9(11)v99 comp-3.
      * authority names off REQRATE
       01  auth-flds.
           05 auth-count         pic 9(3) value zeros.
           05 auth-idx           pic 9(3) value zeros.
           05 auth-found-sw      pic x value 'N'.
               88 auth-found              value 'Y'.
           05 srch-auth          pic x(4) value spaces.
       01  auth-table.
           05 auth-entry occurs 20 times.
              10 au-auth         pic x(4).
              10 au-dscrptn      pic x(30).
       01  misc.
           05 levydtl-stat       pic xx value spaces.
           05 citytax-stat       pic xx value spaces.
           05 reqrate-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept levy-year-txt from environment "CTX210-YEAR"
               on exception move '0000' to levy-year-txt
           end-accept.
           move 4 to edit-lth.
           call "numedit" using levy-year-txt edit-lth edit-valid-sw.
           if edit-valid
              move levy-year-txt to levy-year
           else
              move zeros to levy-year
           end-if.
           if levy-year = zeros
              compute levy-year = rundate-ymd8-cc * 100
                  + rundate-ymd8-yy
           end-if.
      * no REQRATE leaves the authorities listed by code alone
           open input reqrate.
           if reqrate-stat = '00'
              read reqrate at end move '1' to reqrate-eof
              end-read
              perform loadauthrtn until reqrate-at-eof
              close reqrate
           end-if.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move '1' to citytax-eof.
           perform loadfoliortn until citytax-at-eof.
           close citytax.
           open output remitrpt.
           move spaces to rptline.
           string "REQUISITION REMITTANCE REPORT - LEVY YEAR "
                  levy-year "  RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           sort sortwk on ascending key sr-folio sr-kind sr-code
               input procedure loadsort-rtn
               output procedure rowsort-rtn.
           perform ttlrtn.
           close remitrpt.
           move "CTX210" to jobsum-pgm.
           move row-count to jobsum-count.
           if orphan-count > 0 or unplaced-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadauthrtn.
           move rq-auth to srch-auth.
           move 1 to auth-idx.
           move 'N' to auth-found-sw.
           perform findauth1rtn
               until auth-found or auth-idx > auth-count.
           if not auth-found
              if auth-count >= 20
                 display "CTX210 - AUTH-TABLE FULL, RQ-AUTH: "
                     rq-auth " NOT LOADED" upon console
              else
                 add 1 to auth-count
                 move rq-auth to au-auth (auth-count)
                 move rq-dscrptn to au-dscrptn (auth-count)
              end-if
           end-if.
           read reqrate at end move '1' to reqrate-eof.
      * the folio's remaining owing on the levy year - no slot for
      * the year with nothing owing at all is a levy paid and rolled
      * away; no slot with tax still owing can't be placed
       loadfoliortn.
           if folio-count >= 5000
              display "CTX210 - FOLIO-TABLE FULL, CTX-FOLIO: "
                  ctx-folio " NOT LOADED" upon console
           else
              add 1 to folio-count
              move ctx-folio to ft-folio (folio-count)
              move 0 to ft-remain (folio-count)
              move 'Y' to ft-placed (folio-count)
              move 'N' to slot-found-sw
              move 1 to slot-idx
              perform findslotrtn
                  until slot-found or slot-idx > 3
              if slot-found
                 move ctx-owing-amt (slot-idx)
                     to ft-remain (folio-count)
              else
                 if ctx-maint-tax > 0
                    move 'N' to ft-placed (folio-count)
                 end-if
              end-if
           end-if.
           read citytax at end move '1' to citytax-eof.
       findslotrtn.
           if ctx-owing-year (slot-idx) = levy-year
              move 'Y' to slot-found-sw
           else
              add 1 to slot-idx
           end-if.
      * only the levy year's rows go to the sort
       loadsort-rtn.
           open input levydtl.
           if levydtl-stat not = '00'
              move levydtl-stat to mf-filestat
              move "LEVYDTL"    to mf-filenamei
              move "LEVYDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read levydtl at end move '1' to levydtl-eof.
           perform loadsort1rtn until levydtl-at-eof.
           close levydtl.
       loadsort1rtn.
           if ld-year not = levy-year
              add 1 to skip-count
           else
              add 1 to row-count
              release sortrec from ldrec
           end-if.
           read levydtl at end move '1' to levydtl-eof.
       rowsort-rtn.
           return sortwk at end move 'Y' to sort-eof.
           perform rowrtn until sort-at-eof.
           if row-max > 0
              perform foliortn
           end-if.
      * rows are held by folio, a component appearing again (the
      * appended supplementary, appeal and subdivision rows) added
      * into the one already held
       rowrtn.
           if sr-folio not = hold-folio and row-max > 0
              perform foliortn
           end-if.
           move sr-folio to hold-folio.
           if row-max > 0
                 and rw-kind (row-max) = sr-kind
                 and rw-code (row-max) = sr-code
              add sr-amount to rw-amount (row-max)
           else
              if row-max >= 50
                 display "CTX210 - ROW-TABLE FULL, LD-FOLIO: "
                     sr-folio " NOT LOADED" upon console
              else
                 add 1 to row-max
                 move sr-kind to rw-kind (row-max)
                 move sr-code to rw-code (row-max)
                 move sr-amount to rw-amount (row-max)
              end-if
           end-if.
           return sortwk at end move 'Y' to sort-eof.
      * one folio - its collection on the year shared across its
      * components; components netted to nil are dropped first, and
      * a folio with none left has nothing levied on it to remit
       foliortn.
           move zeros to pack-max.
           perform packrtn
               varying row-idx from 1 by 1 until row-idx > row-max.
           move pack-max to row-max.
           if row-max = 0
              add 1 to nil-count
           else
              perform folio1rtn
           end-if.
           move zeros to row-max.
       packrtn.
           if rw-amount (row-idx) not = 0
              add 1 to pack-max
              move row-entry (row-idx) to row-entry (pack-max)
           end-if.
       folio1rtn.
           add 1 to folio-tot-count.
           move 0 to folio-levy.
           perform sumrowrtn
               varying row-idx from 1 by 1 until row-idx > row-max.
           move 1 to folio-idx.
           move 'N' to found-sw.
           perform findfolio1rtn
               until found or folio-idx > folio-count.
           if not found
              add 1 to orphan-count
              move 0 to folio-coll
              move folio-levy to amt-ed1
              move spaces to rptline
              string "FOLIO NOT ON ROLL - NOTHING COLLECTED: "
                     hold-folio "  LEVY " amt-ed1
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           else
              if ft-placed (folio-idx) = 'N'
                 add 1 to unplaced-count
                 move 0 to folio-coll
                 move spaces to rptline
                 string "NO OWING SLOT FOR LEVY YEAR - "
                        "NOTHING COLLECTED: " hold-folio
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              else
                 compute folio-coll =
                     folio-levy - ft-remain (folio-idx)
              end-if
           end-if.
           if folio-coll < 0
              move 0 to folio-coll
           end-if.
           if folio-coll > folio-levy
              move folio-levy to folio-coll
           end-if.
           move folio-coll to coll-left.
           perform sharertn
               varying row-idx from 1 by 1 until row-idx > row-max.
       sumrowrtn.
           add rw-amount (row-idx) to folio-levy.
       findfolio1rtn.
           if ft-folio (folio-idx) = hold-folio
              move 'Y' to found-sw
           else
              add 1 to folio-idx
           end-if.
       sharertn.
           if row-idx = row-max
              move coll-left to share-amt
           else
              if folio-levy = 0
                 move 0 to share-amt
              else
                 compute share-amt rounded = folio-coll
                     * rw-amount (row-idx) / folio-levy
              end-if
           end-if.
           subtract share-amt from coll-left.
           perform compaccrtn.
       compaccrtn.
           move 1 to comp-idx.
           move 'N' to comp-found-sw.
           perform findcomp1rtn
               until comp-found or comp-idx > comp-count.
           if not comp-found
              if comp-count >= 300
                 display "CTX210 - COMP-TABLE FULL, LD-CODE: "
                     rw-code (row-idx) " NOT TOTALLED" upon console
                 move zeros to comp-idx
              else
                 add 1 to comp-count
                 move comp-count to comp-idx
                 move rw-kind (row-idx) to cm-kind (comp-idx)
                 move rw-code (row-idx) to cm-code (comp-idx)
                 move zeros to cm-folios (comp-idx)
                 move 0 to cm-levied (comp-idx) cm-coll (comp-idx)
              end-if
           end-if.
           if comp-idx > 0
              add 1 to cm-folios (comp-idx)
              add rw-amount (row-idx) to cm-levied (comp-idx)
              add share-amt to cm-coll (comp-idx)
           end-if.
       findcomp1rtn.
           if cm-kind (comp-idx) = rw-kind (row-idx)
                 and cm-code (comp-idx) = rw-code (row-idx)
              move 'Y' to comp-found-sw
           else
              add 1 to comp-idx
           end-if.
       findauth1rtn.
           if au-auth (auth-idx) = srch-auth
              move 'Y' to auth-found-sw
           else
              add 1 to auth-idx
           end-if.
      *eject
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "COMPONENT    CODE    NAME                          "
                  " FOLIOS         LEVIED       COLLECTED"
                  "     UNCOLLECTED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform complinertn
               varying comp-idx from 1 by 1
               until comp-idx > comp-count.
           move tot-levied to amt-ed1.
           move tot-coll to amt-ed2.
           compute amt-ed3 = tot-levied - tot-coll.
           move spaces to rptline.
           string "TOTAL" "                                         "
                  "       " "     " amt-ed1 " " amt-ed2 " " amt-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "FOLIOS: " folio-tot-count
                  "  ROWS: " row-count
                  "  OTHER YEARS SKIPPED: " skip-count
                  "  NOT ON ROLL: " orphan-count
                  "  UNPLACED: " unplaced-count
                  "  NETTED TO NIL: " nil-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       complinertn.
           move spaces to name-txt.
           if cm-kind (comp-idx) = 'T'
              if cm-code (comp-idx) = "MUNI"
                 move "TAX" to kind-txt
                 move "MUNICIPAL" to name-txt
              else
                 move "REQUISITION" to kind-txt
                 move cm-code (comp-idx) to srch-auth
                 move 1 to auth-idx
                 move 'N' to auth-found-sw
                 perform findauth1rtn
                     until auth-found or auth-idx > auth-count
                 if auth-found
                    move au-dscrptn (auth-idx) to name-txt
                 end-if
              end-if
           else
              if cm-kind (comp-idx) = 'U'
                 move "UTILITY" to kind-txt
              else
                 move "LOCAL IMP" to kind-txt
              end-if
           end-if.
           add cm-levied (comp-idx) to tot-levied.
           add cm-coll (comp-idx) to tot-coll.
           move cm-levied (comp-idx) to amt-ed1.
           move cm-coll (comp-idx) to amt-ed2.
           compute amt-ed3 = cm-levied (comp-idx) - cm-coll (comp-idx).
           move spaces to rptline.
           string kind-txt " " cm-code (comp-idx) "  " name-txt " "
                  cm-folios (comp-idx) " " amt-ed1 " " amt-ed2
                  " " amt-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
