       identification division.
      * ctx220 - test/demo mainframe conversion to micro focus cobol
      *        - folio subdivision and consolidation - when the
      *          assessment authority retires parent folios and
      *          creates new ones mid-year, the roll stops being
      *          hand-edited and the arrears stop moving by
      *          calculator
      *        - the SUBTRAN file carries one row per folio in a
      *          conveyance (plan/conveyance reference, action 'S'
      *          subdivision or 'C' consolidation, role 'P' parent
      *          or 'C' child, and for a child its name, land and
      *          improvement values and class): a subdivision has
      *          one parent and its children, a consolidation its
      *          parents and one child
      *        - the parents are retired off the roll and the
      *          children created on CITYTAX2 with their assessed
      *          values; the parents' unpaid owing year slots pool
      *          slot by slot and are apportioned to the children by
      *          assessed value (equally when none is given), the
      *          last child taking the rounding so nothing is lost
      *        - a parent's LOCIMP local improvement shares and
      *          UTILCHG utility charges are apportioned to the
      *          children the same way onto LOCIMP2 and UTILCHG2
      *          (no LOCIMP or UTILCHG on disk means none to move)
      *        - a parent's LEVYDTL levy components are moved the
      *          same way by appending signed rows - each component
      *          reversed off the parent and apportioned onto the
      *          children - so ctx210's remittance follows the owing
      *          slots to the new folios (no LEVYDTL, none to move)
      *        - the parent's TAXADR mailing address, language and
      *          all, is copied to each child onto TAXADR2, re-sorted
      *          into folio order, and the parent's row dropped, so
      *          ctx140 can address the children's first notices; a
      *          consolidation's child takes the first parent's
      *          address in folio order (no TAXADR, none to copy)
      *        - each amount moved posts to the FOLLEDG folio ledger
      *          through the shared folpost subprogram - 'XO' off the
      *          parent, 'XI' onto the child - so both statements
      *          of account still prove
      *        - a conveyance with a parent not on the roll, a child
      *          already on it, the wrong number of parents or
      *          children, or parents whose year slots don't line
      *          up is rejected whole and nothing in it moves
      *        - the CONVREG conveyance register shows every old-to-
      *          new folio mapping with before and after balances
      *          and proves each conveyance foots
       program-id. ctx220.
       environment division.
       input-output section.
       file-control.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select subtran assign external SUBTRAN
                  organization line sequential
                  file status subtran-stat.
           select sortwk assign "sortwk220".
           select adrsort assign "sortwk220a".
           select citytax2 assign external CITYTAX2
                  organization record sequential access mode sequential.
           select locimp assign external LOCIMP
                  organization line sequential
                  file status locimp-stat.
           select locimp2 assign external LOCIMP2
                  organization line sequential.
           select utilchg assign external UTILCHG
                  organization line sequential
                  file status utilchg-stat.
           select utilchg2 assign external UTILCHG2
                  organization line sequential.
           select levydtl assign external LEVYDTL
                  organization line sequential
                  file status levydtl-stat.
           select taxadr assign external TAXADR
                  organization line sequential
                  file status taxadr-stat.
           select taxadr2 assign external TAXADR2
                  organization line sequential.
           select convreg assign external CONVREG
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
      * one folio in a conveyance
       fd  subtran record contains 80 characters.
           01 sbrec.
              05 sb-convey       pic x(8).
              05 sb-action       pic x(1).
                 88 sb-subdivide            value 'S'.
                 88 sb-consolidate          value 'C'.
              05 sb-role         pic x(1).
                 88 sb-parent               value 'P'.
                 88 sb-child                value 'C'.
              05 sb-folio        pic x(10).
              05 sb-name         pic x(20).
              05 sb-land         pic 9(9).
              05 sb-imp          pic 9(9).
              05 sb-class        pic x(2).
              05 filler          pic x(20).
      * the new roll in folio order - survivors and new children
       sd  sortwk.
           01 sortrec.
              05 sr-folio        pic x(10).
              05 sr-name         pic x(20).
              05 sr-post-date    pic 9(6)      comp-3.
              05 sr-land-value   pic 9(9)      comp.
              05 sr-imp-value    pic 9(9)      comp.
              05 sr-face-value   pic 9(9)      comp.
              05 sr-maint-tax    pic s9(7)v99  comp-3.
              05 sr-class        pic x(2).
              05 sr-year-owing occurs 3 times.
                 10 sr-owing-year pic 9(4).
                 10 sr-owing-amt  pic s9(7)v99 comp-3.
              05 sr-mortco       pic x(4).
              05 filler          pic x(44).
       fd  citytax2 record contains 128 characters.
           01 ctxrec2.
              05 ctx2-folio      pic x(10).
              05 ctx2-name       pic x(20).
              05 ctx2-post-date  pic 9(6)      comp-3.
              05 ctx2-land-value pic 9(9)      comp.
              05 ctx2-imp-value  pic 9(9)      comp.
              05 ctx2-face-value pic 9(9)      comp.
              05 ctx2-maint-tax  pic s9(7)v99  comp-3.
              05 ctx2-class      pic x(2).
              05 ctx2-year-owing occurs 3 times.
                 10 ctx2-owing-year pic 9(4).
                 10 ctx2-owing-amt  pic s9(7)v99 comp-3.
              05 ctx2-mortco     pic x(4).
              05 filler          pic x(44).
       fd  locimp record contains 60 characters.
           01 lirec.
              05 li-folio        pic x(10).
              05 li-bylaw        pic x(6).
              05 li-principal    pic 9(7)v99.
              05 li-rate         pic 99v99.
              05 li-term         pic 9(2).
              05 li-start        pic 9(4).
              05 filler          pic x(25).
       fd  locimp2 record contains 60 characters.
           01 lirec2             pic x(60).
       fd  utilchg record contains 40 characters.
           01 ucrec.
              05 uc-folio        pic x(10).
              05 uc-service      pic x(2).
              05 uc-annual       pic 9(5)v99.
              05 filler          pic x(21).
       fd  utilchg2 record contains 40 characters.
           01 ucrec2             pic x(40).
      * the ctx130 levy by component - moved rows appended
       fd  levydtl record contains 40 characters.
           01 ldrec.
              05 ld-folio        pic x(10).
              05 ld-year         pic 9(4).
              05 ld-kind         pic x(1).
              05 ld-code         pic x(6).
              05 ld-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
       fd  taxadr record contains 150 characters.
           01 tarec. copy "taxadr.cpy".
       fd  taxadr2 record contains 150 characters.
           01 tarec2             pic x(150).
      * the new address file in folio order - survivors and the
      * children's copies of their parent's address
       sd  adrsort.
           01 adrsortrec.
              05 as-folio        pic x(10).
              05 filler          pic x(140).
       fd  convreg record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 subtran-eof        pic x value ' '.
               88 subtran-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 locimp-eof         pic x value ' '.
               88 locimp-at-eof           value '1'.
           05 utilchg-eof        pic x value ' '.
               88 utilchg-at-eof          value '1'.
           05 levydtl-eof        pic x value ' '.
               88 levydtl-at-eof          value '1'.
           05 taxadr-eof         pic x value ' '.
               88 taxadr-at-eof           value '1'.
           05 adrsort-eof        pic x value ' '.
               88 adrsort-at-eof          value 'Y'.
           05 sub-count          pic 9(5) value zeros.
           05 ok-count           pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 unfooted-count     pic 9(5) value zeros.
           05 retired-count      pic 9(5) value zeros.
           05 created-count      pic 9(5) value zeros.
           05 li-moved-count     pic 9(5) value zeros.
           05 uc-moved-count     pic 9(5) value zeros.
           05 ld-moved-count     pic 9(5) value zeros.
           05 ta-copied-count    pic 9(5) value zeros.
           05 yr-idx             pic 9(1) value zeros.
           05 slots-used-sw      pic x value 'N'.
               88 slots-used              value 'Y'.
           05 slot-total         pic s9(9)v99 comp-3 value 0.
           05 conv-before        pic s9(11)v99 comp-3 value 0.
           05 conv-after         pic s9(11)v99 comp-3 value 0.
           05 assessed-value     pic 9(10) value zeros.
           05 amt-ed1            pic zzz,zzz,zz9.99-.
           05 amt-ed2            pic zzz,zzz,zz9.99-.
           05 val-ed             pic zzz,zzz,zz9.
      * one share of an amount apportioned across a conveyance's
      * children by assessed value - the last child takes what is
      * left, so the shares always add back to the whole
       01  appt-flds.
           05 appt-total         pic s9(9)v99 comp-3 value 0.
           05 appt-alloc         pic s9(9)v99 comp-3 value 0.
           05 appt-share         pic s9(9)v99 comp-3 value 0.
           05 alloc-ord          pic 9(3) value zeros.
           05 srch-idx-hold      pic 9(4) value zeros.
           05 retire-sw          pic x value 'N'.
               88 retiring                value 'Y'.
      * the conveyances off SUBTRAN
       01  conv-flds.
           05 conv-count         pic 9(3) value zeros.
           05 conv-idx           pic 9(3) value zeros.
           05 conv-found-sw      pic x value 'N'.
               88 conv-found              value 'Y'.
       01  conv-table.
           05 conv-entry occurs 100 times.
              10 cv-convey       pic x(8).
              10 cv-action       pic x(1).
              10 cv-ok-sw        pic x(1).
                 88 cv-ok                   value 'Y'.
              10 cv-reason       pic x(40).
              10 cv-parents      pic 9(3).
              10 cv-children     pic 9(3).
              10 cv-weight-tot   pic 9(11).
              10 cv-slotted      pic x(1).
              10 cv-pool-maint   pic s9(9)v99 comp-3.
              10 cv-pool occurs 3 times.
                 15 cv-pool-year pic 9(4).
                 15 cv-pool-amt  pic s9(9)v99 comp-3.
              10 cv-class        pic x(2).
              10 cv-name         pic x(20).
              10 cv-mortco       pic x(4).
              10 cv-li-rows      pic 9(3).
              10 cv-uc-rows      pic 9(3).
              10 cv-ld-rows      pic 9(3).
              10 cv-adr-sw       pic x(1).
      * every folio named in a conveyance
       01  part-flds.
           05 part-count         pic 9(4) value zeros.
           05 part-idx           pic 9(4) value zeros.
           05 part-found-sw      pic x value 'N'.
               88 part-found              value 'Y'.
           05 srch-folio         pic x(10) value spaces.
       01  part-table.
           05 part-entry occurs 1000 times.
              10 pt-conv         pic 9(3).
              10 pt-role         pic x(1).
              10 pt-folio        pic x(10).
              10 pt-name         pic x(20).
              10 pt-land         pic 9(9).
              10 pt-imp          pic 9(9).
              10 pt-class        pic x(2).
              10 pt-on-roll      pic x(1).
              10 pt-weight       pic 9(10).
              10 pt-maint        pic s9(7)v99 comp-3.
              10 pt-slot occurs 3 times.
                 15 pt-year      pic 9(4).
                 15 pt-amt       pic s9(7)v99 comp-3.
      * a parent's local improvement shares and utility charges,
      * pooled by conveyance for apportioning to the children
       01  lipool-flds.
           05 lipool-count       pic 9(3) value zeros.
           05 lipool-idx         pic 9(3) value zeros.
           05 lipool-found-sw    pic x value 'N'.
               88 lipool-found            value 'Y'.
       01  lipool-table.
           05 lipool-entry occurs 200 times.
              10 lp-conv         pic 9(3).
              10 lp-bylaw        pic x(6).
              10 lp-principal    pic s9(9)v99 comp-3.
              10 lp-rate         pic 99v99.
              10 lp-term         pic 9(2).
              10 lp-start        pic 9(4).
       01  ucpool-flds.
           05 ucpool-count       pic 9(3) value zeros.
           05 ucpool-idx         pic 9(3) value zeros.
           05 ucpool-found-sw    pic x value 'N'.
               88 ucpool-found            value 'Y'.
       01  ucpool-table.
           05 ucpool-entry occurs 200 times.
              10 up-conv         pic 9(3).
              10 up-service      pic x(2).
              10 up-annual       pic s9(7)v99 comp-3.
      * a parent's levy components - held by parent to be reversed
      * off it, and pooled by conveyance to be apportioned
       01  ldret-flds.
           05 ldret-count        pic 9(4) value zeros.
           05 ldret-idx          pic 9(4) value zeros.
           05 ldret-found-sw     pic x value 'N'.
               88 ldret-found             value 'Y'.
       01  ldret-table.
           05 ldret-entry occurs 1000 times.
              10 lr-part         pic 9(4).
              10 lr-year         pic 9(4).
              10 lr-kind         pic x(1).
              10 lr-code         pic x(6).
              10 lr-amount       pic s9(7)v99 comp-3.
       01  ldpool-flds.
           05 ldpool-count       pic 9(3) value zeros.
           05 ldpool-idx         pic 9(3) value zeros.
           05 ldpool-found-sw    pic x value 'N'.
               88 ldpool-found            value 'Y'.
       01  ldpool-table.
           05 ldpool-entry occurs 500 times.
              10 lq-conv         pic 9(3).
              10 lq-year         pic 9(4).
              10 lq-kind         pic x(1).
              10 lq-code         pic x(6).
              10 lq-amount       pic s9(9)v99 comp-3.
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           05 gen-func           pic x(5) value spaces.
           05 gen-file           pic x(8) value spaces.
           05 gen-in-count       pic 9(9) value zeros.
           05 gen-in-hash        pic s9(11)v99 value zeros.
           05 gen-out-count      pic 9(9) value zeros.
           05 gen-out-hash       pic s9(11)v99 value zeros.
           05 gen-status         pic x(2) value spaces.
      * folio ledger posting through the shared folpost subprogram
       01  folpost-flds.
           05 fol-type           pic x(2) value spaces.
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value spaces.
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX220".
       01  misc.
           05 citytax-stat       pic xx value spaces.
           05 subtran-stat       pic xx value spaces.
           05 locimp-stat        pic xx value spaces.
           05 utilchg-stat       pic xx value spaces.
           05 levydtl-stat       pic xx value spaces.
           05 taxadr-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           string "CTX220" rundate-ymd6 delimited by size
               into fol-batch
           end-string.
           open input subtran.
           if subtran-stat not = '00'
              move subtran-stat to mf-filestat
              move "SUBTRAN"    to mf-filenamei
              move "SUBTRAN"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read subtran at end move '1' to subtran-eof.
           perform loadsubrtn until subtran-at-eof.
           close subtran.
           perform genchkrtn.
           perform validrtn
               varying conv-idx from 1 by 1 until conv-idx > conv-count.
           perform childrtn
               varying part-idx from 1 by 1 until part-idx > part-count.
           sort sortwk on ascending key sr-folio
               input procedure newroll-rtn
               output procedure writeroll-rtn.
           move "STAMP" to gen-func.
           move "CITYTAX" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
               gen-out-hash gen-status.
           perform locimprtn.
           perform utilchgrtn.
           perform levydtlrtn.
           perform taxadrrtn.
           open output convreg.
           perform regrtn.
           close convreg.
           move "CTX220" to jobsum-pgm.
           move sub-count to jobsum-count.
           if reject-count > 0 or unfooted-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * one SUBTRAN row - its conveyance found or started, the folio
      * added; a folio named twice spoils its conveyance
       loadsubrtn.
           add 1 to sub-count.
           move 1 to conv-idx.
           move 'N' to conv-found-sw.
           perform findconv1rtn
               until conv-found or conv-idx > conv-count.
           if not conv-found
              if conv-count >= 100
                 display "CTX220 - CONV-TABLE FULL, SB-CONVEY: "
                     sb-convey " NOT LOADED" upon console
                 move zeros to conv-idx
              else
                 add 1 to conv-count
                 move conv-count to conv-idx
                 move sb-convey to cv-convey (conv-idx)
                 move sb-action to cv-action (conv-idx)
                 move 'Y' to cv-ok-sw (conv-idx)
                 move spaces to cv-reason (conv-idx)
                 move zeros to cv-parents (conv-idx)
                     cv-children (conv-idx) cv-weight-tot (conv-idx)
                     cv-li-rows (conv-idx) cv-uc-rows (conv-idx)
                     cv-ld-rows (conv-idx)
                 move 'N' to cv-adr-sw (conv-idx)
                 move spaces to cv-slotted (conv-idx)
                     cv-class (conv-idx) cv-name (conv-idx)
                     cv-mortco (conv-idx)
                 move 0 to cv-pool-maint (conv-idx)
                 perform initpoolrtn
                     varying yr-idx from 1 by 1 until yr-idx > 3
              end-if
           end-if.
           if conv-idx > 0
              perform addpartrtn
           end-if.
           read subtran at end move '1' to subtran-eof.
       findconv1rtn.
           if cv-convey (conv-idx) = sb-convey
              move 'Y' to conv-found-sw
           else
              add 1 to conv-idx
           end-if.
       initpoolrtn.
           move zeros to cv-pool-year (conv-idx yr-idx).
           move 0 to cv-pool-amt (conv-idx yr-idx).
       addpartrtn.
           if sb-action not = cv-action (conv-idx)
                 or not (sb-subdivide or sb-consolidate)
              move 'N' to cv-ok-sw (conv-idx)
              move "ACTION NOT 'S' OR 'C' THROUGHOUT"
                  to cv-reason (conv-idx)
           end-if.
           if not (sb-parent or sb-child)
              move 'N' to cv-ok-sw (conv-idx)
              move "ROLE NOT 'P' OR 'C'" to cv-reason (conv-idx)
           end-if.
           move sb-folio to srch-folio.
           perform findpartrtn.
           if part-found
              move 'N' to cv-ok-sw (conv-idx)
              move "FOLIO NAMED TWICE" to cv-reason (conv-idx)
              move 'N' to cv-ok-sw (pt-conv (part-idx))
              move "FOLIO NAMED TWICE"
                  to cv-reason (pt-conv (part-idx))
           else
              if part-count >= 1000
                 display "CTX220 - PART-TABLE FULL, SB-FOLIO: "
                     sb-folio " NOT LOADED" upon console
                 move 'N' to cv-ok-sw (conv-idx)
                 move "FOLIO TABLE FULL" to cv-reason (conv-idx)
              else
                 add 1 to part-count
                 move conv-idx to pt-conv (part-count)
                 move sb-role to pt-role (part-count)
                 move sb-folio to pt-folio (part-count)
                 move sb-name to pt-name (part-count)
                 move sb-land to pt-land (part-count)
                 move sb-imp to pt-imp (part-count)
                 move sb-class to pt-class (part-count)
                 move 'N' to pt-on-roll (part-count)
                 move zeros to pt-weight (part-count)
                 move 0 to pt-maint (part-count)
                 move part-count to part-idx
                 perform initslotrtn
                     varying yr-idx from 1 by 1 until yr-idx > 3
                 if sb-parent
                    add 1 to cv-parents (conv-idx)
                 else
                    add 1 to cv-children (conv-idx)
                 end-if
              end-if
           end-if.
       initslotrtn.
           move zeros to pt-year (part-idx yr-idx).
           move 0 to pt-amt (part-idx yr-idx).
       findpartrtn.
           move 1 to part-idx.
           move 'N' to part-found-sw.
           perform findpart1rtn
               until part-found or part-idx > part-count.
       findpart1rtn.
           if pt-folio (part-idx) = srch-folio
              move 'Y' to part-found-sw
           else
              add 1 to part-idx
           end-if.
      *eject
      * verify the mounted CITYTAX against its latest generation
      * stamp BEFORE anything moves - the pre-pass foots the roll
      * the ctx110 shape, and on the way picks up each parent's
      * balance and notes any child already on the roll
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
              display "CTX220 - CITYTAX DOES NOT MATCH ITS LATEST "
                  "GENERATION STAMP - WRONG GENERATION MOUNTED, "
                  "RUN STOPPED BEFORE THE UPDATE" upon console
              stop run returning 16
           end-if.
       genchk1rtn.
           add 1 to gen-in-count.
           add ctx-maint-tax to gen-in-hash.
           move ctx-folio to srch-folio.
           perform findpartrtn.
           if part-found
              move 'Y' to pt-on-roll (part-idx)
              if pt-role (part-idx) = 'P'
                 move ctx-name to pt-name (part-idx)
                 move ctx-land-value to pt-land (part-idx)
                 move ctx-imp-value to pt-imp (part-idx)
                 move ctx-maint-tax to pt-maint (part-idx)
                 perform parentslotrtn
                     varying yr-idx from 1 by 1 until yr-idx > 3
                 move pt-conv (part-idx) to conv-idx
                 if cv-class (conv-idx) = spaces
                    move ctx-class to cv-class (conv-idx)
                    move ctx-name to cv-name (conv-idx)
                    move ctx-mortco to cv-mortco (conv-idx)
                 end-if
              end-if
           end-if.
           read citytax at end move '1' to citytax-eof.
       parentslotrtn.
           if ctx-owing-year (yr-idx) numeric
                 and ctx-owing-amt (yr-idx) numeric
              move ctx-owing-year (yr-idx)
                  to pt-year (part-idx yr-idx)
              move ctx-owing-amt (yr-idx)
                  to pt-amt (part-idx yr-idx)
           end-if.
      *eject
      * one conveyance checked through and its parents pooled
       validrtn.
           if cv-ok (conv-idx)
              if cv-action (conv-idx) = 'S'
                 if cv-parents (conv-idx) not = 1
                       or cv-children (conv-idx) < 1
                    move 'N' to cv-ok-sw (conv-idx)
                    move "SUBDIVISION NEEDS 1 PARENT, 1+ CHILDREN"
                        to cv-reason (conv-idx)
                 end-if
              else
                 if cv-parents (conv-idx) < 2
                       or cv-children (conv-idx) not = 1
                    move 'N' to cv-ok-sw (conv-idx)
                    move "CONSOLIDATION NEEDS 2+ PARENTS, 1 CHILD"
                        to cv-reason (conv-idx)
                 end-if
              end-if
           end-if.
           if cv-ok (conv-idx)
              perform valid1rtn
                  varying part-idx from 1 by 1
                  until part-idx > part-count
           end-if.
      * equal shares when no child carries an assessed value
           if cv-ok (conv-idx) and cv-weight-tot (conv-idx) = 0
              perform equalwtrtn
                  varying part-idx from 1 by 1
                  until part-idx > part-count
           end-if.
           if cv-ok (conv-idx)
              add 1 to ok-count
           else
              add 1 to reject-count
           end-if.
       valid1rtn.
           if pt-conv (part-idx) = conv-idx and cv-ok (conv-idx)
              if pt-role (part-idx) = 'P'
                 if pt-on-roll (part-idx) = 'N'
                    move 'N' to cv-ok-sw (conv-idx)
                    string "PARENT NOT ON ROLL: " pt-folio (part-idx)
                        delimited by size into cv-reason (conv-idx)
                    end-string
                 else
                    perform poolrtn
                 end-if
              else
                 if pt-on-roll (part-idx) = 'Y'
                    move 'N' to cv-ok-sw (conv-idx)
                    string "CHILD ALREADY ON ROLL: "
                           pt-folio (part-idx)
                        delimited by size into cv-reason (conv-idx)
                    end-string
                 else
                    compute pt-weight (part-idx) =
                        pt-land (part-idx) + pt-imp (part-idx)
                    add pt-weight (part-idx) to cv-weight-tot (conv-idx)
                 end-if
              end-if
           end-if.
      * a parent's slots pool slot by slot - every parent must have
      * the same levy year in a slot, and its slots must foot to its
      * ctx-maint-tax; a roll with no slot years pools the total
       poolrtn.
           move 'N' to slots-used-sw.
           move 0 to slot-total.
           perform slotusedrtn
               varying yr-idx from 1 by 1 until yr-idx > 3.
           if (slots-used and cv-slotted (conv-idx) = 'N')
                 or (not slots-used and cv-slotted (conv-idx) = 'Y')
              move 'N' to cv-ok-sw (conv-idx)
              move "PARENT YEAR SLOTS DO NOT LINE UP"
                  to cv-reason (conv-idx)
           end-if.
           if slots-used and slot-total not = pt-maint (part-idx)
              move 'N' to cv-ok-sw (conv-idx)
              string "SLOTS DON'T FOOT TO TAX: " pt-folio (part-idx)
                  delimited by size into cv-reason (conv-idx)
              end-string
           end-if.
           if cv-ok (conv-idx)
              if slots-used
                 move 'Y' to cv-slotted (conv-idx)
                 perform pool1rtn
                     varying yr-idx from 1 by 1 until yr-idx > 3
              else
                 move 'N' to cv-slotted (conv-idx)
              end-if
              add pt-maint (part-idx) to cv-pool-maint (conv-idx)
           end-if.
       slotusedrtn.
           if pt-year (part-idx yr-idx) not = zeros
              move 'Y' to slots-used-sw
           end-if.
           add pt-amt (part-idx yr-idx) to slot-total.
       pool1rtn.
           if pt-year (part-idx yr-idx) not = zeros
              if cv-pool-year (conv-idx yr-idx) = zeros
                 move pt-year (part-idx yr-idx)
                     to cv-pool-year (conv-idx yr-idx)
              else
                 if cv-pool-year (conv-idx yr-idx)
                       not = pt-year (part-idx yr-idx)
                    move 'N' to cv-ok-sw (conv-idx)
                    move "PARENT YEAR SLOTS DO NOT LINE UP"
                        to cv-reason (conv-idx)
                 end-if
              end-if
           end-if.
           add pt-amt (part-idx yr-idx)
               to cv-pool-amt (conv-idx yr-idx).
       equalwtrtn.
           if pt-conv (part-idx) = conv-idx and pt-role (part-idx) = 'C'
              move 1 to pt-weight (part-idx)
              add 1 to cv-weight-tot (conv-idx)
           end-if.
      * each child of a good conveyance takes its share of the
      * pooled slots - the children of a conveyance are taken in
      * SUBTRAN order, so the running allocation is kept by slot
      * on the conveyance as the children come
       childrtn.
           move pt-conv (part-idx) to conv-idx.
           if pt-role (part-idx) = 'C' and cv-ok (conv-idx)
              if cv-slotted (conv-idx) = 'Y'
                 perform childslotrtn
                     varying yr-idx from 1 by 1 until yr-idx > 3
                 move 0 to pt-maint (part-idx)
                 perform childsumrtn
                     varying yr-idx from 1 by 1 until yr-idx > 3
              else
                 move cv-pool-maint (conv-idx) to appt-total
                 move 0 to appt-alloc
                 perform childallocrtn
                 move appt-share to pt-maint (part-idx)
              end-if
           end-if.
       childslotrtn.
           move cv-pool-year (conv-idx yr-idx)
               to pt-year (part-idx yr-idx).
           move cv-pool-amt (conv-idx yr-idx) to appt-total.
           move 0 to appt-alloc.
           perform childallocrtn.
           move appt-share to pt-amt (part-idx yr-idx).
       childsumrtn.
           add pt-amt (part-idx yr-idx) to pt-maint (part-idx).
      * what the earlier children of the conveyance took out of
      * appt-total, then this child's share of it
       childallocrtn.
           move part-idx to srch-idx-hold.
           move zeros to alloc-ord.
           perform childalloc1rtn
               varying part-idx from 1 by 1
               until part-idx >= srch-idx-hold.
           move srch-idx-hold to part-idx.
           perform apptrtn.
       childalloc1rtn.
           if pt-conv (part-idx) = conv-idx and pt-role (part-idx) = 'C'
              perform apptrtn
              add appt-share to appt-alloc
           end-if.
      * one child's share of appt-total - the last child takes what
      * the others left
       apptrtn.
           add 1 to alloc-ord.
           if alloc-ord >= cv-children (conv-idx)
              compute appt-share = appt-total - appt-alloc
           else
              compute appt-share rounded = appt-total
                  * pt-weight (part-idx) / cv-weight-tot (conv-idx)
           end-if.
      *eject
      * the new roll - survivors as they were, retired parents left
      * off, the children added - sorted back into folio order
       newroll-rtn.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move '1' to citytax-eof.
           perform newroll1rtn until citytax-at-eof.
           close citytax.
           perform newchildrtn
               varying part-idx from 1 by 1 until part-idx > part-count.
       newroll1rtn.
           move ctx-folio to srch-folio.
           perform retirechkrtn.
           if retiring
              add 1 to retired-count
              move "XO" to fol-type
              move cv-convey (conv-idx) to fol-ref
              perform retireslotrtn
                  varying yr-idx from 1 by 1 until yr-idx > 3
              if cv-slotted (conv-idx) = 'N'
                 move zeros to fol-year
                 compute fol-amount = 0 - pt-maint (part-idx)
                 perform folpostrtn
              end-if
           else
              release sortrec from ctxrec
           end-if.
           read citytax at end move '1' to citytax-eof.
      * is srch-folio a parent of a good conveyance - being retired
       retirechkrtn.
           move 'N' to retire-sw.
           perform findpartrtn.
           if part-found
              if pt-role (part-idx) = 'P'
                 move pt-conv (part-idx) to conv-idx
                 if cv-ok (conv-idx)
                    move 'Y' to retire-sw
                 end-if
              end-if
           end-if.
       retireslotrtn.
           if cv-slotted (conv-idx) = 'Y'
              move pt-year (part-idx yr-idx) to fol-year
              compute fol-amount = 0 - pt-amt (part-idx yr-idx)
              perform folpostrtn
           end-if.
       newchildrtn.
           move pt-conv (part-idx) to conv-idx.
           if pt-role (part-idx) = 'C' and cv-ok (conv-idx)
              add 1 to created-count
              move spaces to sortrec
              move pt-folio (part-idx) to sr-folio
              if pt-name (part-idx) = spaces
                 move cv-name (conv-idx) to sr-name
              else
                 move pt-name (part-idx) to sr-name
              end-if
              move rundate-ymd6 to sr-post-date
              move pt-land (part-idx) to sr-land-value
              move pt-imp (part-idx) to sr-imp-value
              move zeros to sr-face-value
              move pt-maint (part-idx) to sr-maint-tax
              if pt-class (part-idx) = spaces
                 move cv-class (conv-idx) to sr-class
              else
                 move pt-class (part-idx) to sr-class
              end-if
      * a consolidated lot keeps its owner's mortgage company; new
      * subdivision lots start without one
              if cv-action (conv-idx) = 'C'
                 move cv-mortco (conv-idx) to sr-mortco
              else
                 move spaces to sr-mortco
              end-if
              move "XI" to fol-type
              move cv-convey (conv-idx) to fol-ref
              perform newslotrtn
                  varying yr-idx from 1 by 1 until yr-idx > 3
              if cv-slotted (conv-idx) = 'N'
                 move zeros to fol-year
                 move pt-maint (part-idx) to fol-amount
                 perform folpostrtn
              end-if
              release sortrec
           end-if.
       newslotrtn.
           move pt-year (part-idx yr-idx) to sr-owing-year (yr-idx).
           move pt-amt (part-idx yr-idx) to sr-owing-amt (yr-idx).
           if cv-slotted (conv-idx) = 'Y'
              move pt-year (part-idx yr-idx) to fol-year
              move pt-amt (part-idx yr-idx) to fol-amount
              perform folpostrtn
           end-if.
       folpostrtn.
           call "folpost" using pt-folio (part-idx) fol-type fol-year
               fol-amount fol-ref fol-batch fol-pgm rundate-ymd8.
       writeroll-rtn.
           open output citytax2.
           return sortwk into ctxrec2 at end move 'Y' to sort-eof.
           perform writeroll1rtn until sort-at-eof.
           close citytax2.
       writeroll1rtn.
           write ctxrec2.
           add 1 to gen-out-count.
           add ctx2-maint-tax to gen-out-hash.
           return sortwk into ctxrec2 at end move 'Y' to sort-eof.
      *eject
      * LOCIMP to LOCIMP2 - a retired parent's bylaw shares pooled
      * by conveyance and bylaw, then apportioned to the children
       locimprtn.
           open input locimp.
           if locimp-stat = '00'
              open output locimp2
              read locimp at end move '1' to locimp-eof
              end-read
              perform locimp1rtn until locimp-at-eof
              perform lishare1rtn
                  varying lipool-idx from 1 by 1
                  until lipool-idx > lipool-count
              close locimp locimp2
           end-if.
       locimp1rtn.
           move li-folio to srch-folio.
           perform retirechkrtn.
           if retiring
              perform lipoolrtn
           else
              write lirec2 from lirec
           end-if.
           read locimp at end move '1' to locimp-eof.
       lipoolrtn.
           move 1 to lipool-idx.
           move 'N' to lipool-found-sw.
           perform lipool1rtn
               until lipool-found or lipool-idx > lipool-count.
           if lipool-found
              add li-principal to lp-principal (lipool-idx)
           else
              if lipool-count >= 200
                 display "CTX220 - LIPOOL-TABLE FULL, LI-FOLIO: "
                     li-folio " NOT APPORTIONED" upon console
                 write lirec2 from lirec
              else
                 add 1 to lipool-count
                 move conv-idx to lp-conv (lipool-count)
                 move li-bylaw to lp-bylaw (lipool-count)
                 move li-principal to lp-principal (lipool-count)
                 move li-rate to lp-rate (lipool-count)
                 move li-term to lp-term (lipool-count)
                 move li-start to lp-start (lipool-count)
              end-if
           end-if.
       lipool1rtn.
           if lp-conv (lipool-idx) = conv-idx
                 and lp-bylaw (lipool-idx) = li-bylaw
              move 'Y' to lipool-found-sw
           else
              add 1 to lipool-idx
           end-if.
       lishare1rtn.
           move lp-conv (lipool-idx) to conv-idx.
           move lp-principal (lipool-idx) to appt-total.
           move 0 to appt-alloc.
           move zeros to alloc-ord.
           perform lishare2rtn
               varying part-idx from 1 by 1 until part-idx > part-count.
       lishare2rtn.
           if pt-conv (part-idx) = conv-idx and pt-role (part-idx) = 'C'
              perform apptrtn
              add appt-share to appt-alloc
              move spaces to lirec
              move pt-folio (part-idx) to li-folio
              move lp-bylaw (lipool-idx) to li-bylaw
              move appt-share to li-principal
              move lp-rate (lipool-idx) to li-rate
              move lp-term (lipool-idx) to li-term
              move lp-start (lipool-idx) to li-start
              write lirec2 from lirec
              add 1 to li-moved-count
              add 1 to cv-li-rows (conv-idx)
           end-if.
      * UTILCHG to UTILCHG2 - the same for a retired parent's
      * utility charges, pooled by conveyance and service
       utilchgrtn.
           open input utilchg.
           if utilchg-stat = '00'
              open output utilchg2
              read utilchg at end move '1' to utilchg-eof
              end-read
              perform utilchg1rtn until utilchg-at-eof
              perform ucshare1rtn
                  varying ucpool-idx from 1 by 1
                  until ucpool-idx > ucpool-count
              close utilchg utilchg2
           end-if.
       utilchg1rtn.
           move uc-folio to srch-folio.
           perform retirechkrtn.
           if retiring
              perform ucpoolrtn
           else
              write ucrec2 from ucrec
           end-if.
           read utilchg at end move '1' to utilchg-eof.
       ucpoolrtn.
           move 1 to ucpool-idx.
           move 'N' to ucpool-found-sw.
           perform ucpool1rtn
               until ucpool-found or ucpool-idx > ucpool-count.
           if ucpool-found
              add uc-annual to up-annual (ucpool-idx)
           else
              if ucpool-count >= 200
                 display "CTX220 - UCPOOL-TABLE FULL, UC-FOLIO: "
                     uc-folio " NOT APPORTIONED" upon console
                 write ucrec2 from ucrec
              else
                 add 1 to ucpool-count
                 move conv-idx to up-conv (ucpool-count)
                 move uc-service to up-service (ucpool-count)
                 move uc-annual to up-annual (ucpool-count)
              end-if
           end-if.
       ucpool1rtn.
           if up-conv (ucpool-idx) = conv-idx
                 and up-service (ucpool-idx) = uc-service
              move 'Y' to ucpool-found-sw
           else
              add 1 to ucpool-idx
           end-if.
       ucshare1rtn.
           move up-conv (ucpool-idx) to conv-idx.
           move up-annual (ucpool-idx) to appt-total.
           move 0 to appt-alloc.
           move zeros to alloc-ord.
           perform ucshare2rtn
               varying part-idx from 1 by 1 until part-idx > part-count.
       ucshare2rtn.
           if pt-conv (part-idx) = conv-idx and pt-role (part-idx) = 'C'
              perform apptrtn
              add appt-share to appt-alloc
              move spaces to ucrec
              move pt-folio (part-idx) to uc-folio
              move up-service (ucpool-idx) to uc-service
              move appt-share to uc-annual
              write ucrec2 from ucrec
              add 1 to uc-moved-count
              add 1 to cv-uc-rows (conv-idx)
           end-if.
      * LEVYDTL - a retired parent's levy components read off, then
      * appended back reversed off the parent and apportioned onto
      * the children, pooled by conveyance, year and component
       levydtlrtn.
           open input levydtl.
           if levydtl-stat = '00'
              read levydtl at end move '1' to levydtl-eof
              end-read
              perform levydtl1rtn until levydtl-at-eof
              close levydtl
              open extend levydtl
              perform ldret1rtn
                  varying ldret-idx from 1 by 1
                  until ldret-idx > ldret-count
              perform ldshare1rtn
                  varying ldpool-idx from 1 by 1
                  until ldpool-idx > ldpool-count
              close levydtl
           end-if.
       levydtl1rtn.
           move ld-folio to srch-folio.
           perform retirechkrtn.
           if retiring
              perform ldretrtn
              perform ldpoolrtn
           end-if.
           read levydtl at end move '1' to levydtl-eof.
       ldretrtn.
           move 1 to ldret-idx.
           move 'N' to ldret-found-sw.
           perform ldretfindrtn
               until ldret-found or ldret-idx > ldret-count.
           if ldret-found
              add ld-amount to lr-amount (ldret-idx)
           else
              if ldret-count >= 1000
                 display "CTX220 - LDRET-TABLE FULL, LD-FOLIO: "
                     ld-folio " NOT MOVED" upon console
              else
                 add 1 to ldret-count
                 move part-idx to lr-part (ldret-count)
                 move ld-year to lr-year (ldret-count)
                 move ld-kind to lr-kind (ldret-count)
                 move ld-code to lr-code (ldret-count)
                 move ld-amount to lr-amount (ldret-count)
              end-if
           end-if.
       ldretfindrtn.
           if lr-part (ldret-idx) = part-idx
                 and lr-year (ldret-idx) = ld-year
                 and lr-kind (ldret-idx) = ld-kind
                 and lr-code (ldret-idx) = ld-code
              move 'Y' to ldret-found-sw
           else
              add 1 to ldret-idx
           end-if.
       ldpoolrtn.
           move 1 to ldpool-idx.
           move 'N' to ldpool-found-sw.
           perform ldpool1rtn
               until ldpool-found or ldpool-idx > ldpool-count.
           if ldpool-found
              add ld-amount to lq-amount (ldpool-idx)
           else
              if ldpool-count >= 500
                 display "CTX220 - LDPOOL-TABLE FULL, LD-FOLIO: "
                     ld-folio " NOT APPORTIONED" upon console
              else
                 add 1 to ldpool-count
                 move conv-idx to lq-conv (ldpool-count)
                 move ld-year to lq-year (ldpool-count)
                 move ld-kind to lq-kind (ldpool-count)
                 move ld-code to lq-code (ldpool-count)
                 move ld-amount to lq-amount (ldpool-count)
              end-if
           end-if.
       ldpool1rtn.
           if lq-conv (ldpool-idx) = conv-idx
                 and lq-year (ldpool-idx) = ld-year
                 and lq-kind (ldpool-idx) = ld-kind
                 and lq-code (ldpool-idx) = ld-code
              move 'Y' to ldpool-found-sw
           else
              add 1 to ldpool-idx
           end-if.
      * one parent component reversed off the parent
       ldret1rtn.
           if lr-amount (ldret-idx) not = 0
              move lr-part (ldret-idx) to part-idx
              move pt-conv (part-idx) to conv-idx
              move spaces to ldrec
              move pt-folio (part-idx) to ld-folio
              move lr-year (ldret-idx) to ld-year
              move lr-kind (ldret-idx) to ld-kind
              move lr-code (ldret-idx) to ld-code
              compute ld-amount = 0 - lr-amount (ldret-idx)
              write ldrec
              add 1 to ld-moved-count
              add 1 to cv-ld-rows (conv-idx)
           end-if.
      * one pooled component apportioned onto the children
       ldshare1rtn.
           move lq-conv (ldpool-idx) to conv-idx.
           move lq-amount (ldpool-idx) to appt-total.
           move 0 to appt-alloc.
           move zeros to alloc-ord.
           if appt-total not = 0
              perform ldshare2rtn
                  varying part-idx from 1 by 1
                  until part-idx > part-count
           end-if.
       ldshare2rtn.
           if pt-conv (part-idx) = conv-idx and pt-role (part-idx) = 'C'
              perform apptrtn
              add appt-share to appt-alloc
              move spaces to ldrec
              move pt-folio (part-idx) to ld-folio
              move lq-year (ldpool-idx) to ld-year
              move lq-kind (ldpool-idx) to ld-kind
              move lq-code (ldpool-idx) to ld-code
              move appt-share to ld-amount
              write ldrec
              add 1 to ld-moved-count
              add 1 to cv-ld-rows (conv-idx)
           end-if.
      * TAXADR to TAXADR2 - a retired parent's address goes to each
      * of its children in place of its own row, sorted back into
      * folio order with the survivors
       taxadrrtn.
           open input taxadr.
           if taxadr-stat = '00'
              sort adrsort on ascending key as-folio
                  input procedure adrload-rtn
                  output procedure adrwrite-rtn
           end-if.
       adrload-rtn.
           read taxadr at end move '1' to taxadr-eof.
           perform adrload1rtn until taxadr-at-eof.
           close taxadr.
       adrload1rtn.
           move ta-folio to srch-folio.
           perform retirechkrtn.
           if retiring
              if cv-adr-sw (conv-idx) = 'N'
                 move 'Y' to cv-adr-sw (conv-idx)
                 perform adrchildrtn
                     varying part-idx from 1 by 1
                     until part-idx > part-count
              end-if
           else
              release adrsortrec from tarec
           end-if.
           read taxadr at end move '1' to taxadr-eof.
       adrchildrtn.
           if pt-conv (part-idx) = conv-idx and pt-role (part-idx) = 'C'
              move tarec to adrsortrec
              move pt-folio (part-idx) to as-folio
              release adrsortrec
              add 1 to ta-copied-count
           end-if.
       adrwrite-rtn.
           open output taxadr2.
           return adrsort into tarec2 at end move 'Y' to adrsort-eof.
           perform adrwrite1rtn until adrsort-at-eof.
           close taxadr2.
       adrwrite1rtn.
           write tarec2.
           return adrsort into tarec2 at end move 'Y' to adrsort-eof.
      *eject
      * the conveyance register - every old-to-new mapping with the
      * balances before and after, footed per conveyance
       regrtn.
           move spaces to rptline.
           string "CONVEYANCE REGISTER - SUBDIVISIONS AND "
                  "CONSOLIDATIONS - RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform reg1rtn
               varying conv-idx from 1 by 1 until conv-idx > conv-count.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "SUBTRAN ROWS: " sub-count
                  "  CONVEYANCES DONE: " ok-count
                  "  REJECTED: " reject-count
                  "  NOT FOOTED: " unfooted-count
                  "  FOLIOS RETIRED: " retired-count
                  "  CREATED: " created-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "LOCAL IMPROVEMENT ROWS APPORTIONED: "
                  li-moved-count
                  "  UTILITY ROWS APPORTIONED: " uc-moved-count
                  "  LEVY COMPONENT ROWS MOVED: " ld-moved-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "MAILING ADDRESSES COPIED TO CHILDREN: "
                  ta-copied-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       reg1rtn.
           move spaces to rptline.
           if cv-action (conv-idx) = 'S'
              string "SUBDIVISION   " cv-convey (conv-idx)
                  delimited by size into rptline
              end-string
           else
              string "CONSOLIDATION " cv-convey (conv-idx)
                  delimited by size into rptline
              end-string
           end-if.
           if not cv-ok (conv-idx)
              string "   *** REJECTED - " cv-reason (conv-idx)
                  delimited by size into rptline (24:)
              end-string
           end-if.
           write rptline before advancing 1 line.
           move 0 to conv-before.
           move 0 to conv-after.
           perform reg2rtn
               varying part-idx from 1 by 1 until part-idx > part-count.
           if cv-ok (conv-idx)
              move conv-before to amt-ed1
              move conv-after to amt-ed2
              move spaces to rptline
              if conv-before = conv-after
                 string "   TOTAL BEFORE " amt-ed1
                        "   AFTER " amt-ed2 "   FOOTS"
                        "   LOCAL IMP ROWS " cv-li-rows (conv-idx)
                        "  UTILITY ROWS " cv-uc-rows (conv-idx)
                        "  LEVY ROWS " cv-ld-rows (conv-idx)
                     delimited by size into rptline
                 end-string
              else
                 add 1 to unfooted-count
                 string "   TOTAL BEFORE " amt-ed1
                        "   AFTER " amt-ed2
                        "   *** DOES NOT FOOT ***"
                     delimited by size into rptline
                 end-string
              end-if
              write rptline before advancing 1 line
           end-if.
           move spaces to rptline.
           write rptline before advancing 1 line.
       reg2rtn.
           if pt-conv (part-idx) = conv-idx
              compute assessed-value =
                  pt-land (part-idx) + pt-imp (part-idx)
              move assessed-value to val-ed
              move spaces to rptline
              if pt-role (part-idx) = 'P'
                 add pt-maint (part-idx) to conv-before
                 move pt-maint (part-idx) to amt-ed1
                 move 0 to amt-ed2
                 string "   PARENT " pt-folio (part-idx) " "
                        pt-name (part-idx) " ASSESSED " val-ed
                        "  BEFORE " amt-ed1 "  AFTER " amt-ed2
                        "  RETIRED"
                     delimited by size into rptline
                 end-string
              else
                 add pt-maint (part-idx) to conv-after
                 move 0 to amt-ed1
                 move pt-maint (part-idx) to amt-ed2
                 string "   CHILD  " pt-folio (part-idx) " "
                        pt-name (part-idx) " ASSESSED " val-ed
                        "  BEFORE " amt-ed1 "  AFTER " amt-ed2
                     delimited by size into rptline
                 end-string
              end-if
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
