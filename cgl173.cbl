       identification division.
      * cgl173 - test/demo mainframe conversion to micro focus cobol
      *        - work order / project maintenance against WOMAS, the
      *          master the job cost ledger (WOCOST) is charged to
      *        - matches sorted WOTRAN transactions against sorted
      *          WOMAS by work order number and writes the updated
      *          file to WOMAS2, the cpy120 way:
      *            A - open a work order (description, department,
      *                company, budget by cost type)
      *            C - change description/department/budgets
      *            X - close a finished work order, capitalizing it
      *                (disposition 'C') or expensing it ('E') to the
      *                keyed account
      *        - a close takes the work order's WOCOST ledger total
      *          out of work-in-progress - one balanced GLTRANS batch
      *          for the run debits each keyed account and credits
      *          the ACCTMAP WOWIP account in the work order's
      *          company, with its BATCHHDR row and INTFCTL GEN stamp;
      *          a closed work order takes no more charges
      *        - every changed work order goes to the shared AUDITLOG
      *          as a before/after image pair
       program-id. cgl173.
       environment division.
       input-output section.
       file-control.
           select womas assign external WOMAS
                  organization record sequential access mode sequential
                  file status womas-stat.
           select wotran assign external WOTRAN
                  organization record sequential access mode sequential
                  file status wotran-stat.
           select wocost assign external WOCOST
                  organization record sequential access mode sequential
                  file status wocost-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select womas2 assign external WOMAS2
                  organization record sequential access mode sequential.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select worpt assign external WORPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  womas record contains 80 characters.
           01 worec. copy "womas.cpy".
      * work order transaction, sorted ascending by wt-workord;
      * fields left blank on a change keep what is on file
       fd  wotran record contains 80 characters.
           01 wtrec.
              05 wt-workord      pic x(6).
              05 wt-action       pic x(1).
                 88 wt-add               value 'A'.
                 88 wt-change            value 'C'.
                 88 wt-close             value 'X'.
              05 wt-dscrptn      pic x(30).
              05 wt-dept         pic x(4).
              05 wt-company      pic x(2).
              05 wt-bud-labour   pic 9(7)v99.
              05 wt-bud-matl     pic 9(7)v99.
              05 wt-bud-supp     pic 9(7)v99.
      * close only - 'C' capitalize, 'E' expense, and the account
              05 wt-disp         pic x(1).
                 88 wt-capitalize        value 'C'.
                 88 wt-expense           value 'E'.
              05 wt-acct         pic x(8).
              05 filler          pic x(1).
       fd  wocost record contains 80 characters.
           01 wcrec. copy "wocost.cpy".
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  womas2 record contains 80 characters.
           01 worec2             pic x(80).
       fd  gltrans record contains 80 characters.
           01 gltrec.
              05 glt-acct       pic 9(8).
              05 glt-type       pic x(2).
              05 glt-dscrptn    pic x(30).
              05 glt-amount     pic s9(8)v99.
              05 glt-batch      pic x(6).
              05 glt-js         pic x(2).
              05 glt-ref        pic x(6).
              05 glt-date       pic x(6).
              05 glt-company    pic x(2).
              05 filler         pic x(8).
       fd  batchhdr record contains 20 characters.
           01 bh-rec.
              05 bh-batch       pic x(6).
              05 bh-total       pic s9(8)v99.
              05 bh-reverse     pic x(1).
              05 filler         pic x(3).
       fd  worpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 womas-eof          pic x value ' '.
               88 womas-at-eof            value 'Y'.
           05 wotran-eof         pic x value ' '.
               88 wotran-at-eof           value 'Y'.
           05 wocost-eof         pic x value ' '.
               88 wocost-at-eof           value '1'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 add-count          pic 9(5) value zeros.
           05 change-count       pic 9(5) value zeros.
           05 close-count        pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 wo-before          pic x(80) value spaces.
           05 wo-cost            pic s9(9)v99 comp-3 value 0.
           05 gl-amount          pic s9(9)v99 comp-3 value 0.
           05 gl-total           pic s9(9)v99 comp-3 value 0.
           05 cost-ed            pic zzz,zzz,zz9.99-.
           05 total-ed           pic zzz,zzz,zz9.99-.
           05 map-wowip          pic x(8) value spaces.
       01  company-flds.
           05 gen-company        pic x(2) value '01'.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 8.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the WOCOST ledger summed by work order - what a close takes
      * out of work-in-progress
       01  cost-flds.
           05 cost-count         pic 9(4) value zeros.
           05 cost-idx           pic 9(4) value zeros.
           05 cost-found-sw      pic x value 'N'.
               88 cost-found              value 'Y'.
           05 srch-workord       pic x(6) value spaces.
       01  cost-table.
           05 cost-entry occurs 5000 times.
              10 ct-workord      pic x(6).
              10 ct-amount       pic s9(9)v99 comp-3.
      * the closes this run, posted as one batch at the end
       01  close-flds.
           05 cl-count           pic 9(4) value zeros.
           05 cl-idx             pic 9(4) value zeros.
       01  close-table.
           05 close-entry occurs 1000 times.
              10 cl-workord      pic x(6).
              10 cl-acct         pic x(8).
              10 cl-company      pic x(2).
              10 cl-disp         pic x(1).
              10 cl-amount       pic s9(9)v99 comp-3.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  misc.
           05 womas-stat         pic xx value spaces.
           05 wotran-stat        pic xx value spaces.
           05 wocost-stat        pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      * before/after image audit trail - one pair per changed record
      * through the shared auditlog subprogram, stamped with this
      * run's jobid1/jobid2 and rundate
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "WOMAS2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 80.
           05 aud-blank          pic x(256) value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept gen-company from environment "CGL173-COMPANY"
               on exception move '01' to gen-company
           end-accept.
           open input acctmap.
           if acctmap-stat not = '00'
              move acctmap-stat to mf-filestat
              move "ACCTMAP"    to mf-filenamei
              move "ACCTMAP"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read acctmap at end move '1' to acctmap-eof.
           perform loadmaprtn until acctmap-at-eof.
           close acctmap.
      * no WOCOST yet is nothing charged - a close moves zero
           open input wocost.
           if wocost-stat = '00'
              read wocost at end move '1' to wocost-eof
              end-read
              perform loadcostrtn until wocost-at-eof
              close wocost
           end-if.
      * no WOMAS yet (the first work order run) is an empty master
           open input womas.
           if womas-stat = '35'
              move 'Y' to womas-eof
           else
              if womas-stat not = '00'
                 move womas-stat to mf-filestat
                 move "WOMAS"      to mf-filenamei
                 move "WOMAS"      to mf-filenamex
                 perform mf-display-filestat-eoj
              end-if
           end-if.
           open input wotran.
           if wotran-stat not = '00'
              move wotran-stat to mf-filestat
              move "WOTRAN"     to mf-filenamei
              move "WOTRAN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output womas2 worpt.
           move spaces to rptline.
           string "WORK ORDER MAINTENANCE - RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           if not womas-at-eof
              read womas at end move 'Y' to womas-eof
              end-read
           end-if.
           read wotran at end move 'Y' to wotran-eof.
           perform matchrtn until womas-at-eof and wotran-at-eof.
           perform glfeedrtn.
           perform ttlrtn.
           if womas-stat not = '35'
              close womas
           end-if.
           close wotran womas2 worpt.
           move "CGL173" to jobsum-pgm.
           compute jobsum-count = add-count + change-count
               + close-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           if am-kind = "WOWIP"
              move am-acct to map-wowip
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       loadcostrtn.
           move wc-workord to srch-workord.
           perform findcostrtn.
           if cost-found
              add wc-amount to ct-amount (cost-idx)
           else
              if cost-count >= 5000
                 display "CGL173 - COST-TABLE FULL, WC-WORKORD: "
                     wc-workord " NOT LOADED" upon console
              else
                 add 1 to cost-count
                 move wc-workord to ct-workord (cost-count)
                 move wc-amount to ct-amount (cost-count)
              end-if
           end-if.
           read wocost at end move '1' to wocost-eof.
       findcostrtn.
           move 1 to cost-idx.
           move 'N' to cost-found-sw.
           perform findcost1rtn
               until cost-found or cost-idx > cost-count.
       findcost1rtn.
           if ct-workord (cost-idx) = srch-workord
              move 'Y' to cost-found-sw
           else
              add 1 to cost-idx
           end-if.
       matchrtn.
           if womas-at-eof
              perform trnonlyrtn
           else
              if wotran-at-eof
                 perform copymastrtn
              else
                 if wt-workord < wo-workord
                    perform trnonlyrtn
                 else
                    if wt-workord > wo-workord
                       perform copymastrtn
                    else
                       perform matchedrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a transaction with no matching WOMAS record - only an add
      * is valid here
       trnonlyrtn.
           if wt-add
              if wt-dscrptn = spaces or wt-dept = spaces
                    or wt-bud-labour not numeric
                    or wt-bud-matl not numeric
                    or wt-bud-supp not numeric
                 move spaces to rptline
                 string "REJECTED - ADD NEEDS DESCRIPTION, DEPT AND "
                        "BUDGETS: " wt-workord
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
                 add 1 to reject-count
              else
      * the new work order is built in the WOMAS record area, so the
      * master record waiting to be matched is held and put back
                 move worec to wo-before
                 move spaces to worec
                 move wt-workord to wo-workord
                 move wt-dscrptn to wo-dscrptn
                 move wt-dept to wo-dept
                 if wt-company = spaces
                    move gen-company to wo-company
                 else
                    move wt-company to wo-company
                 end-if
                 move wt-bud-labour to wo-bud-labour
                 move wt-bud-matl to wo-bud-matl
                 move wt-bud-supp to wo-bud-supp
                 move 'O' to wo-status
                 move zeros to wo-close-date
                 move worec to worec2
                 write worec2
                 move spaces to aud-key-ws
                 move wt-workord to aud-key-ws
                 call "auditlog" using aud-file-ws aud-key-ws aud-lth
                     aud-blank worec2 jobid1 jobid2 rundate-ymd8
                 add 1 to add-count
                 move spaces to rptline
                 string "ADD    " wt-workord " " wt-dept " "
                        wt-dscrptn
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
                 move wo-before to worec
              end-if
           else
              move spaces to rptline
              string "REJECTED - NO MATCHING WORK ORDER: " wt-workord
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to reject-count
           end-if.
           read wotran at end move 'Y' to wotran-eof.
      * no transaction against this WOMAS record - carry as-is
       copymastrtn.
           move worec to worec2.
           write worec2.
           read womas at end move 'Y' to womas-eof.
      * a transaction matched to its WOMAS record by work order
       matchedrtn.
           move worec to wo-before.
           if wt-add
              move spaces to rptline
              string "REJECTED - WORK ORDER ALREADY ON FILE: "
                     wt-workord
                  delimited by size into rptline
              end-string
              perform rejectrtn
           else
              if not wo-open
                 move spaces to rptline
                 string "REJECTED - WORK ORDER CLOSED: " wt-workord
                        " ACTION " wt-action
                     delimited by size into rptline
                 end-string
                 perform rejectrtn
              else
                 if wt-close
                    perform closertn
                 else
                    if wt-change
                       perform changertn
                    else
                       move spaces to rptline
                       string "REJECTED - INVALID ACTION: "
                              wt-workord " " wt-action
                           delimited by size into rptline
                       end-string
                       perform rejectrtn
                    end-if
                 end-if
              end-if
           end-if.
           move worec to worec2.
           write worec2.
           if worec not = wo-before
              move spaces to aud-key-ws
              move wo-workord to aud-key-ws
              call "auditlog" using aud-file-ws aud-key-ws aud-lth
                  wo-before worec jobid1 jobid2 rundate-ymd8
           end-if.
           read womas at end move 'Y' to womas-eof.
           read wotran at end move 'Y' to wotran-eof.
       rejectrtn.
           write rptline before advancing 1 line.
           add 1 to reject-count.
       changertn.
           if wt-dscrptn not = spaces
              move wt-dscrptn to wo-dscrptn
           end-if.
           if wt-dept not = spaces
              move wt-dept to wo-dept
           end-if.
           if wt-bud-labour numeric and wt-bud-labour not = zeros
              move wt-bud-labour to wo-bud-labour
           end-if.
           if wt-bud-matl numeric and wt-bud-matl not = zeros
              move wt-bud-matl to wo-bud-matl
           end-if.
           if wt-bud-supp numeric and wt-bud-supp not = zeros
              move wt-bud-supp to wo-bud-supp
           end-if.
           move spaces to rptline.
           string "CHANGE " wo-workord " " wo-dept " " wo-dscrptn
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to change-count.
      * a close needs its disposition and a numeric account, and the
      * WOWIP account to relieve; the ledger total is what moves
       closertn.
           if wt-acct not = spaces
              move 8 to edit-lth
              call "numedit" using wt-acct edit-lth edit-valid-sw
           else
              move 'N' to edit-valid-sw
           end-if.
           if not (wt-capitalize or wt-expense) or not edit-valid
              move spaces to rptline
              string "REJECTED - CLOSE NEEDS DISPOSITION C OR E AND "
                     "AN ACCOUNT: " wt-workord " " wt-disp " "
                     wt-acct
                  delimited by size into rptline
              end-string
              perform rejectrtn
           else
              if map-wowip = spaces or cl-count >= 1000
                 move spaces to rptline
                 string "REJECTED - NO WOWIP ACCOUNT ON ACCTMAP OR "
                        "TOO MANY CLOSES: " wt-workord
                     delimited by size into rptline
                 end-string
                 perform rejectrtn
              else
                 perform close1rtn
              end-if
           end-if.
       close1rtn.
           move wo-workord to srch-workord.
           perform findcostrtn.
           if cost-found
              move ct-amount (cost-idx) to wo-cost
           else
              move 0 to wo-cost
           end-if.
           move 'C' to wo-status.
           move wt-disp to wo-disp.
           move rundate-ymd6 to wo-close-date.
           if wo-cost not = 0
              add 1 to cl-count
              move wo-workord to cl-workord (cl-count)
              move wt-acct to cl-acct (cl-count)
              move wo-company to cl-company (cl-count)
              move wt-disp to cl-disp (cl-count)
              move wo-cost to cl-amount (cl-count)
           end-if.
           move wo-cost to cost-ed.
           move spaces to rptline.
           if wt-capitalize
              string "CLOSE  " wo-workord " " wo-dscrptn
                     " CAPITALIZED TO " wt-acct "  COST: " cost-ed
                  delimited by size into rptline
              end-string
           else
              string "CLOSE  " wo-workord " " wo-dscrptn
                     " EXPENSED TO    " wt-acct "  COST: " cost-ed
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           add 1 to close-count.
      * one balanced GLTRANS batch for the run's closes - DR the
      * keyed account, CR work-in-progress (the other way round for
      * a ledger that nets to a credit)
       glfeedrtn.
           if cl-count = 0
              continue
           else
              open output gltrans
              open extend batchhdr
              if batchhdr-stat = '35'
                 open output batchhdr
              end-if
              move 0 to gl-total
              move spaces to gltrec
              move "WO" to glt-type
              move spaces to glt-batch
              string "J" rundate-ymd6 (2:5) delimited by size
                  into glt-batch
              end-string
              move rundate-ymd6 to glt-date
              move zeros to cl-idx
              perform glclosertn until cl-idx >= cl-count
              move spaces to bh-rec
              move glt-batch to bh-batch
              compute bh-total = gl-total * 2
              move ' ' to bh-reverse
              write bh-rec
              move "GEN" to intf-event
              move "CGL173" to intf-source
              move gl-total to intf-debits
              move gl-total to intf-credits
              call "intfctl" using intf-event glt-batch
                  intf-source glt-date intf-debits intf-credits
              close gltrans batchhdr
           end-if.
       glclosertn.
           add 1 to cl-idx.
           move cl-company (cl-idx) to glt-company.
           move cl-workord (cl-idx) to glt-ref.
           move spaces to glt-dscrptn.
           if cl-disp (cl-idx) = 'C'
              string "WORK ORDER " cl-workord (cl-idx) " CAPITALIZED"
                  delimited by size into glt-dscrptn
              end-string
           else
              string "WORK ORDER " cl-workord (cl-idx) " EXPENSED"
                  delimited by size into glt-dscrptn
              end-string
           end-if.
           if cl-amount (cl-idx) < 0
              compute gl-amount = 0 - cl-amount (cl-idx)
              move map-wowip to glt-acct
              move gl-amount to glt-amount
              move 'DR' to glt-js
              write gltrec
              move cl-acct (cl-idx) to glt-acct
              move 'CR' to glt-js
              write gltrec
           else
              move cl-amount (cl-idx) to gl-amount
              move cl-acct (cl-idx) to glt-acct
              move gl-amount to glt-amount
              move 'DR' to glt-js
              write gltrec
              move map-wowip to glt-acct
              move 'CR' to glt-js
              write gltrec
           end-if.
           add gl-amount to gl-total.
       ttlrtn.
           move gl-total to total-ed.
           move spaces to rptline.
           string "TOTALS - ADDS: " add-count
                  "  CHANGES: " change-count
                  "  CLOSES: " close-count
                  "  REJECTED: " reject-count
                  "  OUT OF WIP: " total-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
