       identification division.
      * cgl174 - test/demo mainframe conversion to micro focus cobol
      *        - job cost report - each work order on WOMAS with what
      *          the WOCOST ledger has charged to it against its
      *          budget, by cost type:
      *            LABOUR   - cpy280's hours at the employee's cost
      *                       from the pay run
      *            MATERIAL - car266's issues from stock at pm-cost
      *            SUPPLIER - cap235's voucher lines
      *        - budget, actual, variance (budget less actual, so an
      *          overrun is negative) and the percent of budget used
      *          per cost type and for the work order; a work order
      *          over its total budget is flagged *** OVER BUDGET
      *        - closed work orders show how they left work-in-
      *          progress and when
      *        - WOCOST charges to a work order no longer on WOMAS
      *          are listed at the end so nothing charged goes
      *          unreported
      *        - JOBSUM status VARIANCE when any work order is over
      *          budget
       program-id. cgl174.
       environment division.
       input-output section.
       file-control.
           select womas assign external WOMAS
                  organization record sequential access mode sequential
                  file status womas-stat.
           select wocost assign external WOCOST
                  organization record sequential access mode sequential
                  file status wocost-stat.
           select jobcost assign external JOBCOST
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  womas record contains 80 characters.
           01 worec. copy "womas.cpy".
       fd  wocost record contains 80 characters.
           01 wcrec. copy "wocost.cpy".
       fd  jobcost record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 womas-eof          pic x value ' '.
               88 womas-at-eof            value '1'.
           05 wocost-eof         pic x value ' '.
               88 wocost-at-eof           value '1'.
           05 wo-count           pic 9(5) value zeros.
           05 over-count         pic 9(5) value zeros.
           05 orphan-count       pic 9(5) value zeros.
           05 type-txt           pic x(10) value spaces.
           05 bud-amt            pic s9(9)v99 comp-3 value 0.
           05 act-amt            pic s9(9)v99 comp-3 value 0.
           05 var-amt            pic s9(9)v99 comp-3 value 0.
           05 pct-used           pic s9(5) value zeros.
           05 wo-bud-total       pic s9(9)v99 comp-3 value 0.
           05 wo-act-total       pic s9(9)v99 comp-3 value 0.
           05 grand-bud          pic s9(11)v99 comp-3 value 0.
           05 grand-act          pic s9(11)v99 comp-3 value 0.
           05 bud-ed             pic zzz,zzz,zz9.99-.
           05 act-ed             pic zzz,zzz,zz9.99-.
           05 var-ed             pic zzz,zzz,zz9.99-.
           05 pct-ed             pic zzzz9-.
           05 hrs-ed             pic z,zzz,zz9.99-.
           05 status-txt         pic x(30) value spaces.
      * the WOCOST ledger summed by work order and cost type
       01  cost-flds.
           05 cost-count         pic 9(4) value zeros.
           05 cost-idx           pic 9(4) value zeros.
           05 cost-found-sw      pic x value 'N'.
               88 cost-found              value 'Y'.
           05 srch-workord       pic x(6) value spaces.
       01  cost-table.
           05 cost-entry occurs 5000 times.
              10 ct-workord      pic x(6).
              10 ct-hours        pic s9(7)v99 comp-3.
              10 ct-labour       pic s9(9)v99 comp-3.
              10 ct-matl         pic s9(9)v99 comp-3.
              10 ct-supp         pic s9(9)v99 comp-3.
              10 ct-on-womas     pic x(1).
       01  misc.
           05 womas-stat         pic xx value spaces.
           05 wocost-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
      * no WOCOST yet is nothing charged - every work order at zero
           open input wocost.
           if wocost-stat = '00'
              read wocost at end move '1' to wocost-eof
              end-read
              perform loadcostrtn until wocost-at-eof
              close wocost
           end-if.
           open input womas.
           if womas-stat not = '00'
              move womas-stat to mf-filestat
              move "WOMAS"      to mf-filenamei
              move "WOMAS"      to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output jobcost.
           perform hdgrtn.
           read womas at end move '1' to womas-eof.
           perform wortn until womas-at-eof.
           close womas.
           move zeros to cost-idx.
           perform orphanrtn until cost-idx >= cost-count.
           perform ttlrtn.
           close jobcost.
           move "CGL174" to jobsum-pgm.
           move wo-count to jobsum-count.
           if over-count > 0
              move "VARIANCE" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadcostrtn.
           move wc-workord to srch-workord.
           perform findcostrtn.
           if not cost-found
              if cost-count >= 5000
                 display "CGL174 - COST-TABLE FULL, WC-WORKORD: "
                     wc-workord " NOT LOADED" upon console
                 move zeros to cost-idx
              else
                 add 1 to cost-count
                 move cost-count to cost-idx
                 move wc-workord to ct-workord (cost-idx)
                 move 0 to ct-hours (cost-idx) ct-labour (cost-idx)
                     ct-matl (cost-idx) ct-supp (cost-idx)
                 move 'N' to ct-on-womas (cost-idx)
              end-if
           end-if.
           if cost-idx > 0
              if wc-labour
                 add wc-qty to ct-hours (cost-idx)
                 add wc-amount to ct-labour (cost-idx)
              else
                 if wc-matl
                    add wc-amount to ct-matl (cost-idx)
                 else
                    add wc-amount to ct-supp (cost-idx)
                 end-if
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
      *eject
       hdgrtn.
           move spaces to rptline.
           string "JOB COST REPORT - ACTUAL AGAINST BUDGET - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "   COST TYPE            BUDGET          ACTUAL"
                  "        VARIANCE  PCT USED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
      * one work order - its three cost types and its total
       wortn.
           add 1 to wo-count.
           move wo-workord to srch-workord.
           perform findcostrtn.
           if cost-found
              move 'Y' to ct-on-womas (cost-idx)
           end-if.
           move spaces to status-txt.
           if wo-closed
              if wo-capitalized
                 string "CLOSED " wo-close-date " CAPITALIZED"
                     delimited by size into status-txt
                 end-string
              else
                 string "CLOSED " wo-close-date " EXPENSED"
                     delimited by size into status-txt
                 end-string
              end-if
           else
              move "OPEN" to status-txt
           end-if.
           move spaces to rptline.
           string "WORK ORDER " wo-workord "  " wo-dscrptn
                  "  DEPT " wo-dept "  CO " wo-company "  "
                  status-txt
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move 0 to wo-bud-total.
           move 0 to wo-act-total.
           move "LABOUR" to type-txt.
           move wo-bud-labour to bud-amt.
           if cost-found
              move ct-labour (cost-idx) to act-amt
           else
              move 0 to act-amt
           end-if.
           perform typelinertn.
           if cost-found
              move ct-hours (cost-idx) to hrs-ed
              move spaces to rptline
              string "      HOURS CHARGED " hrs-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           move "MATERIAL" to type-txt.
           move wo-bud-matl to bud-amt.
           if cost-found
              move ct-matl (cost-idx) to act-amt
           else
              move 0 to act-amt
           end-if.
           perform typelinertn.
           move "SUPPLIER" to type-txt.
           move wo-bud-supp to bud-amt.
           if cost-found
              move ct-supp (cost-idx) to act-amt
           else
              move 0 to act-amt
           end-if.
           perform typelinertn.
           move "TOTAL" to type-txt.
           move wo-bud-total to bud-amt.
           move wo-act-total to act-amt.
           perform amtlinertn.
           if act-amt > bud-amt
              add 1 to over-count
              string "  *** OVER BUDGET" delimited by size
                  into rptline (76:)
              end-string
           end-if.
           write rptline before advancing 2 lines.
           add wo-bud-total to grand-bud.
           add wo-act-total to grand-act.
       typelinertn.
           add bud-amt to wo-bud-total.
           add act-amt to wo-act-total.
           perform amtlinertn.
           write rptline before advancing 1 line.
      * budget/actual/variance/percent used for one line, built in
      * rptline for the caller to finish and write
       amtlinertn.
           compute var-amt = bud-amt - act-amt.
           if bud-amt > 0
              compute pct-used rounded = act-amt * 100 / bud-amt
                  on size error move 99999 to pct-used
              end-compute
           else
              move zeros to pct-used
           end-if.
           move bud-amt to bud-ed.
           move act-amt to act-ed.
           move var-amt to var-ed.
           move pct-used to pct-ed.
           move spaces to rptline.
           string "   " type-txt bud-ed " " act-ed " " var-ed
                  "    " pct-ed
               delimited by size into rptline
           end-string.
      * a ledger work order no longer on WOMAS
       orphanrtn.
           add 1 to cost-idx.
           if ct-on-womas (cost-idx) = 'N'
              add 1 to orphan-count
              compute act-amt = ct-labour (cost-idx)
                  + ct-matl (cost-idx) + ct-supp (cost-idx)
              move act-amt to act-ed
              add act-amt to grand-act
              move spaces to rptline
              string "*** CHARGED TO WORK ORDER NOT ON WOMAS: "
                     ct-workord (cost-idx) "  AMOUNT: " act-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move grand-bud to bud-ed.
           move grand-act to act-ed.
           move spaces to rptline.
           string "WORK ORDERS: " wo-count
                  "  OVER BUDGET: " over-count
                  "  BUDGET: " bud-ed "  ACTUAL: " act-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if orphan-count > 0
              move spaces to rptline
              string "CHARGES TO WORK ORDERS NOT ON WOMAS: "
                     orphan-count
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
