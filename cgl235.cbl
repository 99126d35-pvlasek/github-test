       identification division.
      * cgl235 - test/demo mainframe conversion to micro focus cobol
      *        - monthly management KPI pack, the board's page of key
      *          numbers calculated in one run off the files the
      *          system keeps instead of assembled by hand from six
      *          reports
      *        - env-var CGL235-PERIOD (yyyymm) names the month,
      *          default the run month; SALEDTL and PAYHIST are taken
      *          for that month by sd-date/hist-date, the balances
      *          (AROPEN, PRODMAS, ARUNAP, CITYTAX) as they stand, so
      *          the pack is run at month end
      *        - the figures:
      *            REVENUE  - the month's SALEDTL sd-amount
      *            DSO      - AROPEN open balance over the month's
      *                       tax-inclusive sales (the basis car210
      *                       rolls AROPEN up on) times days in month
      *            INVTURNS - the month's cost of sales annualized
      *                       over the car233 stock value at pm-cost
      *            GM PCT   - gross margin percent of revenue, the
      *                       car257 arithmetic (sd-qty at pm-cost)
      *            PAY PCT  - PAYHIST gross plus the employer cpp,
      *                       ei and match as a percent of revenue
      *            TAXCOLL  - percent of the current levy collected:
      *                       the latest LEVYHIST levy less what
      *                       CITYTAX still owes in that year's slot
      *            UNAPPL   - unapplied cash sitting on ARUNAP
      *            DISPUTE  - AROPEN items on dispute hold
      *        - each month's figures are appended to KPIHIST, and the
      *          pack shows this month against last month and the
      *          same month last year off it, with the direction of
      *          the move since last month; a figure that can't be
      *          computed (no revenue, no levy on file) prints N/A
      *          and is not recorded
       program-id. cgl235.
       environment division.
       input-output section.
       file-control.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status aropen-stat.
           select arunap assign external ARUNAP
                  organization record sequential access mode sequential
                  file status arunap-stat.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select levyhist assign external LEVYHIST
                  organization line sequential
                  file status levyhist-stat.
           select kpihist assign external KPIHIST
                  organization line sequential
                  file status kpihist-stat.
           select kpipack assign external KPIPACK
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  aropen record contains 32 characters.
           01 aropenrec. copy "aropen.cpy".
       fd  arunap record contains 40 characters.
           01 unaprec. copy "arunap.cpy".
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
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
      * one line per figure per month; a rerun of the same month
      * appends again and the latest line stands
       fd  kpihist record contains 60 characters.
           01 khrec.
              05 kh-period       pic 9(6).
              05 filler          pic x(1).
              05 kh-kpi          pic x(8).
              05 filler          pic x(1).
              05 kh-value        pic s9(9)v99 sign leading separate.
              05 filler          pic x(1).
              05 kh-rundate      pic 9(8).
              05 filler          pic x(23).
       fd  kpipack record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 aropen-eof         pic x value ' '.
               88 aropen-at-eof           value '1'.
           05 arunap-eof         pic x value ' '.
               88 arunap-at-eof           value '1'.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 levyhist-eof       pic x value ' '.
               88 levyhist-at-eof         value '1'.
           05 kpihist-eof        pic x value ' '.
               88 kpihist-at-eof          value '1'.
           05 kpi-period         pic 9(6) value zeros.
           05 kpi-period-r redefines kpi-period.
              10 kpi-period-ccyy pic 9(4).
              10 kpi-period-mm   pic 9(2).
           05 kpi-period-x redefines kpi-period.
              10 filler          pic x(2).
              10 kpi-period-yymm pic x(4).
           05 last-period        pic 9(6) value zeros.
           05 last-period-r redefines last-period.
              10 last-period-ccyy pic 9(4).
              10 last-period-mm  pic 9(2).
           05 ly-period          pic 9(6) value zeros.
           05 days-in-month      pic 9(2) value zeros.
           05 leap-quot          pic 9(4) value zeros.
           05 leap-rem           pic 9(2) value zeros.
           05 sale-count         pic 9(7) value zeros.
           05 cost-count         pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 kpi-idx            pic 9(2) value zeros.
           05 slot-idx           pic 9(1) value zeros.
           05 cost-found-sw      pic x value 'N'.
               88 cost-found              value 'Y'.
           05 this-cost          pic s9(5)v99 comp-3 value 0.
           05 line-cost          pic s9(9)v99 comp-3 value 0.
           05 onhand-wk          pic s9(7) value zeros.
           05 cost-value         pic s9(9)v99 comp-3 value 0.
           05 tot-revenue        pic s9(11)v99 comp-3 value 0.
           05 tot-sales-tax      pic s9(11)v99 comp-3 value 0.
           05 tot-cos            pic s9(11)v99 comp-3 value 0.
           05 tot-stock          pic s9(11)v99 comp-3 value 0.
           05 tot-ar             pic s9(11)v99 comp-3 value 0.
           05 tot-disputed       pic s9(11)v99 comp-3 value 0.
           05 tot-unapplied      pic s9(11)v99 comp-3 value 0.
           05 tot-paycost        pic s9(11)v99 comp-3 value 0.
           05 levy-year          pic 9(4) value zeros.
           05 levy-total         pic s9(11)v99 comp-3 value 0.
           05 levy-owing         pic s9(11)v99 comp-3 value 0.
           05 kpi-value          pic s9(9)v99 comp-3 value 0.
           05 amt-ed1            pic zzz,zzz,zz9.99-.
           05 amt-ed2            pic zzz,zzz,zz9.99-.
           05 amt-ed3            pic zzz,zzz,zz9.99-.
      * CGL235-PERIOD comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 period-txt         pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * days in each month, february corrected for leap years
       01  month-days-values.
           05 filler             pic x(24)
                                 value "312831303130313130313031".
       01  month-days-r redefines month-days-values.
           05 md-days            pic 9(2) occurs 12 times.
      * the figures on the pack, in print order
       01  kpi-names.
           05 filler             pic x(42)
                  value "REVENUE REVENUE FOR THE MONTH             ".
           05 filler             pic x(42)
                  value "DSO     DAYS SALES OUTSTANDING            ".
           05 filler             pic x(42)
                  value "INVTURNSINVENTORY TURNS (ANNUALIZED)      ".
           05 filler             pic x(42)
                  value "GM PCT  GROSS MARGIN PERCENT              ".
           05 filler             pic x(42)
                  value "PAY PCT PAYROLL COST PERCENT OF REVENUE   ".
           05 filler             pic x(42)
                  value "TAXCOLL CURRENT LEVY COLLECTED PERCENT    ".
           05 filler             pic x(42)
                  value "UNAPPL  UNAPPLIED CASH                    ".
           05 filler             pic x(42)
                  value "DISPUTE DISPUTED RECEIVABLES              ".
       01  kpi-names-r redefines kpi-names.
           05 kn-entry occurs 8 times.
              10 kn-code         pic x(8).
              10 kn-name         pic x(34).
       01  kpi-table.
           05 kpi-entry occurs 8 times.
              10 kt-this         pic s9(9)v99 comp-3.
              10 kt-this-sw      pic x(1).
                  88 kt-this-ok           value 'Y'.
              10 kt-last         pic s9(9)v99 comp-3.
              10 kt-last-sw      pic x(1).
                  88 kt-last-ok           value 'Y'.
              10 kt-ly           pic s9(9)v99 comp-3.
              10 kt-ly-sw        pic x(1).
                  88 kt-ly-ok             value 'Y'.
      * unit cost per product off PRODMAS, as car257 extends it
       01  cost-table.
           05 cost-entry occurs 500 times.
              10 ct-prod         pic x(6).
              10 ct-cost         pic s9(5)v99 comp-3.
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 aropen-stat        pic xx value spaces.
           05 arunap-stat        pic xx value spaces.
           05 payhist-stat       pic xx value spaces.
           05 citytax-stat       pic xx value spaces.
           05 levyhist-stat      pic xx value spaces.
           05 kpihist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept period-txt from environment "CGL235-PERIOD"
               on exception move '000000' to period-txt
           end-accept.
           call "numedit" using period-txt edit-lth edit-valid-sw.
           if edit-valid
              move period-txt to kpi-period
           else
              move zeros to kpi-period
           end-if.
           if kpi-period-mm < 1 or kpi-period-mm > 12
              move rundate-ymd8 (1:6) to kpi-period
           end-if.
           perform periodrtn.
           move zeros to kpi-idx.
           perform kpiinitrtn until kpi-idx >= 8.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read prodmas at end move '1' to prodmas-eof.
           perform stockrtn until prodmas-at-eof.
           close prodmas.
           open input saledtl.
           if saledtl-stat not = '00'
              move saledtl-stat to mf-filestat
              move "SALEDTL"    to mf-filenamei
              move "SALEDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           perform salertn until saledtl-at-eof.
           close saledtl.
           open input aropen.
           if aropen-stat not = '00'
              move aropen-stat  to mf-filestat
              move "AROPEN"     to mf-filenamei
              move "AROPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read aropen at end move '1' to aropen-eof.
           perform aropenrtn until aropen-at-eof.
           close aropen.
      * ARUNAP, PAYHIST, LEVYHIST and CITYTAX may not be on disk for
      * a shop not running that subsystem - the figure prints N/A
           open input arunap.
           if arunap-stat = '00'
              read arunap at end move '1' to arunap-eof
              end-read
              perform arunaprtn until arunap-at-eof
              close arunap
           end-if.
           open input payhist.
           if payhist-stat = '00'
              read payhist at end move '1' to payhist-eof
              end-read
              perform payhistrtn until payhist-at-eof
              close payhist
           end-if.
           open input levyhist.
           if levyhist-stat = '00'
              read levyhist at end move '1' to levyhist-eof
              end-read
              perform levyhistrtn until levyhist-at-eof
              close levyhist
           end-if.
           if levy-year not = zeros
              open input citytax
              if citytax-stat = '00'
                 read citytax at end move '1' to citytax-eof
                 end-read
                 perform citytaxrtn until citytax-at-eof
                 close citytax
              end-if
           end-if.
           perform calcrtn.
           open input kpihist.
           if kpihist-stat = '00'
              read kpihist at end move '1' to kpihist-eof
              end-read
              perform kpihistrtn until kpihist-at-eof
              close kpihist
           end-if.
           open output kpipack.
           perform rptrtn.
           close kpipack.
           perform kpiwrtrtn.
           move "CGL235" to jobsum-pgm.
           move sale-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * last month, the same month last year, and this month's days
       periodrtn.
           move kpi-period to last-period.
           if last-period-mm = 01
              subtract 1 from last-period-ccyy
              move 12 to last-period-mm
           else
              subtract 1 from last-period-mm
           end-if.
           compute ly-period = kpi-period - 100.
           move md-days (kpi-period-mm) to days-in-month.
           if kpi-period-mm = 02
              divide kpi-period-ccyy by 4 giving leap-quot
                  remainder leap-rem
              if leap-rem = 0
                 move 29 to days-in-month
              end-if
           end-if.
       kpiinitrtn.
           add 1 to kpi-idx.
           move 0 to kt-this (kpi-idx) kt-last (kpi-idx)
               kt-ly (kpi-idx).
           move 'N' to kt-this-sw (kpi-idx) kt-last-sw (kpi-idx)
               kt-ly-sw (kpi-idx).
      * stock at cost the way car233 extends it, and the unit cost
      * table the car257 margin arithmetic extends sales at
       stockrtn.
           if pm-onhand numeric
              move pm-onhand to onhand-wk
           else
              move zeros to onhand-wk
           end-if.
           if pm-cost numeric
              compute cost-value rounded = onhand-wk * pm-cost
              add cost-value to tot-stock
           end-if.
           if cost-count >= 500
              display "CGL235 - COST-TABLE FULL, PM-PROD: " pm-prod
                  " NOT LOADED" upon console
           else
              add 1 to cost-count
              move pm-prod to ct-prod (cost-count)
              if pm-cost numeric
                 move pm-cost to ct-cost (cost-count)
              else
                 move zeros to ct-cost (cost-count)
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
      * one sale line in the month - revenue, its tax, and its cost
       salertn.
           if sd-date (1:4) = kpi-period-yymm
              add 1 to sale-count
              add sd-amount to tot-revenue
              add sd-gst to tot-sales-tax
              add sd-pst to tot-sales-tax
              perform findcostrtn
              if cost-found and this-cost > 0
                 compute line-cost rounded = sd-qty * this-cost
                 add line-cost to tot-cos
              end-if
           end-if.
           read saledtl at end move '1' to saledtl-eof.
       findcostrtn.
           move 1 to srch-idx.
           move 'N' to cost-found-sw.
           move 0 to this-cost.
           perform findcost1rtn
               until cost-found or srch-idx > cost-count.
       findcost1rtn.
           if ct-prod (srch-idx) = sd-prod
              move 'Y' to cost-found-sw
              move ct-cost (srch-idx) to this-cost
           else
              add 1 to srch-idx
           end-if.
       aropenrtn.
           add ar-amount to tot-ar.
           if not ar-not-disputed
              add ar-amount to tot-disputed
           end-if.
           read aropen at end move '1' to aropen-eof.
       arunaprtn.
           add ua-amount to tot-unapplied.
           read arunap at end move '1' to arunap-eof.
      * the month's pay runs at what they cost the employer
       payhistrtn.
           if hist-date (1:4) = kpi-period-yymm
              add hist-gross to tot-paycost
              if hist-ecpp numeric
                 add hist-ecpp to tot-paycost
              end-if
              if hist-euic numeric
                 add hist-euic to tot-paycost
              end-if
              if hist-match numeric
                 add hist-match to tot-paycost
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
      * the current levy is the latest year levied - a rerun of the
      * same year's levy replaces the earlier line
       levyhistrtn.
           if lh-year >= levy-year
              move lh-year to levy-year
              move lh-levy to levy-total
           end-if.
           read levyhist at end move '1' to levyhist-eof.
       citytaxrtn.
           move zeros to slot-idx.
           perform citytax1rtn until slot-idx >= 3.
           read citytax at end move '1' to citytax-eof.
       citytax1rtn.
           add 1 to slot-idx.
           if ctx-owing-year (slot-idx) numeric
                 and ctx-owing-amt (slot-idx) numeric
              if ctx-owing-year (slot-idx) = levy-year
                 add ctx-owing-amt (slot-idx) to levy-owing
              end-if
           end-if.
       calcrtn.
           move tot-revenue to kt-this (1).
           move 'Y' to kt-this-sw (1).
           if tot-revenue + tot-sales-tax > 0
              compute kt-this (2) rounded = tot-ar * days-in-month
                  / (tot-revenue + tot-sales-tax)
              move 'Y' to kt-this-sw (2)
           end-if.
           if tot-stock > 0
              compute kt-this (3) rounded = tot-cos * 12 / tot-stock
              move 'Y' to kt-this-sw (3)
           end-if.
           if tot-revenue not = 0
              compute kt-this (4) rounded =
                  (tot-revenue - tot-cos) * 100 / tot-revenue
              move 'Y' to kt-this-sw (4)
              compute kt-this (5) rounded =
                  tot-paycost * 100 / tot-revenue
              move 'Y' to kt-this-sw (5)
           end-if.
           if levy-total > 0
              compute kt-this (6) rounded =
                  (levy-total - levy-owing) * 100 / levy-total
              move 'Y' to kt-this-sw (6)
           end-if.
           move tot-unapplied to kt-this (7).
           move 'Y' to kt-this-sw (7).
           move tot-disputed to kt-this (8).
           move 'Y' to kt-this-sw (8).
      * pick last month's and last year's figures off the history
       kpihistrtn.
           if kh-period = last-period or kh-period = ly-period
              move zeros to kpi-idx
              perform kpihist1rtn until kpi-idx >= 8
           end-if.
           read kpihist at end move '1' to kpihist-eof.
       kpihist1rtn.
           add 1 to kpi-idx.
           if kn-code (kpi-idx) = kh-kpi
              if kh-period = last-period
                 move kh-value to kt-last (kpi-idx)
                 move 'Y' to kt-last-sw (kpi-idx)
              else
                 move kh-value to kt-ly (kpi-idx)
                 move 'Y' to kt-ly-sw (kpi-idx)
              end-if
           end-if.
       rptrtn.
           move spaces to rptline.
           string "MANAGEMENT KPI PACK - PERIOD " kpi-period
                  "   RUN " rundate-ymd8e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "KEY FIGURE" to rptline (1:10).
           move "THIS MONTH" to rptline (43:10).
           move "LAST MONTH" to rptline (59:10).
           move "LAST YEAR" to rptline (76:9).
           move "TREND" to rptline (88:5).
           write rptline before advancing 2 lines.
           move zeros to kpi-idx.
           perform rptlinertn until kpi-idx >= 8.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "DSO OVER " days-in-month " DAYS; INVENTORY TURNS "
                  "ARE THE MONTH'S COST OF SALES TIMES 12 OVER STOCK "
                  "AT COST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if levy-year not = zeros
              move spaces to rptline
              string "CURRENT LEVY IS THE " levy-year " LEVY"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       rptlinertn.
           add 1 to kpi-idx.
           move spaces to rptline.
           move kn-name (kpi-idx) to rptline (1:34).
           if kt-this-ok (kpi-idx)
              move kt-this (kpi-idx) to amt-ed1
              move amt-ed1 to rptline (38:15)
           else
              move "N/A" to rptline (50:3)
           end-if.
           if kt-last-ok (kpi-idx)
              move kt-last (kpi-idx) to amt-ed2
              move amt-ed2 to rptline (54:15)
           else
              move "N/A" to rptline (66:3)
           end-if.
           if kt-ly-ok (kpi-idx)
              move kt-ly (kpi-idx) to amt-ed3
              move amt-ed3 to rptline (70:15)
           else
              move "N/A" to rptline (82:3)
           end-if.
           if kt-this-ok (kpi-idx) and kt-last-ok (kpi-idx)
              if kt-this (kpi-idx) > kt-last (kpi-idx)
                 move "UP" to rptline (88:4)
              else
                 if kt-this (kpi-idx) < kt-last (kpi-idx)
                    move "DOWN" to rptline (88:4)
                 else
                    move "FLAT" to rptline (88:4)
                 end-if
              end-if
           else
              move "N/A" to rptline (88:4)
           end-if.
           write rptline before advancing 1 line.
      * record this month's figures for next month's comparison
       kpiwrtrtn.
           open extend kpihist.
           if kpihist-stat = '35'
              open output kpihist
           end-if.
           move zeros to kpi-idx.
           perform kpiwrt1rtn until kpi-idx >= 8.
           close kpihist.
       kpiwrt1rtn.
           add 1 to kpi-idx.
           if kt-this-ok (kpi-idx)
              move spaces to khrec
              move kpi-period to kh-period
              move kn-code (kpi-idx) to kh-kpi
              move kt-this (kpi-idx) to kh-value
              move rundate-ymd8 to kh-rundate
              write khrec
           end-if.
       copy "unixproc1.cpy".
