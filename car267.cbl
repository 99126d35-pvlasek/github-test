       identification division.
      * car267 - test/demo mainframe conversion to micro focus cobol
      *        - SALESUM control report - proves the monthly sales
      *          summary that car245 rolls forward against a full
      *          pass of the SALEHIST archive it was built from, so
      *          the ranking, trend, quota, margin and rebate reports
      *          that read the summary can be trusted
      *        - per closed month: SALEHIST lines, qty, amount, gst
      *          and pst against the same totals off SALESUM (plus the
      *          summary's cost, which SALEHIST does not carry), with
      *          any month that differs flagged OUT OF BALANCE and a
      *          month on one file but not the other showing zeros on
      *          the other side; grand totals both ways at the end
      *        - run on demand, to SUMRPT; JOBSUM shows REJECTS when
      *          any month is out of balance
      *        - env-var CAR267-REBUILD=Y also rebuilds the summary
      *          from the same SALEHIST pass onto SALESUM2 (same
      *          layout, one row per month/customer/product/salesman,
      *          cost at today's PRODMAS pm-cost), which operations
      *          renames over SALESUM after reviewing the report, the
      *          same old/new generation handoff as SALEDTL2 - the
      *          first load of SALESUM, and the repair for one that
      *          is out of balance
       program-id. car267.
       environment division.
       input-output section.
       file-control.
           select salehist assign external SALEHIST
                  organization record sequential access mode sequential
                  file status salehist-stat.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select salesum2 assign external SALESUM2
                  organization record sequential access mode sequential.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select sortwk assign "sortwk267".
           select sumrpt assign external SUMRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  salehist record contains 80 characters.
           01 histrec. copy "saledtl.cpy".
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  salesum2 record contains 80 characters.
           01 sumrec2            pic x(80).
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       sd  sortwk.
           01 sortrec.
              05 sr-period       pic 9(4).
              05 sr-cust         pic 9(6).
              05 sr-prod         pic x(6).
              05 sr-slsmn        pic x(4).
              05 sr-qty          pic s9(7)     comp-3.
              05 sr-amount       pic s9(9)v99  comp-3.
              05 sr-cost         pic s9(9)v99  comp-3.
              05 sr-gst          pic s9(7)v99  comp-3.
              05 sr-pst          pic s9(7)v99  comp-3.
       fd  sumrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 salehist-eof       pic x value ' '.
               88 salehist-at-eof         value '1'.
           05 salesum-eof        pic x value ' '.
               88 salesum-at-eof          value '1'.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 rebuild-sw         pic x value 'N'.
               88 rebuild-run             value 'Y'.
           05 hist-read          pic 9(9) value zeros.
           05 sum-read           pic 9(7) value zeros.
           05 sum2-written       pic 9(7) value zeros.
           05 oob-count          pic 9(4) value zeros.
           05 rec-period         pic 9(4) value zeros.
           05 rec-period-r redefines rec-period.
              10 rec-period-yy   pic 9(2).
              10 rec-period-mm   pic 9(2).
           05 line-cost          pic s9(9)v99 comp-3 value 0.
           05 lines-ed           pic zzz,zzz,zz9.
           05 qty-ed             pic zz,zzz,zzz,zz9-.
           05 amt-ed             pic zzz,zzz,zzz,zz9.99-.
           05 gst-ed             pic zzz,zzz,zz9.99-.
           05 pst-ed             pic zzz,zzz,zz9.99-.
           05 cost-ed            pic zzz,zzz,zzz,zz9.99-.
      * unit cost per product off PRODMAS, for a rebuild - the
      * car245 cost table
       01  cost-flds.
           05 cost-count         pic 9(3) value zeros.
           05 cost-idx           pic 9(3) value zeros.
           05 cost-found-sw      pic x value 'N'.
               88 cost-found              value 'Y'.
       01  cost-table.
           05 cost-entry occurs 500 times.
              10 kt-prod         pic x(6).
              10 kt-cost         pic s9(5)v99 comp-3.
      * one SALESUM2 row being built on a rebuild
       01  build-flds.
           05 first-row-sw       pic x value 'Y'.
               88 first-row               value 'Y'.
           05 bld-period         pic 9(4) value zeros.
           05 bld-cust           pic 9(6) value zeros.
           05 bld-prod           pic x(6) value spaces.
           05 bld-slsmn          pic x(4) value spaces.
           05 bld-lines          pic s9(7)     comp-3 value 0.
           05 bld-qty            pic s9(9)     comp-3 value 0.
           05 bld-amount         pic s9(11)v99 comp-3 value 0.
           05 bld-cost           pic s9(11)v99 comp-3 value 0.
           05 bld-gst            pic s9(9)v99  comp-3 value 0.
           05 bld-pst            pic s9(9)v99  comp-3 value 0.
      * totals by month, SALEHIST side (ph-) and SALESUM side (ps-);
      * pp-key is the month as ccyymm so the report prints in
      * calendar order across the century
       01  per-flds.
           05 per-count          pic 9(3) value zeros.
           05 per-idx            pic 9(3) value zeros.
           05 best-idx           pic 9(3) value zeros.
           05 print-count        pic 9(3) value zeros.
           05 per-found-sw       pic x value 'N'.
               88 per-found               value 'Y'.
       01  per-table.
           05 per-entry occurs 600 times.
              10 pp-period       pic 9(4).
              10 pp-key          pic 9(6).
              10 pp-printed-sw   pic x.
                 88 pp-printed           value 'Y'.
              10 ph-lines        pic s9(9)     comp-3.
              10 ph-qty          pic s9(11)    comp-3.
              10 ph-amount       pic s9(13)v99 comp-3.
              10 ph-gst          pic s9(11)v99 comp-3.
              10 ph-pst          pic s9(11)v99 comp-3.
              10 ps-lines        pic s9(9)     comp-3.
              10 ps-qty          pic s9(11)    comp-3.
              10 ps-amount       pic s9(13)v99 comp-3.
              10 ps-gst          pic s9(11)v99 comp-3.
              10 ps-pst          pic s9(11)v99 comp-3.
              10 ps-cost         pic s9(13)v99 comp-3.
      * grand totals both ways
       01  grand-flds.
           05 gh-lines           pic s9(9)     comp-3 value 0.
           05 gh-qty             pic s9(11)    comp-3 value 0.
           05 gh-amount          pic s9(13)v99 comp-3 value 0.
           05 gh-gst             pic s9(11)v99 comp-3 value 0.
           05 gh-pst             pic s9(11)v99 comp-3 value 0.
           05 gs-lines           pic s9(9)     comp-3 value 0.
           05 gs-qty             pic s9(11)    comp-3 value 0.
           05 gs-amount          pic s9(13)v99 comp-3 value 0.
           05 gs-gst             pic s9(11)v99 comp-3 value 0.
           05 gs-pst             pic s9(11)v99 comp-3 value 0.
           05 gs-cost            pic s9(13)v99 comp-3 value 0.
       01  misc.
           05 salehist-stat      pic xx value spaces.
           05 salesum-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept rebuild-sw from environment "CAR267-REBUILD"
               on exception move 'N' to rebuild-sw
           end-accept.
           if rebuild-run
              open input prodmas
              if prodmas-stat = '00'
                 read prodmas at end move '1' to prodmas-eof
                 end-read
                 perform loadcostrtn until prodmas-at-eof
                 close prodmas
              end-if
              sort sortwk on ascending key sr-period sr-cust sr-prod
                  sr-slsmn
                  input procedure histsort-rtn
                  output procedure rebuild-rtn
           else
              perform openhistrtn
              perform histrtn until salehist-at-eof
              close salehist
           end-if.
      * no SALESUM yet is every month out of balance - the report
      * then says a rebuild is needed
           open input salesum.
           if salesum-stat = '00'
              read salesum at end move '1' to salesum-eof
              end-read
              perform sumrtn until salesum-at-eof
              close salesum
           else
              display "CAR267 - NO SALESUM ON FILE" upon console
           end-if.
           open output sumrpt.
           perform printrtn.
           close sumrpt.
           move "CAR267" to jobsum-pgm.
           move hist-read to jobsum-count.
           if oob-count > zeros
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * the archive is the reference the summary is proved against,
      * so it has to be there
       openhistrtn.
           open input salehist.
           if salehist-stat not = '00'
              move salehist-stat to mf-filestat
              move "SALEHIST"   to mf-filenamei
              move "SALEHIST"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read salehist at end move '1' to salehist-eof.
       histrtn.
           perform histaccrtn.
           read salehist at end move '1' to salehist-eof.
      * one SALEHIST record into its month's history totals
       histaccrtn.
           add 1 to hist-read.
           move sd-date (1:2) to rec-period-yy.
           move sd-date (3:2) to rec-period-mm.
           perform findperrtn.
           if per-idx not = zeros
              add 1 to ph-lines (per-idx)
              add sd-qty to ph-qty (per-idx)
              add sd-amount to ph-amount (per-idx)
              add sd-gst to ph-gst (per-idx)
              add sd-pst to ph-pst (per-idx)
           end-if.
      * one SALESUM row into its month's summary totals
       sumrtn.
           add 1 to sum-read.
           move ss-period to rec-period.
           perform findperrtn.
           if per-idx not = zeros
              add ss-lines to ps-lines (per-idx)
              add ss-qty to ps-qty (per-idx)
              add ss-amount to ps-amount (per-idx)
              add ss-gst to ps-gst (per-idx)
              add ss-pst to ps-pst (per-idx)
              add ss-cost to ps-cost (per-idx)
           end-if.
           read salesum at end move '1' to salesum-eof.
      * the month's slot, added on first sight; per-idx comes back
      * zero when the table is full
       findperrtn.
           move 1 to per-idx.
           move 'N' to per-found-sw.
           perform findper1rtn
               until per-found or per-idx > per-count.
           if not per-found
              if per-count >= 600
                 display "CAR267 - PER-TABLE FULL, PERIOD: "
                     rec-period " NOT ACCUMULATED" upon console
                 move zeros to per-idx
              else
                 add 1 to per-count
                 move per-count to per-idx
                 perform newperrtn
              end-if
           end-if.
       findper1rtn.
           if pp-period (per-idx) = rec-period
              move 'Y' to per-found-sw
           else
              add 1 to per-idx
           end-if.
       newperrtn.
           move rec-period to pp-period (per-idx).
           if rec-period-yy < 50
              compute pp-key (per-idx) = 200000 + rec-period
           else
              compute pp-key (per-idx) = 190000 + rec-period
           end-if.
           move 'N' to pp-printed-sw (per-idx).
           move 0 to ph-lines (per-idx).
           move 0 to ph-qty (per-idx).
           move 0 to ph-amount (per-idx).
           move 0 to ph-gst (per-idx).
           move 0 to ph-pst (per-idx).
           move 0 to ps-lines (per-idx).
           move 0 to ps-qty (per-idx).
           move 0 to ps-amount (per-idx).
           move 0 to ps-gst (per-idx).
           move 0 to ps-pst (per-idx).
           move 0 to ps-cost (per-idx).
      *eject
      * rebuild - every SALEHIST record is proved and released to the
      * sort, costed at today's PRODMAS pm-cost
       histsort-rtn.
           perform openhistrtn.
           perform histsort1rtn until salehist-at-eof.
           close salehist.
       histsort1rtn.
           perform histaccrtn.
           perform findcostrtn.
           if cost-found
              compute line-cost rounded = sd-qty * kt-cost (cost-idx)
           else
              move 0 to line-cost
           end-if.
           move rec-period to sr-period.
           move sd-cust to sr-cust.
           move sd-prod to sr-prod.
           move sd-slsmn to sr-slsmn.
           move sd-qty to sr-qty.
           move sd-amount to sr-amount.
           move line-cost to sr-cost.
           move sd-gst to sr-gst.
           move sd-pst to sr-pst.
           release sortrec.
           read salehist at end move '1' to salehist-eof.
      * one SALESUM2 row per month/customer/product/salesman
       rebuild-rtn.
           open output salesum2.
           return sortwk at end move 'Y' to sort-eof.
           perform rebuild1rtn until sort-at-eof.
           if not first-row
              perform bldwritertn
           end-if.
           close salesum2.
       rebuild1rtn.
           if not first-row
                 and (sr-period not = bld-period
                   or sr-cust not = bld-cust
                   or sr-prod not = bld-prod
                   or sr-slsmn not = bld-slsmn)
              perform bldwritertn
              move 'Y' to first-row-sw
           end-if.
           if first-row
              move 'N' to first-row-sw
              move sr-period to bld-period
              move sr-cust to bld-cust
              move sr-prod to bld-prod
              move sr-slsmn to bld-slsmn
              move 0 to bld-lines
              move 0 to bld-qty
              move 0 to bld-amount
              move 0 to bld-cost
              move 0 to bld-gst
              move 0 to bld-pst
           end-if.
           add 1 to bld-lines.
           add sr-qty to bld-qty.
           add sr-amount to bld-amount.
           add sr-cost to bld-cost.
           add sr-gst to bld-gst.
           add sr-pst to bld-pst.
           return sortwk at end move 'Y' to sort-eof.
       bldwritertn.
           move spaces to sumrec.
           move bld-period to ss-period.
           move bld-cust to ss-cust.
           move bld-prod to ss-prod.
           move bld-slsmn to ss-slsmn.
           move bld-lines to ss-lines.
           move bld-qty to ss-qty.
           move bld-amount to ss-amount.
           move bld-cost to ss-cost.
           move bld-gst to ss-gst.
           move bld-pst to ss-pst.
           move sumrec to sumrec2.
           write sumrec2.
           add 1 to sum2-written.
      * unit cost per product - a blank or zero cost leaves the
      * product uncosted, the car245 rule
       loadcostrtn.
           if cost-count >= 500
              display "CAR267 - COST-TABLE FULL, PM-PROD: " pm-prod
                  " NOT LOADED" upon console
           else
              if pm-cost numeric and pm-cost > 0
                 add 1 to cost-count
                 move pm-prod to kt-prod (cost-count)
                 move pm-cost to kt-cost (cost-count)
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       findcostrtn.
           move 1 to cost-idx.
           move 'N' to cost-found-sw.
           perform findcost1rtn
               until cost-found or cost-idx > cost-count.
       findcost1rtn.
           if kt-prod (cost-idx) = sd-prod
              move 'Y' to cost-found-sw
           else
              add 1 to cost-idx
           end-if.
      *eject
      * the proof - two lines a month, oldest month first, then the
      * grand totals
       printrtn.
           move spaces to rptline.
           string "SALESUM PROOF AGAINST SALEHIST - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PERIOD  SOURCE         LINES             QTY"
                  "              AMOUNT             GST"
                  "             PST                COST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to print-count.
           perform print1rtn until print-count >= per-count.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move gh-lines to lines-ed.
           move gh-qty to qty-ed.
           move gh-amount to amt-ed.
           move gh-gst to gst-ed.
           move gh-pst to pst-ed.
           move spaces to rptline.
           string "TOTAL   SALEHIST " lines-ed " " qty-ed " " amt-ed
                  " " gst-ed " " pst-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move gs-lines to lines-ed.
           move gs-qty to qty-ed.
           move gs-amount to amt-ed.
           move gs-gst to gst-ed.
           move gs-pst to pst-ed.
           move gs-cost to cost-ed.
           move spaces to rptline.
           string "        SALESUM  " lines-ed " " qty-ed " " amt-ed
                  " " gst-ed " " pst-ed " " cost-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "SALEHIST RECORDS READ: " hist-read
                  "  SALESUM ROWS READ: " sum-read
                  "  MONTHS: " per-count
                  "  OUT OF BALANCE: " oob-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if rebuild-run
              move spaces to rptline
              string "REBUILD - SALESUM2 ROWS WRITTEN: " sum2-written
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * the oldest month not yet printed
       print1rtn.
           add 1 to print-count.
           move zeros to best-idx.
           perform findoldrtn
               varying per-idx from 1 by 1
               until per-idx > per-count.
           move best-idx to per-idx.
           move 'Y' to pp-printed-sw (per-idx).
           move ph-lines (per-idx) to lines-ed.
           move ph-qty (per-idx) to qty-ed.
           move ph-amount (per-idx) to amt-ed.
           move ph-gst (per-idx) to gst-ed.
           move ph-pst (per-idx) to pst-ed.
           move spaces to rptline.
           string pp-period (per-idx) "    SALEHIST " lines-ed " "
                  qty-ed " " amt-ed " " gst-ed " " pst-ed
               delimited by size into rptline
           end-string.
           if ph-lines (per-idx) not = ps-lines (per-idx)
                 or ph-qty (per-idx) not = ps-qty (per-idx)
                 or ph-amount (per-idx) not = ps-amount (per-idx)
                 or ph-gst (per-idx) not = ps-gst (per-idx)
                 or ph-pst (per-idx) not = ps-pst (per-idx)
              move "*** OUT OF BALANCE" to rptline (99:18)
              add 1 to oob-count
           end-if.
           write rptline before advancing 1 line.
           move ps-lines (per-idx) to lines-ed.
           move ps-qty (per-idx) to qty-ed.
           move ps-amount (per-idx) to amt-ed.
           move ps-gst (per-idx) to gst-ed.
           move ps-pst (per-idx) to pst-ed.
           move ps-cost (per-idx) to cost-ed.
           move spaces to rptline.
           string "        SALESUM  " lines-ed " " qty-ed " " amt-ed
                  " " gst-ed " " pst-ed " " cost-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add ph-lines (per-idx) to gh-lines.
           add ph-qty (per-idx) to gh-qty.
           add ph-amount (per-idx) to gh-amount.
           add ph-gst (per-idx) to gh-gst.
           add ph-pst (per-idx) to gh-pst.
           add ps-lines (per-idx) to gs-lines.
           add ps-qty (per-idx) to gs-qty.
           add ps-amount (per-idx) to gs-amount.
           add ps-gst (per-idx) to gs-gst.
           add ps-pst (per-idx) to gs-pst.
           add ps-cost (per-idx) to gs-cost.
       findoldrtn.
           if not pp-printed (per-idx)
              if best-idx = zeros
                    or pp-key (per-idx) < pp-key (best-idx)
                 move per-idx to best-idx
              end-if
           end-if.
       copy "unixproc1.cpy".
