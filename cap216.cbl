       identification division.
      * cap216 - test/demo mainframe conversion to micro focus cobol
      *        - aged accounts payable and cash requirements off the
      *          APOPEN open payables, so treasury can see what we owe
      *          and when it falls due without rebuilding it by hand
      *        - APOPEN is sorted by vendor/invoice and each vendor's
      *          open ap-amount is spread over current/30/60/90-plus
      *          by ap-date against the run date, the car216 bucket
      *          arithmetic (yy*365 + mm*30 + dd), one line per vendor
      *          with its VENDMAS name, bucket totals and a grand total
      *          proved against a separate foot of the file
      *        - the cash requirements projection buckets every open
      *          item by its due date (invoice date plus the net days
      *          the voucher copied from VENDMAS) into past due and
      *          the next CAP216-WEEKS weeks (default 6, at most 13),
      *          with the discount still available on each week's
      *          items - the discount lost if they are paid at the
      *          due date instead of inside the terms window; held
      *          items show apart, they are not scheduled to pay
      *        - the reconciliation proves the APOPEN total against
      *          the AP control account's glm-balance on GLMSNEW (the
      *          APCTL account on ACCTMAP, a credit balance) netted
      *          for AP-control lines on GLTRANS not yet posted, the
      *          car218 proof for the payables side, with the JOBSUM
      *          trail for CAP235/CAP240/CGL200; a nonzero unexplained
      *          difference ends the step with return code 16
       program-id. cap216.
       environment division.
       input-output section.
       file-control.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status apopen-stat.
           select sortwk assign "sortwk216".
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential
                  file status gltrans-stat.
           select jobsum assign external JOBSUM
                  organization line sequential
                  file status jobsum-stat.
           select agedap assign external AGEDAP
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  apopen record contains 80 characters.
           01 apopenrec          pic x(80).
       sd  sortwk.
           01 sortrec.
              05 sr-vendor       pic 9(6).
              05 sr-inv          pic x(10).
              05 filler          pic x(64).
       fd  vendmas record contains 256 characters.
           01 vm1. copy "vendmas.cpy".
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  glmsnew record contains 128 characters.
           01 glmrec.
              05 glm-acct       pic x(8).
              05 glm-type       pic x(10).
              05 glm-dscrptn    pic x(30).
              05 glm-balance    pic s9(9)v99 comp-3.
              05 glm-period-actv pic s9(9)v99 comp-3.
              05 glm-ytd-balance pic s9(9)v99 comp-3.
              05 glm-date       pic x(8).
              05 glm-company    pic x(2).
              05 filler         pic x(52).
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
       fd  jobsum record contains 80 characters.
           01 jobsumrec.
              05 js-jobid1      pic x(8).
              05 filler         pic x(1).
              05 js-jobid2      pic x(8).
              05 filler         pic x(1).
              05 js-pgm         pic x(8).
              05 filler         pic x(1).
              05 js-count       pic 9(9).
              05 filler         pic x(1).
              05 js-status      pic x(8).
              05 filler         pic x(34).
       fd  agedap record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * the open item being aged, returned off the sort
       01  apitem. copy "apopen.cpy".
       01  wrk-flds.
           05 apopen-eof         pic x value ' '.
               88 apopen-at-eof           value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value '1'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 gltrans-eof        pic x value ' '.
               88 gltrans-at-eof          value '1'.
           05 jobsum-eof         pic x value ' '.
               88 jobsum-at-eof           value '1'.
           05 first-vend-sw      pic x value 'Y'.
               88 first-vend              value 'Y'.
           05 prev-vendor        pic 9(6) value zeros.
           05 vend-name          pic x(30) value spaces.
           05 vend-count         pic 9(7) value zeros.
           05 item-disc          pic s9(7)v99 comp-3 value 0.
      * yymmdd dates turned into an approximate day count, the same
      * 30-day-month arithmetic car216 ages receivables by
       01  day-flds.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 run-days           pic s9(7) value zeros.
           05 inv-days           pic s9(7) value zeros.
           05 item-days          pic s9(7) value zeros.
           05 due-in-days        pic s9(7) value zeros.
           05 disc-end-days      pic s9(7) value zeros.
       01  vend-buckets.
           05 vb-current         pic s9(9)v99 comp-3 value 0.
           05 vb-over30          pic s9(9)v99 comp-3 value 0.
           05 vb-over60          pic s9(9)v99 comp-3 value 0.
           05 vb-over90          pic s9(9)v99 comp-3 value 0.
           05 vb-total           pic s9(9)v99 comp-3 value 0.
       01  grand-buckets.
           05 gb-current         pic s9(9)v99 comp-3 value 0.
           05 gb-over30          pic s9(9)v99 comp-3 value 0.
           05 gb-over60          pic s9(9)v99 comp-3 value 0.
           05 gb-over90          pic s9(9)v99 comp-3 value 0.
           05 gb-total           pic s9(9)v99 comp-3 value 0.
      * the APOPEN file footed independently of the bucket spread
       01  file-proof.
           05 file-items         pic 9(7) value zeros.
           05 file-total         pic s9(11)v99 comp-3 value 0.
      * cash requirements - past due, one slot per week ahead, and
      * what falls due beyond the projection
       01  cash-flds.
           05 weeks-txt          pic x(2) value '06'.
           05 weeks-txt-n redefines weeks-txt
                                 pic 9(2).
           05 proj-weeks         pic 9(2) value 6.
           05 wk-no              pic 9(4) value zeros.
           05 wk-idx             pic 9(2) value zeros.
           05 pastdue-amt        pic s9(9)v99 comp-3 value 0.
           05 pastdue-disc       pic s9(9)v99 comp-3 value 0.
           05 later-amt          pic s9(9)v99 comp-3 value 0.
           05 later-disc         pic s9(9)v99 comp-3 value 0.
           05 held-amt           pic s9(9)v99 comp-3 value 0.
           05 held-count         pic 9(5) value zeros.
           05 cum-amt            pic s9(11)v99 comp-3 value 0.
           05 wk-from            pic 9(3) value zeros.
           05 wk-to              pic 9(3) value zeros.
       01  week-table.
           05 week-entry occurs 13 times.
              10 wk-amt          pic s9(9)v99 comp-3.
              10 wk-disc         pic s9(9)v99 comp-3.
       01  vend-flds.
           05 vt-count           pic 9(4) value zeros.
           05 vt-idx             pic 9(4) value zeros.
           05 vt-found-sw        pic x value 'N'.
               88 vt-found                value 'Y'.
       01  vend-table.
           05 vend-entry occurs 2000 times.
              10 vt-vendor       pic 9(6).
              10 vt-name         pic x(30).
      * reconciliation to the AP control account
       01  recon-flds.
           05 ap-acct-map        pic x(8) value spaces.
           05 glt-acct-wk        pic x(8) value spaces.
           05 acct-found-sw      pic x value 'N'.
               88 acct-found              value 'Y'.
           05 control-balance    pic s9(11)v99 comp-3 value 0.
           05 control-owed       pic s9(11)v99 comp-3 value 0.
           05 intransit-total    pic s9(11)v99 comp-3 value 0.
           05 intransit-count    pic 9(5) value zeros.
           05 difference         pic s9(11)v99 comp-3 value 0.
           05 outofbal-sw        pic x value 'N'.
               88 outofbal                value 'Y'.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 2.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  edited-flds.
           05 ed-current         pic zzzz,zzz.99-.
           05 ed-over30          pic zzzz,zzz.99-.
           05 ed-over60          pic zzzz,zzz.99-.
           05 ed-over90          pic zzzz,zzz.99-.
           05 ed-total           pic zzz,zzz,zz9.99-.
           05 ed-cum             pic zzz,zzz,zz9.99-.
           05 amt-ed             pic zzz,zzz,zz9.99-.
       01  misc.
           05 apopen-stat        pic xx value spaces.
           05 vendmas-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
           05 gltrans-stat       pic xx value spaces.
           05 jobsum-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           accept weeks-txt from environment "CAP216-WEEKS"
               on exception move '06' to weeks-txt
           end-accept.
           call "numedit" using weeks-txt edit-lth edit-valid-sw.
           if edit-valid and weeks-txt-n > 0 and weeks-txt-n <= 13
              move weeks-txt-n to proj-weeks
           else
              display "CAP216 - INVALID CAP216-WEEKS VALUE: "
                  weeks-txt upon console
              move 6 to proj-weeks
           end-if.
           perform clrweekrtn varying wk-idx from 1 by 1
               until wk-idx > 13.
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
           if ap-acct-map = spaces
              display "CAP216 - ACCTMAP MUST NAME THE APCTL ACCOUNT, "
                  "NOTHING RECONCILED" upon console
              stop run returning 16
           end-if.
           open input vendmas.
           if vendmas-stat not = '00'
              move vendmas-stat to mf-filestat
              move "VENDMAS"    to mf-filenamei
              move "VENDMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read vendmas at end move '1' to vendmas-eof.
           perform loadvendrtn until vendmas-at-eof.
           close vendmas.
           open output agedap.
           move spaces to rptline.
           string "AGED ACCOUNTS PAYABLE - AP OPEN ITEMS"
                  "   RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "VENDOR  NAME                            CURRENT"
                  "      OVER 30      OVER 60  OVER 90 PLUS"
                  "          TOTAL"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on ascending key sr-vendor sr-inv
               input procedure loadsort-rtn
               output procedure agertn.
           perform ttlrtn.
           perform cashrtn.
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
           perform findctlrtn until glmsnew-at-eof.
           close glmsnew.
      * GLTRANS batches generated but not yet posted - an absent or
      * empty file just means nothing is in transit
           open input gltrans.
           if gltrans-stat = '00'
              read gltrans at end move '1' to gltrans-eof
              end-read
              perform intransitrtn until gltrans-at-eof
              close gltrans
           end-if.
           perform reconrtn.
           perform trailrtn.
           close agedap.
           move "CAP216" to jobsum-pgm.
           move vend-count to jobsum-count.
           if outofbal
              move "OUTOFBAL" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           if outofbal
              display "CAP216 - AP DOES NOT RECONCILE TO GL CONTROL"
                  upon console
              stop run returning 16
           end-if.
           stop run.
       clrweekrtn.
           move 0 to wk-amt (wk-idx).
           move 0 to wk-disc (wk-idx).
       loadmaprtn.
           if am-kind = "APCTL"
              move am-acct to ap-acct-map
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       loadvendrtn.
           if vt-count >= 2000
              display "CAP216 - VEND-TABLE FULL, VM-VENDOR: "
                  vm-vendor " NOT LOADED" upon console
           else
              add 1 to vt-count
              move vm-vendor to vt-vendor (vt-count)
              move vm-name to vt-name (vt-count)
           end-if.
           read vendmas at end move '1' to vendmas-eof.
       loadsort-rtn.
           open input apopen.
           if apopen-stat not = '00'
              move apopen-stat to mf-filestat
              move "APOPEN"     to mf-filenamei
              move "APOPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read apopen at end move '1' to apopen-eof.
           perform loadrtn until apopen-at-eof.
           close apopen.
       loadrtn.
           move apopenrec to sortrec.
           release sortrec.
           read apopen at end move '1' to apopen-eof.
      * the sorted open items - the vendor line prints on each
      * vendor break
       agertn.
           return sortwk into apitem at end move 'Y' to sort-eof.
           perform age1rtn until sort-at-eof.
           if not first-vend
              perform vendlinertn
           end-if.
       age1rtn.
           if not first-vend and ap-vendor not = prev-vendor
              perform vendlinertn
           end-if.
           if first-vend or ap-vendor not = prev-vendor
              perform vendnamertn
           end-if.
           move 'N' to first-vend-sw.
           move ap-vendor to prev-vendor.
           add 1 to file-items.
           add ap-amount to file-total.
           move ap-date to day-date.
           compute inv-days = day-yy * 365 + day-mm * 30 + day-dd.
           compute item-days = run-days - inv-days.
           if item-days > 90
              add ap-amount to vb-over90
           else
              if item-days > 60
                 add ap-amount to vb-over60
              else
                 if item-days > 30
                    add ap-amount to vb-over30
                 else
                    add ap-amount to vb-current
                 end-if
              end-if
           end-if.
           add ap-amount to vb-total.
           perform cashbktrtn.
           return sortwk into apitem at end move 'Y' to sort-eof.
      * one item into the cash requirements projection by its due
      * date - week 1 is the seven days after the run date
       cashbktrtn.
           if ap-held
              add ap-amount to held-amt
              add 1 to held-count
           else
              move 0 to item-disc
              compute disc-end-days = inv-days + ap-disc-days
              if ap-disc-pct > 0 and disc-end-days >= run-days
                 compute item-disc rounded =
                     ap-amount * ap-disc-pct / 100
              end-if
              compute due-in-days = inv-days + ap-net-days - run-days
              if due-in-days <= 0
                 add ap-amount to pastdue-amt
                 add item-disc to pastdue-disc
              else
                 compute wk-no = (due-in-days - 1) / 7 + 1
                 if wk-no > proj-weeks
                    add ap-amount to later-amt
                    add item-disc to later-disc
                 else
                    add ap-amount to wk-amt (wk-no)
                    add item-disc to wk-disc (wk-no)
                 end-if
              end-if
           end-if.
       vendnamertn.
           move 1 to vt-idx.
           move 'N' to vt-found-sw.
           perform findvend1rtn
               until vt-found or vt-idx > vt-count.
           if vt-found
              move vt-name (vt-idx) to vend-name
           else
              move "*** NOT ON VENDMAS ***" to vend-name
           end-if.
       findvend1rtn.
           if vt-vendor (vt-idx) = ap-vendor
              move 'Y' to vt-found-sw
           else
              add 1 to vt-idx
           end-if.
       vendlinertn.
           move vb-current to ed-current.
           move vb-over30 to ed-over30.
           move vb-over60 to ed-over60.
           move vb-over90 to ed-over90.
           move vb-total to ed-total.
           move spaces to rptline.
           string prev-vendor "  " vend-name "  " ed-current
                  " " ed-over30 " " ed-over60 " " ed-over90
                  " " ed-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to vend-count.
           add vb-current to gb-current.
           add vb-over30 to gb-over30.
           add vb-over60 to gb-over60.
           add vb-over90 to gb-over90.
           add vb-total to gb-total.
           move 0 to vb-current.
           move 0 to vb-over30.
           move 0 to vb-over60.
           move 0 to vb-over90.
           move 0 to vb-total.
       ttlrtn.
           move gb-current to ed-current.
           move gb-over30 to ed-over30.
           move gb-over60 to ed-over60.
           move gb-over90 to ed-over90.
           move gb-total to ed-total.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "TOTALS                                  "
                  ed-current
                  " " ed-over30 " " ed-over60 " " ed-over90
                  " " ed-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move file-total to ed-total.
           move spaces to rptline.
           string "APOPEN FILE TOTAL: " ed-total
                  "  ITEMS: " file-items
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           if file-total = gb-total
              move "REPORT TIES TO APOPEN FILE TOTAL" to rptline
           else
              move "*** REPORT DOES NOT TIE TO APOPEN ***" to rptline
           end-if.
           write rptline before advancing 1 line.
      * the cash requirements projection - what falls due each week
      * and the discount at stake on it
       cashrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "CASH REQUIREMENTS - " proj-weeks
                  " WEEKS FROM " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PERIOD                      FALLING DUE"
                  "     DISCOUNT LOST IF PAID AT DUE DATE"
                  "      CUMULATIVE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move pastdue-amt to cum-amt.
           move pastdue-amt to ed-total.
           move pastdue-disc to amt-ed.
           move cum-amt to ed-cum.
           move spaces to rptline.
           string "PAST DUE / DUE NOW       " ed-total
                  "                       " amt-ed
                  "  " ed-cum
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform cashwkrtn varying wk-idx from 1 by 1
               until wk-idx > proj-weeks.
           add later-amt to cum-amt.
           move later-amt to ed-total.
           move later-disc to amt-ed.
           move cum-amt to ed-cum.
           move spaces to rptline.
           string "LATER                    " ed-total
                  "                       " amt-ed
                  "  " ed-cum
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move held-amt to ed-total.
           move spaces to rptline.
           string "HELD (NOT SCHEDULED)     " ed-total
                  "  ITEMS: " held-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       cashwkrtn.
           add wk-amt (wk-idx) to cum-amt.
           compute wk-from = (wk-idx - 1) * 7 + 1.
           compute wk-to = wk-idx * 7.
           move wk-amt (wk-idx) to ed-total.
           move wk-disc (wk-idx) to amt-ed.
           move cum-amt to ed-cum.
           move spaces to rptline.
           string "WEEK " wk-idx " (DAYS " wk-from "-" wk-to ")  "
                  ed-total
                  "                       " amt-ed
                  "  " ed-cum
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       findctlrtn.
           if glm-acct = ap-acct-map
              move 'Y' to acct-found-sw
              add glm-balance to control-balance
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
      * pending AP-control activity on the unposted batch file - the
      * credits raise what is owed in transit, debits lower it
       intransitrtn.
           move glt-acct to glt-acct-wk.
           if glt-acct-wk = ap-acct-map
              add 1 to intransit-count
              if glt-js = 'CR'
                 add glt-amount to intransit-total
              else
                 subtract glt-amount from intransit-total
              end-if
           end-if.
           read gltrans at end move '1' to gltrans-eof.
      * the control account carries a credit balance, so what the
      * ledger says is owed is its balance with the sign turned
       reconrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "APOPEN TO GL CONTROL RECONCILIATION - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move file-total to amt-ed.
           move spaces to rptline.
           string "APOPEN FILE TOTAL:        " amt-ed
                  "  ITEMS: " file-items
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute control-owed = 0 - control-balance.
           move control-owed to amt-ed.
           move spaces to rptline.
           if acct-found
              string "GL CONTROL (" ap-acct-map "): " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "GL CONTROL (" ap-acct-map "): " amt-ed
                     "  *** ACCOUNT NOT ON GLMSNEW ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           move intransit-total to amt-ed.
           move spaces to rptline.
           string "IN TRANSIT (GLTRANS):     " amt-ed
                  "  LINES: " intransit-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute difference =
               file-total - control-owed - intransit-total.
           move difference to amt-ed.
           move spaces to rptline.
           string "UNEXPLAINED DIFFERENCE:   " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if difference not = 0 or not acct-found
              move 'Y' to outofbal-sw
              move spaces to rptline
              move "*** OUT OF BALANCE - CLOSE STOPPED ***"
                  to rptline
              write rptline before advancing 1 line
           else
              move spaces to rptline
              move "AP RECONCILES TO THE GL CONTROL ACCOUNT"
                  to rptline
              write rptline before advancing 1 line
           end-if.
      * the JOBSUM trail for the steps that move AP money
       trailrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "STEP TRAIL (JOBSUM):" to rptline.
           write rptline before advancing 1 line.
           open input jobsum.
           if jobsum-stat = '00'
              read jobsum at end move '1' to jobsum-eof
              end-read
              perform trail1rtn until jobsum-at-eof
              close jobsum
           else
              move spaces to rptline
              move "  (NO JOBSUM FILE)" to rptline
              write rptline before advancing 1 line
           end-if.
       trail1rtn.
           if (js-pgm = "CAP235" or js-pgm = "CAP240"
                 or js-pgm = "CGL200")
                 and js-jobid1 = jobid1
                 and js-jobid2 = jobid2
              move spaces to rptline
              string "  " js-jobid1 " " js-jobid2 " " js-pgm
                     " COUNT: " js-count " " js-status
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           read jobsum at end move '1' to jobsum-eof.
       copy "unixproc1.cpy".
