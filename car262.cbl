       identification division.
      * car262 - test/demo mainframe conversion to micro focus cobol
      *        - net gst/hst return for one period - the tax collected
      *          on sales less the input tax credits on what we
      *          bought, worked out on the system instead of over the
      *          supplier invoices with a calculator
      *        - collected: sd-gst off SALEDTL for the period, the
      *          same selection car260 makes, with the credit memo
      *          lines (negative sd-amount) shown apart as an
      *          adjustment so the net of the two is car260's total
      *        - input tax credits: ap-gst on every voucher cap235
      *          entered in the period, read off APOPEN for the items
      *          still open and off the APPAYHST payment history
      *          (ph-entry-date) for the ones already paid
      *        - bad debt adjustment: the gst share of each WOFHIST
      *          write-off car224 made in the period, the share being
      *          that invoice's sd-gst over its tax-inclusive total
      *          off its sale lines - on SALEDTL while the invoice's
      *          month is open, on the SALEHIST archive once car245
      *          has rolled it, which is where most of them are by the
      *          time the debt is given up on
      *        - the net is a remittance when positive, a refund when
      *          negative, and is set against the GST and GSTITC
      *          account balances on GLMSNEW (named on ACCTMAP); the
      *          ledger does not book the bad debt gst, so a
      *          difference the size of that adjustment is expected
      *          and any other difference is shown for follow-up
      *        - env-var CAR262-PERIOD (yymm) selects the period,
      *          default the run date's month
       program-id. car262.
       environment division.
       input-output section.
       file-control.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
           select salehist assign external SALEHIST
                  organization record sequential access mode sequential
                  file status salehist-stat.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status apopen-stat.
           select appayhst assign external APPAYHST
                  organization record sequential access mode sequential
                  file status appayhst-stat.
           select wofhist assign external WOFHIST
                  organization record sequential access mode sequential
                  file status wofhist-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select gstrtn assign external GSTRTN
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
      * the archived sale lines carry the same saledtl.cpy layout as
      * the live file, so one record area serves both reads; only a
      * written-off invoice's lines are wanted from it
       fd  salehist record contains 80 characters.
           01 histrec            pic x(80).
       fd  apopen record contains 80 characters.
           01 aprec. copy "apopen.cpy".
       fd  appayhst record contains 80 characters.
           01 phrec. copy "appayhst.cpy".
       fd  wofhist record contains 40 characters.
           01 whrec. copy "wofhist.cpy".
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
       fd  gstrtn record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 salehist-eof       pic x value ' '.
               88 salehist-at-eof         value '1'.
           05 apopen-eof         pic x value ' '.
               88 apopen-at-eof           value '1'.
           05 appayhst-eof       pic x value ' '.
               88 appayhst-at-eof         value '1'.
           05 wofhist-eof        pic x value ' '.
               88 wofhist-at-eof          value '1'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 sel-period         pic 9(4) value zeros.
           05 sel-period-r redefines sel-period.
              10 sel-period-yy   pic 9(2).
              10 sel-period-mm   pic 9(2).
           05 rec-period         pic 9(4) value zeros.
           05 records-read       pic 9(7) value zeros.
           05 amt-ed             pic zzz,zzz,zz9.99-.
      * the return's lines
       01  return-flds.
           05 sales-taxable      pic s9(11)v99 comp-3 value 0.
           05 sales-gst          pic s9(11)v99 comp-3 value 0.
           05 sales-lines        pic 9(7) value zeros.
           05 crmemo-amount      pic s9(11)v99 comp-3 value 0.
           05 crmemo-gst         pic s9(11)v99 comp-3 value 0.
           05 crmemo-lines       pic 9(7) value zeros.
           05 net-collected      pic s9(11)v99 comp-3 value 0.
           05 itc-open           pic s9(11)v99 comp-3 value 0.
           05 itc-open-count     pic 9(7) value zeros.
           05 itc-paid           pic s9(11)v99 comp-3 value 0.
           05 itc-paid-count     pic 9(7) value zeros.
           05 itc-total          pic s9(11)v99 comp-3 value 0.
           05 baddebt-gst        pic s9(11)v99 comp-3 value 0.
           05 net-tax            pic s9(11)v99 comp-3 value 0.
           05 wo-share           pic s9(9)v99 comp-3 value 0.
           05 wo-nomatch         pic 9(5) value zeros.
      * the period's write-offs, with the tax-inclusive total and the
      * gst of each invoice built up off SALEDTL and SALEHIST
       01  wo-flds.
           05 srch-cust          pic 9(6) value zeros.
           05 srch-inv           pic 9(6) value zeros.
           05 wo-count           pic 9(4) value zeros.
           05 wo-idx             pic 9(4) value zeros.
           05 wo-found-sw        pic x value 'N'.
               88 wo-found                value 'Y'.
       01  wo-table.
           05 wo-entry occurs 500 times.
              10 wo-cust         pic 9(6).
              10 wo-inv          pic 9(6).
              10 wo-amount       pic s9(9)v99 comp-3.
              10 wo-inv-total    pic s9(9)v99 comp-3.
              10 wo-inv-gst      pic s9(9)v99 comp-3.
      * the ledger side - GST payable carries a credit balance and
      * GSTITC a debit one, so what the ledger says is owing is both
      * balances with the sign turned
       01  gl-flds.
           05 map-gst            pic x(8) value spaces.
           05 map-gstitc         pic x(8) value spaces.
           05 gst-balance        pic s9(11)v99 comp-3 value 0.
           05 itc-balance        pic s9(11)v99 comp-3 value 0.
           05 gl-owing           pic s9(11)v99 comp-3 value 0.
           05 gl-difference      pic s9(11)v99 comp-3 value 0.
           05 gst-found-sw       pic x value 'N'.
               88 gst-found               value 'Y'.
           05 itc-found-sw       pic x value 'N'.
               88 itc-found               value 'Y'.
      * CAR262-PERIOD comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 sel-period-txt     pic x(4) value '0000'.
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 salehist-stat      pic xx value spaces.
           05 apopen-stat        pic xx value spaces.
           05 appayhst-stat      pic xx value spaces.
           05 wofhist-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-period-txt from environment "CAR262-PERIOD"
               on exception move '0000' to sel-period-txt
           end-accept.
           call "numedit" using sel-period-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-period-txt to sel-period
           else
              display "CAR262 - INVALID CAR262-PERIOD VALUE: "
                  sel-period-txt upon console
              move zeros to sel-period
           end-if.
           if sel-period = zeros
              move rundate-ymd6-yy to sel-period-yy
              move rundate-ymd6-mm to sel-period-mm
           end-if.
      * no WOFHIST yet is no write-offs to adjust for
           open input wofhist.
           if wofhist-stat = '00'
              read wofhist at end move '1' to wofhist-eof
              end-read
              perform loadwortn until wofhist-at-eof
              close wofhist
           end-if.
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
      * the archive is read only when there is a write-off to find
      * in it - no SALEHIST yet is nothing archived
           if wo-count > 0
              open input salehist
              if salehist-stat = '00'
                 read salehist at end move '1' to salehist-eof
                 end-read
                 perform histrtn until salehist-at-eof
                 close salehist
              end-if
           end-if.
           open input apopen.
           if apopen-stat not = '00'
              move apopen-stat to mf-filestat
              move "APOPEN"     to mf-filenamei
              move "APOPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read apopen at end move '1' to apopen-eof.
           perform itcopenrtn until apopen-at-eof.
           close apopen.
      * no APPAYHST yet is nothing paid since payments were recorded
           open input appayhst.
           if appayhst-stat = '00'
              read appayhst at end move '1' to appayhst-eof
              end-read
              perform itcpaidrtn until appayhst-at-eof
              close appayhst
           end-if.
           perform baddebtrtn varying wo-idx from 1 by 1
               until wo-idx > wo-count.
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
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
           perform glbalrtn until glmsnew-at-eof.
           close glmsnew.
           open output gstrtn.
           perform printrtn.
           close gstrtn.
           move "CAR262" to jobsum-pgm.
           move records-read to jobsum-count.
           if gl-difference not = baddebt-gst
              move "VARIANCE" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadwortn.
           move wh-date (1:4) to rec-period.
           if rec-period = sel-period
              if wo-count >= 500
                 display "CAR262 - WO-TABLE FULL, CUST: " wh-cust
                     " INV: " wh-inv " NOT ADJUSTED" upon console
              else
                 add 1 to wo-count
                 move wh-cust to wo-cust (wo-count)
                 move wh-inv to wo-inv (wo-count)
                 move wh-amount to wo-amount (wo-count)
                 move 0 to wo-inv-total (wo-count)
                 move 0 to wo-inv-gst (wo-count)
              end-if
           end-if.
           read wofhist at end move '1' to wofhist-eof.
      * one sale detail - the period's lines make up the collected
      * side, and any line of a written-off invoice, whatever its
      * date, goes to that invoice's gst share
       salertn.
           move sd-date (1:4) to rec-period.
           if rec-period = sel-period
              add 1 to records-read
              if sd-amount < 0
                 add sd-amount to crmemo-amount
                 add sd-gst to crmemo-gst
                 add 1 to crmemo-lines
              else
                 if sd-taxcode not = spaces
                    add sd-amount to sales-taxable
                 end-if
                 add sd-gst to sales-gst
                 add 1 to sales-lines
              end-if
           end-if.
           if wo-count > 0
              move sd-cust to srch-cust
              move sd-inv to srch-inv
              perform findwortn
              if wo-found
                 compute wo-inv-total (wo-idx) = wo-inv-total (wo-idx)
                     + sd-amount + sd-gst + sd-pst
                 add sd-gst to wo-inv-gst (wo-idx)
              end-if
           end-if.
           read saledtl at end move '1' to saledtl-eof.
      * one archived sale line - only a written-off invoice's lines
      * count, to its gst share
       histrtn.
           move histrec to salerec.
           move sd-cust to srch-cust.
           move sd-inv to srch-inv.
           perform findwortn.
           if wo-found
              compute wo-inv-total (wo-idx) = wo-inv-total (wo-idx)
                  + sd-amount + sd-gst + sd-pst
              add sd-gst to wo-inv-gst (wo-idx)
           end-if.
           read salehist at end move '1' to salehist-eof.
       findwortn.
           move 1 to wo-idx.
           move 'N' to wo-found-sw.
           perform findwo1rtn
               until wo-found or wo-idx > wo-count.
       findwo1rtn.
           if wo-cust (wo-idx) = srch-cust
                 and wo-inv (wo-idx) = srch-inv
              move 'Y' to wo-found-sw
           else
              add 1 to wo-idx
           end-if.
       itcopenrtn.
           move ap-entry-date (1:4) to rec-period.
           if rec-period = sel-period
              add ap-gst to itc-open
              add 1 to itc-open-count
           end-if.
           read apopen at end move '1' to apopen-eof.
       itcpaidrtn.
           move ph-entry-date (1:4) to rec-period.
           if rec-period = sel-period
              add ph-gst to itc-paid
              add 1 to itc-paid-count
           end-if.
           read appayhst at end move '1' to appayhst-eof.
      * the gst share of one write-off - an invoice on neither
      * SALEDTL nor SALEHIST can't be apportioned and is listed for
      * the bookkeeper
       baddebtrtn.
           if wo-inv-total (wo-idx) = 0
              add 1 to wo-nomatch
           else
              compute wo-share rounded = wo-amount (wo-idx)
                  * wo-inv-gst (wo-idx) / wo-inv-total (wo-idx)
              add wo-share to baddebt-gst
           end-if.
       loadmaprtn.
           if am-kind = "GST"
              move am-acct to map-gst
           else
              if am-kind = "GSTITC"
                 move am-acct to map-gstitc
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       glbalrtn.
           if map-gst not = spaces and glm-acct = map-gst
              move 'Y' to gst-found-sw
              add glm-balance to gst-balance
           end-if.
           if map-gstitc not = spaces and glm-acct = map-gstitc
              move 'Y' to itc-found-sw
              add glm-balance to itc-balance
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
      *eject
       printrtn.
           move spaces to rptline.
           string "NET GST/HST RETURN - PERIOD " sel-period
                  "   RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move sales-taxable to amt-ed.
           move spaces to rptline.
           string "TAXABLE SALES:                     " amt-ed
                  "  LINES: " sales-lines
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move sales-gst to amt-ed.
           move spaces to rptline.
           string "GST/HST COLLECTED ON SALES:        " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move crmemo-gst to amt-ed.
           move spaces to rptline.
           string "ADJUSTMENT - CREDIT MEMOS:         " amt-ed
                  "  LINES: " crmemo-lines
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute net-collected = sales-gst + crmemo-gst.
           move net-collected to amt-ed.
           move spaces to rptline.
           string "NET TAX COLLECTED (TIES TO CAR260):" amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move itc-open to amt-ed.
           move spaces to rptline.
           string "ITC - VOUCHERS STILL OPEN:         " amt-ed
                  "  VOUCHERS: " itc-open-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move itc-paid to amt-ed.
           move spaces to rptline.
           string "ITC - VOUCHERS PAID:               " amt-ed
                  "  VOUCHERS: " itc-paid-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute itc-total = itc-open + itc-paid.
           move itc-total to amt-ed.
           move spaces to rptline.
           string "TOTAL INPUT TAX CREDITS:           " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move baddebt-gst to amt-ed.
           move spaces to rptline.
           string "ADJUSTMENT - BAD DEBT WRITE-OFFS:  " amt-ed
                  "  WRITE-OFFS: " wo-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if wo-nomatch > 0
              move spaces to rptline
              string "  *** " wo-nomatch " WRITE-OFF(S) NOT ON SALEDTL"
                     " OR SALEHIST, NO GST CLAIMED FOR THEM ***"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           compute net-tax = net-collected - itc-total - baddebt-gst.
           move net-tax to amt-ed.
           move spaces to rptline.
           if net-tax < 0
              string "NET TAX - REFUND CLAIMED:          " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "NET TAX - REMITTANCE DUE:          " amt-ed
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 2 lines.
           perform gltiertn.
       gltiertn.
           move spaces to rptline.
           move "TIE TO THE LEDGER (GLMSNEW)" to rptline.
           write rptline before advancing 1 line.
           move gst-balance to amt-ed.
           move spaces to rptline.
           if gst-found
              string "GST PAYABLE (" map-gst ") BALANCE:    " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "GST PAYABLE (" map-gst ") BALANCE:    " amt-ed
                     "  *** NOT ON GLMSNEW ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           move itc-balance to amt-ed.
           move spaces to rptline.
           if itc-found
              string "GST ITC (" map-gstitc ") BALANCE:        " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "GST ITC (" map-gstitc ") BALANCE:        " amt-ed
                     "  *** NOT ON GLMSNEW ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           compute gl-owing = 0 - gst-balance - itc-balance.
           move gl-owing to amt-ed.
           move spaces to rptline.
           string "NET OWING PER LEDGER:              " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute gl-difference = gl-owing - net-tax.
           move gl-difference to amt-ed.
           move spaces to rptline.
           string "LEDGER LESS RETURN:                " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           if gl-difference = baddebt-gst
              string "RETURN TIES TO THE LEDGER (DIFFERENCE IS THE "
                     "BAD DEBT ADJUSTMENT)"
                  delimited by size into rptline
              end-string
           else
              string "*** RETURN DOES NOT TIE TO THE LEDGER - CHECK "
                     "PRIOR PERIODS/UNPOSTED BATCHES ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
