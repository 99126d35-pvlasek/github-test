       identification division.
      * cgl171 - test/demo mainframe conversion to micro focus cobol
      *        - operating bank account reconciliation - cpy245
      *          reconciles the payroll account's cheques, but the
      *          main account car220's receipts, ctx110's tax
      *          payments and cap240's supplier payments all go
      *          through was being ticked off the statement by hand
      *        - the cash account is the ACCTMAP OPBANK row (ARBANK
      *          when there is none), for company CGL171-COMPANY
      *          (default '01')
      *        - the bank's BANKSTMT file carries the month's deposits
      *          and withdrawals and a 'B' closing balance row dated
      *          the statement date; the book side is every item the
      *          last run left outstanding on BANKOS plus the account's
      *          GLHIST postings since the last statement date, taken
      *          the way the bank sees them - a day's deposits as one
      *          deposit, each cap240 payment run as its APCHQREG
      *          cheques with what is left of the run as one EFT item
      *        - a bank withdrawal with a cheque number clears the
      *          book cheque of that number and amount; anything else
      *          clears the first open item of the same kind and
      *          amount; matched items are marked cleared
      *        - the BANKREC report lists outstanding cheques and
      *          payments, deposits in transit and bank items not on
      *          the books separately, then the statement: bank
      *          balance, less outstanding cheques, plus deposits in
      *          transit, against the cash account's glm-balance (less
      *          anything posted after the statement date, plus or
      *          minus the bank items not yet booked); any difference
      *          ends the job OUTOFBAL
      *        - every item goes to BANKOS2 (bankos.cpy) with its
      *          status, so next month's run picks up the open items
      *          automatically
       program-id. cgl171.
       environment division.
       input-output section.
       file-control.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select bankstmt assign external BANKSTMT
                  organization line sequential
                  file status bankstmt-stat.
           select bankos assign external BANKOS
                  organization record sequential access mode sequential
                  file status bankos-stat.
           select apchqreg assign external APCHQREG
                  organization record sequential access mode sequential
                  file status apchqreg-stat.
           select glhist assign external GLHIST
                  organization record sequential access mode sequential
                  file status glhist-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select bankos2 assign external BANKOS2
                  organization record sequential access mode sequential.
           select bankrec assign external BANKREC
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
      * bank statement for the operating account - 'D' deposit and
      * 'W' withdrawal items, and the 'B' closing balance row
       fd  bankstmt record contains 40 characters.
           01 bsrec.
              05 bs-type         pic x(1).
                 88 bs-deposit           value 'D'.
                 88 bs-withdrawal        value 'W'.
                 88 bs-balance           value 'B'.
              05 bs-ref          pic x(8).
              05 bs-date         pic 9(6).
              05 bs-amount       pic 9(9)v99.
              05 bs-sign         pic x(1).
              05 filler          pic x(13).
       fd  bankos record contains 60 characters.
           01 borec. copy "bankos.cpy".
       fd  apchqreg record contains 40 characters.
           01 cqrec.
              05 cq-chqno        pic 9(8).
              05 cq-empno        pic 9(6).
              05 cq-date         pic 9(6).
              05 cq-amount       pic s9(7)v99 comp-3.
              05 cq-cleared      pic x(1).
              05 cq-clrdate      pic 9(6).
              05 filler          pic x(8).
       fd  glhist record contains 60 characters.
           01 ghrec.
              05 gh-acct         pic x(8).
              05 gh-batch        pic x(6).
              05 gh-ref          pic x(6).
              05 gh-date         pic x(6).
              05 gh-js           pic x(2).
              05 gh-amount       pic s9(8)v99  comp-3.
              05 gh-balance      pic s9(9)v99  comp-3.
              05 gh-rundate      pic 9(8).
              05 gh-company      pic x(2).
              05 filler          pic x(10).
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
       fd  bankos2 record contains 60 characters.
           01 borec2.
              05 bo2-type        pic x(1).
              05 bo2-side        pic x(1).
              05 bo2-kind        pic x(1).
              05 bo2-status      pic x(1).
              05 bo2-ref         pic x(8).
              05 bo2-date        pic 9(6).
              05 bo2-amount      pic s9(9)v99 comp-3.
              05 bo2-clrdate     pic 9(6).
              05 filler          pic x(30).
       fd  bankrec record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 bankstmt-eof       pic x value ' '.
               88 bankstmt-at-eof         value '1'.
           05 bankos-eof         pic x value ' '.
               88 bankos-at-eof           value '1'.
           05 apchqreg-eof       pic x value ' '.
               88 apchqreg-at-eof         value '1'.
           05 glhist-eof         pic x value ' '.
               88 glhist-at-eof           value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 gen-company        pic x(2) value '01'.
           05 cash-acct          pic x(8) value spaces.
           05 map-opbank         pic x(8) value spaces.
           05 map-arbank         pic x(8) value spaces.
           05 stmt-sw            pic x value 'N'.
               88 stmt-found              value 'Y'.
           05 stmt-date          pic 9(6) value zeros.
           05 stmt-date-x redefines stmt-date pic x(6).
           05 stmt-balance       pic s9(11)v99 comp-3 value 0.
           05 from-date          pic 9(6) value zeros.
           05 from-date-x redefines from-date pic x(6).
           05 acct-sw            pic x value 'N'.
               88 acct-found              value 'Y'.
           05 gl-balance         pic s9(11)v99 comp-3 value 0.
           05 later-total        pic s9(11)v99 comp-3 value 0.
           05 eft-amount         pic s9(11)v99 comp-3 value 0.
           05 os-chq-total       pic s9(11)v99 comp-3 value 0.
           05 dit-total          pic s9(11)v99 comp-3 value 0.
           05 bank-dep-total     pic s9(11)v99 comp-3 value 0.
           05 bank-wd-total      pic s9(11)v99 comp-3 value 0.
           05 cleared-total      pic s9(11)v99 comp-3 value 0.
           05 adj-bank           pic s9(11)v99 comp-3 value 0.
           05 adj-book           pic s9(11)v99 comp-3 value 0.
           05 difference         pic s9(11)v99 comp-3 value 0.
           05 cleared-count      pic 9(5) value zeros.
           05 os-chq-count       pic 9(5) value zeros.
           05 dit-count          pic 9(5) value zeros.
           05 bank-only-count    pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 amt-ed             pic zzz,zzz,zz9.99-.
      * book items - carried forward from BANKOS and new off GLHIST
      * and APCHQREG
       01  book-flds.
           05 bk-count           pic 9(4) value zeros.
           05 bk-idx             pic 9(4) value zeros.
       01  book-table.
           05 bk-entry occurs 2000 times.
              10 bk-kind         pic x(1).
              10 bk-ref          pic x(8).
              10 bk-date         pic 9(6).
              10 bk-amount       pic s9(9)v99 comp-3.
              10 bk-new          pic x(1).
              10 bk-clrdate      pic 9(6).
              10 bk-match-sw     pic x(1).
                  88 bk-matched          value 'Y'.
      * bank items - this statement's and those carried from BANKOS
       01  bank-flds.
           05 bn-count           pic 9(4) value zeros.
           05 bn-idx             pic 9(4) value zeros.
       01  bank-table.
           05 bn-entry occurs 2000 times.
              10 bn-kind         pic x(1).
              10 bn-ref          pic x(8).
              10 bn-date         pic 9(6).
              10 bn-amount       pic s9(9)v99 comp-3.
              10 bn-match-sw     pic x(1).
                  88 bn-matched          value 'Y'.
      * cap240 cheques per payment date, to split each payment run's
      * GL credit into its cheques and the EFT remainder
       01  chq-flds.
           05 cd-count           pic 9(3) value zeros.
           05 cd-idx             pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
       01  chq-date-table.
           05 cd-entry occurs 200 times.
              10 cd-date         pic 9(6).
              10 cd-total        pic s9(11)v99 comp-3.
      * a new book item on its way into the table
       01  new-item.
           05 new-kind           pic x(1).
           05 new-ref            pic x(8).
           05 new-date           pic 9(6).
           05 new-amount         pic s9(9)v99 comp-3.
           05 new-new            pic x(1).
       01  misc.
           05 acctmap-stat       pic xx value spaces.
           05 bankstmt-stat      pic xx value spaces.
           05 bankos-stat        pic xx value spaces.
           05 apchqreg-stat      pic xx value spaces.
           05 glhist-stat        pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept gen-company from environment "CGL171-COMPANY"
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
           if map-opbank not = spaces
              move map-opbank to cash-acct
           else
              move map-arbank to cash-acct
           end-if.
           if cash-acct = spaces
              display "CGL171 - ACCTMAP NAMES NO OPBANK OR ARBANK "
                  "ACCOUNT, NOTHING RECONCILED" upon console
              stop run returning 16
           end-if.
           open input bankstmt.
           if bankstmt-stat not = '00'
              move bankstmt-stat to mf-filestat
              move "BANKSTMT"   to mf-filenamei
              move "BANKSTMT"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output bankrec.
           read bankstmt at end move '1' to bankstmt-eof.
           perform loadbankrtn until bankstmt-at-eof.
           close bankstmt.
           if not stmt-found
              display "CGL171 - BANKSTMT HAS NO 'B' CLOSING BALANCE "
                  "ROW, NOTHING RECONCILED" upon console
              stop run returning 16
           end-if.
           move 'Y' to new-new.
      * first run - no BANKOS yet, the books are taken from the
      * start of the statement month
           compute from-date = (stmt-date / 100) * 100.
           open input bankos.
           if bankos-stat = '00'
              read bankos at end move '1' to bankos-eof
              end-read
              perform loadosrtn until bankos-at-eof
              close bankos
           end-if.
           open input apchqreg.
           if apchqreg-stat = '00'
              read apchqreg at end move '1' to apchqreg-eof
              end-read
              perform loadchqrtn until apchqreg-at-eof
              close apchqreg
           end-if.
           open input glhist.
           if glhist-stat not = '00'
              move glhist-stat to mf-filestat
              move "GLHIST"     to mf-filenamei
              move "GLHIST"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glhist at end move '1' to glhist-eof.
           perform loadglrtn until glhist-at-eof.
           close glhist.
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
           move spaces to rptline.
           string "OPERATING BANK RECONCILIATION - ACCOUNT " cash-acct
                  "  COMPANY " gen-company
                  "  STATEMENT DATE " stmt-date
                  "  BOOKS FROM AFTER " from-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
      * cheque numbers first, then kind and amount
           move zeros to bn-idx.
           perform chqmatchrtn until bn-idx >= bn-count.
           move zeros to bn-idx.
           perform amtmatchrtn until bn-idx >= bn-count.
           perform listrtn.
           perform stmtrtn.
           perform writeosrtn.
           close bankrec.
           move "CGL171" to jobsum-pgm.
           move cleared-count to jobsum-count.
           if difference not = 0 or not acct-found
              move "OUTOFBAL" to jobsum-status
           else
              if reject-count > 0
                 move "REJECTS" to jobsum-status
              else
                 move "COMPLETE" to jobsum-status
              end-if
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           if am-kind = "OPBANK"
              move am-acct to map-opbank
           end-if.
           if am-kind = "ARBANK"
              move am-acct to map-arbank
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       loadbankrtn.
           if bs-balance
              move 'Y' to stmt-sw
              move bs-date to stmt-date
              if bs-sign = '-'
                 compute stmt-balance = 0 - bs-amount
              else
                 move bs-amount to stmt-balance
              end-if
           else
              if (bs-deposit or bs-withdrawal) and bs-amount numeric
                 move bs-type to new-kind
                 move bs-ref to new-ref
                 move bs-date to new-date
                 move bs-amount to new-amount
                 perform addbankrtn
              else
                 move spaces to rptline
                 string "REJECTED - BANKSTMT ROW NOT D/W/B OR AMOUNT "
                        "NOT NUMERIC: " bsrec
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
                 add 1 to reject-count
              end-if
           end-if.
           read bankstmt at end move '1' to bankstmt-eof.
       addbankrtn.
           if bn-count >= 2000
              display "CGL171 - BANK-TABLE FULL, ITEM " new-ref
                  " NOT RECONCILED" upon console
              add 1 to reject-count
           else
              add 1 to bn-count
              move new-kind to bn-kind (bn-count)
              move new-ref to bn-ref (bn-count)
              move new-date to bn-date (bn-count)
              move new-amount to bn-amount (bn-count)
              move 'N' to bn-match-sw (bn-count)
           end-if.
       addbookrtn.
           if bk-count >= 2000
              display "CGL171 - BOOK-TABLE FULL, ITEM " new-ref
                  " NOT RECONCILED" upon console
              add 1 to reject-count
           else
              add 1 to bk-count
              move new-kind to bk-kind (bk-count)
              move new-ref to bk-ref (bk-count)
              move new-date to bk-date (bk-count)
              move new-amount to bk-amount (bk-count)
              move new-new to bk-new (bk-count)
              move zeros to bk-clrdate (bk-count)
              move 'N' to bk-match-sw (bk-count)
           end-if.
      * last run's leftovers - the header row dates the books taken,
      * outstanding items go back into the tables, cleared ones drop
       loadosrtn.
           if bo-header
              move bo-date to from-date
           else
              if bo-outstanding
                 move bo-kind to new-kind
                 move bo-ref to new-ref
                 move bo-date to new-date
                 move bo-amount to new-amount
                 if bo-bank
                    perform addbankrtn
                 else
                    move 'N' to new-new
                    perform addbookrtn
                 end-if
              end-if
           end-if.
           read bankos at end move '1' to bankos-eof.
      * cap240 cheques written since the last statement - each one a
      * book withdrawal, and its amount noted against its date
       loadchqrtn.
           if cq-date > from-date and cq-date <= stmt-date
              move cq-date to new-date
              perform findchqrtn
              if not found
                 if cd-count < 200
                    add 1 to cd-count
                    move cd-count to cd-idx
                    move new-date to cd-date (cd-idx)
                    move 0 to cd-total (cd-idx)
                    move 'Y' to found-sw
                 end-if
              end-if
              if found
                 add cq-amount to cd-total (cd-idx)
              end-if
              if cq-cleared not = 'V'
                 move 'W' to new-kind
                 move cq-chqno to new-ref
                 move cq-date to new-date
                 move cq-amount to new-amount
                 perform addbookrtn
              end-if
           end-if.
           read apchqreg at end move '1' to apchqreg-eof.
       findchqrtn.
           move 1 to cd-idx.
           move 'N' to found-sw.
           perform findchq1rtn until found or cd-idx > cd-count.
       findchq1rtn.
           if cd-date (cd-idx) = new-date
              move 'Y' to found-sw
           else
              add 1 to cd-idx
           end-if.
      * a cash account posting - after the statement date it only
      * adjusts the ledger balance; inside the period a debit joins
      * its day's deposit and a credit is a withdrawal, a cap240 run
      * counting only for what its cheques don't cover
       loadglrtn.
           if gh-acct = cash-acct and gh-company = gen-company
              if gh-date > stmt-date-x
                 if gh-js = 'CR'
                    subtract gh-amount from later-total
                 else
                    add gh-amount to later-total
                 end-if
              else
                 if gh-date > from-date-x
                    perform loadgl1rtn
                 end-if
              end-if
           end-if.
           read glhist at end move '1' to glhist-eof.
       loadgl1rtn.
           move gh-date to new-date.
           move gh-amount to new-amount.
           move gh-ref to new-ref.
           if gh-js = 'CR'
              move 'W' to new-kind
              if gh-ref = "APPAY"
                 perform findchqrtn
                 if found
                    compute eft-amount = gh-amount - cd-total (cd-idx)
                    move 0 to cd-total (cd-idx)
                 else
                    move gh-amount to eft-amount
                 end-if
                 if eft-amount not = 0
                    move "EFT" to new-ref
                    move eft-amount to new-amount
                    perform addbookrtn
                 end-if
              else
                 perform addbookrtn
              end-if
           else
              move 'D' to new-kind
              perform finddeprtn
              if found
                 add gh-amount to bk-amount (bk-idx)
              else
                 move "DEPOSIT" to new-ref
                 perform addbookrtn
              end-if
           end-if.
      * this run's deposit for the same day, if one is started
       finddeprtn.
           move 1 to bk-idx.
           move 'N' to found-sw.
           perform finddep1rtn until found or bk-idx > bk-count.
       finddep1rtn.
           if bk-kind (bk-idx) = 'D' and bk-new (bk-idx) = 'Y'
                 and bk-date (bk-idx) = new-date
              move 'Y' to found-sw
           else
              add 1 to bk-idx
           end-if.
       findctlrtn.
           if glm-acct = cash-acct and glm-company = gen-company
              move 'Y' to acct-sw
              add glm-balance to gl-balance
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
      * a numbered bank withdrawal clears the book cheque with that
      * number and amount
       chqmatchrtn.
           add 1 to bn-idx.
           if bn-kind (bn-idx) = 'W' and bn-ref (bn-idx) numeric
                 and not bn-matched (bn-idx)
              move 1 to bk-idx
              move 'N' to found-sw
              perform chqmatch1rtn until found or bk-idx > bk-count
              if found
                 perform clearrtn
              end-if
           end-if.
       chqmatch1rtn.
           if bk-kind (bk-idx) = 'W' and not bk-matched (bk-idx)
                 and bk-ref (bk-idx) = bn-ref (bn-idx)
                 and bk-amount (bk-idx) = bn-amount (bn-idx)
              move 'Y' to found-sw
           else
              add 1 to bk-idx
           end-if.
      * anything left clears the first open book item of the same
      * kind and amount
       amtmatchrtn.
           add 1 to bn-idx.
           if not bn-matched (bn-idx)
              move 1 to bk-idx
              move 'N' to found-sw
              perform amtmatch1rtn until found or bk-idx > bk-count
              if found
                 perform clearrtn
              end-if
           end-if.
       amtmatch1rtn.
           if bk-kind (bk-idx) = bn-kind (bn-idx)
                 and not bk-matched (bk-idx)
                 and bk-amount (bk-idx) = bn-amount (bn-idx)
              move 'Y' to found-sw
           else
              add 1 to bk-idx
           end-if.
       clearrtn.
           move 'Y' to bn-match-sw (bn-idx).
           move 'Y' to bk-match-sw (bk-idx).
           move bn-date (bn-idx) to bk-clrdate (bk-idx).
           add 1 to cleared-count.
           add bk-amount (bk-idx) to cleared-total.
      * unmatched items, each kind listed separately
       listrtn.
           move spaces to rptline.
           move "OUTSTANDING CHEQUES AND PAYMENTS" to rptline.
           write rptline before advancing 1 line.
           move zeros to bk-idx.
           perform listchqrtn until bk-idx >= bk-count.
           move os-chq-total to amt-ed.
           move spaces to rptline.
           string "    TOTAL OUTSTANDING: " os-chq-count
                  " ITEMS  " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "DEPOSITS IN TRANSIT" to rptline.
           write rptline before advancing 1 line.
           move zeros to bk-idx.
           perform listditrtn until bk-idx >= bk-count.
           move dit-total to amt-ed.
           move spaces to rptline.
           string "    TOTAL IN TRANSIT: " dit-count
                  " ITEMS  " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "BANK ITEMS NOT ON THE BOOKS" to rptline.
           write rptline before advancing 1 line.
           move zeros to bn-idx.
           perform listbankrtn until bn-idx >= bn-count.
           move spaces to rptline.
           string "    ITEMS: " bank-only-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       listchqrtn.
           add 1 to bk-idx.
           if bk-kind (bk-idx) = 'W' and not bk-matched (bk-idx)
              add 1 to os-chq-count
              add bk-amount (bk-idx) to os-chq-total
              move bk-amount (bk-idx) to amt-ed
              move spaces to rptline
              string "    " bk-ref (bk-idx) "  " bk-date (bk-idx)
                     "  " amt-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       listditrtn.
           add 1 to bk-idx.
           if bk-kind (bk-idx) = 'D' and not bk-matched (bk-idx)
              add 1 to dit-count
              add bk-amount (bk-idx) to dit-total
              move bk-amount (bk-idx) to amt-ed
              move spaces to rptline
              string "    " bk-ref (bk-idx) "  " bk-date (bk-idx)
                     "  " amt-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       listbankrtn.
           add 1 to bn-idx.
           if not bn-matched (bn-idx)
              add 1 to bank-only-count
              if bn-kind (bn-idx) = 'D'
                 add bn-amount (bn-idx) to bank-dep-total
              else
                 add bn-amount (bn-idx) to bank-wd-total
              end-if
              move bn-amount (bn-idx) to amt-ed
              move spaces to rptline
              string "    " bn-kind (bn-idx) " " bn-ref (bn-idx)
                     "  " bn-date (bn-idx) "  " amt-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * bank less outstanding plus in transit, against the ledger as
      * at the statement date with the bank's unbooked items
       stmtrtn.
           compute adj-bank = stmt-balance - os-chq-total + dit-total.
           compute adj-book = gl-balance - later-total
               + bank-dep-total - bank-wd-total.
           compute difference = adj-bank - adj-book.
           move stmt-balance to amt-ed.
           move spaces to rptline.
           string "BALANCE PER BANK STATEMENT          " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move os-chq-total to amt-ed.
           move spaces to rptline.
           string "  LESS OUTSTANDING CHEQUES          " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move dit-total to amt-ed.
           move spaces to rptline.
           string "  PLUS DEPOSITS IN TRANSIT          " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move adj-bank to amt-ed.
           move spaces to rptline.
           string "ADJUSTED BANK BALANCE               " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move gl-balance to amt-ed.
           move spaces to rptline.
           if acct-found
              string "GL CASH ACCOUNT (" cash-acct ")        " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "GL CASH ACCOUNT (" cash-acct ")        " amt-ed
                     "  *** ACCOUNT NOT ON GLMSNEW ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           move later-total to amt-ed.
           move spaces to rptline.
           string "  LESS POSTED AFTER STATEMENT DATE  " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move bank-dep-total to amt-ed.
           move spaces to rptline.
           string "  PLUS BANK CREDITS NOT BOOKED      " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move bank-wd-total to amt-ed.
           move spaces to rptline.
           string "  LESS BANK DEBITS NOT BOOKED       " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move adj-book to amt-ed.
           move spaces to rptline.
           string "ADJUSTED BOOK BALANCE               " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move difference to amt-ed.
           move spaces to rptline.
           if difference = 0 and acct-found
              string "RECONCILED - DIFFERENCE             " amt-ed
                  delimited by size into rptline
              end-string
           else
              string "*** UNRECONCILED DIFFERENCE ***     " amt-ed
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           move cleared-total to amt-ed.
           move spaces to rptline.
           string "ITEMS CLEARED THIS STATEMENT: " cleared-count
                  "  AMOUNT: " amt-ed
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
      * the header, every book item cleared or open, and the bank
      * items still waiting to be booked
       writeosrtn.
           open output bankos2.
           move spaces to borec2.
           move 'H' to bo2-type.
           move stmt-date to bo2-date.
           move stmt-balance to bo2-amount.
           move zeros to bo2-clrdate.
           write borec2.
           move zeros to bk-idx.
           perform writebkrtn until bk-idx >= bk-count.
           move zeros to bn-idx.
           perform writebnrtn until bn-idx >= bn-count.
           close bankos2.
       writebkrtn.
           add 1 to bk-idx.
           move spaces to borec2.
           move 'I' to bo2-type.
           move 'B' to bo2-side.
           move bk-kind (bk-idx) to bo2-kind.
           if bk-matched (bk-idx)
              move 'C' to bo2-status
           else
              move 'O' to bo2-status
           end-if.
           move bk-ref (bk-idx) to bo2-ref.
           move bk-date (bk-idx) to bo2-date.
           move bk-amount (bk-idx) to bo2-amount.
           move bk-clrdate (bk-idx) to bo2-clrdate.
           write borec2.
       writebnrtn.
           add 1 to bn-idx.
           if not bn-matched (bn-idx)
              move spaces to borec2
              move 'I' to bo2-type
              move 'K' to bo2-side
              move bn-kind (bn-idx) to bo2-kind
              move 'O' to bo2-status
              move bn-ref (bn-idx) to bo2-ref
              move bn-date (bn-idx) to bo2-date
              move bn-amount (bn-idx) to bo2-amount
              move zeros to bo2-clrdate
              write borec2
           end-if.
       copy "unixproc1.cpy".
