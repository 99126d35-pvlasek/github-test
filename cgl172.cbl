       identification division.
      * cgl172 - test/demo mainframe conversion to micro focus cobol
      *        - thirteen-week consolidated cash forecast, so treasury
      *          decides on the line of credit from what is on file
      *          instead of by gut feel
      *        - starts from the bank accounts' GLMSNEW balances (the
      *          OPBANK, ARBANK and APBANK accounts on ACCTMAP, all
      *          companies) and carries a running balance through
      *          thirteen weeks, week 1 being the seven days after
      *          the run date; anything already due lands in week 1
      *        - inflows:
      *            AR      - AROPEN items by expected pay date: the
      *                      invoice date plus the customer's money-
      *                      weighted days to pay off ARPAID (the
      *                      car263 arithmetic), or plus cm-net-days
      *                      when the customer has no history; items
      *                      on dispute hold are left out
      *            PLAN    - the active PREPLAN monthly withdrawals on
      *                      CGL172-PLAN-DAY (dd, default 01) of each
      *                      month
      *            TAX     - what CITYTAX still owes from folios not
      *                      on a prepayment plan, on the tax due date
      *                      CGL172-TAX-DUE (yymmdd); no due date, no
      *                      tax inflow
      *        - outflows:
      *            AP      - open APOPEN items by due date (invoice
      *                      date plus ap-net-days); held items are
      *                      not scheduled to pay
      *            PAYROLL - each PAYCAL pay date after the last run
      *                      on PAYHIST, at the last run's net pay
      *            STAT    - the cpy265 statutory remittance (tax and
      *                      both sides of cpp/ei) for each month's
      *                      runs, due the 15th of the month after;
      *                      runs already on PAYHIST count at their
      *                      actual figures, future runs at the last
      *                      run's, and a month whose REMITyymm
      *                      voucher is already on APOPEN is left to
      *                      the AP line
      *            DED     - the DEDMAS vendor remittances for each
      *                      future run - flat or percent of the
      *                      employee's last gross, held to the goal,
      *                      plus the employer match - paid with the
      *                      run; the runs already taken are vouchered
      *                      onto APOPEN by cpy200 and count there
      *        - dates use the cap216 30-day-month day count
      *        - any week whose closing balance goes negative is
      *          flagged on the CASHFCST report
       program-id. cgl172.
       environment division.
       input-output section.
       file-control.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select arpaid assign external ARPAID
                  organization record sequential access mode sequential
                  file status arpaid-stat.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status aropen-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select preplan assign external PREPLAN
                  organization line sequential
                  file status preplan-stat.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status apopen-stat.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select paycal assign external PAYCAL
                  organization line sequential
                  file status paycal-stat.
           select dedmas assign external DEDMAS
                  organization line sequential
                  file status dedmas-stat.
           select cashfcst assign external CASHFCST
                  organization line sequential.
      *eject
       data  division.
       file section.
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
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
       fd  aropen record contains 32 characters.
           01 aropenrec. copy "aropen.cpy".
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
      * prepayment enrolment - one row per enrolled folio
       fd  preplan record contains 80 characters.
           01 pprec.
              05 pp-folio        pic x(10).
              05 pp-monthly      pic 9(7)v99.
              05 pp-transit      pic x(8).
              05 pp-acct         pic x(12).
              05 pp-status       pic x(1).
              05 filler          pic x(40).
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  apopen record contains 80 characters.
           01 apopenrec. copy "apopen.cpy".
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
       fd  paycal record contains 40 characters.
           01 paycalrec.
              05 pl-period      pic 9(3).
              05 filler         pic x(1).
              05 pl-end         pic 9(6).
              05 filler         pic x(1).
              05 pl-payday      pic 9(6).
              05 filler         pic x(23).
      * one row per employee per deduction code - 'A' takes the flat
      * dm-value, 'P' takes dm-value percent of the period gross; a
      * nonzero dm-goal stops the deduction once dm-taken reaches it
       fd  dedmas record contains 80 characters.
           01 dmrec.
              05 dm-empno        pic 9(6).
              05 dm-code         pic x(4).
              05 dm-type         pic x(1).
              05 dm-value        pic 9(5)v99.
              05 dm-arrears      pic 9(5)v99.
              05 dm-goal         pic 9(7)v99.
              05 dm-taken        pic 9(7)v99.
              05 dm-match-pct    pic 9v99.
              05 filler          pic x(34).
       fd  cashfcst record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 arpaid-eof         pic x value ' '.
               88 arpaid-at-eof           value '1'.
           05 aropen-eof         pic x value ' '.
               88 aropen-at-eof           value '1'.
           05 preplan-eof        pic x value ' '.
               88 preplan-at-eof          value '1'.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 apopen-eof         pic x value ' '.
               88 apopen-at-eof           value '1'.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 paycal-eof         pic x value ' '.
               88 paycal-at-eof           value '1'.
           05 dedmas-eof         pic x value ' '.
               88 dedmas-at-eof           value '1'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 srch-idx           pic 9(4) value zeros.
           05 bank-count         pic 9(2) value zeros.
           05 hist-count         pic 9(4) value zeros.
           05 plan-count         pic 9(4) value zeros.
           05 emp-count          pic 9(4) value zeros.
           05 run-count          pic 9(3) value zeros.
           05 mo-idx             pic 9(1) value zeros.
           05 item-count         pic 9(7) value zeros.
           05 neg-count          pic 9(2) value zeros.
           05 opening-bal        pic s9(11)v99 comp-3 value 0.
           05 cum-bal            pic s9(11)v99 comp-3 value 0.
           05 wk-net             pic s9(11)v99 comp-3 value 0.
           05 plan-monthly       pic s9(11)v99 comp-3 value 0.
           05 tax-owing          pic s9(11)v99 comp-3 value 0.
           05 exp-days           pic s9(5) value zeros.
           05 last-run-date      pic 9(6) value zeros.
           05 last-run-net       pic s9(11)v99 comp-3 value 0.
           05 last-run-stat      pic s9(11)v99 comp-3 value 0.
           05 run-ded            pic s9(11)v99 comp-3 value 0.
           05 ded-amt            pic s9(9)v99 comp-3 value 0.
           05 goal-room          pic s9(9)v99 comp-3 value 0.
           05 emp-gross          pic s9(7)v99 comp-3 value 0.
           05 stat-due           pic 9(6) value zeros.
           05 stat-due-r redefines stat-due.
              10 stat-due-yy     pic 9(2).
              10 stat-due-mm     pic 9(2).
              10 stat-due-dd     pic 9(2).
           05 plan-day           pic 9(2) value 01.
           05 tax-due            pic 9(6) value zeros.
           05 remit-inv.
              10 filler          pic x(5) value "REMIT".
              10 remit-inv-yymm  pic 9(4).
              10 filler          pic x(1) value space.
           05 wk-from            pic 9(3) value zeros.
           05 wk-to              pic 9(3) value zeros.
           05 amt-ed1            pic zzzzzzzz9-.
           05 amt-ed2            pic zzzzzzzz9-.
           05 amt-ed3            pic zzzzzzzz9-.
           05 amt-ed4            pic zzzzzzzz9-.
           05 amt-ed5            pic zzzzzzzz9-.
           05 amt-ed6            pic zzzzzzzz9-.
           05 amt-ed7            pic zzzzzzzz9-.
           05 amt-ed8            pic zzzzzzzz9-.
           05 amt-ed9            pic zzzzzzzz9-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
      * yymmdd dates turned into an approximate day count, the same
      * 30-day-month arithmetic cap216 projects payables by
       01  day-flds.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 day-num            pic s9(7) value zeros.
           05 run-days           pic s9(7) value zeros.
           05 due-days           pic s9(7) value zeros.
           05 due-in-days        pic s9(7) value zeros.
           05 wk-no              pic 9(4) value zeros.
           05 wk-idx             pic 9(2) value zeros.
      * the months the forecast reaches into, run month first
       01  month-flds.
           05 mo-date            pic 9(6) value zeros.
           05 mo-date-r redefines mo-date.
              10 mo-yy           pic 9(2).
              10 mo-mm           pic 9(2).
              10 mo-dd           pic 9(2).
      * the parameters come in off the environment as text and are
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 day-txt            pic x(2) value '01'.
           05 day-edit-lth       pic 9(4) comp value 2.
           05 due-txt            pic x(6) value '000000'.
           05 due-edit-lth       pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the thirteen weeks
       01  week-table.
           05 week-entry occurs 13 times.
              10 wk-ar           pic s9(11)v99 comp-3.
              10 wk-plan         pic s9(11)v99 comp-3.
              10 wk-tax          pic s9(11)v99 comp-3.
              10 wk-ap           pic s9(11)v99 comp-3.
              10 wk-pay          pic s9(11)v99 comp-3.
              10 wk-stat         pic s9(11)v99 comp-3.
              10 wk-ded          pic s9(11)v99 comp-3.
       01  bank-table.
           05 bank-acct          pic x(8) occurs 20 times.
      * money-weighted days to pay per customer off ARPAID
       01  hist-table.
           05 hist-entry occurs 3000 times.
              10 ht-cust         pic 9(6).
              10 ht-days-amt     pic s9(13)v99 comp-3.
              10 ht-amt          pic s9(11)v99 comp-3.
      * folios paying by plan, kept off the tax due date inflow
       01  plan-table.
           05 pt-folio           pic x(10) occurs 5000 times.
      * the last run's gross per employee, for percent deductions
       01  emp-table.
           05 emp-entry occurs 3000 times.
              10 et-empno        pic 9(6).
              10 et-gross        pic s9(7)v99 comp-3.
      * the statutory remittance per month, and whether the month's
      * voucher is already on APOPEN
       01  stat-table.
           05 stat-entry occurs 5 times.
              10 st-yymm         pic 9(4).
              10 st-amount       pic s9(11)v99 comp-3.
              10 st-onap-sw      pic x(1).
                 88 st-onap              value 'Y'.
       01  misc.
           05 acctmap-stat       pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
           05 aropen-stat        pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
           05 preplan-stat       pic xx value spaces.
           05 citytax-stat       pic xx value spaces.
           05 apopen-stat        pic xx value spaces.
           05 payhist-stat       pic xx value spaces.
           05 paycal-stat        pic xx value spaces.
           05 dedmas-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept day-txt from environment "CGL172-PLAN-DAY"
               on exception move '01' to day-txt
           end-accept.
           call "numedit" using day-txt day-edit-lth edit-valid-sw.
           if edit-valid
              move day-txt to plan-day
           end-if.
           if plan-day < 1 or plan-day > 28
              move 01 to plan-day
           end-if.
           accept due-txt from environment "CGL172-TAX-DUE"
               on exception move '000000' to due-txt
           end-accept.
           call "numedit" using due-txt due-edit-lth edit-valid-sw.
           if edit-valid
              move due-txt to tax-due
           end-if.
           move rundate-ymd6 to day-date.
           perform daynumrtn.
           move day-num to run-days.
           move zeros to wk-idx.
           perform clrweekrtn until wk-idx >= 13.
           perform monthsetrtn.
           perform bankrtn.
           perform arpaidrtn.
           perform aropenrtn.
           perform preplanrtn.
           perform citytaxrtn.
           perform apopenrtn.
           perform payhistrtn.
           perform paycalrtn.
           perform statschedrtn.
           open output cashfcst.
           perform rptrtn.
           close cashfcst.
           if neg-count > 0
              display "CGL172 - " neg-count " WEEK(S) OF THE FORECAST "
                  "GO NEGATIVE - SEE CASHFCST" upon console
           end-if.
           move "CGL172" to jobsum-pgm.
           move item-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       clrweekrtn.
           add 1 to wk-idx.
           move 0 to wk-ar (wk-idx) wk-plan (wk-idx) wk-tax (wk-idx)
               wk-ap (wk-idx) wk-pay (wk-idx) wk-stat (wk-idx)
               wk-ded (wk-idx).
      * the run month and the four after it - the 91-day horizon
      * reaches at most that far, and a month's remittance falls due
      * in the month after
       monthsetrtn.
           move rundate-ymd6 to mo-date.
           move zeros to mo-idx.
           perform monthset1rtn until mo-idx >= 5.
       monthset1rtn.
           add 1 to mo-idx.
           move mo-yy to st-yymm (mo-idx) (1:2).
           move mo-mm to st-yymm (mo-idx) (3:2).
           move 0 to st-amount (mo-idx).
           move 'N' to st-onap-sw (mo-idx).
           perform nextmonrtn.
       nextmonrtn.
           if mo-mm = 12
              move 01 to mo-mm
              if mo-yy = 99
                 move 00 to mo-yy
              else
                 add 1 to mo-yy
              end-if
           else
              add 1 to mo-mm
           end-if.
       daynumrtn.
           compute day-num = day-yy * 365 + day-mm * 30 + day-dd.
      * a day count into its forecast week - already due is week 1,
      * past the horizon is week 0 (not in the forecast)
       weekrtn.
           compute due-in-days = due-days - run-days.
           if due-in-days <= 0
              move 1 to wk-no
           else
              compute wk-no = (due-in-days - 1) / 7 + 1
              if wk-no > 13
                 move 0 to wk-no
              end-if
           end-if.
      * opening position - the bank accounts ACCTMAP names, every
      * company's balance in them
       bankrtn.
           open input acctmap.
           if acctmap-stat not = '00'
              move acctmap-stat to mf-filestat
              move "ACCTMAP"    to mf-filenamei
              move "ACCTMAP"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read acctmap at end move '1' to acctmap-eof.
           perform bank1rtn until acctmap-at-eof.
           close acctmap.
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
           perform bank3rtn until glmsnew-at-eof.
           close glmsnew.
       bank1rtn.
           if am-kind = "OPBANK" or am-kind = "ARBANK"
                 or am-kind = "APBANK"
              move zeros to srch-idx
              move 'N' to found-sw
              perform bank2rtn until found or srch-idx >= bank-count
              if not found and bank-count < 20
                 add 1 to bank-count
                 move am-acct to bank-acct (bank-count)
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       bank2rtn.
           add 1 to srch-idx.
           if bank-acct (srch-idx) = am-acct
              move 'Y' to found-sw
           end-if.
       bank3rtn.
           move zeros to srch-idx.
           perform bank4rtn until srch-idx >= bank-count.
           read glmsnew at end move '1' to glmsnew-eof.
       bank4rtn.
           add 1 to srch-idx.
           if bank-acct (srch-idx) = glm-acct
              add glm-balance to opening-bal
           end-if.
      * each customer's money-weighted days to pay - receipts,
      * suspense and national account applications, with an NSF
      * reversal's negative pd-paid taking back its receipt's days
       arpaidrtn.
           open input arpaid.
           if arpaid-stat = '00'
              read arpaid at end move '1' to arpaid-eof
              end-read
              perform arpaid1rtn until arpaid-at-eof
              close arpaid
           end-if.
       arpaid1rtn.
           if (pd-receipt or pd-applied or pd-natacct or pd-nsf)
                 and pd-inv-date not = zeros
              move pd-inv-date to day-date
              perform daynumrtn
              move day-num to due-days
              move pd-paid-date to day-date
              perform daynumrtn
              compute exp-days = day-num - due-days
              perform findhistrtn
              if found
                 compute ht-days-amt (srch-idx) =
                     ht-days-amt (srch-idx) + exp-days * pd-paid
                 add pd-paid to ht-amt (srch-idx)
              end-if
           end-if.
           read arpaid at end move '1' to arpaid-eof.
       findhistrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findhist1rtn
               until found or srch-idx > hist-count.
           if not found
              if hist-count >= 3000
                 display "CGL172 - HIST-TABLE FULL, PD-CUST: "
                     pd-cust " NOT LOADED" upon console
              else
                 add 1 to hist-count
                 move hist-count to srch-idx
                 move pd-cust to ht-cust (srch-idx)
                 move 0 to ht-days-amt (srch-idx) ht-amt (srch-idx)
                 move 'Y' to found-sw
              end-if
           end-if.
       findhist1rtn.
           if ht-cust (srch-idx) = pd-cust
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
      * one open receivable into the week the customer is expected to
      * pay it
       aropenrtn.
           open input aropen.
           if aropen-stat not = '00'
              move aropen-stat  to mf-filestat
              move "AROPEN"     to mf-filenamei
              move "AROPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read aropen at end move '1' to aropen-eof.
           perform aropen1rtn until aropen-at-eof.
           close aropen custmas.
       aropen1rtn.
           if ar-not-disputed and ar-amount > 0
              add 1 to item-count
              move 1 to srch-idx
              move 'N' to found-sw
              perform findar1rtn
                  until found or srch-idx > hist-count
              if found and ht-amt (srch-idx) > 0
                 compute exp-days rounded =
                     ht-days-amt (srch-idx) / ht-amt (srch-idx)
              else
                 perform nettermsrtn
              end-if
              move ar-date to day-date
              perform daynumrtn
              compute due-days = day-num + exp-days
              perform weekrtn
              if wk-no > 0
                 add ar-amount to wk-ar (wk-no)
              end-if
           end-if.
           read aropen at end move '1' to aropen-eof.
       findar1rtn.
           if ht-cust (srch-idx) = ar-cust
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
      * no payment history - the customer's terms, 30 days when the
      * master has none
       nettermsrtn.
           move 30 to exp-days.
           move ar-cust to cm-cust.
           read custmas
               invalid key continue
               not invalid key
                  if cm-net-days numeric and cm-net-days > 0
                     move cm-net-days to exp-days
                  end-if
           end-read.
      * the active plans' monthly draw, and the folios they cover
       preplanrtn.
           open input preplan.
           if preplan-stat = '00'
              read preplan at end move '1' to preplan-eof
              end-read
              perform preplan1rtn until preplan-at-eof
              close preplan
           end-if.
           if plan-monthly not = 0
              move rundate-ymd6 to mo-date
              move zeros to mo-idx
              perform preplan2rtn until mo-idx >= 4
           end-if.
       preplan1rtn.
           if pp-status = 'A'
              add pp-monthly to plan-monthly
              if plan-count >= 5000
                 display "CGL172 - PLAN-TABLE FULL, PP-FOLIO: "
                     pp-folio " NOT LOADED" upon console
              else
                 add 1 to plan-count
                 move pp-folio to pt-folio (plan-count)
              end-if
           end-if.
           read preplan at end move '1' to preplan-eof.
      * a withdrawal day already past this month was drawn already
       preplan2rtn.
           add 1 to mo-idx.
           move mo-date to day-date.
           move plan-day to day-dd.
           perform daynumrtn.
           move day-num to due-days.
           if due-days > run-days
              perform weekrtn
              if wk-no > 0
                 add plan-monthly to wk-plan (wk-no)
              end-if
           end-if.
           perform nextmonrtn.
      * what the roll still owes from folios not on a plan, collected
      * on the tax due date
       citytaxrtn.
           if tax-due not = zeros
              move tax-due to day-date
              perform daynumrtn
              move day-num to due-days
              perform weekrtn
              if due-days > run-days and wk-no > 0
                 open input citytax
                 if citytax-stat = '00'
                    read citytax at end move '1' to citytax-eof
                    end-read
                    perform citytax1rtn until citytax-at-eof
                    close citytax
                 end-if
                 add tax-owing to wk-tax (wk-no)
              end-if
           end-if.
       citytax1rtn.
           if ctx-maint-tax > 0
              move zeros to srch-idx
              move 'N' to found-sw
              perform citytax2rtn
                  until found or srch-idx >= plan-count
              if not found
                 add ctx-maint-tax to tax-owing
              end-if
           end-if.
           read citytax at end move '1' to citytax-eof.
       citytax2rtn.
           add 1 to srch-idx.
           if pt-folio (srch-idx) = ctx-folio
              move 'Y' to found-sw
           end-if.
      * open payables by due date; a remittance voucher already on
      * file marks its month as paying through AP
       apopenrtn.
           open input apopen.
           if apopen-stat not = '00'
              move apopen-stat  to mf-filestat
              move "APOPEN"     to mf-filenamei
              move "APOPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read apopen at end move '1' to apopen-eof.
           perform apopen1rtn until apopen-at-eof.
           close apopen.
       apopen1rtn.
           if ap-open
              add 1 to item-count
              move ap-date to day-date
              perform daynumrtn
              compute due-days = day-num + ap-net-days
              perform weekrtn
              if wk-no > 0
                 add ap-amount to wk-ap (wk-no)
              end-if
           end-if.
           if ap-inv (1:5) = "REMIT"
              move zeros to mo-idx
              perform apremitrtn until mo-idx >= 5
           end-if.
           read apopen at end move '1' to apopen-eof.
       apremitrtn.
           add 1 to mo-idx.
           move st-yymm (mo-idx) to remit-inv-yymm.
           if ap-inv = remit-inv
              move 'Y' to st-onap-sw (mo-idx)
           end-if.
      * the last pay run - its net, its statutory remittance and each
      * employee's gross; runs already taken this month count toward
      * this month's remittance at their actual figures
       payhistrtn.
           open input payhist.
           if payhist-stat = '00'
              read payhist at end move '1' to payhist-eof
              end-read
              perform payhist1rtn until payhist-at-eof
              close payhist
              move ' ' to payhist-eof
              open input payhist
              read payhist at end move '1' to payhist-eof
              end-read
              perform payhist2rtn until payhist-at-eof
              close payhist
           end-if.
       payhist1rtn.
           if hist-date > last-run-date
              move hist-date to last-run-date
           end-if.
           read payhist at end move '1' to payhist-eof.
       payhist2rtn.
           if hist-date = last-run-date
              compute last-run-net = last-run-net + hist-gross
                  - hist-tax - hist-cpp - hist-uic
              if hist-othded numeric
                 subtract hist-othded from last-run-net
              end-if
              compute last-run-stat = last-run-stat + hist-tax
                  + hist-cpp + hist-uic
              if hist-ecpp numeric
                 add hist-ecpp to last-run-stat
              end-if
              if hist-euic numeric
                 add hist-euic to last-run-stat
              end-if
              if emp-count < 3000
                 add 1 to emp-count
                 move hist-empno to et-empno (emp-count)
                 move hist-gross to et-gross (emp-count)
              end-if
           end-if.
           if hist-date (1:4) = st-yymm (1)
              compute st-amount (1) = st-amount (1) + hist-tax
                  + hist-cpp + hist-uic
              if hist-ecpp numeric
                 add hist-ecpp to st-amount (1)
              end-if
              if hist-euic numeric
                 add hist-euic to st-amount (1)
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
      * each calendar pay date still to come - net pay and the vendor
      * remittances with the run, its statutory share into the month
      * the period ends in
       paycalrtn.
           if last-run-date not = zeros
              perform dedestrtn
              open input paycal
              if paycal-stat = '00'
                 read paycal at end move '1' to paycal-eof
                 end-read
                 perform paycal1rtn until paycal-at-eof
                 close paycal
              end-if
           end-if.
       paycal1rtn.
           if pl-end > last-run-date
              move pl-payday to day-date
              perform daynumrtn
              move day-num to due-days
              perform weekrtn
              if due-days > run-days and wk-no > 0
                 add 1 to run-count
                 add last-run-net to wk-pay (wk-no)
                 add run-ded to wk-ded (wk-no)
                 move zeros to mo-idx
                 perform paycal2rtn until mo-idx >= 5
              end-if
           end-if.
           read paycal at end move '1' to paycal-eof.
       paycal2rtn.
           add 1 to mo-idx.
           if pl-end (1:4) = st-yymm (mo-idx)
              add last-run-stat to st-amount (mo-idx)
           end-if.
      * one run's DEDMAS vendor remittances - what cpy200 would take
      * at the last run's gross, held to the goal, with the match
       dedestrtn.
           open input dedmas.
           if dedmas-stat = '00'
              read dedmas at end move '1' to dedmas-eof
              end-read
              perform dedest1rtn until dedmas-at-eof
              close dedmas
           end-if.
       dedest1rtn.
           if dm-type = 'P'
              move 0 to emp-gross
              move zeros to srch-idx
              move 'N' to found-sw
              perform dedest2rtn until found or srch-idx >= emp-count
              compute ded-amt rounded = emp-gross * dm-value / 100
           else
              move dm-value to ded-amt
           end-if.
           if dm-goal > 0
              compute goal-room = dm-goal - dm-taken
              if goal-room < 0
                 move 0 to goal-room
              end-if
              if ded-amt > goal-room
                 move goal-room to ded-amt
              end-if
           end-if.
           compute run-ded rounded = run-ded + ded-amt
               + ded-amt * dm-match-pct.
           read dedmas at end move '1' to dedmas-eof.
       dedest2rtn.
           add 1 to srch-idx.
           if et-empno (srch-idx) = dm-empno
              move 'Y' to found-sw
              move et-gross (srch-idx) to emp-gross
           end-if.
      * each month's statutory remittance falls due the 15th of the
      * month after, unless its voucher is already on APOPEN
       statschedrtn.
           move zeros to mo-idx.
           perform statsched1rtn until mo-idx >= 4.
       statsched1rtn.
           add 1 to mo-idx.
           if st-amount (mo-idx) not = 0 and not st-onap (mo-idx)
              move st-yymm (mo-idx + 1) to stat-due (1:4)
              move 15 to stat-due-dd
              move stat-due to day-date
              perform daynumrtn
              move day-num to due-days
              perform weekrtn
              if wk-no > 0
                 add st-amount (mo-idx) to wk-stat (wk-no)
              end-if
           end-if.
      *eject
       rptrtn.
           move spaces to rptline.
           string "THIRTEEN-WEEK CASH FORECAST - RUN " rundate-ymd8e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move opening-bal to tot-ed.
           move spaces to rptline.
           string "OPENING BANK BALANCE (GL): " tot-ed
                  "   PAY RUNS FORECAST: " run-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "WEEK DAYS       AR IN   PLAN IN    TAX IN"
                  "    AP OUT   PAYROLL STAT REMIT DED REMIT"
                  "       NET   CLOSING"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move opening-bal to cum-bal.
           move zeros to wk-idx.
           perform rptwkrtn until wk-idx >= 13.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move cum-bal to tot-ed.
           move spaces to rptline.
           string "CLOSING BANK BALANCE WEEK 13: " tot-ed
                  "   NEGATIVE WEEKS: " neg-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       rptwkrtn.
           add 1 to wk-idx.
           compute wk-net = wk-ar (wk-idx) + wk-plan (wk-idx)
               + wk-tax (wk-idx) - wk-ap (wk-idx) - wk-pay (wk-idx)
               - wk-stat (wk-idx) - wk-ded (wk-idx).
           add wk-net to cum-bal.
           compute wk-from = (wk-idx - 1) * 7 + 1.
           compute wk-to = wk-idx * 7.
           move wk-ar (wk-idx) to amt-ed1.
           move wk-plan (wk-idx) to amt-ed2.
           move wk-tax (wk-idx) to amt-ed3.
           move wk-ap (wk-idx) to amt-ed4.
           move wk-pay (wk-idx) to amt-ed5.
           move wk-stat (wk-idx) to amt-ed6.
           move wk-ded (wk-idx) to amt-ed7.
           move wk-net to amt-ed8.
           move cum-bal to amt-ed9.
           move spaces to rptline.
           string " " wk-idx "  " wk-from "-" wk-to amt-ed1 amt-ed2
                  amt-ed3 amt-ed4 amt-ed5 amt-ed6 amt-ed7 amt-ed8
                  amt-ed9
               delimited by size into rptline
           end-string.
           if cum-bal < 0
              move "*** NEGATIVE ***" to rptline (106:16)
              add 1 to neg-count
           end-if.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
