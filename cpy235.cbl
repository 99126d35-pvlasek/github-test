       identification division.
      * cpy235 - test/demo mainframe conversion to micro focus cobol
      *        - month-end payroll accrual for the days worked since
      *          the last pay period ended but not paid until next
      *          month, so the month's wage expense stops depending
      *          on where the pay dates happen to fall
      *        - env-var CPY235-MONTH (yymm) selects the month being
      *          closed; default is this run's month
      *        - the PAYCAL calendar gives the last period end on or
      *          before month end and the one before it; the working
      *          days (monday to friday) after the last period end up
      *          to month end are accrued as a share of the working
      *          days in that last period
      *        - each department's last-run gross and employer cpp/ei
      *          (hist-ecpp/hist-euic) off PAYHIST are prorated by that
      *          share and emitted as one GLTRANS batch coded from the
      *          PAYMAP table the way cpy210 codes the distribution:
      *          gross debits GROSSEXP, employer costs debit EMPRCOST
      *          (GROSSEXP when not mapped) and credit CPPLIAB/UICLIAB,
      *          accrued wages credit ACCRWAGE (NETPAY when not mapped)
      *        - the batch's BATCHHDR row carries bh-reverse 'R', so
      *          cgl200 backs it out onto GLTPEND dated the first of
      *          next month once it posts
      *        - ACCRRPT lists the calendar working and the accrual by
      *          department
       program-id. cpy235.
       environment division.
       input-output section.
       file-control.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select paycal assign external PAYCAL
                  organization line sequential
                  file status paycal-stat.
           select paymap assign external PAYMAP
                  organization line sequential
                  file status paymap-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select accrrpt assign external ACCRRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
      * one row per employee per run, written by cpy200
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
      * the official pay calendar - one row per period
       fd  paycal record contains 40 characters.
           01 paycalrec.
              05 pl-period      pic 9(3).
              05 filler         pic x(1).
              05 pl-end         pic 9(6).
              05 filler         pic x(1).
              05 pl-payday      pic 9(6).
              05 filler         pic x(23).
      * account mapping - GROSSEXP/CPPLIAB/UICLIAB required, with
      * ACCRWAGE or NETPAY for the accrued wages credit; EMPRCOST is
      * optional
       fd  paymap record contains 80 characters.
           01 pmrec.
              05 pm-kind         pic x(8).
              05 pm-acct         pic x(8).
              05 filler          pic x(64).
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
       fd  accrrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 paycal-eof         pic x value ' '.
               88 paycal-at-eof           value '1'.
           05 paymap-eof         pic x value ' '.
               88 paymap-at-eof           value '1'.
           05 sel-month          pic 9(4) value zeros.
           05 sel-month-x redefines sel-month.
              10 sel-yy          pic 99.
              10 sel-mm          pic 99.
           05 month-end          pic 9(6) value zeros.
           05 last-end           pic 9(6) value zeros.
           05 prev-end           pic 9(6) value zeros.
           05 per-days           pic 9(3) value zeros.
           05 accr-days          pic 9(3) value zeros.
           05 emp-count          pic 9(5) value zeros.
           05 dept-lines         pic 9(5) value zeros.
           05 ecost-wk           pic s9(9)v99 comp-3 value 0.
           05 acc-ecost-wk       pic s9(9)v99 comp-3 value 0.
           05 tot-gross          pic s9(9)v99 comp-3 value 0.
           05 tot-ecpp           pic s9(9)v99 comp-3 value 0.
           05 tot-euic           pic s9(9)v99 comp-3 value 0.
           05 tot-ecost          pic s9(9)v99 comp-3 value 0.
           05 tot-debits         pic s9(9)v99 comp-3 value 0.
           05 run-gross          pic s9(9)v99 comp-3 value 0.
           05 run-ecost          pic s9(9)v99 comp-3 value 0.
           05 amt-ed1            pic zzz,zzz,zz9.99-.
           05 amt-ed2            pic zzz,zzz,zz9.99-.
           05 amt-ed3            pic zzz,zzz,zz9.99-.
           05 amt-ed4            pic zzz,zzz,zz9.99-.
      * CPY235-MONTH comes in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 sel-month-txt      pic x(4) value '0000'.
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  map-flds.
           05 map-grossexp       pic x(8) value spaces.
           05 map-emprcost       pic x(8) value spaces.
           05 map-cppliab        pic x(8) value spaces.
           05 map-uicliab        pic x(8) value spaces.
           05 map-accrwage       pic x(8) value spaces.
           05 map-netpay         pic x(8) value spaces.
       01  company-flds.
           05 gen-company        pic x(2) value '01'.
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
      * the walk through the calendar one day at a time - day-wk is
      * the day being looked at, day-of-wk its weekday (0 saturday,
      * 1 sunday, 2 monday ... 6 friday)
       01  day-flds.
           05 day-wk             pic 9(6) value zeros.
           05 day-wk-x redefines day-wk.
              10 day-yy          pic 99.
              10 day-mm          pic 99.
              10 day-dd          pic 99.
           05 day-to             pic 9(6) value zeros.
           05 day-of-wk          pic 9 value zeros.
           05 day-count          pic 9(3) value zeros.
           05 mth-days           pic 99 value zeros.
           05 leap-q             pic 9(4) value zeros.
           05 leap-r             pic 9 value zeros.
      * day of the week by zeller's congruence on the four-digit year
       01  zeller-flds.
           05 z-ccyy             pic 9(4) value zeros.
           05 z-mm               pic 99 value zeros.
           05 z-k                pic 99 value zeros.
           05 z-j                pic 99 value zeros.
           05 z-t1               pic 9(4) value zeros.
           05 z-t2               pic 99 value zeros.
           05 z-t3               pic 99 value zeros.
           05 z-sum              pic 9(5) value zeros.
           05 z-q                pic 9(5) value zeros.
      * each department's slice of the last pay run
       01  dept-table.
           05 dept-count         pic 9(3) value zeros.
           05 dept-idx           pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                  value 'Y'.
           05 dt-entry occurs 100 times.
              10 dt-dept         pic x(4).
              10 dt-emps         pic 9(5).
              10 dt-gross        pic s9(9)v99 comp-3.
              10 dt-ecpp         pic s9(9)v99 comp-3.
              10 dt-euic         pic s9(9)v99 comp-3.
              10 dt-acc-gross    pic s9(9)v99 comp-3.
              10 dt-acc-ecpp     pic s9(9)v99 comp-3.
              10 dt-acc-euic     pic s9(9)v99 comp-3.
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 paycal-stat        pic xx value spaces.
           05 paymap-stat        pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept gen-company from environment "CPY235-COMPANY"
               on exception move '01' to gen-company
           end-accept.
           accept sel-month-txt from environment "CPY235-MONTH"
               on exception move '0000' to sel-month-txt
           end-accept.
           call "numedit" using sel-month-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-month-txt to sel-month
           else
              move zeros to sel-month
           end-if.
           if sel-month = zeros
              move rundate-ymd6-yy to sel-yy
              move rundate-ymd6-mm to sel-mm
           end-if.
           if sel-mm < 01 or sel-mm > 12
              display "CPY235 - CPY235-MONTH " sel-month
                  " IS NOT A VALID YYMM - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           move sel-yy to day-yy.
           move sel-mm to day-mm.
           move 01 to day-dd.
           perform mthdaysrtn.
           move mth-days to day-dd.
           move day-wk to month-end.
           perform loadmaprtn.
           perform calrtn.
           open input payhist.
           if payhist-stat not = '00'
              move payhist-stat to mf-filestat
              move "PAYHIST"    to mf-filenamei
              move "PAYHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read payhist at end move '1' to payhist-eof.
           perform accumrtn until payhist-at-eof.
           close payhist.
           move zeros to dept-idx.
           perform prorrtn until dept-idx >= dept-count.
           open output accrrpt.
           perform hdrrtn.
           if accr-days = zeros or tot-debits = zeros
              move spaces to rptline
              string "NOTHING TO ACCRUE - NO WORKING DAYS OR NO PAY "
                     "AFTER THE LAST PERIOD END"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           else
              open output gltrans
              perform genrtn
              close gltrans
              perform rptrtn
           end-if.
           close accrrpt.
           move "CPY235" to jobsum-pgm.
           move dept-lines to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           open input paymap.
           if paymap-stat not = '00'
              move paymap-stat to mf-filestat
              move "PAYMAP"     to mf-filenamei
              move "PAYMAP"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read paymap at end move '1' to paymap-eof.
           perform loadmap1rtn until paymap-at-eof.
           close paymap.
           if map-emprcost = spaces
              move map-grossexp to map-emprcost
           end-if.
           if map-accrwage = spaces
              move map-netpay to map-accrwage
           end-if.
           if map-grossexp = spaces or map-cppliab = spaces
                 or map-uicliab = spaces or map-accrwage = spaces
              display "CPY235 - PAYMAP MUST NAME GROSSEXP, CPPLIAB, "
                  "UICLIAB AND ACCRWAGE OR NETPAY, NOTHING GENERATED"
                  upon console
              stop run returning 16
           end-if.
       loadmap1rtn.
           if pm-kind = "GROSSEXP"
              move pm-acct to map-grossexp
           else
              if pm-kind = "EMPRCOST"
                 move pm-acct to map-emprcost
              else
                 if pm-kind = "CPPLIAB"
                    move pm-acct to map-cppliab
                 else
                    if pm-kind = "UICLIAB"
                       move pm-acct to map-uicliab
                    else
                       if pm-kind = "ACCRWAGE"
                          move pm-acct to map-accrwage
                       else
                          if pm-kind = "NETPAY"
                             move pm-acct to map-netpay
                          end-if
                       end-if
                    end-if
                 end-if
              end-if
           end-if.
           read paymap at end move '1' to paymap-eof.
      * the last period end on or before month end, and the one
      * before it - without a calendar there is nothing to measure
      * the unpaid days from
       calrtn.
           open input paycal.
           if paycal-stat not = '00'
              display "CPY235 - NO PAYCAL CALENDAR ON FILE - RUN "
                  "REFUSED" upon console
              stop run returning 16
           end-if.
           read paycal at end move '1' to paycal-eof.
           perform cal1rtn until paycal-at-eof.
           close paycal.
           if last-end = zeros
              display "CPY235 - NO PAY PERIOD ENDS ON OR BEFORE "
                  month-end " - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           if prev-end = zeros
              move 10 to per-days
           else
              move prev-end to day-wk
              move last-end to day-to
              perform wkdaysrtn
              move day-count to per-days
           end-if.
           if per-days = zeros
              move 10 to per-days
           end-if.
           move last-end to day-wk.
           move month-end to day-to.
           perform wkdaysrtn.
           move day-count to accr-days.
       cal1rtn.
           if pl-end <= month-end
              if pl-end > last-end
                 move last-end to prev-end
                 move pl-end to last-end
              else
                 if pl-end < last-end and pl-end > prev-end
                    move pl-end to prev-end
                 end-if
              end-if
           end-if.
           read paycal at end move '1' to paycal-eof.
      * working days after day-wk up to and including day-to
       wkdaysrtn.
           move zeros to day-count.
           perform dowrtn.
           perform wkdays1rtn until day-wk >= day-to.
       wkdays1rtn.
           add 1 to day-dd.
           perform mthdaysrtn.
           if day-dd > mth-days
              move 01 to day-dd
              if day-mm = 12
                 move 01 to day-mm
                 if day-yy = 99
                    move 00 to day-yy
                 else
                    add 1 to day-yy
                 end-if
              else
                 add 1 to day-mm
              end-if
           end-if.
           if day-of-wk = 6
              move 0 to day-of-wk
           else
              add 1 to day-of-wk
           end-if.
           if day-of-wk >= 2
              add 1 to day-count
           end-if.
       mthdaysrtn.
           if day-mm = 04 or day-mm = 06 or day-mm = 09
                 or day-mm = 11
              move 30 to mth-days
           else
              if day-mm = 02
                 divide day-yy by 4 giving leap-q remainder leap-r
                 if leap-r = 0
                    move 29 to mth-days
                 else
                    move 28 to mth-days
                 end-if
              else
                 move 31 to mth-days
              end-if
           end-if.
      * the weekday of day-wk - the century comes off the same sliding
      * window getdate uses
       dowrtn.
           if day-yy < 50
              compute z-ccyy = 2000 + day-yy
           else
              compute z-ccyy = 1900 + day-yy
           end-if.
           move day-mm to z-mm.
           if z-mm < 3
              add 12 to z-mm
              subtract 1 from z-ccyy
           end-if.
           divide z-ccyy by 100 giving z-j remainder z-k.
           compute z-t1 = (13 * (z-mm + 1)) / 5.
           compute z-t2 = z-k / 4.
           compute z-t3 = z-j / 4.
           compute z-sum = day-dd + z-t1 + z-k + z-t2 + z-t3
               + 5 * z-j.
           divide z-sum by 7 giving z-q remainder day-of-wk.
       accumrtn.
           if hist-date = last-end
              add 1 to emp-count
              perform finddeptrtn
              if found
                 add 1 to dt-emps (srch-idx)
                 add hist-gross to dt-gross (srch-idx)
                 add hist-ecpp to dt-ecpp (srch-idx)
                 add hist-euic to dt-euic (srch-idx)
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       finddeptrtn.
           move zeros to srch-idx.
           move 'N' to found-sw.
           perform finddept1rtn until found or srch-idx >= dept-count.
           if not found
              if dept-count >= 100
                 display "CPY235 - DEPT-TABLE FULL, HIST-DEPT: "
                     hist-dept " NOT LOADED" upon console
              else
                 add 1 to dept-count
                 move dept-count to srch-idx
                 move hist-dept to dt-dept (srch-idx)
                 move zeros to dt-emps (srch-idx)
                 move 0 to dt-gross (srch-idx) dt-ecpp (srch-idx)
                     dt-euic (srch-idx)
                 move 'Y' to found-sw
              end-if
           end-if.
       finddept1rtn.
           add 1 to srch-idx.
           if dt-dept (srch-idx) = hist-dept
              move 'Y' to found-sw
           end-if.
      * the department's accrued share of its last run
       prorrtn.
           add 1 to dept-idx.
           compute dt-acc-gross (dept-idx) rounded =
               dt-gross (dept-idx) * accr-days / per-days.
           compute dt-acc-ecpp (dept-idx) rounded =
               dt-ecpp (dept-idx) * accr-days / per-days.
           compute dt-acc-euic (dept-idx) rounded =
               dt-euic (dept-idx) * accr-days / per-days.
           add dt-gross (dept-idx) to run-gross.
           add dt-ecpp (dept-idx) dt-euic (dept-idx) to run-ecost.
           add dt-acc-gross (dept-idx) to tot-gross.
           add dt-acc-ecpp (dept-idx) to tot-ecpp.
           add dt-acc-euic (dept-idx) to tot-euic.
           compute tot-debits = tot-gross + tot-ecpp + tot-euic.
      * one balanced batch: per department DR gross and employer cost
      * expense; CR accrued wages and the employer cpp/ei liabilities
       genrtn.
           move spaces to gltrec.
           move "PY" to glt-type.
           move spaces to glt-batch.
           string "A" month-end (2:5) delimited by size
               into glt-batch
           end-string.
           move "PAYACR" to glt-ref.
           move month-end to glt-date.
           move gen-company to glt-company.
           move zeros to dept-idx.
           perform gen1rtn until dept-idx >= dept-count.
           compute tot-ecost = tot-ecpp + tot-euic.
           move "PAYROLL ACCRUAL - WAGES" to glt-dscrptn.
           move map-accrwage to glt-acct.
           move tot-gross to glt-amount.
           move 'CR' to glt-js.
           write gltrec.
           if tot-ecpp not = 0
              move "PAYROLL ACCRUAL - EMPLOYER CPP" to glt-dscrptn
              move map-cppliab to glt-acct
              move tot-ecpp to glt-amount
              write gltrec
           end-if.
           if tot-euic not = 0
              move "PAYROLL ACCRUAL - EMPLOYER EI" to glt-dscrptn
              move map-uicliab to glt-acct
              move tot-euic to glt-amount
              write gltrec
           end-if.
      * the BATCHHDR row flags the batch for reversal - cgl200 drops
      * the opposite-signed twin onto GLTPEND for next month
           open extend batchhdr.
           if batchhdr-stat = '35'
              open output batchhdr
           end-if.
           move spaces to bh-rec.
           move glt-batch to bh-batch.
           compute bh-total = tot-debits * 2.
           move 'R' to bh-reverse.
           write bh-rec.
           close batchhdr.
           move "GEN" to intf-event.
           move "CPY235" to intf-source.
           move tot-debits to intf-debits.
           move tot-debits to intf-credits.
           call "intfctl" using intf-event glt-batch intf-source
               glt-date intf-debits intf-credits.
       gen1rtn.
           add 1 to dept-idx.
           move 'DR' to glt-js.
           if dt-acc-gross (dept-idx) not = 0
              move spaces to glt-dscrptn
              string "PAYROLL ACCRUAL DEPT " dt-dept (dept-idx)
                  delimited by size into glt-dscrptn
              end-string
              move map-grossexp to glt-acct
              move dt-acc-gross (dept-idx) to glt-amount
              write gltrec
              add 1 to dept-lines
           end-if.
           compute acc-ecost-wk = dt-acc-ecpp (dept-idx)
               + dt-acc-euic (dept-idx).
           if acc-ecost-wk not = 0
              move spaces to glt-dscrptn
              string "EMPLOYER COST ACCRUAL DEPT " dt-dept (dept-idx)
                  delimited by size into glt-dscrptn
              end-string
              move map-emprcost to glt-acct
              move acc-ecost-wk to glt-amount
              write gltrec
           end-if.
       hdrrtn.
           move spaces to rptline.
           string "PAYROLL MONTH-END ACCRUAL - MONTH ENDING " month-end
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "LAST PERIOD END: " last-end
                  "  PRIOR PERIOD END: " prev-end
                  "  WORKING DAYS IN PERIOD: " per-days
                  "  UNPAID WORKING DAYS: " accr-days
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       rptrtn.
           move spaces to rptline.
           string "BATCH " glt-batch "  DATED " month-end
                  "  FLAGGED FOR REVERSAL NEXT MONTH"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "DEPT   EMPS       LAST-RUN GROSS  LAST-RUN EMPR COST"
                  "     ACCRUED GROSS  ACCRUED EMPR COST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to dept-idx.
           perform rpt1rtn until dept-idx >= dept-count.
           move run-gross to amt-ed1.
           move run-ecost to amt-ed2.
           move tot-gross to amt-ed3.
           move tot-ecost to amt-ed4.
           move spaces to rptline.
           string "TOTAL  " emp-count " " amt-ed1 "     " amt-ed2
                  "  " amt-ed3 "    " amt-ed4
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move tot-gross to amt-ed1.
           move spaces to rptline.
           string "DR " map-grossexp " GROSS EXPENSE:        " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move tot-ecost to amt-ed1.
           move spaces to rptline.
           string "DR " map-emprcost " EMPLOYER COST:        " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move tot-gross to amt-ed1.
           move spaces to rptline.
           string "CR " map-accrwage " ACCRUED WAGES:        " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move tot-ecpp to amt-ed1.
           move spaces to rptline.
           string "CR " map-cppliab " EMPLOYER CPP:         " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move tot-euic to amt-ed1.
           move spaces to rptline.
           string "CR " map-uicliab " EMPLOYER EI:          " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       rpt1rtn.
           add 1 to dept-idx.
           move dt-gross (dept-idx) to amt-ed1.
           compute ecost-wk = dt-ecpp (dept-idx) + dt-euic (dept-idx).
           move ecost-wk to amt-ed2.
           move dt-acc-gross (dept-idx) to amt-ed3.
           compute acc-ecost-wk = dt-acc-ecpp (dept-idx)
               + dt-acc-euic (dept-idx).
           move acc-ecost-wk to amt-ed4.
           move spaces to rptline.
           string dt-dept (dept-idx) "   " dt-emps (dept-idx) " "
                  amt-ed1 "     " amt-ed2 "  " amt-ed3 "    " amt-ed4
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
