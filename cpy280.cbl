       identification division.
      * cpy280 - test/demo mainframe conversion to micro focus cobol
      *        - work order labour costing off the pay run - the
      *          timecard hours worked on a work order (tc-workord)
      *          are charged to it at what the employee cost this run
      *        - env-var CPY280-DATE (yymmdd) selects the pay run,
      *          default this run's date, checked against the pay
      *          calendar the way the other payroll steps are
      *        - an employee's cost per hour is their PAYHIST gross
      *          plus the employer cpp/ei (hist-ecpp/hist-euic) for
      *          the run, over all their TIMECARD hours for the
      *          period; each work order card is its hours at that
      *          cost, written to the WOCOST ledger as a labour row
      *        - the work order must be open on WOMAS and the
      *          employee paid in the run, or the card is listed and
      *          not costed
      *        - one balanced GLTRANS batch with its BATCHHDR row and
      *          INTFCTL GEN stamp moves the costed labour into
      *          work-in-progress: DR the ACCTMAP WOWIP account, CR
      *          the WOLABOUR labour recovery account, in each work
      *          order's company
      *        - a pay run already costed on WOCOST is refused, so a
      *          rerun can't charge the hours twice
      *        - LABCOST lists every card costed or refused
       program-id. cpy280.
       environment division.
       input-output section.
       file-control.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select timecard assign external TIMECARD
                  organization line sequential
                  file status timecard-stat.
           select womas assign external WOMAS
                  organization record sequential access mode sequential
                  file status womas-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select wocost assign external WOCOST
                  organization record sequential access mode sequential
                  file status wocost-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select labcost assign external LABCOST
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
      * one card per employee per worked day, as cpy200 pays them
       fd  timecard record contains 20 characters.
           01 tcrec.
              05 tc-empno        pic 9(6).
              05 tc-hours        pic 9(3)v99.
              05 tc-day          pic x(2).
              05 tc-shift        pic x(1).
              05 tc-workord      pic x(6).
       fd  womas record contains 80 characters.
           01 worec. copy "womas.cpy".
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
       fd  wocost record contains 80 characters.
           01 wcrec. copy "wocost.cpy".
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
       fd  labcost record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 timecard-eof       pic x value ' '.
               88 timecard-at-eof         value '1'.
           05 womas-eof          pic x value ' '.
               88 womas-at-eof            value '1'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 wocost-eof         pic x value ' '.
               88 wocost-at-eof           value '1'.
           05 costed-sw          pic x value 'N'.
               88 already-costed          value 'Y'.
           05 sel-date           pic 9(6) value zeros.
           05 reject-reason      pic x(30) value spaces.
           05 card-count         pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 card-cost          pic s9(9)v99 comp-3 value 0.
           05 tot-hours          pic s9(7)v99 comp-3 value 0.
           05 tot-cost           pic s9(9)v99 comp-3 value 0.
           05 gl-total           pic s9(9)v99 comp-3 value 0.
           05 hrs-ed             pic zz9.99.
           05 cost-ed            pic zzzz,zzz.99-.
           05 tot-hrs-ed         pic z,zzz,zz9.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 map-wowip          pic x(8) value spaces.
           05 map-wolabour       pic x(8) value spaces.
      * CPY280-DATE comes in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 sel-date-txt       pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the run's employees - cost for the run and hours carded
       01  emp-flds.
           05 emp-count          pic 9(4) value zeros.
           05 emp-idx            pic 9(4) value zeros.
           05 emp-found-sw       pic x value 'N'.
               88 emp-found               value 'Y'.
           05 srch-empno         pic 9(6) value zeros.
       01  emp-table.
           05 emp-entry occurs 3000 times.
              10 et-empno        pic 9(6).
              10 et-name         pic x(20).
              10 et-cost         pic s9(9)v99 comp-3.
              10 et-hours        pic s9(5)v99 comp-3.
       01  wo-flds.
           05 wo-count           pic 9(4) value zeros.
           05 wo-idx             pic 9(4) value zeros.
           05 wo-found-sw        pic x value 'N'.
               88 wo-found                value 'Y'.
       01  wo-table.
           05 wo-entry occurs 2000 times.
              10 wt-workord      pic x(6).
              10 wt-status       pic x(1).
              10 wt-company      pic x(2).
      * the labour moved into WIP, by company
       01  co-flds.
           05 co-count           pic 9(3) value zeros.
           05 co-idx             pic 9(3) value zeros.
           05 co-found-sw        pic x value 'N'.
               88 co-found                value 'Y'.
       01  co-table.
           05 co-entry occurs 50 times.
              10 co-company      pic x(2).
              10 co-amount       pic s9(9)v99 comp-3.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
      * pay calendar check through the shared PAYCAL subprogram -
      * an off-calendar date refuses the step unless overridden
       01  paycal-flds.
           05 pc-period          pic 9(3) value zeros.
           05 pc-payday          pic 9(6) value zeros.
           05 pc-status          pic x(2) value spaces.
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 timecard-stat      pic xx value spaces.
           05 womas-stat         pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 wocost-stat        pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-date-txt from environment "CPY280-DATE"
               on exception move '000000' to sel-date-txt
           end-accept.
           call "numedit" using sel-date-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-date-txt to sel-date
           else
              move zeros to sel-date
           end-if.
           if sel-date = zeros
              move rundate-ymd6 to sel-date
           end-if.
           call "paycal" using sel-date pc-period pc-payday
               pc-status.
           if pc-status = 'NO'
              display "CPY280 - DATE " sel-date " IS NOT ON THE PAY "
                  "CALENDAR - RUN REFUSED (SET PAYCAL-OVERRIDE=Y "
                  "TO FORCE)" upon console
              stop run returning 16
           end-if.
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
           if map-wowip = spaces or map-wolabour = spaces
              display "CPY280 - ACCTMAP MUST NAME WOWIP AND WOLABOUR "
                  "ACCOUNTS, NOTHING COSTED" upon console
              stop run returning 16
           end-if.
      * a pay run with labour rows on the ledger has been costed
           open input wocost.
           if wocost-stat = '00'
              read wocost at end move '1' to wocost-eof
              end-read
              perform costchkrtn until wocost-at-eof
              close wocost
           end-if.
           if already-costed
              display "CPY280 - PAY RUN " sel-date " ALREADY COSTED "
                  "ON WOCOST, NOTHING COSTED" upon console
              stop run returning 16
           end-if.
      * no WOMAS is no work orders - every work order card refuses
           open input womas.
           if womas-stat = '00'
              read womas at end move '1' to womas-eof
              end-read
              perform loadwortn until womas-at-eof
              close womas
           end-if.
           open input payhist.
           if payhist-stat not = '00'
              move payhist-stat to mf-filestat
              move "PAYHIST"    to mf-filenamei
              move "PAYHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read payhist at end move '1' to payhist-eof.
           perform loadhistrtn until payhist-at-eof.
           close payhist.
      * no TIMECARD is an all-salaried run - nothing to cost
           open input timecard.
           if timecard-stat = '00'
              read timecard at end move '1' to timecard-eof
              end-read
              perform hoursrtn until timecard-at-eof
              close timecard
           end-if.
           open output labcost.
           open extend wocost.
           if wocost-stat = '35'
              open output wocost
           end-if.
           move spaces to rptline.
           string "WORK ORDER LABOUR COSTING - PAY RUN " sel-date
                  "  RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move ' ' to timecard-eof.
           open input timecard.
           if timecard-stat = '00'
              read timecard at end move '1' to timecard-eof
              end-read
              perform cardrtn until timecard-at-eof
              close timecard
           end-if.
           perform glfeedrtn.
           perform ttlrtn.
           close labcost wocost.
           move "CPY280" to jobsum-pgm.
           move card-count to jobsum-count.
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
           else
              if am-kind = "WOLABOUR"
                 move am-acct to map-wolabour
              end-if
           end-if.
           read acctmap at end move '1' to acctmap-eof.
       costchkrtn.
           if wc-labour and wc-date = sel-date
              move 'Y' to costed-sw
           end-if.
           read wocost at end move '1' to wocost-eof.
       loadwortn.
           if wo-count >= 2000
              display "CPY280 - WO-TABLE FULL, WO-WORKORD: " wo-workord
                  " NOT LOADED" upon console
           else
              add 1 to wo-count
              move wo-workord to wt-workord (wo-count)
              move wo-status to wt-status (wo-count)
              move wo-company to wt-company (wo-count)
           end-if.
           read womas at end move '1' to womas-eof.
      * what each employee in the run cost - gross plus the employer
      * statutory shares
       loadhistrtn.
           if hist-date = sel-date
              move hist-empno to srch-empno
              perform findemprtn
              if not emp-found
                 if emp-count >= 3000
                    display "CPY280 - EMP-TABLE FULL, HIST-EMPNO: "
                        hist-empno " NOT LOADED" upon console
                    move zeros to emp-idx
                 else
                    add 1 to emp-count
                    move emp-count to emp-idx
                    move hist-empno to et-empno (emp-idx)
                    move hist-name to et-name (emp-idx)
                    move 0 to et-cost (emp-idx)
                    move 0 to et-hours (emp-idx)
                 end-if
              end-if
              if emp-idx > 0
                 compute et-cost (emp-idx) = et-cost (emp-idx)
                     + hist-gross + hist-ecpp + hist-euic
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       findemprtn.
           move 1 to emp-idx.
           move 'N' to emp-found-sw.
           perform findemp1rtn
               until emp-found or emp-idx > emp-count.
       findemp1rtn.
           if et-empno (emp-idx) = srch-empno
              move 'Y' to emp-found-sw
           else
              add 1 to emp-idx
           end-if.
      * first pass - every hour carded, work order or not, is what
      * the run's cost is spread over
       hoursrtn.
           if tc-hours numeric
              move tc-empno to srch-empno
              perform findemprtn
              if emp-found
                 add tc-hours to et-hours (emp-idx)
              end-if
           end-if.
           read timecard at end move '1' to timecard-eof.
      * second pass - a work order card is costed or refused
       cardrtn.
           if tc-workord not = spaces
              move spaces to reject-reason
              move tc-empno to srch-empno
              perform findemprtn
              perform findwortn
              if not wo-found
                 move "WORK ORDER NOT ON WOMAS" to reject-reason
              else
                 if wt-status (wo-idx) not = 'O'
                    move "WORK ORDER NOT OPEN" to reject-reason
                 else
                    if tc-hours not numeric
                       move "HOURS NOT NUMERIC" to reject-reason
                    else
                       if not emp-found
                          move "EMPLOYEE NOT PAID THIS RUN"
                              to reject-reason
                       else
                          if et-hours (emp-idx) = 0
                             move "NO HOURS CARDED THIS RUN"
                                 to reject-reason
                          end-if
                       end-if
                    end-if
                 end-if
              end-if
              if reject-reason = spaces
                 perform costcardrtn
              else
                 move spaces to rptline
                 string "REFUSED  EMP " tc-empno "  DAY " tc-day
                        "  WO " tc-workord "  " reject-reason
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
                 add 1 to reject-count
              end-if
           end-if.
           read timecard at end move '1' to timecard-eof.
       findwortn.
           move 1 to wo-idx.
           move 'N' to wo-found-sw.
           perform findwo1rtn
               until wo-found or wo-idx > wo-count.
       findwo1rtn.
           if wt-workord (wo-idx) = tc-workord
              move 'Y' to wo-found-sw
           else
              add 1 to wo-idx
           end-if.
       costcardrtn.
           compute card-cost rounded = tc-hours * et-cost (emp-idx)
               / et-hours (emp-idx).
           move spaces to wcrec.
           move tc-workord to wc-workord.
           move 'L' to wc-type.
           move sel-date to wc-date.
           move "CPY280" to wc-source.
           string tc-empno " DAY " tc-day delimited by size
               into wc-ref
           end-string.
           move tc-hours to wc-qty.
           move card-cost to wc-amount.
           move et-name (emp-idx) to wc-dscrptn.
           write wcrec.
           add 1 to card-count.
           add tc-hours to tot-hours.
           add card-cost to tot-cost.
           move 1 to co-idx.
           move 'N' to co-found-sw.
           perform findco1rtn
               until co-found or co-idx > co-count.
           if co-found
              add card-cost to co-amount (co-idx)
           else
              if co-count >= 50
                 display "CPY280 - CO-TABLE FULL, COMPANY: "
                     wt-company (wo-idx) " NOT POSTED" upon console
              else
                 add 1 to co-count
                 move wt-company (wo-idx) to co-company (co-count)
                 move card-cost to co-amount (co-count)
              end-if
           end-if.
           move tc-hours to hrs-ed.
           move card-cost to cost-ed.
           move spaces to rptline.
           string "COSTED   EMP " tc-empno "  DAY " tc-day
                  "  WO " tc-workord "  HOURS " hrs-ed
                  "  COST " cost-ed "  " et-name (emp-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       findco1rtn.
           if co-company (co-idx) = wt-company (wo-idx)
              move 'Y' to co-found-sw
           else
              add 1 to co-idx
           end-if.
      * one balanced GLTRANS batch - DR WIP, CR labour recovery, per
      * company
       glfeedrtn.
           if co-count = 0
              continue
           else
              open output gltrans
              open extend batchhdr
              if batchhdr-stat = '35'
                 open output batchhdr
              end-if
              move 0 to gl-total
              move spaces to gltrec
              move "PY" to glt-type
              move "WORK ORDER LABOUR" to glt-dscrptn
              move spaces to glt-batch
              string "H" sel-date (2:5) delimited by size
                  into glt-batch
              end-string
              move "WOLAB" to glt-ref
              move sel-date to glt-date
              move zeros to co-idx
              perform glcortn until co-idx >= co-count
              move spaces to bh-rec
              move glt-batch to bh-batch
              compute bh-total = gl-total * 2
              move ' ' to bh-reverse
              write bh-rec
              move "GEN" to intf-event
              move "CPY280" to intf-source
              move gl-total to intf-debits
              move gl-total to intf-credits
              call "intfctl" using intf-event glt-batch
                  intf-source glt-date intf-debits intf-credits
              close gltrans batchhdr
           end-if.
       glcortn.
           add 1 to co-idx.
           move co-company (co-idx) to glt-company.
           move co-amount (co-idx) to glt-amount.
           move map-wowip to glt-acct.
           move 'DR' to glt-js.
           write gltrec.
           move map-wolabour to glt-acct.
           move 'CR' to glt-js.
           write gltrec.
           add co-amount (co-idx) to gl-total.
       ttlrtn.
           move tot-hours to tot-hrs-ed.
           move tot-cost to tot-ed.
           move spaces to rptline.
           string "CARDS COSTED: " card-count
                  "  HOURS: " tot-hrs-ed
                  "  COST TO WORK ORDERS: " tot-ed
                  "  REFUSED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
