       identification division.
      * ctx225 - test/demo mainframe conversion to micro focus cobol
      *        - monthly arrears payment agreement monitor - an owner
      *          falling toward ctx170's tax-sale threshold can agree
      *          to clear the arrears by monthly instalments, and the
      *          ARRAGR agreement file is how the roll knows
      *        - for each agreement in force, the instalments due by
      *          the run date (first on pa-start, then the same day
      *          each month) are checked against the payments the
      *          folio has had on the FOLLEDG ledger since the
      *          agreement was signed: paid up to schedule is current,
      *          behind is late, behind by env-var CTX225-MISSED
      *          instalments (default 2) or more is defaulted, and
      *          the whole arrears paid is paid out
      *        - rolls the file to ARRAGR2 with the new status and
      *          prints the AGRMON monitor register; a defaulted
      *          agreement gets a DEFNOTC default notice and loses its
      *          protection - ctx100 charges the full penalty again
      *          and ctx170 lists the folio as a tax-sale candidate
      *        - defaulted and paid-out agreements are carried as
      *          they are for the record
      *        - an agreement folio no longer on CITYTAX is flagged
      *          on the register rather than silently carried
       program-id. ctx225.
       environment division.
       input-output section.
       file-control.
           select arragr assign external ARRAGR
                  organization line sequential
                  file status arragr-stat.
           select folledg assign external FOLLEDG
                  organization record sequential access mode sequential
                  file status folledg-stat.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select arragr2 assign external ARRAGR2
                  organization line sequential.
           select agrmon assign external AGRMON
                  organization line sequential.
           select defnotc assign external DEFNOTC
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  arragr record contains 80 characters.
           01 parec. copy "arragr.cpy".
       fd  folledg record contains 80 characters.
           01 flrec. copy "folledg.cpy".
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  arragr2 record contains 80 characters.
           01 parec2             pic x(80).
       fd  agrmon record contains 132 characters.
           01 rptline            pic x(132).
       fd  defnotc record contains 120 characters.
           01 ntcline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 arragr-eof         pic x value ' '.
               88 arragr-at-eof           value '1'.
           05 folledg-eof        pic x value ' '.
               88 folledg-at-eof          value '1'.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 agree-count        pic 9(4) value zeros.
           05 agree-idx          pic 9(4) value zeros.
           05 missed-limit       pic 9(2) value 2.
           05 run-months         pic 9(6) value zeros.
           05 start-months       pic 9(6) value zeros.
           05 due-count          pic s9(4) value zeros.
           05 expected-amt       pic s9(9)v99 comp-3 value 0.
           05 shortfall-amt      pic s9(9)v99 comp-3 value 0.
           05 paid-amt           pic s9(9)v99 comp-3 value 0.
           05 old-status         pic x value spaces.
           05 monitor-count      pic 9(5) value zeros.
           05 current-count      pic 9(5) value zeros.
           05 late-count         pic 9(5) value zeros.
           05 default-count      pic 9(5) value zeros.
           05 complete-count     pic 9(5) value zeros.
           05 carried-count      pic 9(5) value zeros.
           05 noroll-count       pic 9(5) value zeros.
           05 tot-arrears        pic s9(11)v99 comp-3 value 0.
           05 tot-paid           pic s9(11)v99 comp-3 value 0.
           05 status-txt         pic x(10) value spaces.
           05 amt-ed             pic zzzz,zzz.99-.
           05 amt2-ed            pic zzzz,zzz.99-.
           05 amt3-ed            pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 tot2-ed            pic zzz,zzz,zz9.99-.
           05 due-ed             pic zz9.
      * the instalment start date split for the month arithmetic
       01  start-date            pic 9(8) value zeros.
       01  start-date-r redefines start-date.
           05 start-ccyy         pic 9(4).
           05 start-mm           pic 9(2).
           05 start-dd           pic 9(2).
      * CTX225-MISSED comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 missed-txt         pic x(2) value '02'.
           05 edit-lth           pic 9(4) comp value 2.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * agreements in file order, so the second ARRAGR pass lines up
      * with the payments and names gathered against them
       01  agree-table.
           05 agree-entry occurs 2000 times.
              10 ag-folio        pic x(10).
              10 ag-signed       pic 9(8).
              10 ag-paid         pic s9(9)v99 comp-3.
              10 ag-name         pic x(20).
              10 ag-on-roll-sw   pic x.
                 88 ag-on-roll           value 'Y'.
       01  misc.
           05 arragr-stat        pic xx value spaces.
           05 folledg-stat       pic xx value spaces.
           05 citytax-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept missed-txt from environment "CTX225-MISSED"
               on exception move '02' to missed-txt
           end-accept.
           call "numedit" using missed-txt edit-lth edit-valid-sw.
           if edit-valid
              move missed-txt to missed-limit
           else
              display "CTX225 - INVALID CTX225-MISSED VALUE: "
                  missed-txt upon console
              move 2 to missed-limit
           end-if.
           if missed-limit = zeros
              move 2 to missed-limit
           end-if.
           compute run-months = (rundate-ymd8-cc * 100
               + rundate-ymd8-yy) * 12 + rundate-ymd8-mm.
           open input arragr.
           if arragr-stat not = '00'
              move arragr-stat to mf-filestat
              move "ARRAGR"     to mf-filenamei
              move "ARRAGR"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read arragr at end move '1' to arragr-eof.
           perform loadagreertn until arragr-at-eof.
           close arragr.
      * no FOLLEDG on disk yet just means no payments posted
           open input folledg.
           if folledg-stat = '00'
              read folledg at end move '1' to folledg-eof
              end-read
              perform paymentrtn until folledg-at-eof
              close folledg
           end-if.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move '1' to citytax-eof.
           perform namertn until citytax-at-eof.
           close citytax.
           open input arragr.
           open output arragr2 agrmon defnotc.
           perform hdgrtn.
           move '0' to arragr-eof.
           move zeros to agree-idx.
           read arragr at end move '1' to arragr-eof.
           perform monitorrtn until arragr-at-eof.
           perform ttlrtn.
           close arragr arragr2 agrmon defnotc.
           move "CTX225" to jobsum-pgm.
           move monitor-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadagreertn.
           if agree-count >= 2000
              display "CTX225 - AGREE-TABLE FULL, PA-FOLIO: "
                  pa-folio " NOT LOADED" upon console
           else
              add 1 to agree-count
              move pa-folio to ag-folio (agree-count)
              move pa-signed to ag-signed (agree-count)
              move 0 to ag-paid (agree-count)
              move spaces to ag-name (agree-count)
              move 'N' to ag-on-roll-sw (agree-count)
           end-if.
           read arragr at end move '1' to arragr-eof.
      * a payment row counts toward every agreement on the folio
      * signed on or before the day it was posted - ledger payments
      * are negative, a reversal positive
       paymentrtn.
           if fl-payment
              perform payment1rtn
                  varying agree-idx from 1 by 1
                  until agree-idx > agree-count
           end-if.
           read folledg at end move '1' to folledg-eof.
       payment1rtn.
           if ag-folio (agree-idx) = fl-folio
                 and fl-date >= ag-signed (agree-idx)
              subtract fl-amount from ag-paid (agree-idx)
           end-if.
       namertn.
           perform name1rtn
               varying agree-idx from 1 by 1
               until agree-idx > agree-count.
           read citytax at end move '1' to citytax-eof.
       name1rtn.
           if ag-folio (agree-idx) = ctx-folio
              move 'Y' to ag-on-roll-sw (agree-idx)
              move ctx-name to ag-name (agree-idx)
           end-if.
      * one agreement, in the same order it was loaded
       monitorrtn.
           add 1 to agree-idx.
           move pa-status to old-status.
           move zeros to due-count.
           if agree-idx > agree-count
              add 1 to carried-count
              move spaces to rptline
              string pa-folio "  *** NOT MONITORED - AGREE-TABLE "
                     "FULL, CARRIED AS IS ***"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           else
              if pa-in-force
                 perform checkrtn
              else
                 add 1 to carried-count
              end-if
              perform reglinertn
           end-if.
           write parec2 from parec.
           read arragr at end move '1' to arragr-eof.
      * instalments due by the run date against what has been paid
       checkrtn.
           add 1 to monitor-count.
           move ag-paid (agree-idx) to paid-amt.
           if paid-amt < 0
              move 0 to paid-amt
           end-if.
           move pa-start to start-date.
           compute start-months = start-ccyy * 12 + start-mm.
           if pa-start > rundate-ymd8
              move 0 to due-count
           else
              compute due-count = run-months - start-months
              if rundate-ymd8-dd >= start-dd
                 add 1 to due-count
              end-if
           end-if.
           if due-count > pa-count
              move pa-count to due-count
           end-if.
           compute expected-amt = pa-instal * due-count.
           if expected-amt > pa-arrears
              move pa-arrears to expected-amt
           end-if.
           compute shortfall-amt = expected-amt - paid-amt.
           if paid-amt > pa-arrears
              move pa-arrears to pa-paid
           else
              move paid-amt to pa-paid
           end-if.
           if paid-amt >= pa-arrears
              move 'P' to pa-status
              move zeros to pa-missed
           else
              if shortfall-amt <= 0 or pa-instal = 0
                 move 'C' to pa-status
                 move zeros to pa-missed
              else
                 compute pa-missed =
                     (shortfall-amt + pa-instal - .01) / pa-instal
                 if pa-missed >= missed-limit
                    move 'D' to pa-status
                 else
                    move 'L' to pa-status
                 end-if
              end-if
           end-if.
           if pa-status not = old-status
              move rundate-ymd8 to pa-status-date
           end-if.
           if pa-current
              add 1 to current-count
           end-if.
           if pa-late
              add 1 to late-count
           end-if.
           if pa-complete
              add 1 to complete-count
           end-if.
           if pa-defaulted
              add 1 to default-count
              perform noticertn
           end-if.
           add pa-arrears to tot-arrears.
           add pa-paid to tot-paid.
       hdgrtn.
           move spaces to rptline.
           string "ARREARS PAYMENT AGREEMENT MONITOR - RUN DATE "
                  rundate-ymd6e "  DEFAULT AT " missed-limit
                  " MISSED INSTALMENTS"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "FOLIO       OWNER                 SIGNED  "
                  "     ARREARS  INSTALMENT  DUE        PAID"
                  "  MISSED  STATUS"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       reglinertn.
           evaluate pa-status
              when 'C' move "CURRENT" to status-txt
              when 'L' move "LATE" to status-txt
              when 'D' move "DEFAULTED" to status-txt
              when 'P' move "PAID OUT" to status-txt
              when other move "UNKNOWN" to status-txt
           end-evaluate.
           move pa-arrears to amt-ed.
           move pa-instal to amt2-ed.
           move pa-paid to amt3-ed.
           move due-count to due-ed.
           move spaces to rptline.
           if ag-on-roll (agree-idx)
              string pa-folio "  " ag-name (agree-idx) "  "
                     pa-signed amt-ed amt2-ed "  " due-ed
                     amt3-ed "    " pa-missed "    " status-txt
                  delimited by size into rptline
              end-string
           else
              add 1 to noroll-count
              string pa-folio "  *** NOT ON CITYTAX ***"
                     pa-signed amt-ed amt2-ed "  " due-ed
                     amt3-ed "    " pa-missed "    " status-txt
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
      * the default notice - the protection is gone and the folio is
      * back on the full penalty and tax-sale footing
       noticertn.
           move spaces to ntcline.
           move "NOTICE OF DEFAULT - ARREARS PAYMENT AGREEMENT"
               to ntcline.
           write ntcline before advancing page.
           move spaces to ntcline.
           string "DATE: " rundate-ymd6e
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 2 lines.
           move spaces to ntcline.
           string "FOLIO: " pa-folio "  OWNER: " ag-name (agree-idx)
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 1 line.
           move pa-arrears to amt-ed.
           move spaces to ntcline.
           string "AGREEMENT SIGNED " pa-signed
                  " COVERING ARREARS OF " amt-ed
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 1 line.
           move expected-amt to amt-ed.
           move spaces to ntcline.
           move due-count to due-ed.
           string "INSTALMENTS DUE TO DATE: " due-ed
                  "  AMOUNT DUE:  " amt-ed
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 1 line.
           move pa-paid to amt-ed.
           move spaces to ntcline.
           string "PAID UNDER THE AGREEMENT:     AMOUNT PAID: "
                  amt-ed
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 1 line.
           move shortfall-amt to amt-ed.
           move spaces to ntcline.
           string "INSTALMENTS MISSED: " pa-missed
                  "        SHORTFALL:   " amt-ed
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 2 lines.
           move spaces to ntcline.
           move "THE AGREEMENT IS IN DEFAULT AND HAS BEEN CANCELLED."
               to ntcline.
           write ntcline before advancing 1 line.
           move spaces to ntcline.
           string "PENALTY NOW APPLIES AT THE FULL RATE AND THE "
                  "ARREARS ARE SUBJECT TO TAX-SALE PROCEEDINGS."
               delimited by size into ntcline
           end-string.
           write ntcline before advancing 1 line.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "AGREEMENTS MONITORED: " monitor-count
                  "  CURRENT: " current-count
                  "  LATE: " late-count
                  "  DEFAULTED: " default-count
                  "  PAID OUT: " complete-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move tot-arrears to tot-ed.
           move tot-paid to tot2-ed.
           move spaces to rptline.
           string "ARREARS UNDER AGREEMENT: " tot-ed
                  "  PAID TOWARD THEM: " tot2-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "NOT IN FORCE, CARRIED AS IS: " carried-count
                  "  NOT-ON-ROLL FOLIOS: " noroll-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
