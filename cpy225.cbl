       identification division.
      * cpy225 - test/demo mainframe conversion to micro focus cobol
      *        - pay-to-pay variance check, run after cpy200 and
      *          before the pay run is released to cpy220 (eft) and
      *          cpy240 (cheques); each employee's PAYHIST row for
      *          the pay run is compared with their last few runs
      *        - env-var CPY225-DATE (yymmdd) selects the pay run,
      *          default this run's date, checked against the pay
      *          calendar the way the other payroll steps are
      *        - flags on the PAYVAR report:
      *            GROSS VAR - gross moved more than CPY225-TOL percent
      *                        (default 25) off the average of the
      *                        last CPY225-RUNS runs (default 3, 1-6)
      *            NET VAR   - the same test on net pay
      *            NOT LAST  - paid this run, not paid last run
      *            DUP ROW   - more than one PAYHIST row this run
      *            ZERO PAY  - gross or net zero or less
      *            DUP CARD  - two TIMECARD cards for the same day
      *            HOURS     - card hours over CPY225-MAX-HRS
      *                        (default 100) for the period
      *            NEW BANK  - direct deposit banking on PAYMAS that
      *                        was not there at the last check
      *            BANK CHG  - paymas-transit/paymas-acct differ from
      *                        the last check
      *        - banking is compared with the PAYBANK snapshot the
      *          last check wrote; this check's snapshot goes to
      *          PAYBANK2, which the job rolls to PAYBANK; with no
      *          PAYBANK on disk (the first check) banking is not
      *          compared, only saved
      *        - appends one row to PAYVCTL for the pay date; cpy220
      *          and cpy240 refuse to run (through the shared
      *          paysign check) until the PAYVAR report is signed
      *          and PAYVAR-SIGNOFF names the pay date
      *        - the old and new accounts on a banking flag print
      *          masked to their last four digits (the shared
      *          bankmask routine)
       program-id. cpy225.
       environment division.
       input-output section.
       file-control.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select paymas assign external PAYMAS
                  organization record sequential access mode sequential
                  file status paymas-stat.
           select timecard assign external TIMECARD
                  organization line sequential
                  file status timecard-stat.
           select paybank assign external PAYBANK
                  organization line sequential
                  file status paybank-stat.
           select paybank2 assign external PAYBANK2
                  organization line sequential.
           select payvctl assign external PAYVCTL
                  organization line sequential
                  file status payvctl-stat.
           select payvar assign external PAYVAR
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
       fd  paymas record contains 80 characters.
           01 cm1.
              10 paymas-empno    pic 9(6).
              10 paymas-delete   pic x(4).
              10 paymas-name     pic x(20).
              10 paymas-gross    pic s9(7)v99 comp-3.
              10 paymas-tax      pic s9(7)v99 comp-3.
              10 paymas-cpp      pic s9(7)v99 comp-4.
              10 paymas-uic      pic s9(5)v99.
              10 paymas-rate     pic s9(3)v99 comp-3.
              10 paymas-transit  pic 9(8) comp.
              10 paymas-acct     pic x(12).
              10 paymas-vac-pct  pic s9v9999 comp-3.
              10 paymas-vac-bal  pic s9(7)v99 comp-3.
              10 paymas-dept     pic x(4).
              10 filler          pic x(1).
       fd  timecard record contains 20 characters.
           01 tcrec.
              05 tc-empno        pic 9(6).
              05 tc-hours        pic 9(3)v99.
              05 tc-day          pic x(2).
              05 tc-shift        pic x(1).
              05 filler          pic x(6).
      * banking per employee as at the last variance check
       fd  paybank record contains 40 characters.
           01 pbrec.
              05 pb-empno        pic 9(6).
              05 filler          pic x(1).
              05 pb-transit      pic 9(8).
              05 filler          pic x(1).
              05 pb-acct         pic x(12).
              05 filler          pic x(1).
              05 pb-date         pic 9(6).
              05 filler          pic x(5).
       fd  paybank2 record contains 40 characters.
           01 pb2rec             pic x(40).
      * one row per variance check - read back by paysign
       fd  payvctl record contains 40 characters.
           01 pvrec.
              05 pv-date         pic 9(6).
              05 filler          pic x(1).
              05 pv-emps         pic 9(5).
              05 filler          pic x(1).
              05 pv-flags        pic 9(5).
              05 filler          pic x(1).
              05 pv-rundate      pic 9(8).
              05 filler          pic x(13).
       fd  payvar record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 paymas-eof         pic x value ' '.
               88 paymas-at-eof           value '1'.
           05 timecard-eof       pic x value ' '.
               88 timecard-at-eof         value '1'.
           05 paybank-eof        pic x value ' '.
               88 paybank-at-eof          value '1'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 bank-on-file-sw    pic x value 'N'.
               88 bank-on-file            value 'Y'.
           05 sel-date           pic 9(6) value zeros.
           05 tol-pct            pic 9(3) value 25.
           05 max-runs           pic 9(1) value 3.
           05 max-hrs            pic 9(3) value 100.
           05 run-count          pic 9(1) value zeros.
           05 run-idx            pic 9(1) value zeros.
           05 emp-count          pic 9(4) value zeros.
           05 emp-idx            pic 9(4) value zeros.
           05 bank-count         pic 9(4) value zeros.
           05 bank-idx           pic 9(4) value zeros.
           05 card-count         pic 9(5) value zeros.
           05 card-idx           pic 9(5) value zeros.
           05 flag-count         pic 9(5) value zeros.
           05 paid-count         pic 9(5) value zeros.
           05 new-transit        pic 9(8) value zeros.
           05 net-pay            pic s9(7)v99 comp-3 value 0.
           05 avg-amt            pic s9(7)v99 comp-3 value 0.
           05 var-amt            pic s9(7)v99 comp-3 value 0.
           05 var-lim            pic s9(7)v99 comp-3 value 0.
           05 cur-ed             pic zzz,zz9.99-.
           05 avg-ed             pic zzz,zz9.99-.
           05 hrs-ed             pic zz9.99.
           05 flag-txt           pic x(9) value spaces.
           05 srch-empno         pic 9(6) value zeros.
           05 hold-count         pic 9(3) value zeros.
           05 hold-idx           pic 9(3) value zeros.
      * the parameters come in off the environment as text and are
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 sel-date-txt       pic x(6) value '000000'.
           05 date-edit-lth      pic 9(4) comp value 6.
           05 tol-txt            pic x(3) value '025'.
           05 tol-edit-lth       pic 9(4) comp value 3.
           05 runs-txt           pic x(1) value '3'.
           05 runs-edit-lth      pic 9(4) comp value 1.
           05 hrs-txt            pic x(3) value '100'.
           05 hrs-edit-lth       pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the prior pay dates compared against, latest first
       01  run-table.
           05 rt-date            pic 9(6) occurs 7 times.
      * one entry per employee paid this run or in the prior runs
       01  emp-table.
           05 emp-entry occurs 3000 times.
              10 et-empno        pic 9(6).
              10 et-name         pic x(20).
              10 et-cur-rows     pic 9(2).
              10 et-cur-gross    pic s9(7)v99 comp-3.
              10 et-cur-net      pic s9(7)v99 comp-3.
              10 et-prv-runs     pic 9(2).
              10 et-prv-gross    pic s9(9)v99 comp-3.
              10 et-prv-net      pic s9(9)v99 comp-3.
              10 et-last-sw      pic x(1).
                 88 et-paid-last         value 'Y'.
              10 et-hours        pic 9(5)v99.
      * this period's cards by employee and day, for the double-key
      * test
       01  card-table.
           05 card-entry occurs 20000 times.
              10 ct-empno        pic 9(6).
              10 ct-day          pic x(2).
      * duplicate-card lines, found before the report is open
       01  hold-table.
           05 hold-line          pic x(132) occurs 200 times.
      * the last check's banking snapshot
       01  bank-table.
           05 bank-entry occurs 3000 times.
              10 bt-empno        pic 9(6).
              10 bt-transit      pic 9(8).
              10 bt-acct         pic x(12).
      * pay calendar check through the shared PAYCAL subprogram -
      * an off-calendar date refuses the step unless overridden
       01  paycal-flds.
           05 pc-period          pic 9(3) value zeros.
           05 pc-payday          pic 9(6) value zeros.
           05 pc-status          pic x(2) value spaces.
      * account numbers print through the shared bankmask routine
       01  bankmask-flds.
           05 mask-acct          pic x(12) value spaces.
           05 mask-old           pic x(12) value spaces.
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 paymas-stat        pic xx value spaces.
           05 timecard-stat      pic xx value spaces.
           05 paybank-stat       pic xx value spaces.
           05 payvctl-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-date-txt from environment "CPY225-DATE"
               on exception move '000000' to sel-date-txt
           end-accept.
           call "numedit" using sel-date-txt date-edit-lth
               edit-valid-sw.
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
              display "CPY225 - DATE " sel-date " IS NOT ON THE PAY "
                  "CALENDAR - RUN REFUSED (SET PAYCAL-OVERRIDE=Y "
                  "TO FORCE)" upon console
              stop run returning 16
           end-if.
           accept tol-txt from environment "CPY225-TOL"
               on exception move '025' to tol-txt
           end-accept.
           call "numedit" using tol-txt tol-edit-lth edit-valid-sw.
           if edit-valid
              move tol-txt to tol-pct
           end-if.
           accept runs-txt from environment "CPY225-RUNS"
               on exception move '3' to runs-txt
           end-accept.
           call "numedit" using runs-txt runs-edit-lth edit-valid-sw.
           if edit-valid
              move runs-txt to max-runs
           end-if.
           if max-runs < 1 or max-runs > 6
              move 3 to max-runs
           end-if.
           accept hrs-txt from environment "CPY225-MAX-HRS"
               on exception move '100' to hrs-txt
           end-accept.
           call "numedit" using hrs-txt hrs-edit-lth edit-valid-sw.
           if edit-valid
              move hrs-txt to max-hrs
           end-if.
           open input payhist.
           if payhist-stat not = '00'
              move payhist-stat to mf-filestat
              move "PAYHIST"    to mf-filenamei
              move "PAYHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read payhist at end move '1' to payhist-eof.
           perform rundatertn until payhist-at-eof.
           close payhist.
           move ' ' to payhist-eof.
           open input payhist.
           read payhist at end move '1' to payhist-eof.
           perform histrtn until payhist-at-eof.
           close payhist.
           perform cardrtn.
           perform loadbankrtn.
           open output payvar.
           perform hdgrtn.
           move zeros to emp-idx.
           perform emprtn until emp-idx >= emp-count.
           perform bankrtn.
           perform ttlrtn.
           close payvar.
           open extend payvctl.
           if payvctl-stat = '35'
              open output payvctl
           end-if.
           move spaces to pvrec.
           move sel-date to pv-date.
           move paid-count to pv-emps.
           move flag-count to pv-flags.
           move rundate-ymd8 to pv-rundate.
           write pvrec.
           close payvctl.
           move "CPY225" to jobsum-pgm.
           move paid-count to jobsum-count.
           if flag-count > 0
              move "VARIANCE" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * the latest max-runs pay dates before the selected run, kept
      * in descending order
       rundatertn.
           if hist-date < sel-date
              move 'N' to found-sw
              move zeros to run-idx
              perform rundate1rtn
                  until found or run-idx >= run-count
              if not found
                 perform rundate2rtn
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       rundate1rtn.
           add 1 to run-idx.
           if rt-date (run-idx) = hist-date
              move 'Y' to found-sw
           end-if.
      * insert the new date in order, pushing the older ones down
       rundate2rtn.
           move run-count to run-idx.
           perform rundate3rtn until found or run-idx = 0.
           move hist-date to rt-date (run-idx + 1).
           if run-count < max-runs
              add 1 to run-count
           end-if.
       rundate3rtn.
           if rt-date (run-idx) > hist-date
              move 'Y' to found-sw
           else
              move rt-date (run-idx) to rt-date (run-idx + 1)
              subtract 1 from run-idx
           end-if.
      * this run's rows and the prior runs' rows by employee
       histrtn.
           move 'N' to found-sw.
           move zeros to run-idx.
           if hist-date not = sel-date
              perform rundate1rtn
                  until found or run-idx >= run-count
           end-if.
           if hist-date = sel-date or found
              compute net-pay = hist-gross - hist-tax
                  - hist-cpp - hist-uic - hist-othded
              perform findemprtn
              if emp-idx > 0
                 if hist-date = sel-date
                    add 1 to et-cur-rows (emp-idx)
                    move hist-name to et-name (emp-idx)
                    add hist-gross to et-cur-gross (emp-idx)
                    add net-pay to et-cur-net (emp-idx)
                 else
                    add 1 to et-prv-runs (emp-idx)
                    add hist-gross to et-prv-gross (emp-idx)
                    add net-pay to et-prv-net (emp-idx)
                    if run-idx = 1
                       move 'Y' to et-last-sw (emp-idx)
                    end-if
                 end-if
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       findemprtn.
           move hist-empno to srch-empno.
           move 1 to emp-idx.
           move 'N' to found-sw.
           perform findemp1rtn
               until found or emp-idx > emp-count.
           if not found
              if emp-count >= 3000
                 display "CPY225 - EMP-TABLE FULL, HIST-EMPNO: "
                     hist-empno " NOT LOADED" upon console
                 move zeros to emp-idx
              else
                 add 1 to emp-count
                 move emp-count to emp-idx
                 move hist-empno to et-empno (emp-idx)
                 move hist-name to et-name (emp-idx)
                 move zeros to et-cur-rows (emp-idx)
                     et-prv-runs (emp-idx) et-hours (emp-idx)
                 move 0 to et-cur-gross (emp-idx) et-cur-net (emp-idx)
                     et-prv-gross (emp-idx) et-prv-net (emp-idx)
                 move 'N' to et-last-sw (emp-idx)
              end-if
           end-if.
       findemp1rtn.
           if et-empno (emp-idx) = srch-empno
              move 'Y' to found-sw
           else
              add 1 to emp-idx
           end-if.
      * the period's timecards - hours per employee, and each day a
      * second card shows up for
       cardrtn.
           open input timecard.
           if timecard-stat = '00'
              read timecard at end move '1' to timecard-eof
              end-read
              perform card1rtn until timecard-at-eof
              close timecard
           end-if.
       card1rtn.
           move tc-empno to srch-empno.
           move 1 to emp-idx.
           move 'N' to found-sw.
           perform findemp1rtn
               until found or emp-idx > emp-count.
           if found
              add tc-hours to et-hours (emp-idx)
           end-if.
           if tc-day not = spaces
              move zeros to card-idx
              move 'N' to found-sw
              perform card2rtn until found or card-idx >= card-count
              if found
                 move tc-hours to hrs-ed
                 move "DUP CARD" to flag-txt
                 move spaces to rptline
                 string tc-empno "  DAY " tc-day
                        "  HOURS " hrs-ed "  " flag-txt
                        "  TIMECARD KEYED TWICE FOR THE DAY"
                     delimited by size into rptline
                 end-string
                 perform cardflagrtn
              else
                 if card-count < 20000
                    add 1 to card-count
                    move tc-empno to ct-empno (card-count)
                    move tc-day to ct-day (card-count)
                 end-if
              end-if
           end-if.
           read timecard at end move '1' to timecard-eof.
       card2rtn.
           add 1 to card-idx.
           if ct-empno (card-idx) = tc-empno
                 and ct-day (card-idx) = tc-day
              move 'Y' to found-sw
           end-if.
      * duplicate cards are held and printed once the report is open
       cardflagrtn.
           add 1 to flag-count.
           if hold-count < 200
              add 1 to hold-count
              move rptline to hold-line (hold-count)
           end-if.
      * the banking the last check saw
       loadbankrtn.
           open input paybank.
           if paybank-stat = '00'
              move 'Y' to bank-on-file-sw
              read paybank at end move '1' to paybank-eof
              end-read
              perform loadbank1rtn until paybank-at-eof
              close paybank
           end-if.
       loadbank1rtn.
           if bank-count >= 3000
              display "CPY225 - BANK-TABLE FULL, PB-EMPNO: "
                  pb-empno " NOT LOADED" upon console
           else
              add 1 to bank-count
              move pb-empno to bt-empno (bank-count)
              move pb-transit to bt-transit (bank-count)
              move pb-acct to bt-acct (bank-count)
           end-if.
           read paybank at end move '1' to paybank-eof.
      *eject
       hdgrtn.
           move spaces to rptline.
           string "PAY-TO-PAY VARIANCE CHECK - PAY RUN " sel-date
                  "  RUN " rundate-ymd6e
                  "  - SIGN OFF BEFORE CPY220/CPY240"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "COMPARED WITH " run-count " PRIOR RUN(S), LAST "
                  rt-date (1) "  TOLERANCE " tol-pct
                  " PCT  MAX HOURS " max-hrs
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "EMPNO   NAME                  "
                  "    CURRENT     AVERAGE  FLAG"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to hold-idx.
           perform hdg1rtn until hold-idx >= hold-count.
       hdg1rtn.
           add 1 to hold-idx.
           move hold-line (hold-idx) to rptline.
           write rptline before advancing 1 line.
      * one employee against their history
       emprtn.
           add 1 to emp-idx.
           if et-cur-rows (emp-idx) > 0
              add 1 to paid-count
              if et-prv-runs (emp-idx) > 0
                 compute avg-amt rounded = et-prv-gross (emp-idx)
                     / et-prv-runs (emp-idx)
                 move et-cur-gross (emp-idx) to var-amt
                 move "GROSS VAR" to flag-txt
                 perform varrtn
                 compute avg-amt rounded = et-prv-net (emp-idx)
                     / et-prv-runs (emp-idx)
                 move et-cur-net (emp-idx) to var-amt
                 move "NET VAR" to flag-txt
                 perform varrtn
              end-if
              move 0 to avg-amt
              if run-count > 0 and not et-paid-last (emp-idx)
                 move et-cur-gross (emp-idx) to var-amt
                 move "NOT LAST" to flag-txt
                 perform flagrtn
              end-if
              if et-cur-rows (emp-idx) > 1
                 move et-cur-gross (emp-idx) to var-amt
                 move "DUP ROW" to flag-txt
                 perform flagrtn
              end-if
              if et-cur-gross (emp-idx) <= 0
                    or et-cur-net (emp-idx) <= 0
                 move et-cur-net (emp-idx) to var-amt
                 move "ZERO PAY" to flag-txt
                 perform flagrtn
              end-if
              if et-hours (emp-idx) > max-hrs
                 move et-hours (emp-idx) to var-amt
                 move "HOURS" to flag-txt
                 perform flagrtn
              end-if
           end-if.
      * outside the tolerance either way of the average
       varrtn.
           compute var-lim rounded = avg-amt * tol-pct / 100.
           if var-lim < 0
              compute var-lim = 0 - var-lim
           end-if.
           if var-amt > avg-amt + var-lim
                 or var-amt < avg-amt - var-lim
              perform flagrtn
           end-if.
       flagrtn.
           add 1 to flag-count.
           move var-amt to cur-ed.
           move avg-amt to avg-ed.
           move spaces to rptline.
           string et-empno (emp-idx) "  " et-name (emp-idx)
                  cur-ed " " avg-ed "  " flag-txt
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * PAYMAS banking against the last check's snapshot, and the
      * snapshot for the next check
       bankrtn.
           open input paymas.
           if paymas-stat not = '00'
              move paymas-stat to mf-filestat
              move "PAYMAS"     to mf-filenamei
              move "PAYMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output paybank2.
           read paymas at end move '1' to paymas-eof.
           perform bank1rtn until paymas-at-eof.
           close paymas paybank2.
           if not bank-on-file
              move spaces to rptline
              string "NO PAYBANK SNAPSHOT ON FILE - BANKING SAVED "
                     "FOR THE NEXT CHECK, NOT COMPARED"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       bank1rtn.
      * the binary transit reads as garbage on records written before
      * the banking fields existed - that is no banking on file
           if paymas-transit > 0 and paymas-transit <= 99999999
              move paymas-transit to new-transit
           else
              move zeros to new-transit
           end-if.
           move spaces to pbrec.
           move paymas-empno to pb-empno.
           move new-transit to pb-transit.
           move paymas-acct to pb-acct.
           move sel-date to pb-date.
           write pb2rec from pbrec.
           if bank-on-file
              move zeros to bank-idx
              move 'N' to found-sw
              perform bank2rtn until found or bank-idx >= bank-count
              move spaces to flag-txt
              if found
                 if bt-transit (bank-idx) not = new-transit
                       or bt-acct (bank-idx) not = paymas-acct
                    if bt-transit (bank-idx) = zeros
                       move "NEW BANK" to flag-txt
                    else
                       move "BANK CHG" to flag-txt
                    end-if
                 end-if
              else
                 if new-transit not = zeros
                    move "NEW BANK" to flag-txt
                 end-if
              end-if
              if flag-txt not = spaces
                 perform bank3rtn
              end-if
           end-if.
           read paymas at end move '1' to paymas-eof.
       bank2rtn.
           add 1 to bank-idx.
           if bt-empno (bank-idx) = paymas-empno
              move 'Y' to found-sw
           end-if.
       bank3rtn.
           add 1 to flag-count.
           call "bankmask" using paymas-acct mask-acct jobid1 jobid2
               rundate-ymd8.
           move spaces to rptline.
           if found
              call "bankmask" using bt-acct (bank-idx) mask-old
                  jobid1 jobid2 rundate-ymd8
              string paymas-empno "  " paymas-name
                     "  WAS " bt-transit (bank-idx) " "
                     mask-old
                     "  NOW " new-transit " " mask-acct
                     "  " flag-txt
                  delimited by size into rptline
              end-string
           else
              string paymas-empno "  " paymas-name
                     "  NOW " new-transit " " mask-acct
                     "  " flag-txt
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "EMPLOYEES PAID: " paid-count
                  "   EXCEPTIONS: " flag-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "SIGNED OFF BY: ____________________   "
                  "RELEASE WITH PAYVAR-SIGNOFF=" sel-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
