       identification division.
      * cpy305 - test/demo mainframe conversion to micro focus cobol
      *        - year-end reconciliation of the slips to the statutory
      *          remittances, run before the slips are filed so a
      *          disagreement is found here rather than in a penalty
      *          letter the following summer
      *        - env-var CPY305-YEAR (yy) selects the calendar year,
      *          default this run's year; the year's PAYHIST rows give
      *          the cpy300 slip figures (tax, employee and employer
      *          cpp and ei) and are totalled by month the way cpy265
      *          totals them for the monthly remittance (by hist-date)
      *        - what was actually sent is the REMITyymm invoices the
      *          cap240 payment run paid, off APPAYHST; a REMITyymm
      *          still sitting on APOPEN shows as vouchered but unpaid
      *        - every month is listed with the pay runs' remittable
      *          amount against the amount sent, and a month where the
      *          two differ is flagged
      *        - pay runs whose period (from the PAYCAL calendar)
      *          starts in an earlier month, or whose pay date falls in
      *          a later month than the period end, are listed - those
      *          are the runs a month-by-month comparison gets wrong
      *        - employees whose year totals exceed the TAXTAB annual
      *          cpp or ei maximums are listed
      *        - the report closes with the summary figures the year-
      *          end return asks for; any difference or over-maximum
      *          ends the step MISMATCH on JOBSUM
       program-id. cpy305.
       environment division.
       input-output section.
       file-control.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select appayhst assign external APPAYHST
                  organization record sequential access mode sequential
                  file status appayhst-stat.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status apopen-stat.
           select paycal assign external PAYCAL
                  organization line sequential
                  file status paycal-stat.
           select taxtab assign external TAXTAB
                  organization line sequential
                  file status taxtab-stat.
           select yerecon assign external YERECON
                  organization line sequential.
      *eject
       data  division.
       file section.
      * one row per employee per run, written by cpy200
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
       fd  appayhst record contains 80 characters.
           01 phrec. copy "appayhst.cpy".
       fd  apopen record contains 80 characters.
           01 aprec. copy "apopen.cpy".
       fd  paycal record contains 40 characters.
           01 paycalrec.
              05 pl-period      pic 9(3).
              05 filler         pic x(1).
              05 pl-end         pic 9(6).
              05 filler         pic x(1).
              05 pl-payday      pic 9(6).
              05 filler         pic x(23).
      * statutory rates by year - only the annual maximums are used
       fd  taxtab record contains 80 characters.
           01 ttrec.
              05 tt-year         pic x(4).
              05 tt-tax-thr1     pic 9(5)v99.
              05 tt-tax-rate1    pic 9v9999.
              05 tt-tax-thr2     pic 9(5)v99.
              05 tt-tax-rate2    pic 9v9999.
              05 tt-tax-rate3    pic 9v9999.
              05 tt-cpp-rate     pic 9v9999.
              05 tt-cpp-max      pic 9(5)v99.
              05 tt-uic-rate     pic 9v9999.
              05 tt-uic-max      pic 9(5)v99.
              05 filler          pic x(23).
       fd  yerecon record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 appayhst-eof       pic x value ' '.
               88 appayhst-at-eof         value '1'.
           05 apopen-eof         pic x value ' '.
               88 apopen-at-eof           value '1'.
           05 paycal-eof         pic x value ' '.
               88 paycal-at-eof           value '1'.
           05 taxtab-eof         pic x value ' '.
               88 taxtab-at-eof           value '1'.
           05 taxtab-found-sw    pic x value 'N'.
               88 taxtab-found            value 'Y'.
           05 target-year        pic 9(2) value zeros.
           05 target-ccyy        pic x(4) value spaces.
           05 max-cpp            pic 9(5)v99 value zeros.
           05 max-uic            pic 9(5)v99 value zeros.
           05 mth-idx            pic 9(2) value zeros.
           05 remit-amt          pic s9(11)v99 comp-3 value 0.
           05 diff-amt           pic s9(11)v99 comp-3 value 0.
           05 diff-count         pic 9(3) value zeros.
           05 strad-count        pic 9(3) value zeros.
           05 over-count         pic 9(5) value zeros.
           05 unpaid-count       pic 9(3) value zeros.
           05 prev-end           pic 9(6) value zeros.
           05 strad-why          pic x(30) value spaces.
           05 day-wk             pic 9(6) value zeros.
           05 day-wk-x redefines day-wk.
              10 day-yy          pic 99.
              10 day-mm          pic 99.
              10 day-dd          pic 99.
           05 mth-days           pic 99 value zeros.
           05 leap-q             pic 9(4) value zeros.
           05 leap-r             pic 9 value zeros.
           05 amt-ed1            pic zzz,zzz,zz9.99-.
           05 amt-ed2            pic zzz,zzz,zz9.99-.
           05 amt-ed3            pic zzz,zzz,zz9.99-.
           05 amt-ed4            pic zzzz,zzz.99-.
           05 amt-ed5            pic zzzz,zzz.99-.
      * CPY305-YEAR comes in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 target-year-txt    pic x(2) value '00'.
           05 edit-lth           pic 9(4) comp value 2.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the year's totals - slips side and remittance side
       01  year-flds.
           05 yr-gross           pic s9(11)v99 comp-3 value 0.
           05 yr-tax             pic s9(11)v99 comp-3 value 0.
           05 yr-cpp             pic s9(11)v99 comp-3 value 0.
           05 yr-ecpp            pic s9(11)v99 comp-3 value 0.
           05 yr-uic             pic s9(11)v99 comp-3 value 0.
           05 yr-euic            pic s9(11)v99 comp-3 value 0.
           05 yr-due             pic s9(11)v99 comp-3 value 0.
           05 yr-sent            pic s9(11)v99 comp-3 value 0.
           05 yr-unpaid          pic s9(11)v99 comp-3 value 0.
      * one slot per calendar month - what the runs dated in the
      * month owe, what was paid against REMITyymm, and what is
      * vouchered on APOPEN but not yet paid
       01  month-table.
           05 mth-entry occurs 12 times.
              10 mt-runs         pic 9(3).
              10 mt-due          pic s9(11)v99 comp-3.
              10 mt-sent         pic s9(11)v99 comp-3.
              10 mt-unpaid       pic s9(11)v99 comp-3.
      * one slot per pay run (hist-date) in the year
       01  run-table.
           05 run-count          pic 9(3) value zeros.
           05 run-idx            pic 9(3) value zeros.
           05 run-found-sw       pic x value 'N'.
               88 run-found               value 'Y'.
           05 run-entry occurs 60 times.
              10 rn-date         pic 9(6).
              10 rn-due          pic s9(11)v99 comp-3.
      * the pay calendar, to see where each run's period started and
      * when it paid
       01  cal-table.
           05 cal-count          pic 9(3) value zeros.
           05 cal-idx            pic 9(3) value zeros.
           05 pay-idx            pic 9(3) value zeros.
           05 cal-entry occurs 200 times.
              10 cl-end          pic 9(6).
              10 cl-payday       pic 9(6).
      * each employee's slip totals for the year
       01  emp-table.
           05 emp-count          pic 9(4) value zeros.
           05 srch-idx           pic 9(4) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 emp-entry occurs 2000 times.
              10 emp-empno       pic 9(6).
              10 emp-name        pic x(20).
              10 emp-cpp         pic s9(9)v99 comp-3.
              10 emp-uic         pic s9(9)v99 comp-3.
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 appayhst-stat      pic xx value spaces.
           05 apopen-stat        pic xx value spaces.
           05 paycal-stat        pic xx value spaces.
           05 taxtab-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept target-year-txt from environment "CPY305-YEAR"
               on exception move rundate-ymd6-yy to target-year-txt
           end-accept.
           call "numedit" using target-year-txt edit-lth edit-valid-sw.
           if edit-valid
              move target-year-txt to target-year
           else
              display "CPY305 - INVALID CPY305-YEAR VALUE: "
                  target-year-txt upon console
              move rundate-ymd6-yy to target-year
           end-if.
           if target-year < 50
              move "20" to target-ccyy (1:2)
           else
              move "19" to target-ccyy (1:2)
           end-if.
           move target-year to target-ccyy (3:2).
           move zeros to mth-idx.
           perform clrmthrtn until mth-idx >= 12.
           perform loadtaxtabrtn.
           perform loadcalrtn.
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
           open input appayhst.
           if appayhst-stat = '00'
              read appayhst at end move '1' to appayhst-eof
              end-read
              perform sentrtn until appayhst-at-eof
              close appayhst
           end-if.
           open input apopen.
           if apopen-stat = '00'
              read apopen at end move '1' to apopen-eof
              end-read
              perform unpaidrtn until apopen-at-eof
              close apopen
           end-if.
           open output yerecon.
           perform monthrtn.
           perform straddlertn.
           perform overmaxrtn.
           perform summaryrtn.
           close yerecon.
           move "CPY305" to jobsum-pgm.
           move emp-count to jobsum-count.
           if diff-count > 0 or over-count > 0
              move "MISMATCH" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       clrmthrtn.
           add 1 to mth-idx.
           move zeros to mt-runs (mth-idx).
           move 0 to mt-due (mth-idx) mt-sent (mth-idx)
               mt-unpaid (mth-idx).
      * no TAXTAB row for the year just means no maximum check
       loadtaxtabrtn.
           open input taxtab.
           if taxtab-stat = '00'
              read taxtab at end move '1' to taxtab-eof
              end-read
              perform loadtaxtab1rtn until taxtab-at-eof
              close taxtab
           end-if.
       loadtaxtab1rtn.
           if tt-year = target-ccyy
              move 'Y' to taxtab-found-sw
              move tt-cpp-max to max-cpp
              move tt-uic-max to max-uic
           end-if.
           read taxtab at end move '1' to taxtab-eof.
      * no PAYCAL on disk just means no straddle check
       loadcalrtn.
           open input paycal.
           if paycal-stat = '00'
              read paycal at end move '1' to paycal-eof
              end-read
              perform loadcal1rtn until paycal-at-eof
              close paycal
           end-if.
       loadcal1rtn.
           if cal-count >= 200
              display "CPY305 - CAL-TABLE FULL, PL-END: "
                  pl-end " NOT LOADED" upon console
           else
              add 1 to cal-count
              move pl-end to cl-end (cal-count)
              move pl-payday to cl-payday (cal-count)
           end-if.
           read paycal at end move '1' to paycal-eof.
      * one history row of the year - rows from before the employer-
      * share columns existed carry blanks under the packed fields
      * and count as zero, as cpy265 treats them
       accumrtn.
           if hist-ecpp not numeric
              move zeros to hist-ecpp
           end-if.
           if hist-euic not numeric
              move zeros to hist-euic
           end-if.
           if hist-date (1:2) = target-year-txt
              move hist-date (3:2) to mth-idx
              compute remit-amt = hist-tax + hist-cpp + hist-ecpp
                  + hist-uic + hist-euic
              add hist-gross to yr-gross
              add hist-tax to yr-tax
              add hist-cpp to yr-cpp
              add hist-ecpp to yr-ecpp
              add hist-uic to yr-uic
              add hist-euic to yr-euic
              add remit-amt to yr-due
              if mth-idx >= 1 and mth-idx <= 12
                 add remit-amt to mt-due (mth-idx)
              end-if
              perform findrunrtn
              if run-idx not = zeros
                 add remit-amt to rn-due (run-idx)
              end-if
              perform findemprtn
              if srch-idx not = zeros
                 add hist-cpp to emp-cpp (srch-idx)
                 add hist-uic to emp-uic (srch-idx)
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       findrunrtn.
           move 1 to run-idx.
           move 'N' to run-found-sw.
           perform findrun1rtn
               until run-found or run-idx > run-count.
           if not run-found
              if run-count >= 60
                 display "CPY305 - RUN-TABLE FULL, HIST-DATE: "
                     hist-date " NOT ACCUMULATED" upon console
                 move zeros to run-idx
              else
                 add 1 to run-count
                 move run-count to run-idx
                 move hist-date to rn-date (run-idx)
                 move 0 to rn-due (run-idx)
                 if mth-idx >= 1 and mth-idx <= 12
                    add 1 to mt-runs (mth-idx)
                 end-if
              end-if
           end-if.
       findrun1rtn.
           if rn-date (run-idx) = hist-date
              move 'Y' to run-found-sw
           else
              add 1 to run-idx
           end-if.
       findemprtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findemp1rtn
               until found or srch-idx > emp-count.
           if not found
              if emp-count >= 2000
                 display "CPY305 - EMP-TABLE FULL, HIST-EMPNO: "
                     hist-empno " NOT ACCUMULATED" upon console
                 move zeros to srch-idx
              else
                 add 1 to emp-count
                 move emp-count to srch-idx
                 move hist-empno to emp-empno (srch-idx)
                 move hist-name to emp-name (srch-idx)
                 move 0 to emp-cpp (srch-idx) emp-uic (srch-idx)
              end-if
           end-if.
       findemp1rtn.
           if emp-empno (srch-idx) = hist-empno
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
      * a paid REMITyymm invoice for the year - cpy265 vouchers one
      * per remittance month
       sentrtn.
           if ph-inv (1:5) = "REMIT" and ph-inv (6:2) = target-year-txt
              move ph-inv (8:2) to mth-idx
              if mth-idx >= 1 and mth-idx <= 12
                 add ph-paid to mt-sent (mth-idx)
                 add ph-paid to yr-sent
              end-if
           end-if.
           read appayhst at end move '1' to appayhst-eof.
       unpaidrtn.
           if ap-inv (1:5) = "REMIT" and ap-inv (6:2) = target-year-txt
              move ap-inv (8:2) to mth-idx
              if mth-idx >= 1 and mth-idx <= 12
                 add ap-amount to mt-unpaid (mth-idx)
                 add ap-amount to yr-unpaid
                 add 1 to unpaid-count
              end-if
           end-if.
           read apopen at end move '1' to apopen-eof.
      *eject
      * month by month - the pay runs' remittable amount against
      * what was paid for the month
       monthrtn.
           move spaces to rptline.
           string "YEAR-END SLIP TO REMITTANCE RECONCILIATION - YEAR "
                  target-ccyy
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "MONTH  RUNS      PAY RUNS OWE   REMITTANCE PAID"
                  "        DIFFERENCE   VOUCHERED UNPAID"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to mth-idx.
           perform month1rtn until mth-idx >= 12.
       month1rtn.
           add 1 to mth-idx.
           compute diff-amt = mt-sent (mth-idx) - mt-due (mth-idx).
           move mt-due (mth-idx) to amt-ed1.
           move mt-sent (mth-idx) to amt-ed2.
           move diff-amt to amt-ed3.
           move mt-unpaid (mth-idx) to amt-ed4.
           move spaces to rptline.
           string target-year-txt mth-idx "    " mt-runs (mth-idx)
                  "   " amt-ed1 "   " amt-ed2 "   " amt-ed3
                  "   " amt-ed4
               delimited by size into rptline
           end-string.
           if diff-amt not = 0
              move "*** DIFFERS" to rptline (110:11)
              add 1 to diff-count
           end-if.
           write rptline before advancing 1 line.
      * runs whose period opened in an earlier month or that paid in
      * a later month than they ended
       straddlertn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move "PAY RUNS STRADDLING A MONTH BOUNDARY" to rptline.
           write rptline before advancing 1 line.
           if cal-count = zeros
              move "(NO PAY CALENDAR ON FILE - NOT CHECKED)" to rptline
              write rptline before advancing 1 line
           else
              move zeros to run-idx
              perform straddle1rtn until run-idx >= run-count
              move spaces to rptline
              string "RUNS STRADDLING: " strad-count
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       straddle1rtn.
           add 1 to run-idx.
           move zeros to prev-end.
           move zeros to pay-idx.
           move zeros to cal-idx.
           perform straddle2rtn until cal-idx >= cal-count.
           move spaces to strad-why.
      * the period opens the day after the prior period end - in an
      * earlier month unless that end was its month's last day
           if prev-end not = zeros
                 and prev-end (1:4) not = rn-date (run-idx) (1:4)
              move prev-end to day-wk
              perform mthdaysrtn
              if day-dd < mth-days
                 move "PERIOD OPENED IN EARLIER MONTH" to strad-why
              end-if
           end-if.
           if pay-idx not = zeros
              if cl-payday (pay-idx) (1:4) not = rn-date (run-idx) (1:4)
                 move "PAID IN A LATER MONTH" to strad-why
              end-if
           end-if.
           if strad-why not = spaces
              add 1 to strad-count
              move rn-due (run-idx) to amt-ed1
              move spaces to rptline
              if pay-idx not = zeros
                 string "RUN " rn-date (run-idx)
                        "  PRIOR PERIOD END " prev-end
                        "  PAY DATE " cl-payday (pay-idx)
                        "  OWES " amt-ed1 "  " strad-why
                     delimited by size into rptline
                 end-string
              else
                 string "RUN " rn-date (run-idx)
                        "  PRIOR PERIOD END " prev-end
                        "  OWES " amt-ed1 "  " strad-why
                     delimited by size into rptline
                 end-string
              end-if
              write rptline before advancing 1 line
           end-if.
       straddle2rtn.
           add 1 to cal-idx.
           if cl-end (cal-idx) < rn-date (run-idx)
                 and cl-end (cal-idx) > prev-end
              move cl-end (cal-idx) to prev-end
           end-if.
           if cl-end (cal-idx) = rn-date (run-idx)
              move cal-idx to pay-idx
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
      * employees whose year totals run past the annual maximums
       overmaxrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move "EMPLOYEES OVER THE ANNUAL CPP / EI MAXIMUM" to rptline.
           write rptline before advancing 1 line.
           if not taxtab-found
              move spaces to rptline
              string "(NO TAXTAB ROW FOR YEAR " target-ccyy
                     " - NOT CHECKED)"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           else
              move zeros to srch-idx
              perform overmax1rtn until srch-idx >= emp-count
              move spaces to rptline
              string "EMPLOYEES OVER MAXIMUM: " over-count
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       overmax1rtn.
           add 1 to srch-idx.
           if emp-cpp (srch-idx) > max-cpp
                 or emp-uic (srch-idx) > max-uic
              add 1 to over-count
              move emp-cpp (srch-idx) to amt-ed4
              move emp-uic (srch-idx) to amt-ed5
              move spaces to rptline
              string emp-empno (srch-idx) " " emp-name (srch-idx)
                     "  CPP " amt-ed4 "  EI " amt-ed5
                  delimited by size into rptline
              end-string
              if emp-cpp (srch-idx) > max-cpp
                 move "CPP OVER" to rptline (70:8)
              end-if
              if emp-uic (srch-idx) > max-uic
                 move "EI OVER" to rptline (80:7)
              end-if
              write rptline before advancing 1 line
           end-if.
      * the figures the year-end summary return asks for
       summaryrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move "YEAR-END SUMMARY RETURN FIGURES" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "NUMBER OF SLIPS:                     " emp-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-gross to amt-ed1.
           move spaces to rptline.
           string "EMPLOYMENT INCOME:                  " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-cpp to amt-ed1.
           move spaces to rptline.
           string "EMPLOYEES' CPP CONTRIBUTIONS:       " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-ecpp to amt-ed1.
           move spaces to rptline.
           string "EMPLOYER'S CPP CONTRIBUTIONS:       " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-uic to amt-ed1.
           move spaces to rptline.
           string "EMPLOYEES' EI PREMIUMS:             " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-euic to amt-ed1.
           move spaces to rptline.
           string "EMPLOYER'S EI PREMIUMS:             " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-tax to amt-ed1.
           move spaces to rptline.
           string "INCOME TAX DEDUCTED:                " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-due to amt-ed1.
           move spaces to rptline.
           string "TOTAL DEDUCTIONS REPORTED:          " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move yr-sent to amt-ed1.
           move spaces to rptline.
           string "MINUS REMITTANCES:                  " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute diff-amt = yr-due - yr-sent.
           move diff-amt to amt-ed1.
           move spaces to rptline.
           if diff-amt < 0
              string "OVERPAYMENT:                        " amt-ed1
                  delimited by size into rptline
              end-string
           else
              string "BALANCE DUE:                        " amt-ed1
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           if unpaid-count > 0
              move yr-unpaid to amt-ed1
              move spaces to rptline
              string "(OF WHICH VOUCHERED, NOT YET PAID:  " amt-ed1 ")"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
