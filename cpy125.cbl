       identification division.
      * cpy125 - test/demo mainframe conversion to micro focus cobol
      *        - position control report off POSMAS, so a department
      *          over its authorized complement shows up before
      *          cpy270's labour distribution comes in high
      *        - by department: authorized positions and fte, filled
      *          positions, vacancies, employees on strength, the
      *          budgeted annual cost of the positions and the actual
      *          annualized pay of the employees on strength
      *        - actual annualized pay is each active employee's
      *          gross on the latest PAYHIST run times the pay runs
      *          in a year (env-var CPY125-PERIODS, default 26), or
      *          paymas-gross times the runs for someone not on that
      *          run
      *        - lists every vacant position (no incumbent, or an
      *          incumbent terminated on PAYMAS) and every active
      *          employee who is the incumbent of no position in their
      *          department - the over-complement
       program-id. cpy125.
       environment division.
       input-output section.
       file-control.
           select posmas assign external POSMAS
                  organization record sequential access mode sequential
                  file status posmas-stat.
           select paymas assign external PAYMAS
                  organization record sequential access mode sequential
                  file status paymas-stat.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select posnrpt assign external POSNRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  posmas record contains 80 characters.
           01 posrec. copy "posmas.cpy".
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
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
       fd  posnrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 posmas-eof         pic x value ' '.
               88 posmas-at-eof           value '1'.
           05 paymas-eof         pic x value ' '.
               88 paymas-at-eof           value '1'.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 periods            pic 9(2) value 26.
           05 last-run-date      pic 9(6) value zeros.
           05 emp-count          pic 9(4) value zeros.
           05 emp-idx            pic 9(4) value zeros.
           05 dept-count         pic 9(3) value zeros.
           05 dept-idx           pic 9(3) value zeros.
           05 srch-empno         pic 9(6) value zeros.
           05 srch-dept          pic x(4) value spaces.
           05 vacant-count       pic 9(5) value zeros.
           05 over-count         pic 9(5) value zeros.
           05 annual-amt         pic s9(9)v99 comp-3 value 0.
           05 vac-note           pic x(30) value spaces.
           05 tot-auth           pic 9(5) value zeros.
           05 tot-fte            pic 9(5)v99 value zeros.
           05 tot-filled         pic 9(5) value zeros.
           05 tot-strength       pic 9(5) value zeros.
           05 tot-budget         pic s9(11)v99 comp-3 value 0.
           05 tot-actual         pic s9(11)v99 comp-3 value 0.
           05 cnt-ed1            pic zzzz9.
           05 cnt-ed2            pic zzzz9.
           05 cnt-ed3            pic zzzz9.
           05 cnt-ed4            pic zzzz9.
           05 fte-ed             pic zzz9.99.
           05 budget-ed          pic zzz,zzz,zz9.99-.
           05 actual-ed          pic zzz,zzz,zz9.99-.
           05 var-ed             pic zzz,zzz,zz9.99-.
           05 flag-txt           pic x(10) value spaces.
      * CPY125-PERIODS comes in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 periods-txt        pic x(2) value '26'.
           05 edit-lth           pic 9(4) comp value 2.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the employee master, with the latest run's gross and whether
      * the employee holds a position
       01  emp-table.
           05 emp-entry occurs 3000 times.
              10 et-empno        pic 9(6).
              10 et-name         pic x(20).
              10 et-dept         pic x(4).
              10 et-delete       pic x(4).
              10 et-gross        pic s9(7)v99 comp-3.
              10 et-run-gross    pic s9(7)v99 comp-3.
              10 et-on-run-sw    pic x(1).
                 88 et-on-run            value 'Y'.
              10 et-placed-sw    pic x(1).
                 88 et-placed            value 'Y'.
      * the complement by department
       01  dept-table.
           05 dept-entry occurs 200 times.
              10 dt-dept         pic x(4).
              10 dt-auth         pic 9(5).
              10 dt-fte          pic 9(5)v99.
              10 dt-filled       pic 9(5).
              10 dt-strength     pic 9(5).
              10 dt-budget       pic s9(11)v99 comp-3.
              10 dt-actual       pic s9(11)v99 comp-3.
       01  misc.
           05 posmas-stat        pic xx value spaces.
           05 paymas-stat        pic xx value spaces.
           05 payhist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept periods-txt from environment "CPY125-PERIODS"
               on exception move '26' to periods-txt
           end-accept.
           call "numedit" using periods-txt edit-lth edit-valid-sw.
           if edit-valid
              move periods-txt to periods
           end-if.
           if periods = zeros
              move 26 to periods
           end-if.
           perform loadmastrtn.
           perform loadhistrtn.
           open output posnrpt.
           move spaces to rptline.
           string "POSITION CONTROL - AUTHORIZED VS FILLED - RUN "
                  rundate-ymd6e "   PAY ANNUALIZED AT " periods
                  " RUNS OFF PAY RUN " last-run-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "VACANT POSITIONS" to rptline.
           write rptline before advancing 1 line.
           open input posmas.
           if posmas-stat not = '00'
              move posmas-stat  to mf-filestat
              move "POSMAS"     to mf-filenamei
              move "POSMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read posmas at end move '1' to posmas-eof.
           perform posnrtn until posmas-at-eof.
           close posmas.
           move spaces to rptline.
           string "   VACANCIES: " vacant-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "OVER COMPLEMENT - ACTIVE EMPLOYEES IN NO POSITION"
               to rptline.
           write rptline before advancing 1 line.
           move zeros to emp-idx.
           perform strengthrtn until emp-idx >= emp-count.
           move spaces to rptline.
           string "   OVER COMPLEMENT: " over-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform deptrptrtn.
           close posnrpt.
           move "CPY125" to jobsum-pgm.
           move tot-auth to jobsum-count.
           if over-count > 0
              move "VARIANCE" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      *eject
       loadmastrtn.
           open input paymas.
           if paymas-stat not = '00'
              move paymas-stat to mf-filestat
              move "PAYMAS"     to mf-filenamei
              move "PAYMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read paymas at end move '1' to paymas-eof.
           perform loadmast1rtn until paymas-at-eof.
           close paymas.
       loadmast1rtn.
           if emp-count >= 3000
              display "CPY125 - EMP-TABLE FULL, PAYMAS-EMPNO: "
                  paymas-empno " NOT LOADED" upon console
           else
              add 1 to emp-count
              move paymas-empno to et-empno (emp-count)
              move paymas-name to et-name (emp-count)
              move paymas-dept to et-dept (emp-count)
              move paymas-delete to et-delete (emp-count)
              move paymas-gross to et-gross (emp-count)
              move 0 to et-run-gross (emp-count)
              move 'N' to et-on-run-sw (emp-count)
                  et-placed-sw (emp-count)
           end-if.
           read paymas at end move '1' to paymas-eof.
      * the latest pay run's gross per employee
       loadhistrtn.
           open input payhist.
           if payhist-stat = '00'
              read payhist at end move '1' to payhist-eof
              end-read
              perform loadhist1rtn until payhist-at-eof
              close payhist
              move ' ' to payhist-eof
              open input payhist
              read payhist at end move '1' to payhist-eof
              end-read
              perform loadhist2rtn until payhist-at-eof
              close payhist
           end-if.
       loadhist1rtn.
           if hist-date > last-run-date
              move hist-date to last-run-date
           end-if.
           read payhist at end move '1' to payhist-eof.
       loadhist2rtn.
           if hist-date = last-run-date
              move hist-empno to srch-empno
              perform findemprtn
              if found
                 add hist-gross to et-run-gross (emp-idx)
                 move 'Y' to et-on-run-sw (emp-idx)
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       findemprtn.
           move 1 to emp-idx.
           move 'N' to found-sw.
           perform findemp1rtn
               until found or emp-idx > emp-count.
       findemp1rtn.
           if et-empno (emp-idx) = srch-empno
              move 'Y' to found-sw
           else
              add 1 to emp-idx
           end-if.
       finddeptrtn.
           move 1 to dept-idx.
           move 'N' to found-sw.
           perform finddept1rtn
               until found or dept-idx > dept-count.
           if not found
              if dept-count >= 200
                 display "CPY125 - DEPT-TABLE FULL, DEPT: "
                     srch-dept " NOT LOADED" upon console
                 move zeros to dept-idx
              else
                 add 1 to dept-count
                 move dept-count to dept-idx
                 move srch-dept to dt-dept (dept-idx)
                 move zeros to dt-auth (dept-idx) dt-fte (dept-idx)
                     dt-filled (dept-idx) dt-strength (dept-idx)
                 move 0 to dt-budget (dept-idx) dt-actual (dept-idx)
              end-if
           end-if.
       finddept1rtn.
           if dt-dept (dept-idx) = srch-dept
              move 'Y' to found-sw
           else
              add 1 to dept-idx
           end-if.
      *eject
      * one authorized position - filled by an active incumbent in
      * the department, or vacant
       posnrtn.
           if pos-delete not = "DELT"
              move pos-dept to srch-dept
              perform finddeptrtn
              if dept-idx > 0
                 add 1 to dt-auth (dept-idx)
                 add pos-fte to dt-fte (dept-idx)
                 add pos-budget to dt-budget (dept-idx)
                 move spaces to vac-note
                 if pos-vacant
                    move "NO INCUMBENT" to vac-note
                 else
                    move pos-incumbent to srch-empno
                    perform findemprtn
                    if not found
                       move "INCUMBENT NOT ON PAYMAS" to vac-note
                    else
                       if et-delete (emp-idx) = "TERM"
                          move "INCUMBENT TERMINATED" to vac-note
                       else
                          add 1 to dt-filled (dept-idx)
                          if et-dept (emp-idx) = pos-dept
                             move 'Y' to et-placed-sw (emp-idx)
                          end-if
                       end-if
                    end-if
                 end-if
                 if vac-note not = spaces
                    perform vacantrtn
                 end-if
              end-if
           end-if.
           read posmas at end move '1' to posmas-eof.
       vacantrtn.
           add 1 to vacant-count.
           move pos-fte to fte-ed.
           move pos-budget to budget-ed.
           move spaces to rptline.
           string "   " pos-posn "  " pos-dept "  " pos-title
                  " FTE " fte-ed " BUDGET " budget-ed "  " vac-note
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * one employee on strength in their department, annualized
       strengthrtn.
           add 1 to emp-idx.
           if et-delete (emp-idx) not = "TERM"
              move et-dept (emp-idx) to srch-dept
              perform finddeptrtn
              if et-on-run (emp-idx)
                 compute annual-amt = et-run-gross (emp-idx) * periods
              else
                 compute annual-amt = et-gross (emp-idx) * periods
              end-if
              if dept-idx > 0
                 add 1 to dt-strength (dept-idx)
                 add annual-amt to dt-actual (dept-idx)
              end-if
              if not et-placed (emp-idx)
                 add 1 to over-count
                 move annual-amt to actual-ed
                 move spaces to rptline
                 string "   " et-empno (emp-idx) "  " et-name (emp-idx)
                        "  DEPT " et-dept (emp-idx)
                        "  ANNUALIZED " actual-ed
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              end-if
           end-if.
      * the complement by department
       deptrptrtn.
           move spaces to rptline.
           string "DEPT   AUTH     FTE FILLED  VAC STRENGTH"
                  "         BUDGETED   ACTUAL ANNUALIZED"
                  "         VARIANCE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to dept-idx.
           perform deptrpt1rtn until dept-idx >= dept-count.
           move tot-auth to cnt-ed1.
           move tot-fte to fte-ed.
           move tot-filled to cnt-ed2.
           compute cnt-ed3 = tot-auth - tot-filled.
           move tot-strength to cnt-ed4.
           move tot-budget to budget-ed.
           move tot-actual to actual-ed.
           compute var-ed = tot-actual - tot-budget.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "TOTAL" cnt-ed1 " " fte-ed " " cnt-ed2 cnt-ed3
                  "    " cnt-ed4 "  " budget-ed "  " actual-ed
                  "  " var-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       deptrpt1rtn.
           add 1 to dept-idx.
           add dt-auth (dept-idx) to tot-auth.
           add dt-fte (dept-idx) to tot-fte.
           add dt-filled (dept-idx) to tot-filled.
           add dt-strength (dept-idx) to tot-strength.
           add dt-budget (dept-idx) to tot-budget.
           add dt-actual (dept-idx) to tot-actual.
           move dt-auth (dept-idx) to cnt-ed1.
           move dt-fte (dept-idx) to fte-ed.
           move dt-filled (dept-idx) to cnt-ed2.
           compute cnt-ed3 = dt-auth (dept-idx) - dt-filled (dept-idx).
           move dt-strength (dept-idx) to cnt-ed4.
           move dt-budget (dept-idx) to budget-ed.
           move dt-actual (dept-idx) to actual-ed.
           compute var-ed = dt-actual (dept-idx) - dt-budget (dept-idx).
           move spaces to flag-txt.
           if dt-strength (dept-idx) > dt-auth (dept-idx)
              move "OVER" to flag-txt
           end-if.
           move spaces to rptline.
           string dt-dept (dept-idx) " " cnt-ed1 " " fte-ed " "
                  cnt-ed2 cnt-ed3 "    " cnt-ed4 "  " budget-ed "  "
                  actual-ed "  " var-ed "  " flag-txt
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
