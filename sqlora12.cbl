       identification division.
      * sqlora12 - demo cobol-api for oracle
      *          - post-pay-run publish of each employee's pay
      *            statement into the paystmt1 table for the staff
      *            portal, so a statement can be looked up online
      *            instead of reprinted from the cpy230 run
      *          - env-var SQLORA12-DATE (yymmdd) selects the pay run,
      *            default this run's date, checked against the PAYCAL
      *            calendar like every other payroll step
      *          - one row per statement line, keyed employee / pay
      *            date / line number: gross, income tax, cpp, ei,
      *            each recurring deduction by code (this run's take is
      *            DEDMAS2's dm-taken less DEDMAS's, when both are on
      *            disk - otherwise one line for hist-othded), net pay,
      *            the vacation balance off PAYMAS and the deposit
      *            account masked through bankmask; the current
      *            and year-to-date figures come off PAYHIST the way
      *            cpy230 builds its stub
      *          - the sqlora4 incremental (upsert) load mould: a rerun
      *            updates the lines already on the table and drops any
      *            the statement no longer has; an employee whose lines
      *            fail is logged to PAYSTER and the load continues
      *          - reconciliation back to the pay run: the statements
      *            loaded plus those rejected must equal the employees
      *            PAYHIST paid, and the net-pay lines selected back
      *            must agree with PAYHIST's net in count and amount -
      *            any difference ends the run with a nonzero return
      *            code
      *          - employees enrolled for electronic statements on the
      *            portal's payestmt1 table whose statement loaded go
      *            to ESTMTSUP, which cpy230 reads to leave them out of
      *            the paper print; a run that does not reconcile
      *            leaves ESTMTSUP empty, so everyone still gets paper
      *          - connect string comes from env-var SQLORA12-USERPASS
      *            at runtime (default demo1/demo100)
       program-id. sqlora12.
       environment division.
       input-output section.
       file-control.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select paymas assign external PAYMAS
                  organization record sequential access mode sequential
                  file status paymas-stat.
           select dedmas assign external DEDMAS
                  organization record sequential access mode sequential
                  file status dedmas-stat.
           select dedmas2 assign external DEDMAS2
                  organization record sequential access mode sequential
                  file status dedmas2-stat.
           select payster assign external PAYSTER
                  organization line sequential.
           select estmtsup assign external ESTMTSUP
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
      * the deductions master before and after the pay run - the
      * difference in dm-taken is what this run took per code
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
       fd  dedmas2 record contains 80 characters.
           01 dmrec2.
              05 dm2-empno       pic 9(6).
              05 dm2-code        pic x(4).
              05 dm2-type        pic x(1).
              05 dm2-value       pic 9(5)v99.
              05 dm2-arrears     pic 9(5)v99.
              05 dm2-goal        pic 9(7)v99.
              05 dm2-taken       pic 9(7)v99.
              05 dm2-match-pct   pic 9v99.
              05 filler          pic x(34).
       fd  payster record contains 120 characters.
           01 errline           pic x(120).
      * one row per employee whose statement is on the portal and who
      * has asked for no paper copy
       fd  estmtsup record contains 20 characters.
           01 esrec.
              05 es-empno       pic 9(6).
              05 filler         pic x(1).
              05 es-date        pic 9(6).
              05 filler         pic x(7).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * database options, communications area, & declare section
           copy "sqlca.cpy".
           exec sql begin declare section end-exec.
      *
           01  userpass         pic x(20).
      *
      * one pay statement line to be published into paystmt1
           01  psrec.
               05 psempno       pic 9(6).
               05 psdate        pic 9(6).
               05 psline        pic 9(3).
               05 pstype        pic x(4).
               05 psdscrptn     pic x(30).
               05 psamount      pic s9(9)v99.
               05 psytd         pic s9(11)v99.
               05 psldate       pic 9(8).
           01  enrol-rows       pic s9(9) comp-3.
           01  tbl-rows         pic s9(9) comp-3.
           01  tbl-net-sum      pic s9(11)v99 comp-3.
           exec sql end declare section end-exec.
      *
       01  reject-count         pic 9(7) value zeros.
       01  load-count           pic 9(7) value zeros.
       01  sup-count            pic 9(7) value zeros.
       01  run-count            pic 9(7) value zeros.
       01  net-hash             pic s9(11)v99 comp-3 value 0.
       01  run-net-hash         pic s9(11)v99 comp-3 value 0.
       01  net-pay              pic s9(9)v99 comp-3 value 0.
       01  ytd-net              pic s9(11)v99 comp-3 value 0.
       01  ded-run-sum          pic s9(9)v99 comp-3 value 0.
       01  ded-left             pic s9(9)v99 comp-3 value 0.
       01  sel-date             pic 9(6) value zeros.
       01  hist-year            pic 9(2) value zeros.
       01  row-err-sw           pic x value 'N'.
           88 row-err                   value 'Y'.
       01  ded-detail-sw        pic x value 'N'.
           88 ded-detail                value 'Y'.
       01  payhist-stat         pic xx value spaces.
       01  paymas-stat          pic xx value spaces.
       01  dedmas-stat          pic xx value spaces.
       01  dedmas2-stat         pic xx value spaces.
       01  payhist-eof          pic x value ' '.
           88 payhist-at-eof            value '1'.
       01  dedmas-eof           pic x value ' '.
           88 dedmas-at-eof             value '1'.
       01  dedmas2-eof          pic x value ' '.
           88 dedmas2-at-eof            value '1'.
       01  mask-acct            pic x(12) value spaces.
      * SQLORA12-DATE comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 sel-date-txt      pic x(6) value '000000'.
           05 edit-lth          pic 9(4) comp value 6.
           05 edit-valid-sw     pic x value 'Y'.
               88 edit-valid            value 'Y'.
      * pay calendar check through the shared PAYCAL subprogram -
      * an off-calendar date refuses the step unless overridden
       01  paycal-flds.
           05 pc-period         pic 9(3) value zeros.
           05 pc-payday         pic 9(6) value zeros.
           05 pc-status         pic x(2) value spaces.
      * per-employee period amounts and year-to-date totals off
      * PAYHIST, built as cpy230 builds them
       01  per-count            pic 9(4) value zeros.
       01  per-idx              pic 9(4) value zeros.
       01  per-found-sw         pic x value 'N'.
           88 per-found                 value 'Y'.
       01  srch-empno           pic 9(6) value zeros.
       01  per-table.
           05 per-entry occurs 2000 times.
              10 pe-empno        pic 9(6).
              10 pe-gross        pic s9(7)v99 comp-3.
              10 pe-tax          pic s9(7)v99 comp-3.
              10 pe-cpp          pic s9(7)v99 comp-3.
              10 pe-uic          pic s9(7)v99 comp-3.
              10 pe-othded       pic s9(7)v99 comp-3.
              10 pe-in-period-sw pic x.
                 88 pe-in-period         value 'Y'.
              10 pe-ytd-gross    pic s9(9)v99 comp-3.
              10 pe-ytd-tax      pic s9(9)v99 comp-3.
              10 pe-ytd-cpp      pic s9(9)v99 comp-3.
              10 pe-ytd-uic      pic s9(9)v99 comp-3.
              10 pe-ytd-othded   pic s9(9)v99 comp-3.
      * each employee's deduction codes, taken before and after the
      * run
       01  ded-count            pic 9(4) value zeros.
       01  ded-idx              pic 9(4) value zeros.
       01  ded-found-sw         pic x value 'N'.
           88 ded-found                 value 'Y'.
       01  ded-table.
           05 ded-entry occurs 5000 times.
              10 dd-empno        pic 9(6).
              10 dd-code         pic x(4).
              10 dd-before       pic s9(7)v99 comp-3.
              10 dd-after        pic s9(7)v99 comp-3.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
           accept sel-date-txt from environment "SQLORA12-DATE"
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
              display "SQLORA12 - DATE " sel-date " IS NOT ON THE PAY "
                  "CALENDAR - RUN REFUSED (SET PAYCAL-OVERRIDE=Y "
                  "TO FORCE)" upon console
              stop run returning 16
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
      * the per-code breakdown needs both sides of the run; without
      * them the statement carries one recurring-deductions line
           open input dedmas dedmas2.
           if dedmas-stat = '00' and dedmas2-stat = '00'
              move 'Y' to ded-detail-sw
              read dedmas at end move '1' to dedmas-eof
              end-read
              perform loaddedrtn until dedmas-at-eof
              read dedmas2 at end move '1' to dedmas2-eof
              end-read
              perform loadded2rtn until dedmas2-at-eof
           end-if.
           if dedmas-stat = '00'
              close dedmas
           end-if.
           if dedmas2-stat = '00'
              close dedmas2
           end-if.
      * following works for oracle:
           accept userpass from environment "SQLORA12-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
      *
      * create the tables the first time this runs; ora-00955 (name
      * already used by an existing object) just means it's already
      * there from a prior load, so that one code is not an error here
           exec sql create table paystmt1
                (empno numeric(6), paydate numeric(6),
                 lineno numeric(3), linetype char(4),
                 dscrptn char(30), amount numeric(11,2),
                 ytd numeric(13,2), last_load numeric(8),
                 primary key (empno, paydate, lineno)) end-exec.
           if sqlcode not = 0 and sqlcode not = -955 go to sql-error.
      * the portal's enrolment table - one row per employee who has
      * chosen electronic statements
           exec sql create table payestmt1
                (empno numeric(6), enrolled char(1),
                 enrol_date numeric(8),
                 primary key (empno)) end-exec.
           if sqlcode not = 0 and sqlcode not = -955 go to sql-error.
      *
      * read PAYMAS & publish each paid employee's statement lines
           open input paymas.
           if paymas-stat not = '00'
              move paymas-stat to mf-filestat
              move "PAYMAS"     to mf-filenamei
              move "PAYMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output payster estmtsup.
           move sel-date to psdate.
           move rundate-ymd8 to psldate.
       mainloop.
           read paymas at end go to paymaseof.
           move paymas-empno to srch-empno.
           perform findperrtn.
           if not per-found go to mainloop.
           if not pe-in-period (per-idx) go to mainloop.
           move paymas-empno to psempno.
           move zeros to psline.
           move 'N' to row-err-sw.
           compute net-pay = pe-gross (per-idx) - pe-tax (per-idx)
               - pe-cpp (per-idx) - pe-uic (per-idx)
               - pe-othded (per-idx).
           compute ytd-net = pe-ytd-gross (per-idx)
               - pe-ytd-tax (per-idx) - pe-ytd-cpp (per-idx)
               - pe-ytd-uic (per-idx) - pe-ytd-othded (per-idx).
           move "GRS" to pstype.
           move "GROSS PAY" to psdscrptn.
           move pe-gross (per-idx) to psamount.
           move pe-ytd-gross (per-idx) to psytd.
           perform upsertrtn.
           move "TAX" to pstype.
           move "INCOME TAX" to psdscrptn.
           move pe-tax (per-idx) to psamount.
           move pe-ytd-tax (per-idx) to psytd.
           perform upsertrtn.
           move "CPP" to pstype.
           move "CPP CONTRIBUTIONS" to psdscrptn.
           move pe-cpp (per-idx) to psamount.
           move pe-ytd-cpp (per-idx) to psytd.
           perform upsertrtn.
           move "EI" to pstype.
           move "EI PREMIUMS" to psdscrptn.
           move pe-uic (per-idx) to psamount.
           move pe-ytd-uic (per-idx) to psytd.
           perform upsertrtn.
           perform dedlinertn.
           move "NET" to pstype.
           move "NET PAY" to psdscrptn.
           move net-pay to psamount.
           move ytd-net to psytd.
           perform upsertrtn.
           move "VAC" to pstype.
           move "VACATION PAY BALANCE" to psdscrptn.
           move paymas-vac-bal to psamount.
           move 0 to psytd.
           perform upsertrtn.
           perform depositrtn.
           move "DEP" to pstype.
           move net-pay to psamount.
           move 0 to psytd.
           perform upsertrtn.
      * a rerun with fewer deduction codes must not leave the old
      * statement's extra lines behind
           exec sql delete from paystmt1
                where empno = :psempno and paydate = :psdate
                and lineno > :psline end-exec.
           if sqlcode not = 0 and sqlcode not = 100
              move 'Y' to row-err-sw
           end-if.
           if row-err go to rowerror.
           add 1 to load-count.
           add net-pay to net-hash.
      * enrolled for electronic statements - no paper copy this run
           move 0 to enrol-rows.
           exec sql select count(*) into :enrol-rows from payestmt1
                where empno = :psempno and enrolled = 'Y' end-exec.
           if sqlcode not = 0 go to sql-error.
           if enrol-rows > 0
              move spaces to esrec
              move paymas-empno to es-empno
              move sel-date to es-date
              write esrec
              add 1 to sup-count
           end-if.
           go to mainloop.
      *
      * one of the employee's lines failed - log the employee, take
      * off whatever part of the statement did load, and keep loading;
      * the paper statement still prints for them
       rowerror.
           move spaces to errline.
           string "REJECTED - EMPLOYEE: " paymas-empno " LINE: " psline
                  "  ORACLE ERROR: " sqlerrmc
               delimited by size into errline
           end-string.
           write errline before advancing 1 line.
           add 1 to reject-count.
           exec sql delete from paystmt1
                where empno = :psempno and paydate = :psdate end-exec.
           go to mainloop.
      *
      * end of file - prove the table back against the pay run
      * before anyone is taken off the paper print
       paymaseof.
           display "EOF, paystmt1 table loaded" upon console.
           display load-count " statement(s) published" upon console.
           display reject-count " statement(s) rejected, see PAYSTER"
               upon console.
           exec sql select count(*), nvl(sum(amount), 0)
                into :tbl-rows, :tbl-net-sum from paystmt1
                where paydate = :psdate and linetype = 'NET'
                and last_load = :psldate end-exec.
           if sqlcode not = 0 go to sql-error.
           exec sql commit work release end-exec.
           close paymas.
           move spaces to errline.
           write errline before advancing 1 line.
           move spaces to errline.
           string "PAY RUN " sel-date "  PAYHIST EMPLOYEES: " run-count
                  "  PUBLISHED: " load-count
                  "  REJECTED: " reject-count
                  "  PAPER SUPPRESSED: " sup-count
               delimited by size into errline
           end-string.
           write errline before advancing 1 line.
           if tbl-rows not = load-count
                 or tbl-net-sum not = net-hash
                 or load-count + reject-count not = run-count
                 or (reject-count = zeros
                     and net-hash not = run-net-hash)
              move spaces to errline
              string "*** DOES NOT RECONCILE TO PAYHIST - "
                     "PAPER PRINT NOT SUPPRESSED ***"
                  delimited by size into errline
              end-string
              write errline before advancing 1 line
              close estmtsup
              open output estmtsup
              close payster estmtsup
              display "SQLORA12 - TABLE DOES NOT RECONCILE TO THE "
                  "PAY RUN: TABLE " tbl-rows " STATEMENTS, PAYHIST "
                  run-count " EMPLOYEES" upon console
              stop run returning 16
           end-if.
           close payster estmtsup.
           display "paystmt1 reconciles to PAYHIST - "
               load-count " statement(s)" upon console.
           stop run.
      *
      * sql error rtn - when a connect or table-setup error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      *
      * one statement line - update it if it's already on paystmt1,
      * else insert; a failure marks the employee rejected
       upsertrtn.
           add 1 to psline.
           exec sql update paystmt1 set linetype = :pstype,
                dscrptn = :psdscrptn, amount = :psamount,
                ytd = :psytd, last_load = :psldate
                where empno = :psempno and paydate = :psdate
                and lineno = :psline end-exec.
           if sqlcode not = 0
              move 'Y' to row-err-sw
           else
              if sqlerrd(3) = 0
                 exec sql insert into paystmt1
                      (empno, paydate, lineno, linetype, dscrptn,
                       amount, ytd, last_load)
                      values (:psempno, :psdate, :psline, :pstype,
                      :psdscrptn, :psamount, :psytd, :psldate)
                 end-exec
                 if sqlcode not = 0
                    move 'Y' to row-err-sw
                 end-if
              end-if
           end-if.
      * the recurring deductions - one line per code this run took,
      * and whatever hist-othded holds beyond the codes as one more
       dedlinertn.
           move "DED" to pstype.
           if not ded-detail
              if pe-othded (per-idx) not = 0
                 move "RECURRING DEDUCTIONS" to psdscrptn
                 move pe-othded (per-idx) to psamount
                 move pe-ytd-othded (per-idx) to psytd
                 perform upsertrtn
              end-if
           else
              move 0 to ded-run-sum
              move zeros to ded-idx
              perform dedline1rtn until ded-idx >= ded-count
              compute ded-left = pe-othded (per-idx) - ded-run-sum
              if ded-left not = 0
                 move "OTHER DEDUCTIONS" to psdscrptn
                 move ded-left to psamount
                 move 0 to psytd
                 perform upsertrtn
              end-if
           end-if.
       dedline1rtn.
           add 1 to ded-idx.
           if dd-empno (ded-idx) = paymas-empno
                 and dd-after (ded-idx) not = dd-before (ded-idx)
              move spaces to psdscrptn
              string "DEDUCTION " dd-code (ded-idx)
                  delimited by size into psdscrptn
              end-string
              compute psamount = dd-after (ded-idx)
                  - dd-before (ded-idx)
              move dd-after (ded-idx) to psytd
              add psamount to ded-run-sum
              perform upsertrtn
           end-if.
      * the deposit line shows the account as bankmask masks it; no
      * banking on file means the employee is paid by cheque
       depositrtn.
           move spaces to psdscrptn.
           if paymas-transit < 1 or paymas-transit > 99999999
                 or paymas-acct = spaces
              move "PAID BY CHEQUE" to psdscrptn
           else
              call "bankmask" using paymas-acct mask-acct jobid1
                  jobid2 rundate-ymd8
              string "DEPOSITED TO ACCT " mask-acct
                  delimited by size into psdscrptn
              end-string
           end-if.
      *
      * bucket PAYHIST - this year's rows through the pay run
      * accumulate ytd, and the pay run's rows carry the amounts
       loadhistrtn.
           move hist-date (1:2) to hist-year.
           if hist-year = sel-date (1:2) and hist-date <= sel-date
              move hist-empno to srch-empno
              perform findperrtn
              if not per-found
                 if per-count >= 2000
                    display "SQLORA12 - PER-TABLE FULL, HIST-EMPNO: "
                        hist-empno " NOT ACCUMULATED" upon console
                    move zeros to per-idx
                 else
                    add 1 to per-count
                    move per-count to per-idx
                    move hist-empno to pe-empno (per-idx)
                    move zeros to pe-gross (per-idx) pe-tax (per-idx)
                        pe-cpp (per-idx) pe-uic (per-idx)
                        pe-othded (per-idx)
                    move 'N' to pe-in-period-sw (per-idx)
                    move zeros to pe-ytd-gross (per-idx)
                        pe-ytd-tax (per-idx) pe-ytd-cpp (per-idx)
                        pe-ytd-uic (per-idx) pe-ytd-othded (per-idx)
                 end-if
              end-if
              if per-idx not = zeros
                 add hist-gross to pe-ytd-gross (per-idx)
                 add hist-tax to pe-ytd-tax (per-idx)
                 add hist-cpp to pe-ytd-cpp (per-idx)
                 add hist-uic to pe-ytd-uic (per-idx)
                 add hist-othded to pe-ytd-othded (per-idx)
                 if hist-date = sel-date
                    if not pe-in-period (per-idx)
                       add 1 to run-count
                    end-if
                    move 'Y' to pe-in-period-sw (per-idx)
                    add hist-gross to pe-gross (per-idx)
                    add hist-tax to pe-tax (per-idx)
                    add hist-cpp to pe-cpp (per-idx)
                    add hist-uic to pe-uic (per-idx)
                    add hist-othded to pe-othded (per-idx)
                    compute run-net-hash = run-net-hash + hist-gross
                        - hist-tax - hist-cpp - hist-uic
                        - hist-othded
                 end-if
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       findperrtn.
           move 1 to per-idx.
           move 'N' to per-found-sw.
           perform findper1rtn
               until per-found or per-idx > per-count.
       findper1rtn.
           if pe-empno (per-idx) = srch-empno
              move 'Y' to per-found-sw
           else
              add 1 to per-idx
           end-if.
      *
      * deductions master loads - DEDMAS gives each code's taken
      * before the run, DEDMAS2 after it
       loaddedrtn.
           if ded-count >= 5000
              display "SQLORA12 - DED-TABLE FULL, DM-EMPNO: " dm-empno
                  " NOT LOADED" upon console
           else
              add 1 to ded-count
              move dm-empno to dd-empno (ded-count)
              move dm-code to dd-code (ded-count)
              move dm-taken to dd-before (ded-count)
              move dm-taken to dd-after (ded-count)
           end-if.
           read dedmas at end move '1' to dedmas-eof.
       loadded2rtn.
           move 1 to ded-idx.
           move 'N' to ded-found-sw.
           perform findded1rtn
               until ded-found or ded-idx > ded-count.
           if ded-found
              move dm2-taken to dd-after (ded-idx)
           else
              if ded-count >= 5000
                 display "SQLORA12 - DED-TABLE FULL, DM2-EMPNO: "
                     dm2-empno " NOT LOADED" upon console
              else
                 add 1 to ded-count
                 move dm2-empno to dd-empno (ded-count)
                 move dm2-code to dd-code (ded-count)
                 move 0 to dd-before (ded-count)
                 move dm2-taken to dd-after (ded-count)
              end-if
           end-if.
           read dedmas2 at end move '1' to dedmas2-eof.
       findded1rtn.
           if dd-empno (ded-idx) = dm2-empno
                 and dd-code (ded-idx) = dm2-code
              move 'Y' to ded-found-sw
           else
              add 1 to ded-idx
           end-if.
      ******************* end program sqlora12.cbl ********************
       copy "unixproc1.cpy".
