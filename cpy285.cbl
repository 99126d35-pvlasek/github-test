       identification division.
      * cpy285 - test/demo mainframe conversion to micro focus cobol
      *        - payroll fraud and ghost-employee exception run, the
      *          control the auditors asked for against a fictitious
      *          employee or a redirected deposit; run each period
      *          and filed with the audit committee papers
      *        - one FRAUDRPT section per exception class, each with
      *          its own count, printed even when empty so the
      *          review is on record:
      *            1 SHARED BANKING  - two or more PAYMAS employees on
      *                                one paymas-transit/paymas-acct
      *            2 SHARED ADDRESS  - two or more employees on one
      *                                mailing address on the name &
      *                                address master (PAYMASNA, as
      *                                cpy230 assigns it)
      *            3 VENDOR BANKING  - employee banking that is also a
      *                                VENDMAS vendor's vm-transit/
      *                                vm-bank-acct
      *            4 PAID AFTER TERM - PAYHIST pay dated after the
      *                                employee's cpy110 termination,
      *                                the termination date being the
      *                                AUDITLOG run date of the PAYMAS2
      *                                image that first carries TERM;
      *                                a TERM on the master with no
      *                                audit row is listed if paid in
      *                                the selected run
      *            5 HOURLY NO CARD  - hourly staff (nonzero
      *                                paymas-rate) paid in the
      *                                selected run with no TIMECARD
      *            6 NO TAX OR CPP   - paid in the selected run with
      *                                no income tax or no cpp taken
      *        - env-var CPY285-DATE (yymmdd) selects the run for 4-6,
      *          default the latest pay date on PAYHIST
      *        - accounts print masked to their last four digits (the
      *          shared bankmask routine) - the matching is done on
      *          the full numbers, only the print is masked
       program-id. cpy285.
       environment division.
       input-output section.
       file-control.
           select paymas assign external PAYMAS
                  organization record sequential access mode sequential
                  file status paymas-stat.
           select paymasna assign external PAYMASNA
                  organization record sequential access mode sequential
                  file status paymasna-stat.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select auditlog assign external AUDITLOG
                  organization record sequential access mode sequential
                  file status auditlog-stat.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select timecard assign external TIMECARD
                  organization line sequential
                  file status timecard-stat.
           select fraudrpt assign external FRAUDRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
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
       fd  paymasna record contains 256 characters.
           01 cmna. copy "paymas.cpy".
       fd  vendmas record contains 256 characters.
           01 vmrec. copy "vendmas.cpy".
      * the shared maintenance audit trail - before/after image pairs
       fd  auditlog record contains 308 characters.
           01 audrec.
              05 aud-file       pic x(8).
              05 aud-key        pic x(10).
              05 aud-jobid1     pic x(8).
              05 aud-jobid2     pic x(8).
              05 aud-rundate    pic 9(8).
              05 aud-oper       pic x(8).
              05 aud-ba         pic x(1).
              05 aud-image      pic x(256).
              05 filler         pic x(1).
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
       fd  timecard record contains 20 characters.
           01 tcrec.
              05 tc-empno        pic 9(6).
              05 tc-hours        pic 9(3)v99.
              05 tc-day          pic x(2).
              05 tc-shift        pic x(1).
              05 filler          pic x(6).
       fd  fraudrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 paymas-eof         pic x value ' '.
               88 paymas-at-eof           value '1'.
           05 paymasna-eof       pic x value ' '.
               88 paymasna-at-eof         value '1'.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value '1'.
           05 auditlog-eof       pic x value ' '.
               88 auditlog-at-eof         value '1'.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 timecard-eof       pic x value ' '.
               88 timecard-at-eof         value '1'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 group-sw           pic x value 'N'.
               88 group-found             value 'Y'.
           05 before-term-sw     pic x value 'N'.
               88 before-term             value 'Y'.
           05 sel-date           pic 9(6) value zeros.
           05 emp-count          pic 9(4) value zeros.
           05 emp-idx            pic 9(4) value zeros.
           05 emp-idx2           pic 9(4) value zeros.
           05 line-idx           pic 9(4) value zeros.
           05 adr-count          pic 9(4) value zeros.
           05 adr-idx            pic 9(4) value zeros.
           05 adr-idx2           pic 9(4) value zeros.
           05 srch-empno         pic 9(6) value zeros.
           05 hist-date8         pic 9(8) value zeros.
           05 sect-count         pic 9(5) value zeros.
           05 tot-count          pic 9(7) value zeros.
           05 sect-no            pic 9(1) value zeros.
           05 sect-title         pic x(40) value spaces.
           05 gross-ed           pic zzz,zz9.99-.
           05 tax-ed             pic zzz,zz9.99-.
           05 cpp-ed             pic zzz,zz9.99-.
      * CPY285-DATE comes in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 sel-date-txt       pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the pay master, with what the later sections find about each
      * employee
       01  emp-table.
           05 emp-entry occurs 3000 times.
              10 et-empno        pic 9(6).
              10 et-name         pic x(20).
              10 et-delete       pic x(4).
              10 et-rate         pic s9(3)v99 comp-3.
              10 et-transit      pic 9(8).
              10 et-acct         pic x(12).
              10 et-term-date    pic 9(8).
              10 et-paid-sw      pic x(1).
                 88 et-paid              value 'Y'.
              10 et-card-sw      pic x(1).
                 88 et-card              value 'Y'.
              10 et-listed-sw    pic x(1).
                 88 et-listed            value 'Y'.
      * the name & address master's mailing addresses, upper-cased
      * so keying differences in case don't hide a match
       01  adr-table.
           05 adr-entry occurs 3000 times.
              10 at-empno        pic 9(6).
              10 at-name         pic x(20).
              10 at-adrs         pic x(60).
              10 at-listed-sw    pic x(1).
                 88 at-listed            value 'Y'.
      * account numbers print through the shared bankmask routine
       01  bankmask-flds.
           05 mask-acct          pic x(12) value spaces.
       01  misc.
           05 paymas-stat        pic xx value spaces.
           05 paymasna-stat      pic xx value spaces.
           05 vendmas-stat       pic xx value spaces.
           05 auditlog-stat      pic xx value spaces.
           05 payhist-stat       pic xx value spaces.
           05 timecard-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-date-txt from environment "CPY285-DATE"
               on exception move '000000' to sel-date-txt
           end-accept.
           call "numedit" using sel-date-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-date-txt to sel-date
           else
              move zeros to sel-date
           end-if.
           perform loadmastrtn.
           perform loadadrrtn.
           perform loadtermrtn.
           perform loadcardrtn.
           open input payhist.
           if payhist-stat not = '00'
              move payhist-stat to mf-filestat
              move "PAYHIST"    to mf-filenamei
              move "PAYHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           if sel-date = zeros
              read payhist at end move '1' to payhist-eof
              end-read
              perform lastdatertn until payhist-at-eof
              close payhist
              move ' ' to payhist-eof
              open input payhist
           end-if.
           open output fraudrpt.
           move spaces to rptline.
           string "PAYROLL FRAUD AND GHOST-EMPLOYEE EXCEPTIONS - RUN "
                  rundate-ymd6e "   SELECTED PAY RUN " sel-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform bankrtn.
           perform adrrtn.
           perform vendrtn.
           perform termrtn.
           close payhist.
           perform cardrtn.
           perform taxrtn.
           move spaces to rptline.
           string "TOTAL EXCEPTIONS ALL SECTIONS: " tot-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           close fraudrpt.
           move "CPY285" to jobsum-pgm.
           move tot-count to jobsum-count.
           if tot-count > 0
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
              display "CPY285 - EMP-TABLE FULL, PAYMAS-EMPNO: "
                  paymas-empno " NOT LOADED" upon console
           else
              add 1 to emp-count
              move paymas-empno to et-empno (emp-count)
              move paymas-name to et-name (emp-count)
              move paymas-delete to et-delete (emp-count)
              move paymas-rate to et-rate (emp-count)
      * a record written before the banking fields existed carries
      * blanks under the binary transit - that is no banking
              if paymas-transit > 0 and paymas-transit <= 99999999
                 move paymas-transit to et-transit (emp-count)
              else
                 move zeros to et-transit (emp-count)
              end-if
              move paymas-acct to et-acct (emp-count)
              move zeros to et-term-date (emp-count)
              move 'N' to et-paid-sw (emp-count)
                  et-card-sw (emp-count) et-listed-sw (emp-count)
           end-if.
           read paymas at end move '1' to paymas-eof.
       loadadrrtn.
           open input paymasna.
           if paymasna-stat not = '00'
              move paymasna-stat to mf-filestat
              move "PAYMASNA"     to mf-filenamei
              move "PAYMASNA"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read paymasna at end move '1' to paymasna-eof.
           perform loadadr1rtn until paymasna-at-eof.
           close paymasna.
       loadadr1rtn.
           if cm-adrs1 not = spaces and cm-delete not = "TERM"
              if adr-count >= 3000
                 display "CPY285 - ADR-TABLE FULL, CM-EMPNO: "
                     cm-empno " NOT LOADED" upon console
              else
                 add 1 to adr-count
                 move cm-empno to at-empno (adr-count)
                 move cm-name to at-name (adr-count)
                 move cm-adrs1 to at-adrs (adr-count) (1:20)
                 move cm-adrs2 to at-adrs (adr-count) (21:20)
                 move cm-city-prov to at-adrs (adr-count) (41:20)
                 inspect at-adrs (adr-count) converting
                     "abcdefghijklmnopqrstuvwxyz" to
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 move 'N' to at-listed-sw (adr-count)
              end-if
           end-if.
           read paymasna at end move '1' to paymasna-eof.
      * the termination date - the run that first wrote TERM into
      * the employee's PAYMAS2 image; a rehire clears it
       loadtermrtn.
           open input auditlog.
           if auditlog-stat = '00'
              read auditlog at end move '1' to auditlog-eof
              end-read
              perform loadterm1rtn until auditlog-at-eof
              close auditlog
           end-if.
       loadterm1rtn.
           if aud-file = "PAYMAS2"
              if aud-ba = 'B'
                 if aud-image (7:4) = "TERM"
                    move 'Y' to before-term-sw
                 else
                    move 'N' to before-term-sw
                 end-if
              else
                 move aud-key (1:6) to srch-empno
                 perform findemprtn
                 if found
                    if aud-image (7:4) = "TERM"
                       if not before-term
                          move aud-rundate to et-term-date (emp-idx)
                       end-if
                    else
                       move zeros to et-term-date (emp-idx)
                    end-if
                 end-if
              end-if
           end-if.
           read auditlog at end move '1' to auditlog-eof.
       loadcardrtn.
           open input timecard.
           if timecard-stat = '00'
              read timecard at end move '1' to timecard-eof
              end-read
              perform loadcard1rtn until timecard-at-eof
              close timecard
           end-if.
       loadcard1rtn.
           move tc-empno to srch-empno.
           perform findemprtn.
           if found
              move 'Y' to et-card-sw (emp-idx)
           end-if.
           read timecard at end move '1' to timecard-eof.
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
       lastdatertn.
           if hist-date > sel-date
              move hist-date to sel-date
           end-if.
           read payhist at end move '1' to payhist-eof.
      *eject
      * section heading and trailer, common to every section
       secthdrtn.
           move zeros to sect-count.
           move spaces to rptline.
           string "SECTION " sect-no " - " sect-title
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       secttlrtn.
           move spaces to rptline.
           string "   SECTION " sect-no " EXCEPTIONS: " sect-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           add sect-count to tot-count.
       emplinertn.
           call "bankmask" using et-acct (line-idx) mask-acct jobid1
               jobid2 rundate-ymd8.
           move spaces to rptline.
           string "   " et-empno (line-idx) "  " et-name (line-idx)
                  "  TRANSIT " et-transit (line-idx)
                  "  ACCT " mask-acct
                  "  " et-delete (line-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * 1 - every group of employees paid into the one account
       bankrtn.
           move 1 to sect-no.
           move "SHARED BANKING" to sect-title.
           perform secthdrtn.
           move zeros to emp-idx.
           perform bank1rtn until emp-idx >= emp-count.
           perform secttlrtn.
       bank1rtn.
           add 1 to emp-idx.
           if et-transit (emp-idx) not = zeros
                 and not et-listed (emp-idx)
              move 'N' to group-sw
              move emp-idx to emp-idx2
              perform bank2rtn until emp-idx2 >= emp-count
           end-if.
       bank2rtn.
           add 1 to emp-idx2.
           if et-transit (emp-idx2) = et-transit (emp-idx)
                 and et-acct (emp-idx2) = et-acct (emp-idx)
              if not group-found
                 move 'Y' to group-sw
                 add 1 to sect-count
                 move spaces to rptline
                 write rptline before advancing 1 line
                 move emp-idx to line-idx
                 perform emplinertn
              end-if
              move 'Y' to et-listed-sw (emp-idx2)
              move emp-idx2 to line-idx
              perform emplinertn
           end-if.
      * 2 - every group of employees at the one mailing address
       adrrtn.
           move 2 to sect-no.
           move "SHARED ADDRESS" to sect-title.
           perform secthdrtn.
           move zeros to adr-idx.
           perform adr1rtn until adr-idx >= adr-count.
           perform secttlrtn.
       adr1rtn.
           add 1 to adr-idx.
           if not at-listed (adr-idx)
              move 'N' to group-sw
              move adr-idx to adr-idx2
              perform adr2rtn until adr-idx2 >= adr-count
           end-if.
       adr2rtn.
           add 1 to adr-idx2.
           if at-adrs (adr-idx2) = at-adrs (adr-idx)
              if not group-found
                 move 'Y' to group-sw
                 add 1 to sect-count
                 move spaces to rptline
                 write rptline before advancing 1 line
                 move spaces to rptline
                 string "   " at-empno (adr-idx) "  "
                        at-name (adr-idx) "  " at-adrs (adr-idx)
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              end-if
              move 'Y' to at-listed-sw (adr-idx2)
              move spaces to rptline
              string "   " at-empno (adr-idx2) "  "
                     at-name (adr-idx2) "  " at-adrs (adr-idx2)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * 3 - a vendor paid into an employee's account
       vendrtn.
           move 3 to sect-no.
           move "EMPLOYEE BANKING MATCHES A VENDOR" to sect-title.
           perform secthdrtn.
           open input vendmas.
           if vendmas-stat not = '00'
              move vendmas-stat to mf-filestat
              move "VENDMAS"    to mf-filenamei
              move "VENDMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read vendmas at end move '1' to vendmas-eof.
           perform vend1rtn until vendmas-at-eof.
           close vendmas.
           perform secttlrtn.
       vend1rtn.
           if vm-transit numeric and vm-transit not = zeros
              move zeros to emp-idx2
              perform vend2rtn until emp-idx2 >= emp-count
           end-if.
           read vendmas at end move '1' to vendmas-eof.
       vend2rtn.
           add 1 to emp-idx2.
           if et-transit (emp-idx2) = vm-transit
                 and et-acct (emp-idx2) = vm-bank-acct
              add 1 to sect-count
              move emp-idx2 to line-idx
              perform emplinertn
              move spaces to rptline
              string "      VENDOR " vm-vendor "  " vm-name
                     "  STATUS " vm-status
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * 4 - pay dated after the termination took effect
       termrtn.
           move 4 to sect-no.
           move "PAID AFTER TERMINATION" to sect-title.
           perform secthdrtn.
           read payhist at end move '1' to payhist-eof.
           perform term1rtn until payhist-at-eof.
           perform secttlrtn.
       term1rtn.
           move hist-empno to srch-empno.
           perform findemprtn.
           if found
              if hist-date = sel-date
                 move 'Y' to et-paid-sw (emp-idx)
              end-if
              move zeros to hist-date8
              move hist-date to hist-date8 (3:6)
              move 20 to hist-date8 (1:2)
              if et-term-date (emp-idx) not = zeros
                 if hist-date8 > et-term-date (emp-idx)
                    perform term2rtn
                 end-if
              else
                 if et-delete (emp-idx) = "TERM"
                       and hist-date = sel-date
                    perform term2rtn
                 end-if
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       term2rtn.
           add 1 to sect-count.
           move hist-gross to gross-ed.
           move spaces to rptline.
           string "   " hist-empno "  " hist-name
                  "  PAID " hist-date "  GROSS " gross-ed
                  "  TERMINATED " et-term-date (emp-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * 5 - hourly pay with no card behind it
       cardrtn.
           move 5 to sect-no.
           move "HOURLY PAID WITH NO TIMECARD" to sect-title.
           perform secthdrtn.
           move zeros to emp-idx2.
           perform card1rtn until emp-idx2 >= emp-count.
           perform secttlrtn.
       card1rtn.
           add 1 to emp-idx2.
           if et-rate (emp-idx2) not = 0 and et-paid (emp-idx2)
                 and not et-card (emp-idx2)
              add 1 to sect-count
              move emp-idx2 to line-idx
              perform emplinertn
           end-if.
      * 6 - paid with no income tax or no cpp taken
       taxrtn.
           move 6 to sect-no.
           move "NO TAX OR CPP DEDUCTED" to sect-title.
           perform secthdrtn.
           move ' ' to payhist-eof.
           open input payhist.
           read payhist at end move '1' to payhist-eof.
           perform tax1rtn until payhist-at-eof.
           close payhist.
           perform secttlrtn.
       tax1rtn.
           if hist-date = sel-date and hist-gross > 0
                 and (hist-tax = 0 or hist-cpp = 0)
              add 1 to sect-count
              move hist-gross to gross-ed
              move hist-tax to tax-ed
              move hist-cpp to cpp-ed
              move spaces to rptline
              string "   " hist-empno "  " hist-name
                     "  GROSS " gross-ed "  TAX " tax-ed
                     "  CPP " cpp-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           read payhist at end move '1' to payhist-eof.
       copy "unixproc1.cpy".
