       identification division.
      * acctscan - test/demo mainframe conversion to micro focus cobol
      *          - privacy scan of the RPTARCH reprint archive for
      *            bank account numbers archived in the clear, from
      *            before the reports printed them masked through
      *            bankmask, or from a run with the full numbers
      *            authorized
      *          - every archived print line is broken into its runs
      *            of digits; a line is listed when a run of five or
      *            more digits is a bank account on file today (the
      *            PAYMAS employee, VENDMAS vendor and PREPLAN
      *            ratepayer accounts), or when a run is ten digits
      *            or longer - longer than any date, transit, key or
      *            unedited amount the reports print, so an account
      *            closed since the report was archived still shows
      *          - the listing names the registry key, the program
      *            and report off RPTCAT and the line within the
      *            report, with the number itself masked, so the
      *            copies can be purged or reprinted through rptrepr
      *          - also lists the RUNHIST FULL events, the runs that
      *            bankmask let print full numbers (a refused request
      *            is a DENY event, which sodrpt lists)
      *          - any archived report found sets JOBSUM status
      *            REJECTS
       program-id. acctscan.
       environment division.
       input-output section.
       file-control.
           select rptcat assign external RPTCAT
                  organization line sequential
                  file status rptcat-stat.
           select rptarch assign external RPTARCH
                  organization line sequential
                  file status rptarch-stat.
           select paymas assign external PAYMAS
                  organization record sequential access mode sequential
                  file status paymas-stat.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select preplan assign external PREPLAN
                  organization line sequential
                  file status preplan-stat.
           select runhist assign external RUNHIST
                  organization line sequential
                  file status runhist-stat.
           select acctrpt assign external ACCTRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  rptcat record contains 80 characters.
           01 rptcatrec.
              05 rc-key         pic 9(7).
              05 filler         pic x(1).
              05 rc-pgm         pic x(8).
              05 filler         pic x(1).
              05 rc-report      pic x(8).
              05 filler         pic x(1).
              05 rc-jobid1      pic x(8).
              05 filler         pic x(1).
              05 rc-jobid2      pic x(8).
              05 filler         pic x(1).
              05 rc-rundate     pic 9(8).
              05 filler         pic x(1).
              05 rc-time        pic x(8).
              05 filler         pic x(1).
              05 rc-lines       pic 9(7).
              05 filler         pic x(1).
              05 rc-pages       pic 9(5).
              05 filler         pic x(12).
       fd  rptarch record contains 208 characters.
           01 rptarchrec.
              05 ra-key         pic 9(7).
              05 filler         pic x(1).
              05 ra-line        pic x(200).
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
       fd  vendmas record contains 256 characters.
           01 vmrec. copy "vendmas.cpy".
       fd  preplan record contains 80 characters.
           01 pprec.
              05 pp-folio        pic x(10).
              05 pp-monthly      pic 9(7)v99.
              05 pp-transit      pic x(8).
              05 pp-acct         pic x(12).
              05 pp-status       pic x(1).
              05 filler          pic x(40).
       fd  runhist record contains 80 characters.
           01 runhistrec.
              05 rh-jobid1      pic x(8).
              05 filler         pic x(1).
              05 rh-jobid2      pic x(8).
              05 filler         pic x(1).
              05 rh-pgm         pic x(8).
              05 filler         pic x(1).
              05 rh-event       pic x(5).
              05 filler         pic x(1).
              05 rh-rundate     pic 9(8).
              05 filler         pic x(1).
              05 rh-time        pic x(8).
              05 filler         pic x(1).
              05 rh-oper        pic x(8).
              05 filler         pic x(21).
       fd  acctrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 rptcat-eof         pic x value ' '.
               88 rptcat-at-eof           value '1'.
           05 rptarch-eof        pic x value ' '.
               88 rptarch-at-eof          value '1'.
           05 paymas-eof         pic x value ' '.
               88 paymas-at-eof           value '1'.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value '1'.
           05 preplan-eof        pic x value ' '.
               88 preplan-at-eof          value '1'.
           05 runhist-eof        pic x value ' '.
               88 runhist-at-eof          value '1'.
           05 line-total         pic 9(9) value zeros.
           05 hit-count          pic 9(7) value zeros.
           05 rpt-count          pic 9(5) value zeros.
           05 rpt-hit-count      pic 9(5) value zeros.
           05 full-count         pic 9(5) value zeros.
      * the report being scanned - registry key and line within it
       01  key-flds.
           05 prev-key           pic 9(7) value zeros.
           05 key-line           pic 9(7) value zeros.
           05 key-hit-sw         pic x value 'N'.
               88 key-hit                 value 'Y'.
      * the digit runs on one archived line
       01  run-flds.
           05 char-idx           pic 9(3) value zeros.
           05 run-start          pic 9(3) value zeros.
           05 run-lth            pic 9(3) value zeros.
           05 run-text           pic x(12) value spaces.
           05 line-hit-sw        pic x value 'N'.
               88 line-hit                value 'Y'.
           05 hit-type           pic x(12) value spaces.
           05 hit-text           pic x(12) value spaces.
      * the accounts on file today
       01  acct-flds.
           05 new-acct           pic x(12) value spaces.
           05 acct-lth           pic 9(2) value zeros.
           05 acct-count         pic 9(5) value zeros.
           05 acct-idx           pic 9(5) value zeros.
           05 acct-found-sw      pic x value 'N'.
               88 acct-found              value 'Y'.
       01  acct-table.
           05 acct-entry occurs 10000 times.
              10 at-acct         pic x(12).
      * the catalog, for the program/report/run date of a key
       01  cat-flds.
           05 cat-count          pic 9(5) value zeros.
           05 cat-idx            pic 9(5) value zeros.
           05 cat-found-sw       pic x value 'N'.
               88 cat-found               value 'Y'.
       01  cat-table.
           05 cat-entry occurs 2000 times.
              10 ct-key          pic 9(7).
              10 ct-pgm          pic x(8).
              10 ct-report       pic x(8).
              10 ct-rundate      pic 9(8).
      * the listed number prints through the shared bankmask routine
       01  bankmask-flds.
           05 mask-acct          pic x(12) value spaces.
       01  misc.
           05 rptcat-stat        pic xx value spaces.
           05 rptarch-stat       pic xx value spaces.
           05 paymas-stat        pic xx value spaces.
           05 vendmas-stat       pic xx value spaces.
           05 preplan-stat       pic xx value spaces.
           05 runhist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           perform loadacctrtn.
           perform loadcatrtn.
           open input rptarch.
           if rptarch-stat not = '00'
              move rptarch-stat to mf-filestat
              move "RPTARCH"    to mf-filenamei
              move "RPTARCH"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output acctrpt.
           move spaces to rptline.
           string "RPTARCH BANK ACCOUNT SCAN - RUN DATE "
                  rundate-ymd6e "  ACCOUNTS ON FILE: " acct-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "ARCHIVED REPORTS WITH AN UNMASKED ACCOUNT NUMBER"
               to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "KEY      PROGRAM   REPORT    RUN DATE  "
                  "LINE     FOUND         NUMBER"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read rptarch at end move '1' to rptarch-eof.
           perform archrtn until rptarch-at-eof.
           close rptarch.
           perform fullrtn.
           perform ttlrtn.
           close acctrpt.
           move "ACCTSCAN" to jobsum-pgm.
           move line-total to jobsum-count.
           if hit-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      *eject
      * today's accounts off the three masters - none of them has to
      * be on disk, the ten-digit test still runs
       loadacctrtn.
           open input paymas.
           if paymas-stat = '00'
              read paymas at end move '1' to paymas-eof
              end-read
              perform loadpayrtn until paymas-at-eof
              close paymas
           end-if.
           open input vendmas.
           if vendmas-stat = '00'
              read vendmas at end move '1' to vendmas-eof
              end-read
              perform loadvendrtn until vendmas-at-eof
              close vendmas
           end-if.
           open input preplan.
           if preplan-stat = '00'
              read preplan at end move '1' to preplan-eof
              end-read
              perform loadplanrtn until preplan-at-eof
              close preplan
           end-if.
       loadpayrtn.
           move paymas-acct to new-acct.
           perform addacctrtn.
           read paymas at end move '1' to paymas-eof.
       loadvendrtn.
           move vm-bank-acct to new-acct.
           perform addacctrtn.
           read vendmas at end move '1' to vendmas-eof.
       loadplanrtn.
           move pp-acct to new-acct.
           perform addacctrtn.
           read preplan at end move '1' to preplan-eof.
      * an account is kept as its leading digits - the way it would
      * print - and only when there are five or more of them
       addacctrtn.
           move zeros to acct-lth.
           inspect new-acct tallying acct-lth
               for characters before initial space.
           if acct-lth >= 5 and new-acct (1:acct-lth) numeric
                 and new-acct (1:acct-lth) not = zeros
              if acct-count >= 10000
                 display "ACCTSCAN - ACCT-TABLE FULL, ACCOUNT ENDING "
                     new-acct (acct-lth - 3:4) " NOT LOADED"
                     upon console
              else
                 add 1 to acct-count
                 move new-acct (1:acct-lth) to at-acct (acct-count)
              end-if
           end-if.
       loadcatrtn.
           open input rptcat.
           if rptcat-stat = '00'
              read rptcat at end move '1' to rptcat-eof
              end-read
              perform loadcat1rtn until rptcat-at-eof
              close rptcat
           end-if.
       loadcat1rtn.
           if cat-count >= 2000
              display "ACCTSCAN - CAT-TABLE FULL, RC-KEY: " rc-key
                  " NOT LOADED" upon console
           else
              add 1 to cat-count
              move rc-key to ct-key (cat-count)
              move rc-pgm to ct-pgm (cat-count)
              move rc-report to ct-report (cat-count)
              move rc-rundate to ct-rundate (cat-count)
           end-if.
           read rptcat at end move '1' to rptcat-eof.
      *eject
      * one archived line - RPTARCH is in registry key order, the
      * lines of a report together
       archrtn.
           if ra-key not = prev-key
              move ra-key to prev-key
              move zeros to key-line
              move 'N' to key-hit-sw
              add 1 to rpt-count
           end-if.
           add 1 to key-line.
           add 1 to line-total.
           move 'N' to line-hit-sw.
           move zeros to run-lth.
           perform scan1rtn
               varying char-idx from 1 by 1
               until char-idx > 200 or line-hit.
           if run-lth > 0 and not line-hit
              perform runendrtn
           end-if.
           if line-hit
              perform hitrtn
           end-if.
           read rptarch at end move '1' to rptarch-eof.
       scan1rtn.
           if ra-line (char-idx:1) >= '0'
                 and ra-line (char-idx:1) <= '9'
              if run-lth = 0
                 move char-idx to run-start
              end-if
              add 1 to run-lth
           else
              if run-lth > 0
                 perform runendrtn
                 move zeros to run-lth
              end-if
           end-if.
      * a run of ten or more digits is an account whether on file or
      * not; five to nine only when it is one on file
       runendrtn.
           if run-lth >= 10
              move 'Y' to line-hit-sw
              move "10+ DIGITS" to hit-type
              if run-lth > 12
                 move ra-line (run-start:12) to hit-text
              else
                 move spaces to hit-text
                 move ra-line (run-start:run-lth) to hit-text
              end-if
           else
              if run-lth >= 5
                 move spaces to run-text
                 move ra-line (run-start:run-lth) to run-text
                 move 1 to acct-idx
                 move 'N' to acct-found-sw
                 perform findacctrtn
                     until acct-found or acct-idx > acct-count
                 if acct-found
                    move 'Y' to line-hit-sw
                    move "ON FILE" to hit-type
                    move run-text to hit-text
                 end-if
              end-if
           end-if.
       findacctrtn.
           if at-acct (acct-idx) = run-text
              move 'Y' to acct-found-sw
           else
              add 1 to acct-idx
           end-if.
       hitrtn.
           add 1 to hit-count.
           if not key-hit
              move 'Y' to key-hit-sw
              add 1 to rpt-hit-count
           end-if.
           move 1 to cat-idx.
           move 'N' to cat-found-sw.
           perform findcatrtn until cat-found or cat-idx > cat-count.
           call "bankmask" using hit-text mask-acct jobid1 jobid2
               rundate-ymd8.
           move spaces to rptline.
           if cat-found
              string ra-key "  " ct-pgm (cat-idx) "  "
                     ct-report (cat-idx) "  " ct-rundate (cat-idx)
                     "  " key-line "  " hit-type "  " mask-acct
                  delimited by size into rptline
              end-string
           else
              string ra-key "  (NOT ON RPTCAT)                     "
                     key-line "  " hit-type "  " mask-acct
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       findcatrtn.
           if ct-key (cat-idx) = ra-key
              move 'Y' to cat-found-sw
           else
              add 1 to cat-idx
           end-if.
      *eject
      * the runs bankmask let print full account numbers
       fullrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "RUNS AUTHORIZED TO PRINT FULL ACCOUNT NUMBERS"
               to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PROGRAM   OPERATOR  JOB                "
                  "RUN DATE  TIME"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           open input runhist.
           if runhist-stat = '00'
              read runhist at end move '1' to runhist-eof
              end-read
              perform full1rtn until runhist-at-eof
              close runhist
           end-if.
       full1rtn.
           if rh-event = "FULL"
              add 1 to full-count
              move spaces to rptline
              string rh-pgm "  " rh-oper "  " rh-jobid1 "/"
                     rh-jobid2 "  " rh-rundate "  " rh-time
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           read runhist at end move '1' to runhist-eof.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "REPORTS SCANNED: " rpt-count
                  "  LINES: " line-total
                  "  REPORTS WITH ACCOUNTS: " rpt-hit-count
                  "  LINES WITH ACCOUNTS: " hit-count
                  "  FULL RUNS: " full-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
