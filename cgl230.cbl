       identification division.
      * cgl230 - test/demo mainframe conversion to micro focus cobol
      *        - year-end audit file export - the external auditors
      *          were handed cgl120/cgl125 print files every year and
      *          re-keyed them; this writes the ledger detail to the
      *          AUDEXP file in a fixed, type-coded layout they can
      *          import directly
      *        - env-var CGL230-YEAR (ccyy) names the fiscal year and is
      *          refused when absent, the cgl220 way; CGL230-COMPANY
      *          the company (default '01', a blank company on any
      *          master compares as 01 the cgl110 way)
      *        - record types, each 200 bytes with display numerics
      *          signed leading separate:
      *            HD  header - company, year, run date
      *            AC  chart of accounts off ACCTMAS
      *            OB  opening balances off GLMSYE, the year's opening
      *                master cgl220 wrote at the last year-end (off
      *                GLMSOLD when there is no GLMSYE dated 0101 of
      *                the year, as in a first year on the system)
      *            GL  every GLHIST posting dated in the year, with
      *                batch, reference, date, side, amount, the run
      *                date it posted and the source program the
      *                batch was stamped with on INTFCTL (MANUAL when
      *                the batch has no GEN stamp)
      *            CB  closing balances off GLMSNEW
      *            CU  customer master data off CUSTMAS
      *            AR  open items off AROPEN
      *            TR  one trailer per record type - count and amount
      *                total
      *            TB  trial balance tie - opening total, debits and
      *                credits posted, closing total, accounts and
      *                roll-forward exceptions
      *        - every account's opening balance plus its year's
      *          postings is proved against its closing balance;
      *          exceptions are listed on the AUDXRPT control report
      *          and the job ends OUTOFBAL, so the file is never sent
      *          out not tying to the trial balance
      *        - run at year-end before cgl220's close and before
      *          any new-year posting, so GLMSNEW still holds the
      *          year's closing balances
      *        - CUSTMAS and AROPEN carry no company, so the customer
      *          and open-item data goes out whole
       program-id. cgl230.
       environment division.
       input-output section.
       file-control.
           select intfctl assign external INTFCTL
                  organization line sequential
                  file status intfctl-stat.
           select acctmas assign external ACCTMAS
                  organization record sequential access mode sequential
                  file status acctmas-stat.
           select glmsye assign external GLMSYE
                  organization record sequential access mode sequential
                  file status glmsye-stat.
           select glmsold assign external GLMSOLD
                  organization record sequential access mode sequential
                  file status glmsold-stat.
           select glhist assign external GLHIST
                  organization record sequential access mode sequential
                  file status glhist-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select custmas assign external CUSTMAS
                  organization record sequential access mode sequential
                  file status custmas-stat.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status aropen-stat.
           select audexp assign external AUDEXP
                  organization record sequential access mode sequential.
           select audxrpt assign external AUDXRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  intfctl record contains 80 characters.
           01 intfctlrec.
              05 if-event       pic x(5).
              05 filler         pic x(1).
              05 if-batch       pic x(6).
              05 filler         pic x(1).
              05 if-source      pic x(8).
              05 filler         pic x(1).
              05 if-date        pic x(6).
              05 filler         pic x(1).
              05 if-debits      pic 9(9)v99.
              05 filler         pic x(1).
              05 if-credits     pic 9(9)v99.
              05 filler         pic x(28).
       fd  acctmas record contains 128 characters.
           01 acrec.
              05 acm-acct       pic x(8).
              05 acm-type       pic x(10).
              05 acm-dscrptn    pic x(30).
              05 acm-balance    pic s9(9)v99 comp-3.
              05 acm-period-actv pic s9(9)v99 comp-3.
              05 acm-ytd-balance pic s9(9)v99 comp-3.
              05 acm-date       pic x(8).
              05 acm-delete     pic x(4).
              05 acm-company    pic x(2).
              05 filler         pic x(48).
       fd  glmsye record contains 128 characters.
           01 glyrec.
              05 gly-acct       pic x(8).
              05 gly-type       pic x(10).
              05 gly-dscrptn    pic x(30).
              05 gly-balance    pic s9(9)v99 comp-3.
              05 gly-period-actv pic s9(9)v99 comp-3.
              05 gly-ytd-balance pic s9(9)v99 comp-3.
              05 gly-date       pic x(8).
              05 gly-company    pic x(2).
              05 filler         pic x(52).
       fd  glmsold record contains 128 characters.
           01 glorec.
              05 glo-acct       pic x(8).
              05 glo-type       pic x(10).
              05 glo-dscrptn    pic x(30).
              05 glo-balance    pic s9(9)v99 comp-3.
              05 glo-period-actv pic s9(9)v99 comp-3.
              05 glo-ytd-balance pic s9(9)v99 comp-3.
              05 glo-date       pic x(8).
              05 glo-company    pic x(2).
              05 filler         pic x(52).
       fd  glhist record contains 60 characters.
           01 ghrec.
              05 gh-acct         pic x(8).
              05 gh-batch        pic x(6).
              05 gh-ref          pic x(6).
              05 gh-date         pic x(6).
              05 gh-js           pic x(2).
              05 gh-amount       pic s9(8)v99  comp-3.
              05 gh-balance      pic s9(9)v99  comp-3.
              05 gh-rundate      pic 9(8).
              05 gh-company      pic x(2).
              05 filler          pic x(10).
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
       fd  custmas record contains 256 characters.
           01 cmrec. copy "custmas.cpy".
       fd  aropen record contains 32 characters.
           01 arrec. copy "aropen.cpy".
      * the auditors' import file - ax-type says which view of
      * ax-data applies
       fd  audexp record contains 200 characters.
           01 axrec.
              05 ax-type         pic x(2).
              05 ax-company      pic x(2).
              05 ax-data         pic x(196).
              05 ax-hd redefines ax-data.
                 10 ax-hd-year       pic 9(4).
                 10 ax-hd-rundate    pic 9(8).
                 10 ax-hd-system     pic x(30).
                 10 filler           pic x(154).
              05 ax-ac redefines ax-data.
                 10 ax-ac-acct       pic x(8).
                 10 ax-ac-type       pic x(10).
                 10 ax-ac-dscrptn    pic x(30).
                 10 ax-ac-status     pic x(4).
                 10 filler           pic x(144).
              05 ax-bal redefines ax-data.
                 10 ax-bal-acct      pic x(8).
                 10 ax-bal-amount    pic s9(11)v99
                                     sign leading separate.
                 10 ax-bal-source    pic x(8).
                 10 filler           pic x(166).
              05 ax-gl redefines ax-data.
                 10 ax-gl-acct       pic x(8).
                 10 ax-gl-batch      pic x(6).
                 10 ax-gl-ref        pic x(6).
                 10 ax-gl-date       pic x(6).
                 10 ax-gl-js         pic x(2).
                 10 ax-gl-amount     pic s9(11)v99
                                     sign leading separate.
                 10 ax-gl-source     pic x(8).
                 10 ax-gl-rundate    pic 9(8).
                 10 filler           pic x(138).
              05 ax-cu redefines ax-data.
                 10 ax-cu-cust       pic 9(6).
                 10 ax-cu-status     pic x(4).
                 10 ax-cu-name       pic x(20).
                 10 ax-cu-adrs1      pic x(20).
                 10 ax-cu-adrs2      pic x(20).
                 10 ax-cu-city-prov  pic x(20).
                 10 ax-cu-tax-exempt pic x(1).
                 10 ax-cu-limit      pic s9(9)v99
                                     sign leading separate.
                 10 ax-cu-parent     pic 9(6).
                 10 filler           pic x(87).
              05 ax-ar redefines ax-data.
                 10 ax-ar-cust       pic 9(6).
                 10 ax-ar-inv        pic 9(6).
                 10 ax-ar-date       pic 9(6).
                 10 ax-ar-amount     pic s9(11)v99
                                     sign leading separate.
                 10 ax-ar-disp-reason pic x(2).
                 10 ax-ar-disp-date  pic 9(6).
                 10 filler           pic x(156).
              05 ax-tr redefines ax-data.
                 10 ax-tr-rectype    pic x(2).
                 10 ax-tr-count      pic 9(9).
                 10 ax-tr-total      pic s9(13)v99
                                     sign leading separate.
                 10 filler           pic x(169).
              05 ax-tb redefines ax-data.
                 10 ax-tb-open       pic s9(13)v99
                                     sign leading separate.
                 10 ax-tb-debits     pic s9(13)v99
                                     sign leading separate.
                 10 ax-tb-credits    pic s9(13)v99
                                     sign leading separate.
                 10 ax-tb-close      pic s9(13)v99
                                     sign leading separate.
                 10 ax-tb-accounts   pic 9(7).
                 10 ax-tb-exceptions pic 9(7).
                 10 filler           pic x(118).
       fd  audxrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 intfctl-eof        pic x value ' '.
               88 intfctl-at-eof          value '1'.
           05 acctmas-eof        pic x value ' '.
               88 acctmas-at-eof          value '1'.
           05 glmsye-eof         pic x value ' '.
               88 glmsye-at-eof           value '1'.
           05 glmsold-eof        pic x value ' '.
               88 glmsold-at-eof          value '1'.
           05 glhist-eof         pic x value ' '.
               88 glhist-at-eof           value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 custmas-eof        pic x value ' '.
               88 custmas-at-eof          value '1'.
           05 aropen-eof         pic x value ' '.
               88 aropen-at-eof           value '1'.
           05 sel-company        pic x(2) value '01'.
           05 rec-company        pic x(2) value spaces.
           05 exp-year           pic 9(4) value zeros.
           05 gh-yy              pic x(2) value spaces.
           05 exp-yy-x           pic x(2) value spaces.
           05 open-source        pic x(8) value spaces.
           05 signed-amt         pic s9(11)v99 comp-3 value 0.
           05 debit-total        pic s9(13)v99 comp-3 value 0.
           05 credit-total       pic s9(13)v99 comp-3 value 0.
           05 open-total         pic s9(13)v99 comp-3 value 0.
           05 close-total        pic s9(13)v99 comp-3 value 0.
           05 roll-diff          pic s9(13)v99 comp-3 value 0.
           05 exception-count    pic 9(7) value zeros.
           05 unstamped-count    pic 9(7) value zeros.
           05 amt-ed             pic zzz,zzz,zzz,zz9.99-.
           05 amt2-ed            pic zzz,zzz,zzz,zz9.99-.
           05 amt3-ed            pic zzz,zzz,zzz,zz9.99-.
      * count and amount total per record type for the TR trailers,
      * in the order the types are written
       01  type-flds.
           05 tt-idx             pic 9(2) value zeros.
       01  type-values.
           05 filler pic x(14) value "HDACOBGLCBCUAR".
       01  type-names redefines type-values.
           05 tt-name            pic x(2) occurs 7 times.
       01  type-table.
           05 tt-entry occurs 7 times.
              10 tt-count        pic 9(9).
              10 tt-total        pic s9(13)v99 comp-3.
      * every account met - chart, opening, postings or closing - for
      * the opening + postings = closing proof
       01  acct-flds.
           05 ac-count           pic 9(4) value zeros.
           05 ac-idx             pic 9(4) value zeros.
           05 srch-acct          pic x(8) value spaces.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
       01  acct-table.
           05 ac-entry occurs 3000 times.
              10 ac-acct         pic x(8).
              10 ac-open         pic s9(11)v99 comp-3.
              10 ac-actv         pic s9(11)v99 comp-3.
              10 ac-close        pic s9(11)v99 comp-3.
      * batch to source program off the INTFCTL GEN stamps
       01  batch-flds.
           05 bt-count           pic 9(5) value zeros.
           05 bt-idx             pic 9(5) value zeros.
       01  batch-table.
           05 bt-entry occurs 9000 times.
              10 bt-batch        pic x(6).
              10 bt-source       pic x(8).
      * CGL230-YEAR comes in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  year-edit-flds.
           05 exp-year-txt       pic x(4) value '0000'.
           05 year-edit-lth      pic 9(4) comp value 4.
           05 year-valid-sw      pic x value 'Y'.
               88 year-valid             value 'Y'.
       01  misc.
           05 intfctl-stat       pic xx value spaces.
           05 acctmas-stat       pic xx value spaces.
           05 glmsye-stat        pic xx value spaces.
           05 glmsold-stat       pic xx value spaces.
           05 glhist-stat        pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
           05 aropen-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept exp-year-txt from environment "CGL230-YEAR"
               on exception move '0000' to exp-year-txt
           end-accept.
           call "numedit" using exp-year-txt year-edit-lth
               year-valid-sw.
           if year-valid
              move exp-year-txt to exp-year
           else
              move zeros to exp-year
           end-if.
           if exp-year = zeros
              display "CGL230 - NO VALID CGL230-YEAR SUPPLIED, "
                  "NOTHING EXPORTED" upon console
              stop run returning 16
           end-if.
           move exp-year-txt (3:2) to exp-yy-x.
           accept sel-company from environment "CGL230-COMPANY"
               on exception move '01' to sel-company
           end-accept.
           if sel-company = spaces
              move '01' to sel-company
           end-if.
           move zeros to tt-idx.
           perform ttinitrtn 7 times.
           open input intfctl.
           if intfctl-stat = '00'
              read intfctl at end move '1' to intfctl-eof
              end-read
              perform loadbatchrtn until intfctl-at-eof
              close intfctl
           end-if.
           open output audexp audxrpt.
           move spaces to rptline.
           string "AUDIT FILE EXPORT - FISCAL YEAR " exp-year
                  "  COMPANY " sel-company "  RUN DATE " rundate-ymd8e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to axrec.
           move "HD" to ax-type.
           move sel-company to ax-company.
           move exp-year to ax-hd-year.
           move rundate-ymd8 to ax-hd-rundate.
           move "GENERAL LEDGER AUDIT EXPORT" to ax-hd-system.
           move 1 to tt-idx.
           move 0 to signed-amt.
           perform writertn.
           perform chartrtn.
           perform openbalrtn.
           perform postingsrtn.
           perform closebalrtn.
           perform customerrtn.
           perform openitemrtn.
           perform rollrtn.
           perform trailerrtn.
           perform ttlrtn.
           close audexp audxrpt.
           move "CGL230" to jobsum-pgm.
           compute jobsum-count = tt-count (4).
           if exception-count > 0
              move "OUTOFBAL" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       ttinitrtn.
           add 1 to tt-idx.
           move zeros to tt-count (tt-idx).
           move 0 to tt-total (tt-idx).
      * one export record out, counted and totalled under its type
       writertn.
           write axrec.
           add 1 to tt-count (tt-idx).
           add signed-amt to tt-total (tt-idx).
       loadbatchrtn.
           if if-event = "GEN"
              if bt-count < 9000
                 add 1 to bt-count
                 move if-batch to bt-batch (bt-count)
                 move if-source to bt-source (bt-count)
              else
                 add 1 to unstamped-count
              end-if
           end-if.
           read intfctl at end move '1' to intfctl-eof.
      * chart of accounts
       chartrtn.
           open input acctmas.
           if acctmas-stat not = '00'
              move acctmas-stat to mf-filestat
              move "ACCTMAS"    to mf-filenamei
              move "ACCTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           move 2 to tt-idx.
           move 0 to signed-amt.
           read acctmas at end move '1' to acctmas-eof.
           perform chart1rtn until acctmas-at-eof.
           close acctmas.
       chart1rtn.
           move acm-company to rec-company.
           if rec-company = spaces
              move '01' to rec-company
           end-if.
           if rec-company = sel-company
              move spaces to axrec
              move "AC" to ax-type
              move sel-company to ax-company
              move acm-acct to ax-ac-acct
              move acm-type to ax-ac-type
              move acm-dscrptn to ax-ac-dscrptn
              move acm-delete to ax-ac-status
              perform writertn
              move acm-acct to srch-acct
              perform findacctrtn
           end-if.
           read acctmas at end move '1' to acctmas-eof.
      * opening balances - the year's opening master, or the period
      * opening master for a first year with no year-end behind it
       openbalrtn.
           move 3 to tt-idx.
           open input glmsye.
           if glmsye-stat = '00'
              read glmsye at end move '1' to glmsye-eof
              end-read
              if not glmsye-at-eof
                    and gly-date (1:4) not = exp-year-txt
                 move '1' to glmsye-eof
              end-if
              if glmsye-at-eof
                 close glmsye
                 move '99' to glmsye-stat
              end-if
           end-if.
           if glmsye-stat = '00'
              move "GLMSYE" to open-source
              perform openye1rtn until glmsye-at-eof
              close glmsye
           else
              open input glmsold
              if glmsold-stat not = '00'
                 move glmsold-stat to mf-filestat
                 move "GLMSOLD"    to mf-filenamei
                 move "GLMSOLD"    to mf-filenamex
                 perform mf-display-filestat-eoj
              end-if
              move "GLMSOLD" to open-source
              read glmsold at end move '1' to glmsold-eof
              end-read
              perform openold1rtn until glmsold-at-eof
              close glmsold
           end-if.
       openye1rtn.
           move gly-company to rec-company.
           if rec-company = spaces
              move '01' to rec-company
           end-if.
           if rec-company = sel-company
              move gly-acct to srch-acct
              move gly-balance to signed-amt
              perform openbal1rtn
           end-if.
           read glmsye at end move '1' to glmsye-eof.
       openold1rtn.
           move glo-company to rec-company.
           if rec-company = spaces
              move '01' to rec-company
           end-if.
           if rec-company = sel-company
              move glo-acct to srch-acct
              move glo-balance to signed-amt
              perform openbal1rtn
           end-if.
           read glmsold at end move '1' to glmsold-eof.
       openbal1rtn.
           move spaces to axrec.
           move "OB" to ax-type.
           move sel-company to ax-company.
           move srch-acct to ax-bal-acct.
           move signed-amt to ax-bal-amount.
           move open-source to ax-bal-source.
           perform writertn.
           add signed-amt to open-total.
           perform findacctrtn.
           if found
              add signed-amt to ac-open (ac-idx)
           end-if.
      * every posting dated in the fiscal year
       postingsrtn.
           open input glhist.
           if glhist-stat not = '00'
              move glhist-stat to mf-filestat
              move "GLHIST"     to mf-filenamei
              move "GLHIST"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           move 4 to tt-idx.
           read glhist at end move '1' to glhist-eof.
           perform posting1rtn until glhist-at-eof.
           close glhist.
       posting1rtn.
           move gh-company to rec-company.
           if rec-company = spaces
              move '01' to rec-company
           end-if.
           move gh-date (1:2) to gh-yy.
           if rec-company = sel-company and gh-yy = exp-yy-x
              if gh-js = 'CR'
                 compute signed-amt = 0 - gh-amount
                 add gh-amount to credit-total
              else
                 move gh-amount to signed-amt
                 add gh-amount to debit-total
              end-if
              move spaces to axrec
              move "GL" to ax-type
              move sel-company to ax-company
              move gh-acct to ax-gl-acct
              move gh-batch to ax-gl-batch
              move gh-ref to ax-gl-ref
              move gh-date to ax-gl-date
              move gh-js to ax-gl-js
              move gh-amount to ax-gl-amount
              move gh-rundate to ax-gl-rundate
              perform findbatchrtn
              perform writertn
              move gh-acct to srch-acct
              perform findacctrtn
              if found
                 add signed-amt to ac-actv (ac-idx)
              end-if
           end-if.
           read glhist at end move '1' to glhist-eof.
       findbatchrtn.
           move 1 to bt-idx.
           move 'N' to found-sw.
           perform findbatch1rtn until found or bt-idx > bt-count.
           if found
              move bt-source (bt-idx) to ax-gl-source
           else
              move "MANUAL" to ax-gl-source
           end-if.
       findbatch1rtn.
           if bt-batch (bt-idx) = gh-batch
              move 'Y' to found-sw
           else
              add 1 to bt-idx
           end-if.
      * closing balances off the live master
       closebalrtn.
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           move 5 to tt-idx.
           read glmsnew at end move '1' to glmsnew-eof.
           perform closebal1rtn until glmsnew-at-eof.
           close glmsnew.
       closebal1rtn.
           move glm-company to rec-company.
           if rec-company = spaces
              move '01' to rec-company
           end-if.
           if rec-company = sel-company
              move glm-balance to signed-amt
              move spaces to axrec
              move "CB" to ax-type
              move sel-company to ax-company
              move glm-acct to ax-bal-acct
              move signed-amt to ax-bal-amount
              move "GLMSNEW" to ax-bal-source
              perform writertn
              add signed-amt to close-total
              move glm-acct to srch-acct
              perform findacctrtn
              if found
                 add signed-amt to ac-close (ac-idx)
              end-if
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
       customerrtn.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           move 6 to tt-idx.
           read custmas at end move '1' to custmas-eof.
           perform customer1rtn until custmas-at-eof.
           close custmas.
       customer1rtn.
           move spaces to axrec.
           move "CU" to ax-type.
           move sel-company to ax-company.
           move cm-cust to ax-cu-cust.
           move cm-delete to ax-cu-status.
           move cm-name to ax-cu-name.
           move cm-adrs1 to ax-cu-adrs1.
           move cm-adrs2 to ax-cu-adrs2.
           move cm-city-prov to ax-cu-city-prov.
           move cm-tax-exempt to ax-cu-tax-exempt.
           if cm-credit-limit numeric
              move cm-credit-limit to ax-cu-limit
              move cm-credit-limit to signed-amt
           else
              move 0 to ax-cu-limit
              move 0 to signed-amt
           end-if.
           if cm-parent numeric
              move cm-parent to ax-cu-parent
           else
              move zeros to ax-cu-parent
           end-if.
           perform writertn.
           read custmas at end move '1' to custmas-eof.
       openitemrtn.
           open input aropen.
           if aropen-stat not = '00'
              move aropen-stat to mf-filestat
              move "AROPEN"     to mf-filenamei
              move "AROPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           move 7 to tt-idx.
           read aropen at end move '1' to aropen-eof.
           perform openitem1rtn until aropen-at-eof.
           close aropen.
       openitem1rtn.
           move spaces to axrec.
           move "AR" to ax-type.
           move sel-company to ax-company.
           move ar-cust to ax-ar-cust.
           move ar-inv to ax-ar-inv.
           move ar-date to ax-ar-date.
           move ar-amount to ax-ar-amount.
           move ar-amount to signed-amt.
           move ar-disp-reason to ax-ar-disp-reason.
           if ar-disp-date numeric
              move ar-disp-date to ax-ar-disp-date
           else
              move zeros to ax-ar-disp-date
           end-if.
           perform writertn.
           read aropen at end move '1' to aropen-eof.
      * the account's entry, added the first time it is met
       findacctrtn.
           move 1 to ac-idx.
           move 'N' to found-sw.
           perform findacct1rtn until found or ac-idx > ac-count.
           if not found
              if ac-count < 3000
                 add 1 to ac-count
                 move ac-count to ac-idx
                 move srch-acct to ac-acct (ac-idx)
                 move 0 to ac-open (ac-idx)
                 move 0 to ac-actv (ac-idx)
                 move 0 to ac-close (ac-idx)
                 move 'Y' to found-sw
              else
                 display "CGL230 - ACCT-TABLE FULL, ACCOUNT: "
                     srch-acct " NOT PROVED" upon console
                 add 1 to exception-count
              end-if
           end-if.
       findacct1rtn.
           if ac-acct (ac-idx) = srch-acct
              move 'Y' to found-sw
           else
              add 1 to ac-idx
           end-if.
      * opening plus the year's postings must equal closing, account
      * by account
       rollrtn.
           move spaces to rptline.
           string "ROLL-FORWARD EXCEPTIONS - OPENING PLUS POSTINGS "
                  "NOT EQUAL TO CLOSING"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to ac-idx.
           perform roll1rtn until ac-idx >= ac-count.
           move spaces to rptline.
           string "    EXCEPTIONS: " exception-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       roll1rtn.
           add 1 to ac-idx.
           compute roll-diff = ac-open (ac-idx) + ac-actv (ac-idx)
               - ac-close (ac-idx).
           if roll-diff not = 0
              add 1 to exception-count
              move ac-open (ac-idx) to amt-ed
              move ac-actv (ac-idx) to amt2-ed
              move ac-close (ac-idx) to amt3-ed
              move spaces to rptline
              string "    " ac-acct (ac-idx) "  OPEN " amt-ed
                     "  POSTED " amt2-ed "  CLOSE " amt3-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * one TR trailer per record type, then the TB tie record
       trailerrtn.
           move zeros to tt-idx.
           perform trailer1rtn 7 times.
           move spaces to axrec.
           move "TB" to ax-type.
           move sel-company to ax-company.
           move open-total to ax-tb-open.
           move debit-total to ax-tb-debits.
           move credit-total to ax-tb-credits.
           move close-total to ax-tb-close.
           move ac-count to ax-tb-accounts.
           move exception-count to ax-tb-exceptions.
           write axrec.
       trailer1rtn.
           add 1 to tt-idx.
           move spaces to axrec.
           move "TR" to ax-type.
           move sel-company to ax-company.
           move tt-name (tt-idx) to ax-tr-rectype.
           move tt-count (tt-idx) to ax-tr-count.
           move tt-total (tt-idx) to ax-tr-total.
           write axrec.
           move tt-total (tt-idx) to amt-ed.
           move spaces to rptline.
           string "RECORD TYPE " tt-name (tt-idx)
                  "  COUNT: " tt-count (tt-idx)
                  "  AMOUNT TOTAL: " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move open-total to amt-ed.
           move spaces to rptline.
           string "OPENING TRIAL BALANCE (" open-source "): " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move debit-total to amt-ed.
           move credit-total to amt2-ed.
           move spaces to rptline.
           string "POSTINGS - DEBITS: " amt-ed
                  "  CREDITS: " amt2-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move close-total to amt-ed.
           move spaces to rptline.
           string "CLOSING TRIAL BALANCE (GLMSNEW): " amt-ed
                  "  ACCOUNTS: " ac-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if unstamped-count > 0
              move spaces to rptline
              string "*** BATCH-TABLE FULL - " unstamped-count
                     " GEN STAMPS NOT LOADED, SOURCES MAY SHOW MANUAL"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           move spaces to rptline.
           if exception-count > 0
              move "*** AUDIT FILE DOES NOT TIE - SEE EXCEPTIONS ***"
                 to rptline
           else
              move "AUDIT FILE TIES TO THE TRIAL BALANCE" to rptline
           end-if.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
