       identification division.
      * cgl169 - test/demo mainframe conversion to micro focus cobol
      *        - fixed asset register off FAMAS (famas.cpy), proved
      *          against the general ledger the way car218 proves
      *          AROPEN against its control account
      *        - lists every asset with its class, company,
      *          department, acquisition date, method, cost,
      *          accumulated depreciation and net book value; a
      *          disposed asset prints with its disposal date and
      *          gain or loss and is left out of the totals, its cost
      *          having come off the ledger at disposal
      *        - totals the in-service cost by fa-asset-acct and the
      *          accumulated depreciation by fa-accum-acct within
      *          company, and sets each total beside the glm-balance
      *          of that account on GLMSNEW (accumulated depreciation
      *          carries a credit balance, so it is compared as a
      *          positive); any difference, or an account not on
      *          GLMSNEW, is flagged and the job ends OUTOFBAL
      *        - run after cgl200 has posted the cgl167/cgl168
      *          batches, or the month's entries show as differences
      *        - env-var CGL169-COMPANY limits the register to one
      *          company (default all companies)
       program-id. cgl169.
       environment division.
       input-output section.
       file-control.
           select famas assign external FAMAS
                  organization record sequential access mode sequential
                  file status famas-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select fareg assign external FAREG
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  famas record contains 200 characters.
           01 fa1. copy "famas.cpy".
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
       fd  fareg record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 famas-eof          pic x value ' '.
               88 famas-at-eof            value '1'.
           05 glmsnew-eof        pic x value ' '.
               88 glmsnew-at-eof          value '1'.
           05 sel-company        pic x(2) value spaces.
           05 active-count       pic 9(7) value zeros.
           05 disposed-count     pic 9(7) value zeros.
           05 cost-total         pic s9(11)v99 comp-3 value 0.
           05 accum-total        pic s9(11)v99 comp-3 value 0.
           05 nbv-total          pic s9(11)v99 comp-3 value 0.
           05 ytd-total          pic s9(11)v99 comp-3 value 0.
           05 nbv                pic s9(11)v99 comp-3 value 0.
           05 gl-compare         pic s9(11)v99 comp-3 value 0.
           05 difference         pic s9(11)v99 comp-3 value 0.
           05 outofbal-sw        pic x value 'N'.
               88 outofbal                value 'Y'.
           05 line-count         pic 9(3) value 99.
           05 page-count         pic 9(3) value zeros.
           05 amt-ed             pic zzz,zzz,zz9.99-.
           05 amt2-ed            pic zzz,zzz,zz9.99-.
           05 amt3-ed            pic zzz,zzz,zz9.99-.
      * one proof entry per company and account - 'C' cost on the
      * asset account, 'A' accumulated depreciation on its account
       01  proof-flds.
           05 pf-count           pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 srch-kind          pic x value spaces.
           05 srch-acct          pic x(8) value spaces.
           05 srch-amount        pic s9(11)v99 comp-3 value 0.
       01  proof-table.
           05 pf-entry occurs 200 times.
              10 pf-company      pic x(2).
              10 pf-acct         pic x(8).
              10 pf-kind         pic x.
              10 pf-register     pic s9(11)v99 comp-3.
              10 pf-gl           pic s9(11)v99 comp-3.
              10 pf-found-sw     pic x.
                  88 pf-found            value 'Y'.
       01  hdr1.
           05 filler pic x(32) value "FIXED ASSET REGISTER - RUN DATE ".
           05 hdr1-date          pic x(10).
           05 filler pic x(12) value "  COMPANY: ".
           05 hdr1-company       pic x(3).
           05 filler pic x(45) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 hdr1-page          pic zz9.
       01  hdr2.
           05 filler pic x(38) value
              "ASSET  DESCRIPTION                    ".
           05 filler pic x(39) value
              "CLAS CO DEPT ACQUIRED MT          COST ".
           05 filler pic x(43) value
              "      ACCUM DEPN         NET BOOK          ".
       01  misc.
           05 famas-stat         pic xx value spaces.
           05 glmsnew-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-company from environment "CGL169-COMPANY"
               on exception move spaces to sel-company
           end-accept.
           open input famas.
           if famas-stat not = '00'
              move famas-stat to mf-filestat
              move "FAMAS"      to mf-filenamei
              move "FAMAS"      to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output fareg.
           move rundate-ymd8e to hdr1-date.
           if sel-company = spaces
              move "ALL" to hdr1-company
           else
              move sel-company to hdr1-company
           end-if.
           read famas at end move '1' to famas-eof.
           perform listrtn until famas-at-eof.
           close famas.
           perform regttlrtn.
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
           perform glmatchrtn until glmsnew-at-eof.
           close glmsnew.
           perform proofrtn.
           close fareg.
           move "CGL169" to jobsum-pgm.
           compute jobsum-count = active-count + disposed-count.
           if outofbal
              move "OUTOFBAL" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       hdrrtn.
           add 1 to page-count.
           move page-count to hdr1-page.
           move hdr1 to rptline.
           write rptline after advancing page.
           move hdr2 to rptline.
           write rptline after advancing 2 lines.
           move spaces to rptline.
           write rptline after advancing 1 line.
           move 4 to line-count.
       listrtn.
           if sel-company = spaces or fa-company = sel-company
              if line-count > 55
                 perform hdrrtn
              end-if
              perform list1rtn
           end-if.
           read famas at end move '1' to famas-eof.
       list1rtn.
           compute nbv = fa-cost - fa-accum.
           move fa-cost to amt-ed.
           move fa-accum to amt2-ed.
           move nbv to amt3-ed.
           move spaces to rptline.
           string fa-asset " " fa-dscrptn " " fa-class " "
                  fa-company " " fa-dept " " fa-acq-date " "
                  fa-method amt-ed "  " amt2-ed "  " amt3-ed
               delimited by size into rptline
           end-string.
           write rptline after advancing 1 line.
           add 1 to line-count.
           if fa-disposed
              add 1 to disposed-count
              move fa-proceeds to amt-ed
              move fa-gain-loss to amt2-ed
              move spaces to rptline
              string "         DISPOSED " fa-disp-date
                     "  PROCEEDS " amt-ed "  GAIN/LOSS " amt2-ed
                     "  - NOT IN TOTALS"
                  delimited by size into rptline
              end-string
              write rptline after advancing 1 line
              add 1 to line-count
           else
              add 1 to active-count
              add fa-cost to cost-total
              add fa-accum to accum-total
              add nbv to nbv-total
              add fa-ytd-depr to ytd-total
              move 'C' to srch-kind
              move fa-asset-acct to srch-acct
              move fa-cost to srch-amount
              perform addproofrtn
              move 'A' to srch-kind
              move fa-accum-acct to srch-acct
              move fa-accum to srch-amount
              perform addproofrtn
           end-if.
       addproofrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findproofrtn
               until found or srch-idx > pf-count.
           if not found
              if pf-count >= 200
                 display "CGL169 - PROOF-TABLE FULL, ACCOUNT: "
                     srch-acct " NOT PROVED" upon console
                 move 'Y' to outofbal-sw
              else
                 add 1 to pf-count
                 move pf-count to srch-idx
                 move fa-company to pf-company (srch-idx)
                 move srch-acct to pf-acct (srch-idx)
                 move srch-kind to pf-kind (srch-idx)
                 move 0 to pf-register (srch-idx)
                 move 0 to pf-gl (srch-idx)
                 move 'N' to pf-found-sw (srch-idx)
                 move 'Y' to found-sw
              end-if
           end-if.
           if found
              add srch-amount to pf-register (srch-idx)
           end-if.
       findproofrtn.
           if pf-company (srch-idx) = fa-company
                 and pf-acct (srch-idx) = srch-acct
                 and pf-kind (srch-idx) = srch-kind
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
       regttlrtn.
           if line-count > 50
              perform hdrrtn
           end-if.
           move cost-total to amt-ed.
           move accum-total to amt2-ed.
           move nbv-total to amt3-ed.
           move spaces to rptline.
           string "IN SERVICE: " active-count
                  "  TOTALS" "                                     "
                  amt-ed "  " amt2-ed "  " amt3-ed
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
           move ytd-total to amt-ed.
           move spaces to rptline.
           string "DISPOSED: " disposed-count
                  "  DEPRECIATION THIS YEAR, IN SERVICE: " amt-ed
               delimited by size into rptline
           end-string.
           write rptline after advancing 1 line.
      * every proof entry on this company's account picks up its
      * GL balance - the same account can carry cost for one asset
      * class and be named by another, so all entries are scanned
       glmatchrtn.
           move zeros to srch-idx.
           perform glmatch1rtn until srch-idx >= pf-count.
           read glmsnew at end move '1' to glmsnew-eof.
       glmatch1rtn.
           add 1 to srch-idx.
           if pf-acct (srch-idx) = glm-acct
                 and pf-company (srch-idx) = glm-company
              move 'Y' to pf-found-sw (srch-idx)
              add glm-balance to pf-gl (srch-idx)
           end-if.
       proofrtn.
           move spaces to rptline.
           write rptline after advancing 2 lines.
           move spaces to rptline.
           string "PROOF TO GLMSNEW  CO ACCOUNT   KIND"
                  "        REGISTER          LEDGER"
                  "      DIFFERENCE"
               delimited by size into rptline
           end-string.
           write rptline after advancing 1 line.
           move zeros to srch-idx.
           perform proof1rtn until srch-idx >= pf-count.
           move spaces to rptline.
           if outofbal
              move "*** REGISTER DOES NOT AGREE TO THE LEDGER ***"
                 to rptline
           else
              move "REGISTER AGREES TO THE LEDGER" to rptline
           end-if.
           write rptline after advancing 2 lines.
       proof1rtn.
           add 1 to srch-idx.
           if pf-kind (srch-idx) = 'A'
              compute gl-compare = 0 - pf-gl (srch-idx)
           else
              move pf-gl (srch-idx) to gl-compare
           end-if.
           compute difference = pf-register (srch-idx) - gl-compare.
           move pf-register (srch-idx) to amt-ed.
           move gl-compare to amt2-ed.
           move difference to amt3-ed.
           move spaces to rptline.
           if pf-kind (srch-idx) = 'A'
              string "                  " pf-company (srch-idx) " "
                     pf-acct (srch-idx) "  ACCUM " amt-ed " "
                     amt2-ed " " amt3-ed
                  delimited by size into rptline
              end-string
           else
              string "                  " pf-company (srch-idx) " "
                     pf-acct (srch-idx) "  COST  " amt-ed " "
                     amt2-ed " " amt3-ed
                  delimited by size into rptline
              end-string
           end-if.
           if not pf-found (srch-idx)
              move "  *** NOT ON GLMSNEW ***" to rptline (86:24)
              move 'Y' to outofbal-sw
           else
              if difference not = 0
                 move "  *** OUT OF BALANCE ***" to rptline (86:24)
                 move 'Y' to outofbal-sw
              end-if
           end-if.
           write rptline after advancing 1 line.
       copy "unixproc1.cpy".
