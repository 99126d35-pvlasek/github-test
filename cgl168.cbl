       identification division.
      * cgl168 - test/demo mainframe conversion to micro focus cobol
      *        - monthly fixed asset depreciation run against FAMAS
      *          (famas.cpy), the asset master cgl167 maintains
      *        - env-var CGL168-PERIOD (ccyymm) names the month being
      *          depreciated, the way CGL210-PERIOD names the close;
      *          an asset already depreciated for that month (its
      *          fa-last-depr) is carried as-is, so a rerun against
      *          the new generation books nothing twice
      *        - straight line ('SL') takes cost less salvage over
      *          fa-life months; declining balance ('DB') takes
      *          fa-db-rate per cent a year of net book value, or
      *          double declining over fa-life when no rate is keyed;
      *          neither takes net book value below salvage, and an
      *          asset acquired after the period is not started
      *        - the month's charge goes on fa-accum and fa-ytd-depr
      *          (fa-ytd-depr starts again with the first month taken
      *          in a new calendar year) and the updated master is
      *          written to FAMAS2, genstamp checked and stamped the
      *          cap110 way
      *        - the charges are summarized by company, expense and
      *          accumulated depreciation account into one balanced
      *          GLTRANS batch with its BATCHHDR row and INTFCTL GEN
      *          stamp, the cgl166 way
      *        - the DEPRRPT report lists every asset depreciated and
      *          the GL lines booked
       program-id. cgl168.
       environment division.
       input-output section.
       file-control.
           select famas assign external FAMAS
                  organization record sequential access mode sequential
                  file status famas-stat.
           select famas2 assign external FAMAS2
                  organization record sequential access mode sequential.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select deprrpt assign external DEPRRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  famas record contains 200 characters.
           01 fa1. copy "famas.cpy".
       fd  famas2 record contains 200 characters.
           01 fa2               pic x(200).
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
       fd  deprrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 famas-eof          pic x value ' '.
               88 famas-at-eof            value 'Y'.
           05 depr-period        pic 9(6) value zeros.
           05 depr-period-r redefines depr-period.
              10 depr-period-ccyy pic 9(4).
              10 depr-period-mm   pic 9(2).
           05 acq-period         pic 9(6) value zeros.
           05 last-ccyy          pic 9(4) value zeros.
           05 assets-read        pic 9(7) value zeros.
           05 depr-count         pic 9(7) value zeros.
           05 done-count         pic 9(7) value zeros.
           05 full-count         pic 9(7) value zeros.
           05 skip-count         pic 9(7) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 annual-rate        pic 9(3)v9(4) value zeros.
           05 remaining          pic s9(9)v99 comp-3 value 0.
           05 month-depr         pic s9(9)v99 comp-3 value 0.
           05 nbv                pic s9(9)v99 comp-3 value 0.
           05 depr-total         pic s9(11)v99 comp-3 value 0.
           05 gl-amount          pic s9(11)v99 comp-3 value 0.
           05 batch-debits       pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzz,zzz,zz9.99-.
           05 amt2-ed            pic zzz,zzz,zz9.99-.
           05 amt3-ed            pic zzz,zzz,zz9.99-.
      * one debit/credit pair - the accounts as the charge books
      * them, the sides swapped when the amount comes through negative
       01  pair-flds.
           05 pair-amount        pic s9(11)v99 comp-3 value 0.
           05 pair-dr            pic x(8) value spaces.
           05 pair-cr            pic x(8) value spaces.
           05 pair-label         pic x(30) value spaces.
      * one summary entry per company/expense/accumulated account
       01  acct-flds.
           05 dp-count           pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
       01  acct-table.
           05 dp-entry occurs 200 times.
              10 dp-company      pic x(2).
              10 dp-expense      pic x(8).
              10 dp-accum        pic x(8).
              10 dp-amount       pic s9(11)v99 comp-3.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
      * CGL168-PERIOD comes in off the environment as text, so it's
      * checked through numedit before it is used as a number
       01  edit-flds.
           05 period-txt         pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 famas-stat         pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           05 gen-func           pic x(5) value spaces.
           05 gen-file           pic x(8) value spaces.
           05 gen-in-count       pic 9(9) value zeros.
           05 gen-in-hash        pic s9(11)v99 value zeros.
           05 gen-out-count      pic 9(9) value zeros.
           05 gen-out-hash       pic s9(11)v99 value zeros.
           05 gen-status         pic x(2) value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept period-txt from environment "CGL168-PERIOD"
               on exception move '000000' to period-txt
           end-accept.
           call "numedit" using period-txt edit-lth edit-valid-sw.
           if edit-valid
              move period-txt to depr-period
           else
              move zeros to depr-period
           end-if.
           if depr-period = zeros
                 or depr-period-mm < 1 or depr-period-mm > 12
              display "CGL168 - NO VALID CGL168-PERIOD SUPPLIED, "
                  "NOTHING DEPRECIATED" upon console
              stop run returning 16
           end-if.
           perform genchkrtn.
           open input famas.
           if famas-stat not = '00'
              move famas-stat to mf-filestat
              move "FAMAS"      to mf-filenamei
              move "FAMAS"      to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output famas2 gltrans deprrpt.
           open extend batchhdr.
           if batchhdr-stat = '35'
              open output batchhdr
           end-if.
           move spaces to rptline.
           string "FIXED ASSET DEPRECIATION - PERIOD " depr-period
                  "  RUN DATE " rundate-ymd8e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           read famas at end move 'Y' to famas-eof.
           perform deprrtn until famas-at-eof.
           perform genrtn.
           perform ttlrtn.
           close famas famas2 gltrans batchhdr deprrpt.
           move "STAMP" to gen-func.
           move "FAMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
               gen-out-hash gen-status.
           move "CGL168" to jobsum-pgm.
           move depr-count to jobsum-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * one asset - disposed, not yet acquired, already taken for
      * the period or fully depreciated carries through unchanged
       deprrtn.
           add 1 to assets-read.
           compute acq-period = fa-acq-date / 100.
           if fa-active and acq-period <= depr-period
              if fa-last-depr >= depr-period
                 add 1 to done-count
              else
                 perform calcrtn
              end-if
           else
              add 1 to skip-count
           end-if.
           move fa1 to fa2.
           write fa2.
           add 1 to gen-out-count.
           add fa-cost to gen-out-hash.
           read famas at end move 'Y' to famas-eof.
       calcrtn.
           compute remaining = fa-cost - fa-salvage - fa-accum.
           if remaining <= 0
              add 1 to full-count
           else
              if fa-declining
                 if fa-db-rate > 0
                    move fa-db-rate to annual-rate
                 else
                    compute annual-rate rounded = 2400 / fa-life
                 end-if
                 compute month-depr rounded =
                     (fa-cost - fa-accum) * annual-rate / 1200
              else
                 compute month-depr rounded =
                     (fa-cost - fa-salvage) / fa-life
              end-if
              if month-depr > remaining
                 move remaining to month-depr
              end-if
              perform findacctrtn
              if not found
                 perform newacctrtn
              end-if
              if found
                 perform postrtn
              end-if
           end-if.
      * take the month onto the asset and into its GL summary entry
       postrtn.
           add month-depr to dp-amount (srch-idx).
           add month-depr to depr-total.
           compute last-ccyy = fa-last-depr / 100.
           if last-ccyy not = depr-period-ccyy
              move 0 to fa-ytd-depr
           end-if.
           add month-depr to fa-accum.
           add month-depr to fa-ytd-depr.
           add 1 to fa-months-depr.
           move depr-period to fa-last-depr.
           add 1 to depr-count.
           compute nbv = fa-cost - fa-accum.
           move month-depr to amt-ed.
           move fa-accum to amt2-ed.
           move nbv to amt3-ed.
           move spaces to rptline.
           string fa-asset " " fa-dscrptn " " fa-method
                  " DEPRN " amt-ed " ACCUM " amt2-ed
                  " NBV " amt3-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       findacctrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findacct1rtn
               until found or srch-idx > dp-count.
       findacct1rtn.
           if dp-company (srch-idx) = fa-company
                 and dp-expense (srch-idx) = fa-expense-acct
                 and dp-accum (srch-idx) = fa-accum-acct
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
       newacctrtn.
           if dp-count >= 200
              display "CGL168 - ACCT-TABLE FULL, ASSET: "
                  fa-asset " NOT DEPRECIATED" upon console
              add 1 to reject-count
           else
              add 1 to dp-count
              move dp-count to srch-idx
              move fa-company to dp-company (srch-idx)
              move fa-expense-acct to dp-expense (srch-idx)
              move fa-accum-acct to dp-accum (srch-idx)
              move 0 to dp-amount (srch-idx)
              move 'Y' to found-sw
           end-if.
      * one balanced GLTRANS batch - a pair per summary entry
       genrtn.
           move spaces to gltrec.
           move "FA" to glt-type.
           move spaces to glt-batch.
           string "D" rundate-ymd6 (2:5) delimited by size
               into glt-batch
           end-string.
           move depr-period (3:4) to glt-ref.
           move rundate-ymd6 to glt-date.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "GL BATCH " glt-batch
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to srch-idx.
           perform gen1rtn until srch-idx >= dp-count.
           if batch-debits not = 0
              perform batchendrtn
           end-if.
       gen1rtn.
           add 1 to srch-idx.
           move dp-company (srch-idx) to glt-company.
           move dp-amount (srch-idx) to pair-amount.
           move dp-expense (srch-idx) to pair-dr.
           move dp-accum (srch-idx) to pair-cr.
           move "FA DEPRECIATION" to pair-label.
           perform pairrtn.
      * an entry with no money writes nothing
       pairrtn.
           if pair-amount not = 0
              move pair-label to glt-dscrptn
              if pair-amount < 0
                 compute gl-amount = 0 - pair-amount
                 move pair-cr to glt-acct
                 move gl-amount to glt-amount
                 move 'DR' to glt-js
                 write gltrec
                 move pair-dr to glt-acct
                 move 'CR' to glt-js
                 write gltrec
              else
                 move pair-amount to gl-amount
                 move pair-dr to glt-acct
                 move gl-amount to glt-amount
                 move 'DR' to glt-js
                 write gltrec
                 move pair-cr to glt-acct
                 move 'CR' to glt-js
                 write gltrec
              end-if
              add gl-amount to batch-debits
              move pair-amount to amt-ed
              move spaces to rptline
              string "    COMPANY " glt-company "  " pair-label
                     "  DR " pair-dr "  CR " pair-cr "  " amt-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * the matching BATCHHDR row carries debits and credits both
       batchendrtn.
           move spaces to bh-rec.
           move glt-batch to bh-batch.
           compute bh-total = batch-debits * 2.
           move ' ' to bh-reverse.
           write bh-rec.
           move "GEN" to intf-event.
           move "CGL168" to intf-source.
           move batch-debits to intf-debits.
           move batch-debits to intf-credits.
           call "intfctl" using intf-event glt-batch intf-source
               glt-date intf-debits intf-credits.
      * verify the mounted FAMAS against its latest generation stamp
      * BEFORE the run writes anything - the cap110 pre-pass
       genchkrtn.
           open input famas.
           if famas-stat not = '00'
              move famas-stat to mf-filestat
              move "FAMAS"      to mf-filenamei
              move "FAMAS"      to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read famas at end move 'Y' to famas-eof.
           perform genchk1rtn until famas-at-eof.
           close famas.
           move ' ' to famas-eof.
           move "CHECK" to gen-func.
           move "FAMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-in-count
               gen-in-hash gen-status.
           if gen-status = 'NO'
              display "CGL168 - FAMAS DOES NOT MATCH ITS LATEST "
                  "GENERATION STAMP - WRONG GENERATION MOUNTED, "
                  "RUN STOPPED BEFORE THE UPDATE" upon console
              stop run returning 16
           end-if.
       genchk1rtn.
           add 1 to gen-in-count.
           add fa-cost to gen-in-hash.
           read famas at end move 'Y' to famas-eof.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ASSETS READ: " assets-read
                  "  DEPRECIATED: " depr-count
                  "  ALREADY TAKEN: " done-count
                  "  FULLY DEPRECIATED: " full-count
                  "  NOT IN SERVICE: " skip-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move depr-total to amt-ed.
           move spaces to rptline.
           string "DEPRECIATION FOR THE PERIOD: " amt-ed
                  "  NOT DEPRECIATED (TABLE FULL): " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
