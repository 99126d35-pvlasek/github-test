       identification division.
      * cgl166 - test/demo mainframe conversion to micro focus cobol
      *        - AR cash-to-gl interface, the rest of the receivables
      *          cycle cgl160 (sales) and car224 (write-offs) never
      *          booked - so car218's AROPEN-to-control reconciliation
      *          balances the day the subledger moves instead of when
      *          the bookkeeper catches up on hand journals
      *        - summarizes the ARGLACT trail (arglact.cpy) that car220
      *          (receipts, discounts, on-account cash), car222 and
      *          car229 (suspense applied), car223 (NSF reversals and
      *          fees) and car227 (finance charges) append to, for
      *          the ga-dates from CGL166-FROM to CGL166-TO (yymmdd,
      *          both default the run date, so a night missed is
      *          picked up by widening the range)
      *        - one balanced GLTRANS batch per date, a debit/credit
      *          pair per kind of movement, coded from ACCTMAP: ARBANK
      *          (the deposit account), AR (the control), ARUNAP
      *          (unapplied cash liability), ARDISC (discounts
      *          allowed), FINCHG (finance charge revenue) and NSFFEE
      *          (NSF handling fee revenue); each batch gets its
      *          BATCHHDR row and INTFCTL GEN stamp the way the other
      *          generators hand over to cgl200
      *        - the INTFRPT control report shows each date's totals
      *          by kind and the net movement on the AR control
       program-id. cgl166.
       environment division.
       input-output section.
       file-control.
           select arglact assign external ARGLACT
                  organization record sequential access mode sequential
                  file status arglact-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status acctmap-stat.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select intfrpt assign external INTFRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  arglact record contains 40 characters.
           01 garec. copy "arglact.cpy".
       fd  acctmap record contains 80 characters.
           01 amrec.
              05 am-kind         pic x(8).
              05 am-acct         pic x(8).
              05 filler          pic x(64).
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
       fd  intfrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 arglact-eof        pic x value ' '.
               88 arglact-at-eof          value '1'.
           05 acctmap-eof        pic x value ' '.
               88 acctmap-at-eof          value '1'.
           05 date-from          pic 9(6) value zeros.
           05 date-to            pic 9(6) value zeros.
           05 rows-read          pic 9(7) value zeros.
           05 rows-selected      pic 9(7) value zeros.
           05 rows-rejected      pic 9(5) value zeros.
           05 batch-count        pic 9(5) value zeros.
           05 ar-net             pic s9(11)v99 comp-3 value 0.
           05 ar-net-total       pic s9(11)v99 comp-3 value 0.
           05 gl-amount          pic s9(11)v99 comp-3 value 0.
           05 batch-debits       pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzz,zzz,zz9.99-.
      * one debit/credit pair - the accounts as the movement books
      * them, the sides swapped when the amount comes through negative
       01  pair-flds.
           05 pair-amount        pic s9(11)v99 comp-3 value 0.
           05 pair-dr            pic x(8) value spaces.
           05 pair-cr            pic x(8) value spaces.
           05 pair-label         pic x(30) value spaces.
       01  map-flds.
           05 map-bank           pic x(8) value spaces.
           05 map-ar             pic x(8) value spaces.
           05 map-unap           pic x(8) value spaces.
           05 map-disc           pic x(8) value spaces.
           05 map-finchg         pic x(8) value spaces.
           05 map-nsffee         pic x(8) value spaces.
      * one summary entry per ga-date selected, a total per kind
       01  date-flds.
           05 date-count         pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
       01  date-table.
           05 date-entry occurs 100 times.
              10 dt-date         pic 9(6).
              10 dt-receipt      pic s9(11)v99 comp-3.
              10 dt-onacct       pic s9(11)v99 comp-3.
              10 dt-applied      pic s9(11)v99 comp-3.
              10 dt-discount     pic s9(11)v99 comp-3.
              10 dt-nsf          pic s9(11)v99 comp-3.
              10 dt-nsffee       pic s9(11)v99 comp-3.
              10 dt-finchg       pic s9(11)v99 comp-3.
       01  company-flds.
           05 gen-company        pic x(2) value '01'.
      * interface control stamp for the shared INTFCTL ledger
       01  intf-flds.
           05 intf-event         pic x(5) value spaces.
           05 intf-source        pic x(8) value spaces.
           05 intf-debits        pic 9(9)v99 value zeros.
           05 intf-credits       pic 9(9)v99 value zeros.
       01  edit-flds.
           05 date-txt           pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 arglact-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept gen-company from environment "CGL166-COMPANY"
               on exception move '01' to gen-company
           end-accept.
           accept date-txt from environment "CGL166-FROM"
               on exception move '000000' to date-txt
           end-accept.
           call "numedit" using date-txt edit-lth edit-valid-sw.
           if edit-valid
              move date-txt to date-from
           else
              display "CGL166 - INVALID CGL166-FROM VALUE: "
                  date-txt upon console
              move zeros to date-from
           end-if.
           if date-from = zeros
              move rundate-ymd6 to date-from
           end-if.
           accept date-txt from environment "CGL166-TO"
               on exception move '000000' to date-txt
           end-accept.
           call "numedit" using date-txt edit-lth edit-valid-sw.
           if edit-valid
              move date-txt to date-to
           else
              display "CGL166 - INVALID CGL166-TO VALUE: "
                  date-txt upon console
              move zeros to date-to
           end-if.
           if date-to = zeros
              move rundate-ymd6 to date-to
           end-if.
           open input acctmap.
           if acctmap-stat not = '00'
              move acctmap-stat to mf-filestat
              move "ACCTMAP"    to mf-filenamei
              move "ACCTMAP"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read acctmap at end move '1' to acctmap-eof.
           perform loadmaprtn until acctmap-at-eof.
           close acctmap.
           if map-bank = spaces or map-ar = spaces
                 or map-unap = spaces or map-disc = spaces
                 or map-finchg = spaces or map-nsffee = spaces
              display "CGL166 - ACCTMAP MUST NAME ARBANK, AR, ARUNAP, "
                  "ARDISC, FINCHG AND NSFFEE ACCOUNTS, NOTHING "
                  "GENERATED" upon console
              stop run returning 16
           end-if.
      * no ARGLACT yet means no AR money has moved, not an error
           open input arglact.
           if arglact-stat = '00'
              read arglact at end move '1' to arglact-eof
              end-read
              perform accumrtn until arglact-at-eof
              close arglact
           end-if.
           open output gltrans intfrpt.
           open extend batchhdr.
           if batchhdr-stat = '35'
              open output batchhdr
           end-if.
           move spaces to rptline.
           string "AR CASH TO GL INTERFACE CONTROL REPORT - DATES "
                  date-from " TO " date-to
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move zeros to srch-idx.
           perform genrtn until srch-idx >= date-count.
           perform ttlrtn.
           close gltrans batchhdr intfrpt.
           move "CGL166" to jobsum-pgm.
           move rows-selected to jobsum-count.
           if rows-rejected > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmaprtn.
           if am-kind = "ARBANK"
              move am-acct to map-bank
           end-if.
           if am-kind = "AR"
              move am-acct to map-ar
           end-if.
           if am-kind = "ARUNAP"
              move am-acct to map-unap
           end-if.
           if am-kind = "ARDISC"
              move am-acct to map-disc
           end-if.
           if am-kind = "FINCHG"
              move am-acct to map-finchg
           end-if.
           if am-kind = "NSFFEE"
              move am-acct to map-nsffee
           end-if.
           read acctmap at end move '1' to acctmap-eof.
      * one movement into its date's bucket under its kind
       accumrtn.
           add 1 to rows-read.
           if ga-date >= date-from and ga-date <= date-to
              perform finddatertn
              if not found
                 perform newdatertn
              end-if
              if found
                 perform accum1rtn
              end-if
           end-if.
           read arglact at end move '1' to arglact-eof.
       accum1rtn.
           if ga-receipt
              add ga-amount to dt-receipt (srch-idx)
           end-if.
           if ga-onacct
              add ga-amount to dt-onacct (srch-idx)
           end-if.
           if ga-applied
              add ga-amount to dt-applied (srch-idx)
           end-if.
           if ga-discount
              add ga-amount to dt-discount (srch-idx)
           end-if.
           if ga-nsf
              add ga-amount to dt-nsf (srch-idx)
           end-if.
           if ga-nsffee
              add ga-amount to dt-nsffee (srch-idx)
           end-if.
           if ga-finchg
              add ga-amount to dt-finchg (srch-idx)
           end-if.
           if ga-receipt or ga-onacct or ga-applied or ga-discount
                 or ga-nsf or ga-nsffee or ga-finchg
              add 1 to rows-selected
           else
              add 1 to rows-rejected
              display "CGL166 - UNKNOWN GA-KIND: " ga-kind
                  " CUST: " ga-cust " INV: " ga-inv
                  " NOT BOOKED" upon console
           end-if.
       finddatertn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform finddate1rtn
               until found or srch-idx > date-count.
       finddate1rtn.
           if dt-date (srch-idx) = ga-date
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
       newdatertn.
           if date-count >= 100
              display "CGL166 - DATE-TABLE FULL, GA-DATE: "
                  ga-date " NOT BOOKED" upon console
              add 1 to rows-rejected
           else
              add 1 to date-count
              move date-count to srch-idx
              move ga-date to dt-date (srch-idx)
              move 0 to dt-receipt (srch-idx)
              move 0 to dt-onacct (srch-idx)
              move 0 to dt-applied (srch-idx)
              move 0 to dt-discount (srch-idx)
              move 0 to dt-nsf (srch-idx)
              move 0 to dt-nsffee (srch-idx)
              move 0 to dt-finchg (srch-idx)
              move 'Y' to found-sw
           end-if.
      * one balanced GLTRANS batch per date - a pair per kind
       genrtn.
           add 1 to srch-idx.
           move 0 to batch-debits.
           move spaces to gltrec.
           move "AR" to glt-type.
           move spaces to glt-batch.
           string "K" dt-date (srch-idx) (2:5) delimited by size
               into glt-batch
           end-string.
           move "ARCASH" to glt-ref.
           move dt-date (srch-idx) to glt-date.
           move gen-company to glt-company.
           move spaces to rptline.
           string "BATCH " glt-batch "  DATE: " dt-date (srch-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move dt-receipt (srch-idx) to pair-amount.
           move map-bank to pair-dr.
           move map-ar to pair-cr.
           move "AR CASH RECEIPTS APPLIED" to pair-label.
           perform pairrtn.
           move dt-onacct (srch-idx) to pair-amount.
           move map-bank to pair-dr.
           move map-unap to pair-cr.
           move "AR CASH RECEIVED ON ACCOUNT" to pair-label.
           perform pairrtn.
           move dt-applied (srch-idx) to pair-amount.
           move map-unap to pair-dr.
           move map-ar to pair-cr.
           move "AR UNAPPLIED CASH APPLIED" to pair-label.
           perform pairrtn.
           move dt-discount (srch-idx) to pair-amount.
           move map-disc to pair-dr.
           move map-ar to pair-cr.
           move "AR DISCOUNTS ALLOWED" to pair-label.
           perform pairrtn.
           move dt-nsf (srch-idx) to pair-amount.
           move map-ar to pair-dr.
           move map-bank to pair-cr.
           move "AR NSF CHEQUES REVERSED" to pair-label.
           perform pairrtn.
           move dt-nsffee (srch-idx) to pair-amount.
           move map-ar to pair-dr.
           move map-nsffee to pair-cr.
           move "AR NSF HANDLING FEES" to pair-label.
           perform pairrtn.
           move dt-finchg (srch-idx) to pair-amount.
           move map-ar to pair-dr.
           move map-finchg to pair-cr.
           move "AR FINANCE CHARGES" to pair-label.
           perform pairrtn.
           compute ar-net = dt-nsf (srch-idx) + dt-nsffee (srch-idx)
               + dt-finchg (srch-idx) - dt-receipt (srch-idx)
               - dt-applied (srch-idx) - dt-discount (srch-idx).
           add ar-net to ar-net-total.
           move ar-net to amt-ed.
           move spaces to rptline.
           string "    NET MOVEMENT ON AR CONTROL:   " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if batch-debits not = 0
              perform batchendrtn
           end-if.
      * a kind with no money that day writes nothing
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
              string "    " pair-label "    " amt-ed
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
           add 1 to batch-count.
           move "GEN" to intf-event.
           move "CGL166" to intf-source.
           move batch-debits to intf-debits.
           move batch-debits to intf-credits.
           call "intfctl" using intf-event glt-batch intf-source
               glt-date intf-debits intf-credits.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ROWS READ: " rows-read
                  "  BOOKED: " rows-selected
                  "  REJECTED: " rows-rejected
                  "  BATCHES GENERATED: " batch-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move ar-net-total to amt-ed.
           move spaces to rptline.
           string "NET MOVEMENT ON AR CONTROL, ALL DATES: " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
