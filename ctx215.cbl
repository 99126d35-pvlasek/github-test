       identification division.
      * ctx215 - test/demo mainframe conversion to micro focus cobol
      *        - folio statement of account off the FOLLEDG folio
      *          ledger - every levy, supplementary levy, payment,
      *          grant, appeal adjustment and refund posted to a
      *          folio with the running balance, so a disputed
      *          balance stops being pieced together from a dozen
      *          registers and the auditlog record images
      *        - FOLLEDG is sorted by folio keeping the rows of a
      *          folio in the order they were posted; env-vars
      *          CTX215-FROM / CTX215-TO limit the folio range
      *          (default every folio, one folio when both are set
      *          to it)
      *        - each statement's closing balance is proved against
      *          the folio's ctx-maint-tax on CITYTAX, and a folio
      *          that doesn't prove is flagged and counted on the
      *          JOBSUM status
      *        - a folio whose balance predates the ledger has no
      *          rows to prove with; env-var CTX215-TAKEON = 'Y'
      *          takes each such balance on as 'OB' opening balance
      *          rows (one per owing year slot) through the shared
      *          folpost subprogram, once, when the ledger starts
      *        - a folio off the roll whose ledger closes at zero was
      *          retired by a ctx220 subdivision or consolidation and
      *          is shown as retired, not as missing from CITYTAX
       program-id. ctx215.
       environment division.
       input-output section.
       file-control.
           select folledg assign external FOLLEDG
                  organization record sequential access mode sequential
                  file status folledg-stat.
           select sortwk assign "sortwk215".
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select stmtrpt assign external STMTRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  folledg record contains 80 characters.
           01 folledgrec         pic x(80).
       sd  sortwk.
           01 sortrec.
              05 sr-folio        pic x(10).
              05 filler          pic x(70).
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  stmtrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * the transaction being printed, returned off the sort
       01  flrec. copy "folledg.cpy".
       01  wrk-flds.
           05 folledg-eof        pic x value ' '.
               88 folledg-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 first-folio-sw     pic x value 'Y'.
               88 first-folio             value 'Y'.
           05 prev-folio         pic x(10) value spaces.
           05 stmt-count         pic 9(5) value zeros.
           05 txn-count          pic 9(7) value zeros.
           05 proved-count       pic 9(5) value zeros.
           05 unproved-count     pic 9(5) value zeros.
           05 orphan-count       pic 9(5) value zeros.
           05 takeon-count       pic 9(5) value zeros.
           05 quiet-count        pic 9(5) value zeros.
           05 retired-count      pic 9(5) value zeros.
           05 takeon-sw          pic x value 'N'.
               88 takeon-wanted           value 'Y'.
      * one folio's statement
       01  stmt-flds.
           05 running-bal        pic s9(9)v99 comp-3 value 0.
           05 on-roll-sw         pic x value 'Y'.
               88 on-roll                 value 'Y'.
           05 folio-name         pic x(20) value spaces.
           05 folio-maint        pic s9(7)v99 comp-3 value 0.
           05 type-txt           pic x(14) value spaces.
           05 amt-ed             pic z,zzz,zz9.99-.
           05 run-ed             pic zzz,zzz,zz9.99-.
           05 maint-ed           pic zzz,zzz,zz9.99-.
      * the selection, off the environment
       01  sel-flds.
           05 sel-from           pic x(10) value spaces.
           05 sel-to             pic x(10) value spaces.
      * folio ledger posting through the shared folpost subprogram,
      * for the opening balance take-on
       01  folpost-flds.
           05 fol-type           pic x(2) value "OB".
           05 fol-year           pic 9(4) value zeros.
           05 fol-amount         pic s9(7)v99 comp-3 value 0.
           05 fol-ref            pic x(16) value "BALANCE TAKE-ON".
           05 fol-batch          pic x(12) value spaces.
           05 fol-pgm            pic x(6) value "CTX215".
      * the folios in range off CITYTAX, for the name and the
      * ctx-maint-tax each statement is proved against
       01  folio-flds.
           05 folio-count        pic 9(5) value zeros.
           05 folio-idx          pic 9(5) value zeros.
           05 folio-found-sw     pic x value 'N'.
               88 folio-found             value 'Y'.
           05 slot-idx           pic 9 value zero.
           05 slots-valid-sw     pic x value 'N'.
               88 slots-valid             value 'Y'.
       01  folio-table.
           05 folio-entry occurs 5000 times.
              10 ft-folio        pic x(10).
              10 ft-name         pic x(20).
              10 ft-maint        pic s9(7)v99 comp-3.
              10 ft-on-ledger    pic x(1).
              10 ft-slot occurs 3 times.
                 15 ft-year      pic 9(4).
                 15 ft-amt       pic s9(7)v99 comp-3.
       01  misc.
           05 folledg-stat       pic xx value spaces.
           05 citytax-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-from from environment "CTX215-FROM"
               on exception move spaces to sel-from
           end-accept.
           accept sel-to from environment "CTX215-TO"
               on exception move spaces to sel-to
           end-accept.
           if sel-to = spaces
              move high-values to sel-to
           end-if.
           accept takeon-sw from environment "CTX215-TAKEON"
               on exception move 'N' to takeon-sw
           end-accept.
           string "CTX215" rundate-ymd6 delimited by size
               into fol-batch
           end-string.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move '1' to citytax-eof.
           perform loadfoliortn until citytax-at-eof.
           close citytax.
           open output stmtrpt.
           move spaces to rptline.
           string "FOLIO STATEMENTS OF ACCOUNT - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on ascending key sr-folio
               with duplicates in order
               input procedure loadsort-rtn
               output procedure stmtrtn.
      * the folios in range the ledger never mentions
           perform noledgerrtn
               varying folio-idx from 1 by 1
               until folio-idx > folio-count.
           perform ttlrtn.
           close stmtrpt.
           move "CTX215" to jobsum-pgm.
           move stmt-count to jobsum-count.
           if unproved-count > 0 or orphan-count > 0
              move "UNPROVED" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadfoliortn.
           if ctx-folio >= sel-from and ctx-folio <= sel-to
              if folio-count >= 5000
                 display "CTX215 - FOLIO-TABLE FULL, CTX-FOLIO: "
                     ctx-folio " NOT LOADED" upon console
              else
                 add 1 to folio-count
                 move ctx-folio to ft-folio (folio-count)
                 move ctx-name to ft-name (folio-count)
                 move ctx-maint-tax to ft-maint (folio-count)
                 move 'N' to ft-on-ledger (folio-count)
                 perform loadslotrtn
                     varying slot-idx from 1 by 1 until slot-idx > 3
              end-if
           end-if.
           read citytax at end move '1' to citytax-eof.
       loadslotrtn.
           if ctx-owing-year (slot-idx) numeric
                 and ctx-owing-amt (slot-idx) numeric
              move ctx-owing-year (slot-idx)
                  to ft-year (folio-count slot-idx)
              move ctx-owing-amt (slot-idx)
                  to ft-amt (folio-count slot-idx)
           else
              move zeros to ft-year (folio-count slot-idx)
              move 0 to ft-amt (folio-count slot-idx)
           end-if.
      * no FOLLEDG yet is an empty ledger - every balance predates it
       loadsort-rtn.
           open input folledg.
           if folledg-stat = '00'
              read folledg at end move '1' to folledg-eof
              end-read
              perform loadrtn until folledg-at-eof
              close folledg
           else
              if folledg-stat not = '35'
                 move folledg-stat to mf-filestat
                 move "FOLLEDG"    to mf-filenamei
                 move "FOLLEDG"    to mf-filenamex
                 perform mf-display-filestat-eoj
              end-if
           end-if.
       loadrtn.
           move folledgrec to sortrec.
           if sr-folio >= sel-from and sr-folio <= sel-to
              release sortrec
           end-if.
           read folledg at end move '1' to folledg-eof.
      * the sorted transactions, one folio at a time - the
      * statement for a folio closes when the folio changes
       stmtrtn.
           return sortwk into flrec at end move 'Y' to sort-eof.
           perform stmt1rtn until sort-at-eof.
           if not first-folio
              perform folioendrtn
           end-if.
       stmt1rtn.
           if not first-folio and fl-folio not = prev-folio
              perform folioendrtn
           end-if.
           if first-folio or fl-folio not = prev-folio
              perform foliostartrtn
           end-if.
           move 'N' to first-folio-sw.
           move fl-folio to prev-folio.
           perform txnrtn.
           return sortwk into flrec at end move 'Y' to sort-eof.
       foliostartrtn.
           move 0 to running-bal.
           perform findfoliortn.
           move folio-found-sw to on-roll-sw.
           if folio-found
              move 'Y' to ft-on-ledger (folio-idx)
              move ft-name (folio-idx) to folio-name
              move ft-maint (folio-idx) to folio-maint
           else
              move "(NOT ON CITYTAX)" to folio-name
              move 0 to folio-maint
           end-if.
           move fl-folio to prev-folio.
           perform stmthdgrtn.
       findfoliortn.
           move 1 to folio-idx.
           move 'N' to folio-found-sw.
           perform findfolio1rtn
               until folio-found or folio-idx > folio-count.
       findfolio1rtn.
           if ft-folio (folio-idx) = fl-folio
              move 'Y' to folio-found-sw
           else
              add 1 to folio-idx
           end-if.
       stmthdgrtn.
           add 1 to stmt-count.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "FOLIO " prev-folio "  " folio-name
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "   DATE      TRANSACTION    YEAR  REFERENCE       "
                  "  BATCH                AMOUNT         BALANCE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * one transaction onto the running balance
       txnrtn.
           add fl-amount to running-bal.
           add 1 to txn-count.
           evaluate true
              when fl-opening
                 move "OPENING BAL" to type-txt
              when fl-levy
                 move "ANNUAL LEVY" to type-txt
              when fl-supp
                 move "SUPPLEMENTARY" to type-txt
              when fl-payment
                 move "PAYMENT" to type-txt
              when fl-grant
                 move "GRANT" to type-txt
              when fl-appeal
                 move "APPEAL ADJUST" to type-txt
              when fl-refund
                 move "REFUND" to type-txt
              when fl-convey-out
                 move "CONVEYED OUT" to type-txt
              when fl-convey-in
                 move "CONVEYED IN" to type-txt
              when other
                 move fl-type to type-txt
           end-evaluate.
           move fl-amount to amt-ed.
           move running-bal to run-ed.
           move spaces to rptline.
           string "   " fl-date "  " type-txt " " fl-year "  " fl-ref
                  "  " fl-batch " " amt-ed " " run-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * close one folio's statement and prove it to CITYTAX
       folioendrtn.
           move running-bal to run-ed.
           move spaces to rptline.
           if not on-roll
              if running-bal = 0
                 add 1 to retired-count
                 string "   CLOSING BALANCE: " run-ed
                        "   FOLIO RETIRED"
                     delimited by size into rptline
                 end-string
              else
                 add 1 to orphan-count
                 string "   CLOSING BALANCE: " run-ed
                        "   *** FOLIO NOT ON CITYTAX ***"
                     delimited by size into rptline
                 end-string
              end-if
              write rptline before advancing 1 line
           else
              string "   CLOSING BALANCE: " run-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              perform proofrtn
           end-if.
       proofrtn.
           move folio-maint to maint-ed.
           move spaces to rptline.
           if folio-maint = running-bal
              add 1 to proved-count
              string "   CTX-MAINT-TAX:   " maint-ed "   PROVED"
                  delimited by size into rptline
              end-string
           else
              add 1 to unproved-count
              string "   CTX-MAINT-TAX:   " maint-ed
                     "   *** DOES NOT PROVE ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
      * a folio with no ledger rows - nothing owing is a quiet
      * folio; a balance owing either takes on as opening balance
      * rows or is flagged, since nothing on the ledger proves it
       noledgerrtn.
           if ft-on-ledger (folio-idx) = 'N'
              if ft-maint (folio-idx) = 0
                 add 1 to quiet-count
              else
                 move ft-folio (folio-idx) to prev-folio
                 move ft-name (folio-idx) to folio-name
                 move ft-maint (folio-idx) to folio-maint
                 if takeon-wanted
                    perform takeonrtn
                 else
                    add 1 to unproved-count
                    move folio-maint to maint-ed
                    move spaces to rptline
                    string "FOLIO " prev-folio "  " folio-name
                           "  CTX-MAINT-TAX: " maint-ed
                           "  *** NO LEDGER HISTORY ***"
                        delimited by size into rptline
                    end-string
                    write rptline before advancing 1 line
                 end-if
              end-if
           end-if.
       takeonrtn.
           add 1 to takeon-count.
           move 0 to running-bal.
           move 'Y' to on-roll-sw.
           perform stmthdgrtn.
           move spaces to flrec.
           move prev-folio to fl-folio.
           move rundate-ymd8 to fl-date.
           move fol-type to fl-type.
           move fol-ref to fl-ref.
           move fol-batch to fl-batch.
           move fol-pgm to fl-pgm.
           move 'N' to slots-valid-sw.
           perform takeon1rtn
               varying slot-idx from 1 by 1 until slot-idx > 3.
      * a roll with no year slots takes on its total undated
           if not slots-valid
              move zeros to fol-year
              move folio-maint to fol-amount
              perform takeonpostrtn
           end-if.
           perform folioendrtn.
       takeon1rtn.
           if ft-year (folio-idx slot-idx) not = zeros
              move 'Y' to slots-valid-sw
              if ft-amt (folio-idx slot-idx) not = 0
                 move ft-year (folio-idx slot-idx) to fol-year
                 move ft-amt (folio-idx slot-idx) to fol-amount
                 perform takeonpostrtn
              end-if
           end-if.
       takeonpostrtn.
           call "folpost" using prev-folio fol-type fol-year fol-amount
               fol-ref fol-batch fol-pgm rundate-ymd8.
           move fol-year to fl-year.
           move fol-amount to fl-amount.
           perform txnrtn.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "STATEMENTS: " stmt-count
                  "  TRANSACTIONS: " txn-count
                  "  NO ACTIVITY, NOTHING OWING: " quiet-count
                  "  RETIRED: " retired-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PROVED TO CTX-MAINT-TAX: " proved-count
                  "  NOT PROVED: " unproved-count
                  "  NOT ON CITYTAX: " orphan-count
                  "  BALANCES TAKEN ON: " takeon-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
