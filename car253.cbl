       identification division.
      * car253 - test/demo mainframe conversion to micro focus cobol
      *        - dispute hold and release processing against AROPEN -
      *          an invoice the customer disputes (wrong price, short
      *          shipment) kept aging, got dunned by car226, charged
      *          interest by car227 and counted toward the car270
      *          credit hold while the dispute was being worked
      *        - matches sorted DSPTRAN transactions (customer,
      *          invoice, 'H' hold or 'R' release, reason code, the
      *          date the customer raised or the dispute was settled,
      *          who raised or released it, and a note) against the
      *          sorted AROPEN by customer/invoice, the car223
      *          matched-update shape; several transactions for one
      *          item apply in the order keyed
      *        - a hold sets ar-disp-reason/ar-disp-date on the item
      *          (aropen.cpy), a release clears them; a hold on an
      *          item already held, a release of one not held, or an
      *          item not on AROPEN is rejected
      *        - reason codes: PR price, SH short shipment, DM damaged
      *          goods, QU quality, BL billing error, RT return
      *          pending, OT other
      *        - every hold and release is appended to the permanent
      *          DSPHIST dispute history (dsphist.cpy) and printed on
      *          the DSPJRNL journal; car254 ages the open disputes
       program-id. car253.
       environment division.
       input-output section.
       file-control.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status aropen-stat.
           select dsptran assign external DSPTRAN
                  organization record sequential access mode sequential
                  file status dsptran-stat.
           select aropen2 assign external AROPEN2
                  organization record sequential access mode sequential.
           select dsphist assign external DSPHIST
                  organization record sequential access mode sequential
                  file status dsphist-stat.
           select dspjrnl assign external DSPJRNL
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  aropen record contains 32 characters.
           01 aropenrec. copy "aropen.cpy".
      * keyed dispute transaction, sorted ascending by dt-cust/dt-inv -
      * text as keyed, validated through NUMEDIT
       fd  dsptran record contains 100 characters.
           01 dtrec.
              05 dt-cust         pic x(6).
              05 dt-inv          pic x(6).
              05 dt-action       pic x(1).
                  88 dt-hold               value 'H'.
                  88 dt-release            value 'R'.
              05 dt-reason       pic x(2).
                  88 dt-reason-ok          value 'PR' 'SH' 'DM' 'QU'
                                                 'BL' 'RT' 'OT'.
              05 dt-date         pic x(6).
              05 dt-user         pic x(8).
              05 dt-note         pic x(50).
              05 filler          pic x(21).
       fd  aropen2 record contains 32 characters.
           01 aropenrec2         pic x(32).
       fd  dsphist record contains 100 characters.
           01 dhrec. copy "dsphist.cpy".
       fd  dspjrnl record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 aropen-eof         pic x value ' '.
               88 aropen-at-eof          value 'Y'.
           05 dsptran-eof        pic x value ' '.
               88 dsptran-at-eof         value 'Y'.
           05 hold-count         pic 9(5) value zeros.
           05 release-count      pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 hold-total         pic s9(9)v99 comp-3 value 0.
           05 release-total      pic s9(9)v99 comp-3 value 0.
           05 amt-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 tot2-ed            pic zzz,zzz,zz9.99-.
           05 action-ed          pic x(8) value spaces.
       01  match-keys.
           05 dt-key.
              10 dt-key-cust     pic x(6).
              10 dt-key-inv      pic x(6).
           05 ar-key.
              10 ar-key-cust     pic 9(6).
              10 ar-key-inv      pic 9(6).
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(40) value spaces.
       01  misc.
           05 aropen-stat        pic xx value spaces.
           05 dsptran-stat       pic xx value spaces.
           05 dsphist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input aropen.
           if aropen-stat not = '00'
              move aropen-stat to mf-filestat
              move "AROPEN"     to mf-filenamei
              move "AROPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input dsptran.
           if dsptran-stat not = '00'
              move dsptran-stat to mf-filestat
              move "DSPTRAN"    to mf-filenamei
              move "DSPTRAN"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output aropen2 dspjrnl.
      * the dispute history is permanent - extend it, creating it on
      * the first run
           open extend dsphist.
           if dsphist-stat = '35'
              open output dsphist
           end-if.
           move spaces to rptline.
           string "AR DISPUTE HOLD/RELEASE JOURNAL - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ACTION    CUST   INVOICE RSN  DATE   RAISED BY"
                  "      BALANCE  NOTE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read aropen at end move 'Y' to aropen-eof.
           if not aropen-at-eof
              perform arkeyrtn
           end-if.
           read dsptran at end move 'Y' to dsptran-eof.
           if not dsptran-at-eof
              perform dtkeyrtn
           end-if.
           perform matchrtn until aropen-at-eof and dsptran-at-eof.
           perform ttlrtn.
           close aropen dsptran aropen2 dsphist dspjrnl.
           move "CAR253" to jobsum-pgm.
           compute jobsum-count = hold-count + release-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       arkeyrtn.
           move ar-cust to ar-key-cust.
           move ar-inv to ar-key-inv.
       dtkeyrtn.
           move dt-cust to dt-key-cust.
           move dt-inv to dt-key-inv.
       matchrtn.
           if dsptran-at-eof
              perform copymastrtn
           else
              if aropen-at-eof
                 perform tranonlyrtn
              else
                 if dt-key < ar-key
                    perform tranonlyrtn
                 else
                    if dt-key > ar-key
                       perform copymastrtn
                    else
                       perform applyrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a dispute for an item that isn't open can't be held or
      * released
       tranonlyrtn.
           move "ITEM NOT ON AROPEN" to reject-reason.
           perform rejectrtn.
           perform nexttranrtn.
      * the item goes out with whatever holds and releases were
      * applied to it in this run
       copymastrtn.
           move aropenrec to aropenrec2.
           write aropenrec2.
           read aropen at end move 'Y' to aropen-eof.
           if not aropen-at-eof
              perform arkeyrtn
           end-if.
       nexttranrtn.
           read dsptran at end move 'Y' to dsptran-eof.
           if not dsptran-at-eof
              perform dtkeyrtn
           end-if.
      * the transaction applies to the item in the record area, which
      * stays there until its key is passed - the next transaction
      * for the same item sees this one's change
       applyrtn.
           perform edittranrtn.
           if tran-ok
              if dt-hold
                 perform holdrtn
              else
                 perform releasertn
              end-if
           else
              perform rejectrtn
           end-if.
           perform nexttranrtn.
       edittranrtn.
           move 'Y' to tran-ok-sw.
           move spaces to reject-reason.
           if not dt-hold and not dt-release
              move "ACTION NOT H OR R" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok
              call "numedit" using dt-date edit-lth edit-valid-sw
              if not edit-valid
                 move "DATE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok and dt-user = spaces
              move "RAISED/RELEASED BY NOT KEYED" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok and dt-hold
              if not dt-reason-ok
                 move "REASON CODE NOT VALID" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if not ar-not-disputed
                    move "ITEM ALREADY ON HOLD" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
           if tran-ok and dt-release and ar-not-disputed
              move "ITEM NOT ON DISPUTE HOLD" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
       holdrtn.
           move dt-reason to ar-disp-reason.
           move dt-date to ar-disp-date.
           move "HOLD" to action-ed.
           perform histrtn.
           add 1 to hold-count.
           add ar-amount to hold-total.
      * the history row carries the reason the hold was under, then
      * the item is clear
       releasertn.
           move "RELEASE" to action-ed.
           perform histrtn.
           move spaces to ar-dispute.
           add 1 to release-count.
           add ar-amount to release-total.
       histrtn.
           move spaces to dhrec.
           move ar-cust to dh-cust.
           move ar-inv to dh-inv.
           move dt-action to dh-action.
           move ar-disp-reason to dh-reason.
           move dt-date to dh-date.
           move dt-user to dh-user.
           move ar-amount to dh-amount.
           move dt-note to dh-note.
           move rundate-ymd6 to dh-entered.
           write dhrec.
           move ar-amount to amt-ed.
           move spaces to rptline.
           string action-ed "  " ar-cust "  " ar-inv "  "
                  dh-reason "  " dt-date " " dt-user " " amt-ed
                  "  " dt-note
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       rejectrtn.
           move spaces to rptline.
           string "REJECTED - " reject-reason
                  "  CUST: " dt-cust " INV: " dt-inv
                  " ACTION: " dt-action " REASON: " dt-reason
                  " DATE: " dt-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to reject-count.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move hold-total to tot-ed.
           move release-total to tot2-ed.
           move spaces to rptline.
           string "HOLDS: " hold-count " " tot-ed
                  "  RELEASES: " release-count " " tot2-ed
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
