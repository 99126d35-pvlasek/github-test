      *          cgl105 untouched the way cpy210's output does, and
      *          stamps its INTFCTL GEN row so the cgl205 population
      *          proof covers the write-off batch too
      *        - every item written off, keyed or swept, is appended
      *          to the WOFHIST write-off history, so the gst on bad
      *          debts can be claimed back on the net gst return,
      *          and to the permanent ARPAID paid-item history
      *          (arpaid.cpy) as closed by write-off
       program-id. car224.
       environment division.
       input-output section.
           select batchhdr assign external BATCHHDR
                  organization record sequential access mode sequential
                  file status batchhdr-stat.
           select wofhist assign external WOFHIST
                  organization record sequential access mode sequential
                  file status wofhist-stat.
           select arpaid assign external ARPAID
                  organization record sequential access mode sequential
                  file status arpaid-stat.
           select wofreg assign external WOFREG
                  organization line sequential.
      *eject
              05 bh-total       pic s9(8)v99.
              05 bh-reverse     pic x(1).
              05 filler         pic x(3).
       fd  wofhist record contains 40 characters.
           01 whrec. copy "wofhist.cpy".
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
       fd  wofreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
           05 sweep-count        pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 wof-total          pic s9(9)v99 comp-3 value 0.
           05 hist-reason        pic x(2) value spaces.
           05 wof-amt-ed         pic zzzz,zzz.99-.
           05 wof-tot-ed         pic zzz,zzz,zz9.99-.
       01  match-keys.
           05 woftran-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 batchhdr-stat      pic xx value spaces.
           05 wofhist-stat       pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              perform mf-display-filestat-eoj
           end-if.
           open output aropen2 wofreg.
           open extend wofhist.
           if wofhist-stat = '35'
              open output wofhist
           end-if.
      * the paid-item history is permanent - extend it, creating
      * it on the first run
           open extend arpaid.
           if arpaid-stat = '35'
              open output arpaid
           end-if.
           move spaces to regline.
           string "WRITE-OFF REGISTER - AR - RUN DATE " rundate-ymd6e
               delimited by size into regline
           perform matchrtn until aropen-at-eof and woftran-at-eof.
           perform glfeedrtn.
           perform ttlrtn.
           close aropen woftran aropen2 wofreg wofhist arpaid.
           move "CAR224" to jobsum-pgm.
           compute jobsum-count = wof-count + sweep-count.
           if reject-count > 0
           write regline before advancing 1 line.
           add 1 to sweep-count.
           add ar-amount to wof-total.
           move "SB" to hist-reason.
           perform histrtn.
      * a keyed write-off matched to its open item - off in full,
      * the item is not carried to AROPEN2
       woffrtn.
           write regline before advancing 1 line.
           add 1 to wof-count.
           add ar-amount to wof-total.
           move wf-reason to hist-reason.
           perform histrtn.
           read aropen at end move 'Y' to aropen-eof.
           if not aropen-at-eof
              perform arkeyrtn
           if not woftran-at-eof
              perform wfkeyrtn
           end-if.
      * the written-off item to the history, under the reason code
      * the caller left in hist-reason
       histrtn.
           move spaces to whrec.
           move ar-cust to wh-cust.
           move ar-inv to wh-inv.
           move rundate-ymd6 to wh-date.
           move ar-amount to wh-amount.
           move hist-reason to wh-reason.
           write whrec.
           move spaces to pdrec.
           move ar-cust to pd-cust.
           move ar-inv to pd-inv.
           move ar-date to pd-inv-date.
           move ar-amount to pd-item-amount.
           move hist-reason to pd-chqref.
           move ar-amount to pd-paid.
           move 'WO' to pd-method.
           move 'Y' to pd-closed.
           perform paidrtn.
      * one balanced GLTRANS batch for the run - DR bad debt, CR the
      * AR control - with the BATCHHDR row cgl105 proves against
       glfeedrtn.
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
      * one relief onto the permanent ARPAID history, paid the run
      * date - the caller has filled in the item and the money
       paidrtn.
           move rundate-ymd6 to pd-paid-date.
           write pdrec.
       copy "unixproc1.cpy".
