       identification division.
      * car249 - test/demo mainframe conversion to micro focus cobol
      *        - order change and cancellation run against ORDMAS -
      *          car237 can only add lines and car239 only ship them,
      *          so a cut quantity or a cancelled order was hand-edited
      *          on ORDMAS or left as a dead 'O' line on car238
      *        - matches sorted ORDCHG transactions against ORDMAS by
      *          order/line, the car239 matched-update shape, and
      *          rolls ORDMAS2 forward; several transactions for one
      *          line apply in the order keyed:
      *            Q  reduce the quantity (not below what has shipped)
      *            P  change the price - the person authorizing it
      *               must be keyed, and can't be the clerk keying it
      *            D  set or move the promised date (om-promise)
      *            C  cancel the line
      *            X  cancel the whole order - keyed against line 000,
      *               every open or backordered line of the order
      *        - every change carries a reason code: CR customer
      *          request, PR price, LT late delivery, NS no stock, DU
      *          duplicate order, CH credit, EN entry error, OT other
      *        - a cancelled line goes to status 'X'; a cancel or a
      *          cut gives back the stock reserved to the line
      *          (om-alloc), so car237 and car247 can promise it to
      *          the next order
      *        - cancels and cuts are appended to the permanent ORDCAN
      *          history (ordcan.cpy) that the car261 cancelled
      *          orders report reads; every change and reject is
      *          printed on the ORDCHGJ journal
       program-id. car249.
       environment division.
       input-output section.
       file-control.
           select ordmas assign external ORDMAS
                  organization record sequential access mode sequential
                  file status ordmas-stat.
           select ordchg assign external ORDCHG
                  organization record sequential access mode sequential
                  file status ordchg-stat.
           select ordmas2 assign external ORDMAS2
                  organization record sequential access mode sequential.
           select ordcan assign external ORDCAN
                  organization record sequential access mode sequential
                  file status ordcan-stat.
           select ordchgj assign external ORDCHGJ
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  ordmas record contains 80 characters.
           01 ordrec. copy "ordmas.cpy".
      * keyed order change, sorted ascending by oc-order/oc-line -
      * text as keyed, validated through NUMEDIT
       fd  ordchg record contains 80 characters.
           01 ocrec.
              05 oc-order        pic x(6).
              05 oc-line         pic x(3).
              05 oc-action       pic x(1).
                  88 oc-reduce             value 'Q'.
                  88 oc-reprice            value 'P'.
                  88 oc-promise            value 'D'.
                  88 oc-cancel-line        value 'C'.
                  88 oc-cancel-order       value 'X'.
              05 oc-reason       pic x(2).
                  88 oc-reason-ok          value 'CR' 'PR' 'LT' 'NS'
                                                 'DU' 'CH' 'EN' 'OT'.
              05 oc-qty          pic x(7).
              05 oc-qty-n redefines oc-qty
                                 pic 9(7).
              05 oc-price        pic x(9).
              05 oc-price-n redefines oc-price
                                 pic 9(7)v99.
              05 oc-date         pic x(6).
              05 oc-date-n redefines oc-date
                                 pic 9(6).
              05 oc-user         pic x(8).
              05 oc-auth         pic x(8).
              05 filler          pic x(30).
       fd  ordmas2 record contains 80 characters.
           01 ordrec2            pic x(80).
       fd  ordcan record contains 80 characters.
           01 oxrec. copy "ordcan.cpy".
       fd  ordchgj record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 ordmas-eof         pic x value ' '.
               88 ordmas-at-eof           value 'Y'.
           05 ordchg-eof         pic x value ' '.
               88 ordchg-at-eof           value 'Y'.
           05 change-count       pic 9(5) value zeros.
           05 cancel-count       pic 9(5) value zeros.
           05 order-count        pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 lost-total         pic s9(9)v99 comp-3 value 0.
           05 lost-qty           pic s9(7) value zeros.
           05 lost-value         pic s9(9)v99 value zeros.
           05 open-qty           pic s9(7) value zeros.
           05 old-qty            pic s9(7) value zeros.
           05 new-qty            pic s9(7) value zeros.
           05 price-ed           pic zzzzzz9.99.
           05 price2-ed          pic zzzzzz9.99.
           05 amt-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 action-ed          pic x(8) value spaces.
           05 detail-ed          pic x(60) value spaces.
      * the change being applied - from the line transaction, or from
      * the order cancel while its lines roll past
       01  chg-flds.
           05 chg-kind           pic x(1) value spaces.
           05 chg-reason         pic x(2) value spaces.
           05 chg-date           pic 9(6) value zeros.
           05 chg-user           pic x(8) value spaces.
      * the order being cancelled whole, held until its last line
      * has been read
       01  xcl-flds.
           05 xcl-order          pic 9(6) value zeros.
           05 xcl-reason         pic x(2) value spaces.
           05 xcl-date           pic 9(6) value zeros.
           05 xcl-user           pic x(8) value spaces.
       01  match-keys.
           05 oc-key.
              10 oc-key-order    pic x(6).
              10 oc-key-line     pic x(3).
           05 om-key.
              10 om-key-order    pic 9(6).
              10 om-key-line     pic 9(3).
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(40) value spaces.
       01  misc.
           05 ordmas-stat        pic xx value spaces.
           05 ordchg-stat        pic xx value spaces.
           05 ordcan-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input ordmas.
           if ordmas-stat not = '00'
              move ordmas-stat to mf-filestat
              move "ORDMAS"     to mf-filenamei
              move "ORDMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input ordchg.
           if ordchg-stat not = '00'
              move ordchg-stat to mf-filestat
              move "ORDCHG"     to mf-filenamei
              move "ORDCHG"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output ordmas2 ordchgj.
      * the cancelled order history is permanent - extend it,
      * creating it on the first run
           open extend ordcan.
           if ordcan-stat = '35'
              open output ordcan
           end-if.
           move spaces to rptline.
           string "ORDER CHANGE AND CANCELLATION JOURNAL - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ACTION    ORDER  LN  RSN  DATE   KEYED BY  CHANGE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read ordmas at end move 'Y' to ordmas-eof.
           if not ordmas-at-eof
              perform omkeyrtn
           end-if.
           read ordchg at end move 'Y' to ordchg-eof.
           if not ordchg-at-eof
              perform ockeyrtn
           end-if.
           perform matchrtn until ordmas-at-eof and ordchg-at-eof.
           perform ttlrtn.
           close ordmas ordchg ordmas2 ordcan ordchgj.
           move "CAR249" to jobsum-pgm.
           compute jobsum-count = change-count + cancel-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       omkeyrtn.
           move om-order to om-key-order.
           move om-line to om-key-line.
       ockeyrtn.
           move oc-order to oc-key-order.
           move oc-line to oc-key-line.
       matchrtn.
           if ordchg-at-eof
              perform copymastrtn
           else
              if ordmas-at-eof
                 perform tranonlyrtn
              else
                 if oc-key < om-key
                    perform tranonlyrtn
                 else
                    if oc-key > om-key
                       perform copymastrtn
                    else
                       perform applyrtn
                    end-if
                 end-if
              end-if
           end-if.
      * line 000 sorts ahead of an order's first line, so a whole
      * order cancel arrives here with ORDMAS sitting on that first
      * line; anything else is a line that isn't on file
       tranonlyrtn.
           if oc-cancel-order and oc-line = '000'
                 and not ordmas-at-eof
                 and oc-key-order = om-key-order
              perform ordcancelrtn
           else
              move "ORDER/LINE NOT ON ORDMAS" to reject-reason
              perform rejectrtn
           end-if.
           perform nexttranrtn.
      * the line goes out with whatever changes were applied to it in
      * this run; the next line of an order being cancelled whole is
      * cancelled as it is read
       copymastrtn.
           move ordrec to ordrec2.
           write ordrec2.
           read ordmas at end move 'Y' to ordmas-eof.
           if not ordmas-at-eof
              perform omkeyrtn
              if om-order = xcl-order
                 perform xcllinertn
              end-if
           end-if.
       nexttranrtn.
           read ordchg at end move 'Y' to ordchg-eof.
           if not ordchg-at-eof
              perform ockeyrtn
           end-if.
      * the transaction applies to the line in the record area, which
      * stays there until its key is passed - the next transaction
      * for the same line sees this one's change
       applyrtn.
           perform edittranrtn.
           if tran-ok
              move oc-reason to chg-reason
              move oc-date-n to chg-date
              move oc-user to chg-user
              if oc-reduce
                 perform reducertn
              else
                 if oc-reprice
                    perform repricertn
                 else
                    if oc-promise
                       perform promisertn
                    else
                       move 'C' to chg-kind
                       move "CANCEL" to action-ed
                       perform cancelrtn
                    end-if
                 end-if
              end-if
           else
              perform rejectrtn
           end-if.
           perform nexttranrtn.
       edittranrtn.
           move 'Y' to tran-ok-sw.
           move spaces to reject-reason.
           if not oc-reduce and not oc-reprice and not oc-promise
                 and not oc-cancel-line
              if oc-cancel-order
                 move "ORDER CANCEL MUST BE LINE 000" to reject-reason
              else
                 move "ACTION NOT Q, P, D, C OR X" to reject-reason
              end-if
              move 'N' to tran-ok-sw
           end-if.
           perform editcommonrtn.
           if tran-ok and not om-open and not om-backorder
              move "LINE NOT OPEN" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok and oc-reduce
              move 7 to edit-lth
              call "numedit" using oc-qty edit-lth edit-valid-sw
              move 6 to edit-lth
              if not edit-valid
                 move "NEW QTY NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if oc-qty-n = 0
                    move "NEW QTY ZERO - USE CANCEL" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
                 if oc-qty-n >= om-qty
                    move "NEW QTY NOT BELOW ORDERED" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
                 if oc-qty-n < om-shipped
                    move "NEW QTY BELOW QTY SHIPPED" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
           if tran-ok and oc-reprice
              move 9 to edit-lth
              call "numedit" using oc-price edit-lth edit-valid-sw
              move 6 to edit-lth
              if not edit-valid or oc-price-n = 0
                 move "NEW PRICE NOT VALID" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if oc-auth = spaces
                    move "PRICE CHANGE NOT AUTHORIZED" to reject-reason
                    move 'N' to tran-ok-sw
                 else
                    if oc-auth = oc-user
                       move "CLERK CAN'T AUTHORIZE" to reject-reason
                       move 'N' to tran-ok-sw
                    end-if
                 end-if
              end-if
           end-if.
           if tran-ok and oc-promise and oc-date-n < om-date
              move "PROMISED DATE BEFORE ORDER DATE" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
      * reason, date and keyed-by - every transaction, line or order
       editcommonrtn.
           if tran-ok and not oc-reason-ok
              move "REASON CODE NOT VALID" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok
              call "numedit" using oc-date edit-lth edit-valid-sw
              if not edit-valid
                 move "DATE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok and oc-user = spaces
              move "KEYED BY NOT ENTERED" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
      * the cut is written to ORDCAN as lost; a line cut down to what
      * has shipped is complete, otherwise the reservation can't be
      * more than is left to ship
       reducertn.
           move om-qty to old-qty.
           compute lost-qty = om-qty - oc-qty-n.
           move oc-qty-n to om-qty.
           move om-qty to new-qty.
           move 'Q' to chg-kind.
           perform histrtn.
           if om-shipped >= om-qty
              move 'C' to om-status
              move zeros to om-alloc
           else
              compute open-qty = om-qty - om-shipped
              if om-alloc not numeric
                 move zeros to om-alloc
              end-if
              if om-alloc > open-qty
                 move open-qty to om-alloc
              end-if
           end-if.
           move "QTY" to action-ed.
           move spaces to detail-ed.
           string "FROM " old-qty " TO " new-qty
               delimited by size into detail-ed
           end-string.
           perform jrnlrtn.
           add 1 to change-count.
       repricertn.
           move om-price to price-ed.
           move oc-price-n to om-price.
           move om-price to price2-ed.
           move "PRICE" to action-ed.
           move spaces to detail-ed.
           string "FROM " price-ed " TO " price2-ed
                  " AUTHORIZED BY " oc-auth
               delimited by size into detail-ed
           end-string.
           perform jrnlrtn.
           add 1 to change-count.
       promisertn.
           move spaces to detail-ed.
           if om-promise numeric and om-promise > 0
              string "PROMISED FROM " om-promise " TO " oc-date
                  delimited by size into detail-ed
              end-string
           else
              string "PROMISED " oc-date
                  delimited by size into detail-ed
              end-string
           end-if.
           move oc-date-n to om-promise.
           move "PROMISE" to action-ed.
           perform jrnlrtn.
           add 1 to change-count.
      * a whole order cancel - held so that every line of the order
      * is cancelled as it is read, starting with the one in the
      * record area now
       ordcancelrtn.
           move 'Y' to tran-ok-sw.
           move spaces to reject-reason.
           move 6 to edit-lth.
           perform editcommonrtn.
           if tran-ok
              move om-key-order to xcl-order
              move oc-reason to xcl-reason
              move oc-date-n to xcl-date
              move oc-user to xcl-user
              add 1 to order-count
              perform xcllinertn
           else
              perform rejectrtn
           end-if.
      * lines already complete or cancelled are left as they are
       xcllinertn.
           if om-open or om-backorder
              move 'X' to chg-kind
              move xcl-reason to chg-reason
              move xcl-date to chg-date
              move xcl-user to chg-user
              move "ORDER CX" to action-ed
              perform cancelrtn
           end-if.
      * the unshipped balance is lost, and its reservation freed
       cancelrtn.
           compute lost-qty = om-qty - om-shipped.
           perform histrtn.
           move 'X' to om-status.
           move zeros to om-alloc.
           move spaces to detail-ed.
           string "UNSHIPPED QTY " lost-qty " VALUE " amt-ed
               delimited by size into detail-ed
           end-string.
           perform jrnlrtn.
           add 1 to cancel-count.
       histrtn.
           compute lost-value rounded = lost-qty * om-price.
           move lost-value to amt-ed.
           add lost-value to lost-total.
           move spaces to oxrec.
           move om-order to ox-order.
           move om-line to ox-line.
           move om-cust to ox-cust.
           move om-slsmn to ox-slsmn.
           move om-prod to ox-prod.
           move chg-kind to ox-kind.
           move chg-reason to ox-reason.
           move lost-qty to ox-qty.
           move om-price to ox-price.
           move lost-value to ox-value.
           move chg-date to ox-date.
           move chg-user to ox-user.
           move rundate-ymd6 to ox-entered.
           write oxrec.
       jrnlrtn.
           move spaces to rptline.
           string action-ed "  " om-order "  " om-line "  "
                  chg-reason "  " chg-date " " chg-user "  " detail-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       rejectrtn.
           move spaces to rptline.
           string "REJECTED - " reject-reason
                  "  ORDER: " oc-order " LINE: " oc-line
                  " ACTION: " oc-action " REASON: " oc-reason
                  " DATE: " oc-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to reject-count.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move lost-total to tot-ed.
           move spaces to rptline.
           string "CHANGES: " change-count
                  "  LINES CANCELLED: " cancel-count
                  "  ORDERS CANCELLED: " order-count
                  "  VALUE LOST: " tot-ed
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
