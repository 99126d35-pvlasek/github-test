      *        - a blank pm-onhand (rows written before the field
      *          existed) counts as zero, the same convention as the
      *          blank cm-credit-limit
      *        - every receipt posted is appended to the INVHIST
      *          movement history as an 'RC' row with the on-hand
      *          balance after it
      *        - the RCPTREG register lists every receipt and reject;
      *          a receipt for a product not on PRODMAS rejects
       program-id. car231.
                  file status invrcpt-stat.
           select prodmas2 assign external PRODMAS2
                  organization line sequential.
           select invhist assign external INVHIST
                  organization record sequential access mode sequential
                  file status invhist-stat.
           select rcptreg assign external RCPTREG
                  organization line sequential.
      *eject
              05 pm2-onhand      pic s9(7)  sign leading separate.
              05 pm2-cost        pic 9(5)v99.
              05 filler          pic x(19).
       fd  invhist record contains 48 characters.
           01 ihrec. copy "invhist.cpy".
       fd  rcptreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 invrcpt-stat       pic xx value spaces.
           05 invhist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              perform mf-display-filestat-eoj
           end-if.
           open output prodmas2 rcptreg.
           open extend invhist.
           if invhist-stat = '35'
              open output invhist
           end-if.
           move spaces to regline.
           string "INVENTORY RECEIPTS REGISTER - RUN DATE "
                  rundate-ymd6e
           read invrcpt at end move 'Y' to invrcpt-eof.
           perform matchrtn until prodmas-at-eof and invrcpt-at-eof.
           perform ttlrtn.
           close prodmas invrcpt prodmas2 rcptreg invhist.
           move "CAR231" to jobsum-pgm.
           move rcpt-count to jobsum-count.
           if reject-count > 0
              add rcpt-qty to pm2-onhand
              add rcpt-qty to qty-total
              add 1 to rcpt-count
              move spaces to ihrec
              move pm-prod to ih-prod
              move rundate-ymd6 to ih-date
              move "RC" to ih-type
              move rcpt-qty to ih-qty
              move rc-ref to ih-ref
              move pm2-onhand to ih-balance
              write ihrec
              move spaces to regline
              string "RECEIPT  PROD: " pm-prod "  QTY: " rcpt-qty
                     "  DATE: " rc-date "  REF: " rc-ref
