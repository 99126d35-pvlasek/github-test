      *          line per product, and an invoice total
      *        - finishes with a count-and-value summary of the
      *          invoices printed
      *        - a customer whose bill-to (itself, or its cm-parent) is
      *          an active EDIPART trading partner marked no paper
      *          gets its invoices from car264 electronically and is
      *          left off the print; the summary counts what was left
      *          off so the two runs balance
      *        - each invoice prints wholly in the customer's cm-lang
      *          language - the wording, the written-out invoice date
      *          and the amount separators come off the DOCTEXT table
      *          through the shared doctext routine (CAR240 rows); the
      *          summary page counts the invoices by language
       program-id. car240.
       environment division.
       input-output section.
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select edipart assign external EDIPART
                  organization line sequential
                  file status edipart-stat.
           select sortwk assign "sortwk240".
           select invprint assign external INVPRINT
                  organization line sequential.
           01 salerec. copy "saledtl.cpy".
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  edipart record contains 80 characters.
           01 eprec. copy "edipart.cpy".
       sd  sortwk.
           01 sortrec.
              05 sr-inv          pic 9(6).
           05 prt-price-ed       pic zzzzzz9.99-.
           05 prt-amt-ed         pic zzzz,zzz.99-.
           05 prt-tot-ed         pic zzz,zzz,zz9.99-.
      * the electronic-only bill-to customers off EDIPART, and the
      * bill-to of the customer last looked up
       01  edi-flds.
           05 edipart-eof        pic x value ' '.
               88 edipart-at-eof          value '1'.
           05 nopaper-count      pic 9(3) value zeros.
           05 nopaper-idx        pic 9(3) value zeros.
           05 nopaper-sw         pic x value 'N'.
               88 nopaper                 value 'Y'.
           05 last-cust          pic 9(6) value zeros.
           05 billto             pic 9(6) value zeros.
           05 prev-edi-inv       pic 9(6) value zeros.
           05 edi-inv-count      pic 9(7) value zeros.
       01  nopaper-table.
           05 nopaper-cust       pic 9(6) occurs 200 times.
      * CAR240-DATE comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric -
      * see NUMTEST for why an unvalidated alphanumeric-to-numeric
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the invoice's wording in the customer's language, through the
      * shared doctext routine
       01  doctext-flds.
           05 dx-func            pic x(4) value "TEXT".
           05 dx-lang            pic x(1) value 'E'.
           05 dx-doc             pic x(8) value "CAR240".
           05 dx-id              pic x(8) value spaces.
           05 dx-text            pic x(80) value spaces.
           05 dx-status          pic x(2) value spaces.
           05 inv-date8          pic 9(8) value zeros.
      * invoices printed per language, for the summary page
       01  lang-flds.
           05 lang-count         pic 9(2) value zeros.
           05 lang-idx           pic 9(2) value zeros.
           05 lang-found-sw      pic x value 'N'.
               88 lang-found              value 'Y'.
       01  lang-table.
           05 lang-entry occurs 10 times.
              10 lg-lang         pic x(1).
              10 lg-docs         pic 9(7).
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
           05 edipart-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           if sel-date = zeros
              move rundate-ymd6 to sel-date
           end-if.
      * no EDIPART means every invoice is printed
           open input edipart.
           if edipart-stat = '00'
              read edipart at end move '1' to edipart-eof
              end-read
              perform loadpartrtn until edipart-at-eof
              close edipart
           end-if.
           sort sortwk on ascending key sr-inv
               input procedure loadsort-rtn
               output procedure printsort-rtn.
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadpartrtn.
           if ep-active and ep-no-paper
              if nopaper-count >= 200
                 display "CAR240 - NOPAPER-TABLE FULL, EP-CUST: "
                     ep-cust " NOT LOADED" upon console
              else
                 add 1 to nopaper-count
                 move ep-cust to nopaper-cust (nopaper-count)
              end-if
           end-if.
           read edipart at end move '1' to edipart-eof.
      * CUSTMAS is only needed here to find a branch's parent
       loadsort-rtn.
           open input saledtl.
           if saledtl-stat not = '00'
              move "SALEDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           if nopaper-count > 0
              open input custmas
              if custmas-stat not = '00'
                 move custmas-stat to mf-filestat
                 move "CUSTMAS"    to mf-filenamei
                 move "CUSTMAS"    to mf-filenamex
                 perform mf-display-filestat-eoj
              end-if
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           perform loadrtn until saledtl-at-eof.
           close saledtl.
           if nopaper-count > 0
              close custmas
           end-if.
       loadrtn.
           if sd-date = sel-date and nopaper-count > 0
              if sd-cust not = last-cust
                 perform billtortn
              end-if
           end-if.
           if sd-date = sel-date and nopaper
              if sd-inv not = prev-edi-inv
                 add 1 to edi-inv-count
                 move sd-inv to prev-edi-inv
              end-if
           end-if.
           if sd-date = sel-date and not nopaper
              move sd-inv to sr-inv
              move sd-cust to sr-cust
              move sd-date to sr-date
              release sortrec
           end-if.
           read saledtl at end move '1' to saledtl-eof.
      * the customer's bill-to - the parent, or itself when it has
      * none - against the electronic-only list
       billtortn.
           move sd-cust to last-cust.
           move sd-cust to billto.
           move spaces to custrec.
           move sd-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           if cm-found and cm-parent numeric and cm-parent > 0
              move cm-parent to billto
           end-if.
           move 1 to nopaper-idx.
           move 'N' to nopaper-sw.
           perform findnopaperrtn
               until nopaper or nopaper-idx > nopaper-count.
       findnopaperrtn.
           if nopaper-cust (nopaper-idx) = billto
              move 'Y' to nopaper-sw
           else
              add 1 to nopaper-idx
           end-if.
       printsort-rtn.
           open input custmas.
           if custmas-stat not = '00'
           move 0 to inv-total.
           move 0 to inv-gst.
           move 0 to inv-pst.
           move spaces to custrec.
           move sr-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           move 'E' to dx-lang.
           if cm-found and cm-lang not = space
              move cm-lang to dx-lang
           end-if.
           perform langcntrtn.
           if sr-date < 500000
              compute inv-date8 = 20000000 + sr-date
           else
              compute inv-date8 = 19000000 + sr-date
           end-if.
           move "DATE" to dx-func.
           move inv-date8 to dx-id.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
           move "TEXT" to dx-func.
           move spaces to rptline.
           move dx-text (1:30) to rptline (31:30).
           move "INVOICE:" to dx-text.
           move "INVOICE" to dx-id.
           perform txtrtn.
           move dx-text (1:10) to rptline (1:10).
           move sr-inv to rptline (12:6).
           move "DATE:" to dx-text.
           move "DATE" to dx-id.
           perform txtrtn.
           move dx-text (1:9) to rptline (21:9).
           write rptline before advancing page.
           move "CUSTOMER:" to dx-text.
           move "CUSTOMER" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:10) to rptline (1:10).
           move sr-cust to rptline (12:6).
           write rptline before advancing 1 line.
           if cm-found
              move spaces to rptline
              move cm-city-prov to rptline
              write rptline before advancing 1 line
           else
              move "*** NOT ON CUSTMAS ***" to dx-text
              move "NOTCUST" to dx-id
              perform txtrtn
              move spaces to rptline
              move dx-text to rptline
              write rptline before advancing 1 line
           end-if.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to dx-text.
           string "  PRODUCT      QTY      PRICE        AMOUNT"
               delimited by size into dx-text
           end-string.
           move "COLHEAD" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text to rptline.
           write rptline before advancing 1 line.
       invdtlrtn.
           move sr-qty to prt-qty-ed.
           move spaces to rptline.
           string "  " sr-prod "  " prt-qty-ed
               delimited by size into rptline
           end-string.
           move sr-price to prt-price-ed.
           move prt-price-ed to dx-text.
           perform amtrtn.
           move dx-text (1:11) to rptline (21:11).
           move sr-amount to prt-amt-ed.
           move prt-amt-ed to dx-text.
           perform amtrtn.
           move dx-text (1:12) to rptline (34:12).
           write rptline before advancing 1 line.
           add sr-amount to inv-total.
           add sr-gst to inv-gst.
      * tax-inclusive total, which is what cgl160 books as the
      * receivable and what the customer is asked to pay
       invttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move inv-total to prt-tot-ed.
           move "SUBTOTAL:" to dx-text.
           move "SUBTOTAL" to dx-id.
           perform ttllinertn.
           move inv-gst to prt-tot-ed.
           move "GST:" to dx-text.
           move "GST" to dx-id.
           perform ttllinertn.
           move inv-pst to prt-tot-ed.
           move "PST:" to dx-text.
           move "PST" to dx-id.
           perform ttllinertn.
           compute inv-with-tax = inv-total + inv-gst + inv-pst.
           move inv-with-tax to prt-tot-ed.
           move "INVOICE TOTAL:" to dx-text.
           move "INVTOTAL" to dx-id.
           perform ttllinertn.
           add 1 to inv-count.
           add inv-with-tax to run-total.
      * one trailer line - the wording named by dx-id, then the
      * amount in prt-tot-ed
       ttllinertn.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:15) to rptline (3:15).
           move prt-tot-ed to dx-text.
           perform amtrtn.
           move dx-text (1:15) to rptline (19:15).
           write rptline before advancing 1 line.
      * a line of wording in the invoice's language - dx-text holds
      * the english, dx-id names the DOCTEXT row
       txtrtn.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
      * an edited amount with the language's separators
       amtrtn.
           move "AMT " to dx-func.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
           move "TEXT" to dx-func.
      * one more invoice in dx-lang
       langcntrtn.
           move 1 to lang-idx.
           move 'N' to lang-found-sw.
           perform findlangrtn
               until lang-found or lang-idx > lang-count.
           if not lang-found
              if lang-count >= 10
                 display "CAR240 - LANG-TABLE FULL, CM-LANG: "
                     dx-lang " NOT COUNTED" upon console
                 move zeros to lang-idx
              else
                 add 1 to lang-count
                 move lang-count to lang-idx
                 move dx-lang to lg-lang (lang-idx)
                 move zeros to lg-docs (lang-idx)
              end-if
           end-if.
           if lang-idx not = zeros
              add 1 to lg-docs (lang-idx)
           end-if.
       findlangrtn.
           if lg-lang (lang-idx) = dx-lang
              move 'Y' to lang-found-sw
           else
              add 1 to lang-idx
           end-if.
      * count-and-value summary of the whole billing run
       sumrtn.
           move run-total to prt-tot-ed.
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "INVOICES SENT BY EDI, NOT PRINTED: " edi-inv-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform sumlangrtn
               varying lang-idx from 1 by 1
               until lang-idx > lang-count.
       sumlangrtn.
           move spaces to rptline.
           string "  LANGUAGE " lg-lang (lang-idx) ": "
                  lg-docs (lang-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
