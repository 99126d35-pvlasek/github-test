       identification division.
       program-id. doctext.
      * doctext - language-keyed wording for customer and ratepayer
      *   correspondence
      * - the statements, dunning letters, invoices and tax notices
      *   printed in english only; customers (cm-lang on CUSTMAS) and
      *   ratepayers (ta-lang on TAXADR) now carry a language code -
      *   'E' english, 'F' french, blank taken as 'E' - and each
      *   document prints wholly in the recipient's language
      * - the wording lives on the DOCTEXT control file, one row per
      *   language/document/text id:
      *     col 1      language code
      *     col 3-10   document - the program name (CAR225, CAR226,
      *                CAR240, CTX140), MONTH for the month names or
      *                FORMAT for the amount and date formats
      *     col 12-19  text id, as the program asks for it
      *     col 21-100 the wording, printed as keyed
      *   month names are MONTH rows 01-12; FORMAT rows THOUSAND and
      *   DECIMAL give the amount separators in column 21 (french
      *   keys a space and a comma), and FORMAT DATE keys D for a
      *   day-first date (15 OCTOBRE 2026) or M for month-first
      *   (OCTOBER 15, 2026)
      * - called with a function code:
      *     'TEXT' - dx-text comes in holding the program's own
      *              english wording and goes back holding the row
      *              for dx-lang/dx-doc/dx-id; english needs no rows
      *              at all, and a language missing a row falls back
      *              to the english row or the program's wording,
      *              named once on the console so the row gets keyed
      *     'DATE' - dx-id holds a ccyymmdd date, dx-text comes back
      *              with it written out in words
      *     'AMT ' - dx-text holds an amount edited the english way
      *              (1,234.56) and comes back with the language's
      *              separators
      *   dx-status 'OK', or 'NF' when the language had no row of
      *   its own
      * - DOCTEXT is read once, on the first call of the run
       environment division.
       input-output section.
       file-control.
           select doctext assign external DOCTEXT
                  organization line sequential
                  file status doctext-stat.
      *eject
       data  division.
       file section.
       fd  doctext record contains 100 characters.
           01 dtrec.
              05 dt-lang        pic x(1).
              05 filler         pic x(1).
              05 dt-doc         pic x(8).
              05 filler         pic x(1).
              05 dt-id          pic x(8).
              05 filler         pic x(1).
              05 dt-text        pic x(80).
       working-storage section.
       01  doctext-stat         pic xx value spaces.
       01  doctext-eof          pic x value ' '.
           88 doctext-at-eof            value '1'.
       01  loaded-sw            pic x value 'N'.
           88 loaded                    value 'Y'.
       01  text-flds.
           05 text-count        pic 9(4) value zeros.
           05 text-idx          pic 9(4) value zeros.
           05 text-found-sw     pic x value 'N'.
               88 text-found            value 'Y'.
           05 srch-lang         pic x(1) value spaces.
           05 srch-doc          pic x(8) value spaces.
           05 srch-id           pic x(8) value spaces.
       01  text-table.
           05 text-entry occurs 2000 times.
              10 tt-lang        pic x(1).
              10 tt-doc         pic x(8).
              10 tt-id          pic x(8).
              10 tt-text        pic x(80).
      * language/document/id combinations already named on the
      * console as missing - each is named once a run
       01  miss-flds.
           05 miss-count        pic 9(3) value zeros.
           05 miss-idx          pic 9(3) value zeros.
           05 miss-found-sw     pic x value 'N'.
               88 miss-found            value 'Y'.
       01  miss-table.
           05 miss-entry occurs 200 times.
              10 ms-key         pic x(17).
       01  miss-key             pic x(17) value spaces.
       01  lang                 pic x(1) value spaces.
      * the english month names, for a language without MONTH rows
       01  month-values.
           05 filler            pic x(10) value "JANUARY".
           05 filler            pic x(10) value "FEBRUARY".
           05 filler            pic x(10) value "MARCH".
           05 filler            pic x(10) value "APRIL".
           05 filler            pic x(10) value "MAY".
           05 filler            pic x(10) value "JUNE".
           05 filler            pic x(10) value "JULY".
           05 filler            pic x(10) value "AUGUST".
           05 filler            pic x(10) value "SEPTEMBER".
           05 filler            pic x(10) value "OCTOBER".
           05 filler            pic x(10) value "NOVEMBER".
           05 filler            pic x(10) value "DECEMBER".
       01  month-table redefines month-values.
           05 month-name occurs 12 times
                                pic x(10).
       01  date-flds.
           05 date-wk           pic 9(8) value zeros.
           05 date-wk-r redefines date-wk.
              10 date-ccyy      pic 9(4).
              10 date-mm        pic 9(2).
              10 date-dd        pic 9(2).
           05 day-txt           pic x(2) value spaces.
           05 month-txt         pic x(80) value spaces.
           05 order-txt         pic x(1) value spaces.
      * a MONTH or FORMAT row's wording, or the default it replaces
       01  row-txt              pic x(80) value spaces.
       01  amt-flds.
           05 sep-from          pic x(2) value ",.".
           05 sep-to            pic x(2) value ",.".
       linkage section.
       01  dx-func              pic x(4).
       01  dx-lang              pic x(1).
       01  dx-doc               pic x(8).
       01  dx-id                pic x(8).
       01  dx-text              pic x(80).
       01  dx-status            pic x(2).
      *eject
       procedure division using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
       mainpara.
           if not loaded
              perform loadrtn
           end-if.
           move "OK" to dx-status.
           move dx-lang to lang.
           if lang = space
              move 'E' to lang
           end-if.
           evaluate dx-func
              when "TEXT"
                 move dx-doc to srch-doc
                 move dx-id to srch-id
                 perform gettextrtn
              when "DATE"
                 perform datertn
              when "AMT "
                 perform amtrtn
              when other
                 move "NF" to dx-status
           end-evaluate.
           goback.
       loadrtn.
           move 'Y' to loaded-sw.
           open input doctext.
           if doctext-stat = '00'
              read doctext at end move '1' to doctext-eof
              end-read
              perform load1rtn until doctext-at-eof
              close doctext
           end-if.
       load1rtn.
           if text-count >= 2000
              display "DOCTEXT - TEXT-TABLE FULL, DT-ID: " dt-doc " "
                  dt-id " NOT LOADED" upon console
           else
              if dt-lang not = space
                 add 1 to text-count
                 move dt-lang to tt-lang (text-count)
                 move dt-doc to tt-doc (text-count)
                 move dt-id to tt-id (text-count)
                 move dt-text to tt-text (text-count)
              end-if
           end-if.
           read doctext at end move '1' to doctext-eof.
      * the recipient's language first, then english, then whatever
      * the caller already holds in dx-text
       gettextrtn.
           move lang to srch-lang.
           perform findtextrtn.
           if not text-found and lang not = 'E'
              move "NF" to dx-status
              perform missrtn
              move 'E' to srch-lang
              perform findtextrtn
           end-if.
           if text-found
              move tt-text (text-idx) to dx-text
           end-if.
       findtextrtn.
           move 1 to text-idx.
           move 'N' to text-found-sw.
           perform findtext1rtn
               until text-found or text-idx > text-count.
       findtext1rtn.
           if tt-lang (text-idx) = srch-lang
                 and tt-doc (text-idx) = srch-doc
                 and tt-id (text-idx) = srch-id
              move 'Y' to text-found-sw
           else
              add 1 to text-idx
           end-if.
       missrtn.
           move spaces to miss-key.
           string lang srch-doc srch-id delimited by size
               into miss-key
           end-string.
           move 1 to miss-idx.
           move 'N' to miss-found-sw.
           perform findmissrtn
               until miss-found or miss-idx > miss-count.
           if not miss-found
              display "DOCTEXT - NO LANGUAGE " lang " ROW FOR "
                  srch-doc " " srch-id " - ENGLISH PRINTED"
                  upon console
              if miss-count < 200
                 add 1 to miss-count
                 move miss-key to ms-key (miss-count)
              end-if
           end-if.
       findmissrtn.
           if ms-key (miss-idx) = miss-key
              move 'Y' to miss-found-sw
           else
              add 1 to miss-idx
           end-if.
      *eject
      * a ccyymmdd date in words - the MONTH row for the month, and
      * the FORMAT DATE row for day-first or month-first
       datertn.
           move spaces to dx-text.
           if dx-id not numeric
              move "NF" to dx-status
           else
              move dx-id to date-wk
              if date-mm < 1 or date-mm > 12
                 move "NF" to dx-status
                 move date-wk to dx-text
              else
                 perform date1rtn
              end-if
           end-if.
       date1rtn.
           move month-name (date-mm) to row-txt.
           move "MONTH" to srch-doc.
           move date-mm to srch-id.
           perform rowtextrtn.
           move row-txt to month-txt.
      * no FORMAT DATE row is no fault - english reads month first,
      * the other languages day first
           if lang = 'E'
              move 'M' to order-txt
           else
              move 'D' to order-txt
           end-if.
           move "FORMAT" to srch-doc.
           move "DATE" to srch-id.
           move lang to srch-lang.
           perform findtextrtn.
           if text-found
              move tt-text (text-idx) (1:1) to order-txt
           end-if.
           if date-dd < 10
              move date-dd (2:1) to day-txt
           else
              move date-dd to day-txt
           end-if.
           if order-txt = 'M'
              string month-txt delimited by "  "
                     " " delimited by size
                     day-txt delimited by space
                     ", " date-ccyy delimited by size
                  into dx-text
              end-string
           else
              string day-txt delimited by space
                     " " delimited by size
                     month-txt delimited by "  "
                     " " date-ccyy delimited by size
                  into dx-text
              end-string
           end-if.
      * a MONTH/FORMAT row in the recipient's language, else english,
      * else the default already in row-txt
       rowtextrtn.
           move lang to srch-lang.
           perform findtextrtn.
           if not text-found and lang not = 'E'
              move "NF" to dx-status
              perform missrtn
              move 'E' to srch-lang
              perform findtextrtn
           end-if.
           if text-found
              move tt-text (text-idx) to row-txt
           end-if.
      * english separators to the language's - the FORMAT THOUSAND
      * and DECIMAL rows, column 21 of each
       amtrtn.
           move "FORMAT" to srch-doc.
           move "THOUSAND" to srch-id.
           move "," to row-txt.
           perform rowtextrtn.
           move row-txt (1:1) to sep-to (1:1).
           move "DECIMAL" to srch-id.
           move "." to row-txt.
           perform rowtextrtn.
           move row-txt (1:1) to sep-to (2:1).
           inspect dx-text converting sep-from to sep-to.
