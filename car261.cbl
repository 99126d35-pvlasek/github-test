       identification division.
      * car261 - test/demo mainframe conversion to micro focus cobol
      *        - cancelled orders report off the ORDCAN history the
      *          car249 order change run appends to - what is being
      *          lost and why
      *        - every cancelled line, whole order cancel and quantity
      *          cut the customer called off in the last CAR261-DAYS
      *          days (default 30, by ox-date) is listed by salesman,
      *          reason within salesman, with the quantity and value
      *          lost; subtotals per reason and per salesman, the
      *          salesman's name off SLSMMAS
      *        - a closing summary totals the value lost by reason
      *          code across all salesmen
      *        - written to CANRPT
       program-id. car261.
       environment division.
       input-output section.
       file-control.
           select ordcan assign external ORDCAN
                  organization record sequential access mode sequential
                  file status ordcan-stat.
           select slsmmas assign external SLSMMAS
                  organization line sequential
                  file status slsmmas-stat.
           select canrpt assign external CANRPT
                  organization line sequential.
           select sortwk assign "sortwk261".
      *eject
       data  division.
       file section.
       fd  ordcan record contains 80 characters.
           01 oxrec. copy "ordcan.cpy".
      * salesman master - one row per sd-slsmn code
       fd  slsmmas record contains 80 characters.
           01 slsmrec.
              05 sm-slsmn        pic x(4).
              05 sm-name         pic x(20).
              05 sm-terr         pic x(4).
              05 sm-branch       pic x(4).
              05 sm-status       pic x(1).
              05 filler          pic x(47).
       fd  canrpt record contains 132 characters.
           01 rptline            pic x(132).
       sd  sortwk.
           01 sortrec.
              05 sr-slsmn        pic x(4).
              05 sr-reason       pic x(2).
              05 sr-order        pic 9(6).
              05 sr-line         pic 9(3).
              05 sr-ox           pic x(80).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 ordcan-eof         pic x value ' '.
               88 ordcan-at-eof           value 'Y'.
           05 slsmmas-eof        pic x value ' '.
               88 slsmmas-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 first-sw           pic x value 'Y'.
               88 first-rec               value 'Y'.
           05 prev-slsmn         pic x(4) value spaces.
           05 prev-reason        pic x(2) value spaces.
           05 slsmn-name         pic x(20) value spaces.
           05 kind-ed            pic x(8) value spaces.
           05 line-count         pic 9(5) value zeros.
           05 lost-qty           pic s9(7) value zeros.
           05 rsn-lines          pic 9(5) value zeros.
           05 rsn-value          pic s9(11)v99 comp-3 value 0.
           05 slsm-lines         pic 9(5) value zeros.
           05 slsm-value         pic s9(11)v99 comp-3 value 0.
           05 grand-value        pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
      * the look-back window, in the yy * 365 + mm * 30 + dd day
      * arithmetic the AR programs use
       01  day-flds.
           05 run-days           pic 9(6) value zeros.
           05 rec-days           pic 9(6) value zeros.
           05 rec-ymd            pic 9(6) value zeros.
           05 rec-ymd-r redefines rec-ymd.
              10 rec-yy          pic 9(2).
              10 rec-mm          pic 9(2).
              10 rec-dd          pic 9(2).
      * CAR261-DAYS comes in off the environment as text, so it's
      * validated through NUMEDIT
       01  edit-flds.
           05 days-txt           pic x(3) value '030'.
           05 days-txt-n redefines days-txt
                                 pic 9(3).
           05 look-days          pic 9(3) value 30.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * value lost by reason code - the car249 codes, with a last
      * slot for any code not in the list
       01  rsn-names.
           05 filler             pic x(22) value "CRCUSTOMER REQUEST".
           05 filler             pic x(22) value "PRPRICE".
           05 filler             pic x(22) value "LTLATE DELIVERY".
           05 filler             pic x(22) value "NSNO STOCK".
           05 filler             pic x(22) value "DUDUPLICATE ORDER".
           05 filler             pic x(22) value "CHCREDIT".
           05 filler             pic x(22) value "ENENTRY ERROR".
           05 filler             pic x(22) value "OTOTHER".
           05 filler             pic x(22) value "??NOT A CAR249 CODE".
       01  rsn-names-r redefines rsn-names.
           05 rsn-name-entry occurs 9 times.
              10 rn-code         pic x(2).
              10 rn-name         pic x(20).
       01  rsn-flds.
           05 rsn-idx            pic 9(2) value zeros.
           05 rsn-found-sw       pic x value 'N'.
               88 rsn-found               value 'Y'.
           05 rsn-entry occurs 9 times.
              10 rt-lines        pic 9(5).
              10 rt-value        pic s9(11)v99 comp-3.
       01  slsm-flds.
           05 slsm-count         pic 9(3) value zeros.
           05 slsm-idx           pic 9(3) value zeros.
           05 slsm-found-sw      pic x value 'N'.
               88 slsm-found              value 'Y'.
       01  slsm-table.
           05 slsm-entry occurs 200 times.
              10 st-slsmn        pic x(4).
              10 st-name         pic x(20).
       01  misc.
           05 ordcan-stat        pic xx value spaces.
           05 slsmmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept days-txt from environment "CAR261-DAYS"
               on exception move '030' to days-txt
           end-accept.
           call "numedit" using days-txt edit-lth edit-valid-sw.
           if edit-valid
              move days-txt-n to look-days
           else
              display "CAR261 - INVALID CAR261-DAYS VALUE: "
                  days-txt upon console
              move 30 to look-days
           end-if.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           perform rsninitrtn varying rsn-idx from 1 by 1
               until rsn-idx > 9.
      * no SLSMMAS is a salesman listed by code alone
           open input slsmmas.
           if slsmmas-stat = '00'
              read slsmmas at end move '1' to slsmmas-eof
              end-read
              perform loadslsmrtn until slsmmas-at-eof
              close slsmmas
           end-if.
           open output canrpt.
           move spaces to rptline.
           string "CANCELLED ORDERS BY SALESMAN AND REASON - LAST "
                  look-days " DAYS - RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on ascending key sr-slsmn sr-reason
               sr-order sr-line
               input procedure loadsort-rtn
               output procedure reportrtn.
           perform summaryrtn.
           close canrpt.
           move "CAR261" to jobsum-pgm.
           move line-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       rsninitrtn.
           move zeros to rt-lines (rsn-idx).
           move 0 to rt-value (rsn-idx).
       loadslsmrtn.
           if slsm-count >= 200
              display "CAR261 - SLSM-TABLE FULL, SM-SLSMN: "
                  sm-slsmn " NOT LOADED" upon console
           else
              add 1 to slsm-count
              move sm-slsmn to st-slsmn (slsm-count)
              move sm-name to st-name (slsm-count)
           end-if.
           read slsmmas at end move '1' to slsmmas-eof.
      * the history may not exist yet if nothing has been cancelled -
      * that's an empty report, not an error
       loadsort-rtn.
           open input ordcan.
           if ordcan-stat = '00'
              read ordcan at end move 'Y' to ordcan-eof
              end-read
              perform loadsort1rtn until ordcan-at-eof
              close ordcan
           end-if.
       loadsort1rtn.
           move ox-date to rec-ymd.
           compute rec-days = rec-yy * 365 + rec-mm * 30 + rec-dd.
           if rec-days + look-days >= run-days
              move ox-slsmn to sr-slsmn
              move ox-reason to sr-reason
              move ox-order to sr-order
              move ox-line to sr-line
              move oxrec to sr-ox
              release sortrec
           end-if.
           read ordcan at end move 'Y' to ordcan-eof.
       reportrtn.
           return sortwk at end move 'Y' to sort-eof.
           perform report1rtn until sort-at-eof.
           if not first-rec
              perform rsnendrtn
              perform slsmnendrtn
           end-if.
       report1rtn.
           move sr-ox to oxrec.
           if not first-rec
              if sr-slsmn not = prev-slsmn
                 perform rsnendrtn
                 perform slsmnendrtn
              else
                 if sr-reason not = prev-reason
                    perform rsnendrtn
                 end-if
              end-if
           end-if.
           if first-rec or sr-slsmn not = prev-slsmn
              perform slsmnheadrtn
           end-if.
           move 'N' to first-sw.
           move sr-slsmn to prev-slsmn.
           move sr-reason to prev-reason.
           if ox-reduce
              move "QTY CUT" to kind-ed
           else
              if ox-order-cancel
                 move "ORDER CX" to kind-ed
              else
                 move "CANCEL" to kind-ed
              end-if
           end-if.
           move ox-qty to lost-qty.
           move ox-value to amt-ed.
           move spaces to rptline.
           string ox-reason "   " ox-order "  " ox-line "  " ox-cust
                  "  " ox-prod "  " kind-ed "  " lost-qty " "
                  amt-ed "  " ox-date "  " ox-user
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to rsn-lines.
           add ox-value to rsn-value.
           add 1 to line-count.
           perform findrsnrtn.
           add 1 to rt-lines (rsn-idx).
           add ox-value to rt-value (rsn-idx).
           return sortwk at end move 'Y' to sort-eof.
      * an unknown code drops through to the last slot
       findrsnrtn.
           move 1 to rsn-idx.
           move 'N' to rsn-found-sw.
           perform findrsn1rtn
               until rsn-found or rsn-idx = 9.
       findrsn1rtn.
           if rn-code (rsn-idx) = ox-reason
              move 'Y' to rsn-found-sw
           else
              add 1 to rsn-idx
           end-if.
       slsmnheadrtn.
           move zeros to slsm-lines.
           move 0 to slsm-value.
           move spaces to slsmn-name.
           move 1 to slsm-idx.
           move 'N' to slsm-found-sw.
           perform findslsmrtn
               until slsm-found or slsm-idx > slsm-count.
           if slsm-found
              move st-name (slsm-idx) to slsmn-name
           end-if.
           move spaces to rptline.
           string "SALESMAN " sr-slsmn " " slsmn-name
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
           move spaces to rptline.
           string "RSN  ORDER   LN   CUST    PROD    KIND     "
                  "LOST QTY        VALUE  DATE    KEYED BY"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       findslsmrtn.
           if st-slsmn (slsm-idx) = sr-slsmn
              move 'Y' to slsm-found-sw
           else
              add 1 to slsm-idx
           end-if.
       rsnendrtn.
           move rsn-value to tot-ed.
           move spaces to rptline.
           string "     REASON " prev-reason " LINES: " rsn-lines
                  "  VALUE LOST: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add rsn-lines to slsm-lines.
           add rsn-value to slsm-value.
           move zeros to rsn-lines.
           move 0 to rsn-value.
       slsmnendrtn.
           move slsm-value to tot-ed.
           move spaces to rptline.
           string "SALESMAN " prev-slsmn " LINES: " slsm-lines
                  "  VALUE LOST: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add slsm-value to grand-value.
       summaryrtn.
           move spaces to rptline.
           string "VALUE LOST BY REASON"
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
           perform rsnlinertn varying rsn-idx from 1 by 1
               until rsn-idx > 9.
           move grand-value to tot-ed.
           move spaces to rptline.
           string "TOTAL    LINES: " line-count
                  "  VALUE LOST: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
       rsnlinertn.
           if rt-lines (rsn-idx) > 0
              move rt-value (rsn-idx) to tot-ed
              move spaces to rptline
              string rn-code (rsn-idx) "  " rn-name (rsn-idx)
                     "  LINES: " rt-lines (rsn-idx)
                     "  VALUE LOST: " tot-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
