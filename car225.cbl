      *          statement; a sale whose sd-cust is not on CUSTMAS
      *          still prints, under a not-on-custmas name line, since
      *          the money is owed either way
      *        - the address block ends with the cm-prov/cm-postal
      *          mailing codes; env-var CAR225-PRESORT=Y writes the
      *          statements to MAILWRK under the customer's postal
      *          code (checked through the shared adredit routine)
      *          instead of STMTRPT, for mailsort to put in postal
      *          presort order for the bulk rate
      *        - each statement prints wholly in the customer's
      *          cm-lang language - the wording, the statement date's
      *          month name and the amount separators all come off
      *          the DOCTEXT table through the shared doctext routine
      *          (CAR225 rows); a control page at the end of STMTRPT
      *          counts the statements by language
       program-id. car225.
       environment division.
       input-output section.
           select sortwk assign "sortwk225".
           select stmtrpt assign external STMTRPT
                  organization line sequential.
           select mailwrk assign external MAILWRK
                  organization line sequential.
      *eject
       data  division.
       file section.
              05 sr-amount       pic s9(9)v99  comp-3.
       fd  stmtrpt record contains 120 characters.
           01 rptline            pic x(120).
       fd  mailwrk record contains 140 characters.
           01 mwrec. copy "mailwrk.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
              10 ob-cust         pic 9(6).
              10 ob-bf           pic s9(9)v99 comp-3.
              10 ob-per          pic s9(9)v99 comp-3.
      * presort - each statement's lines go to MAILWRK under its
      * postal code when CAR225-PRESORT=Y, else straight to STMTRPT
       01  mail-flds.
           05 presort-sw         pic x value 'N'.
               88 presort-run             value 'Y'.
           05 put-adv            pic 9 value 1.
           05 mail-doc           pic 9(7) value zeros.
           05 mail-line          pic 9(4) value zeros.
           05 mail-postal        pic x(6) value spaces.
           05 adr-valid-sw       pic x value 'Y'.
               88 adr-valid               value 'Y'.
           05 adr-reason         pic x(30) value spaces.
      * the statement's wording in the customer's language, through
      * the shared doctext routine
       01  doctext-flds.
           05 dx-func            pic x(4) value "TEXT".
           05 dx-lang            pic x(1) value 'E'.
           05 dx-doc             pic x(8) value "CAR225".
           05 dx-id              pic x(8) value spaces.
           05 dx-text            pic x(80) value spaces.
           05 dx-status          pic x(2) value spaces.
           05 stmt-date8         pic 9(8) value zeros.
      * statements printed per language, for the control page
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
           05 custmas-stat      pic xx value spaces.
           accept date-to from environment "CAR225-DATE-TO"
               on exception move 999999 to date-to
           end-accept.
           accept presort-sw from environment "CAR225-PRESORT"
               on exception move 'N' to presort-sw
           end-accept.
      * the statement is dated at period end, or the run date when
      * the period is open-ended
           if date-to = 999999
              move rundate-ymd8 to stmt-date8
           else
              if date-to < 500000
                 compute stmt-date8 = 20000000 + date-to
              else
                 compute stmt-date8 = 19000000 + date-to
              end-if
           end-if.
           perform loadopenrtn.
           sort sortwk on ascending key sr-cust sr-date sr-inv
               input procedure loadsort-rtn
              perform mf-display-filestat-eoj
           end-if.
           open output stmtrpt.
           if presort-run
              open output mailwrk
           end-if.
           read custmas at end move 'Y' to custmas-eof.
           return sortwk at end move 'Y' to sort-eof.
           perform stmtrtn until sort-at-eof.
           if not first-cust
              perform stmtendrtn
           end-if.
           perform ctlpagertn.
           close custmas stmtrpt.
           if presort-run
              close mailwrk
           end-if.
       stmtrtn.
           if not first-cust and sr-cust not = prev-cust
              perform stmtendrtn
      * name & address block on a fresh page
       stmthdrtn.
           perform findcustrtn.
           perform mailkeyrtn.
           move 'E' to dx-lang.
           if not custmas-at-eof and cm-cust = prev-cust
                 and cm-lang not = space
              move cm-lang to dx-lang
           end-if.
           perform langcntrtn.
           move "STATEMENT OF ACCOUNT" to dx-text.
           move "TITLE" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text to rptline.
           move zero to put-adv.
           perform putrtn.
           move "DATE" to dx-func.
           move stmt-date8 to dx-id.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
           move "TEXT" to dx-func.
           move spaces to rptline.
           move dx-text to rptline (21:).
           move "STATEMENT DATE:" to dx-text.
           move "STMTDATE" to dx-id.
           perform txtrtn.
           move dx-text (1:19) to rptline (1:19).
           perform putrtn.
           move "CUSTOMER:" to dx-text.
           move "CUSTOMER" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:19) to rptline (1:19).
           move prev-cust to rptline (21:).
           perform putrtn.
           if not custmas-at-eof and cm-cust = prev-cust
              move spaces to rptline
              move cm-name to rptline
              perform putrtn
              move spaces to rptline
              move cm-adrs1 to rptline
              perform putrtn
              move spaces to rptline
              move cm-adrs2 to rptline
              perform putrtn
              move spaces to rptline
              string cm-city-prov "  " cm-prov "  " cm-postal
                  delimited by size into rptline
              end-string
              perform putrtn
           else
              move "*** NOT ON CUSTMAS ***" to dx-text
              move "NOTCUST" to dx-id
              perform txtrtn
              move spaces to rptline
              move dx-text to rptline
              perform putrtn
           end-if.
           move spaces to rptline.
           perform putrtn.
           move "BALANCE FORWARD:" to dx-text.
           move "BALFWD" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:19) to rptline (1:19).
           move bal-fwd to stmt-tot-ed.
           move stmt-tot-ed to dx-text.
           perform amtrtn.
           move dx-text (1:15) to rptline (21:15).
           perform putrtn.
           move 'Y' to hdng-done-sw.
           add 1 to stmt-count.
      * the statement's presort key - the customer's postal code when
      * adredit passes it, else ZZZZZZ to sort outside the presort
       mailkeyrtn.
           add 1 to mail-doc.
           move zeros to mail-line.
           move "ZZZZZZ" to mail-postal.
           if not custmas-at-eof and cm-cust = prev-cust
              call "adredit" using cm-prov cm-postal adr-valid-sw
                  adr-reason
              if adr-valid
                 move cm-postal to mail-postal
              end-if
           end-if.
      * one statement line - onto MAILWRK for the presort, or
      * straight onto STMTRPT; put-adv zero starts a new page
       putrtn.
           if presort-run
              move spaces to mwrec
              move mail-postal to mw-postal
              move mail-doc to mw-doc
              add 1 to mail-line
              move mail-line to mw-line
              move put-adv to mw-adv
              move rptline to mw-text
              write mwrec
           else
              if put-adv = zero
                 write rptline before advancing page
              else
                 write rptline before advancing put-adv lines
              end-if
           end-if.
           move 1 to put-adv.
       findcustrtn.
           perform findcust1rtn
               until custmas-at-eof or cm-cust >= prev-cust.
       findcust1rtn.
           read custmas at end move 'Y' to custmas-eof.
       stmtdtlrtn.
           move "INV:" to dx-text.
           move "INVOICE" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           string "  " sr-date "  " dx-text (1:8) " " sr-inv "  "
                  sr-prod "  "
               delimited by size into rptline
           end-string.
           move sr-amount to stmt-amt-ed.
           move stmt-amt-ed to dx-text.
           perform amtrtn.
           move dx-text (1:12) to rptline (41:12).
           perform putrtn.
      * close one customer's statement - a customer with period detail
      * got its page at the first detail line; a customer with only
      * an open balance still owes money and gets a page here, while
              perform stmthdrtn
           end-if.
           if hdng-done
              move spaces to rptline
              perform putrtn
              move "TOTAL OWING:" to dx-text
              move "TOTOWING" to dx-id
              perform txtrtn
              move spaces to rptline
              move dx-text (1:19) to rptline (1:19)
              move total-owing to stmt-tot-ed
              move stmt-tot-ed to dx-text
              perform amtrtn
              move dx-text (1:15) to rptline (21:15)
              perform putrtn
           end-if.
      * a line of wording in the statement's language - dx-text
      * holds the english, dx-id names the DOCTEXT row
       txtrtn.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
      * an edited amount with the language's separators
       amtrtn.
           move "AMT " to dx-func.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
           move "TEXT" to dx-func.
      * one more statement in dx-lang
       langcntrtn.
           move 1 to lang-idx.
           move 'N' to lang-found-sw.
           perform findlangrtn
               until lang-found or lang-idx > lang-count.
           if not lang-found
              if lang-count >= 10
                 display "CAR225 - LANG-TABLE FULL, CM-LANG: "
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
      * the run's control page - written straight to STMTRPT, after
      * the statements or in place of them on a presort run
       ctlpagertn.
           move spaces to rptline.
           move "CAR225 STATEMENT RUN CONTROL PAGE" to rptline.
           write rptline before advancing page.
           move spaces to rptline.
           string "STATEMENTS PRINTED: " stmt-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform ctllangrtn
               varying lang-idx from 1 by 1
               until lang-idx > lang-count.
       ctllangrtn.
           move spaces to rptline.
           string "  LANGUAGE " lg-lang (lang-idx) ": "
                  lg-docs (lang-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
