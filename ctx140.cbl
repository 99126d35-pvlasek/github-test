      *          the ctx100 penalty logic (env-var CTX140-PENALTY-PCT
      *          overrides the default rate), amount owing and the
      *          due date (env-var CTX140-DUE-DATE)
      *        - the ratepayer sees where the tax goes - the municipal
      *          share and each requisitioning authority's share
      *          (school, regional, library) off the REQRATE table,
      *          computed the way ctx130 levies them
      *        - finishes with a count/value control page
      *        - owners enrolled for electronic notices on ENOTMAS
      *          (active, with an email) get no paper page - their
      *          notice goes to the ENOTICE extract instead, for
      *          sqlora14 to publish to the portal; the NOTCREG
      *          delivery register lists every notice and how it went
      *          out, with paper and electronic counts both ways
      *        - env-var CTX140-REPRINT=Y reprints on paper only the
      *          folios on ENOTRPR - put there by sqlora15 because
      *          their online notice was not viewed in time, or by
      *          sqlora14 because it could not be published - so the
      *          statutory mailed notice still goes out; ENOTICE is
      *          not written on a reprint run, and ENOTRPR is emptied
      *          once its notices are printed so the next sqlora14 and
      *          sqlora15 runs add to a clean list; a folio on it
      *          twice prints once
      *        - a paper notice is addressed from the owner's TAXADR
      *          mailing address (ctx115/ctx235) - a folio with none
      *          is flagged on the page and counted on the register;
      *          env-var CTX140-PRESORT=Y writes the paper notices to
      *          MAILWRK under the postal code (checked through the
      *          shared adredit routine) instead of NOTICES, for
      *          mailsort to put in postal presort order for the bulk
      *          rate - the control page stays on NOTICES
      *        - a paper notice prints wholly in the owner's ta-lang
      *          language off TAXADR (english when blank or no address)
      *          - the wording, the written-out dates and the amount
      *          separators come off the DOCTEXT table through the
      *          shared doctext routine (CTX140 rows, AUTHxxxx rows for
      *          the requisitioning authorities' names); the control
      *          page counts the paper notices by language
       program-id. ctx140.
       environment division.
       input-output section.
           select locimp assign external LOCIMP
                  organization line sequential
                  file status locimp-stat.
           select reqrate assign external REQRATE
                  organization line sequential
                  file status reqrate-stat.
           select notices assign external NOTICES
                  organization line sequential.
           select enotmas assign external ENOTMAS
                  organization line sequential
                  file status enotmas-stat.
           select enotrpr assign external ENOTRPR
                  organization line sequential
                  file status enotrpr-stat.
           select enotice assign external ENOTICE
                  organization line sequential.
           select notcreg assign external NOTCREG
                  organization line sequential.
           select taxadr assign external TAXADR
                  organization line sequential
                  file status taxadr-stat.
           select mailwrk assign external MAILWRK
                  organization line sequential.
      *eject
       data  division.
       file section.
              05 li-term         pic 9(2).
              05 li-start        pic 9(4).
              05 filler          pic x(25).
      * requisition rate table - one row per taxing authority per
      * property class, rate per thousand dollars of assessed value
       fd  reqrate record contains 80 characters.
           01 rqrec.
              05 rq-auth         pic x(4).
              05 rq-class        pic x(2).
              05 rq-rate         pic 9(3)v9999.
              05 rq-dscrptn      pic x(30).
              05 filler          pic x(37).
       fd  notices record contains 120 characters.
           01 rptline            pic x(120).
       fd  enotmas record contains 100 characters.
           01 enrec. copy "enotmas.cpy".
      * one row per folio whose online notice went unviewed
       fd  enotrpr record contains 20 characters.
           01 rprec.
              05 rp-folio        pic x(10).
              05 filler          pic x(2).
              05 rp-pub-date     pic 9(8).
       fd  enotice record contains 160 characters.
           01 ntrec. copy "enotice.cpy".
       fd  notcreg record contains 120 characters.
           01 regline            pic x(120).
       fd  taxadr record contains 150 characters.
           01 tarec. copy "taxadr.cpy".
       fd  mailwrk record contains 140 characters.
           01 mwrec. copy "mailwrk.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
              10 lt-rate         pic 99v99.
              10 lt-term         pic 9(2).
              10 lt-start        pic 9(4).
      * requisitions by authority and class off REQRATE; no file
      * means the municipal rate is the whole tax
       01  req-flds.
           05 reqrate-stat       pic xx value spaces.
           05 reqrate-eof        pic x value ' '.
               88 reqrate-at-eof          value '1'.
           05 req-count          pic 9(3) value zeros.
           05 req-idx            pic 9(3) value zeros.
           05 assessed-value     pic 9(10) value zeros.
           05 share-amt          pic s9(7)v99 comp-3 value 0.
       01  req-table.
           05 req-entry occurs 200 times.
              10 qt-auth         pic x(4).
              10 qt-class        pic x(2).
              10 qt-rate         pic 9(3)v9999.
              10 qt-dscrptn      pic x(30).
      * electronic delivery - active enrolments off ENOTMAS, and on a
      * reprint run the unviewed folios off ENOTRPR
       01  deliver-flds.
           05 enotmas-stat       pic xx value spaces.
           05 enotmas-eof        pic x value ' '.
               88 enotmas-at-eof          value '1'.
           05 enotrpr-stat       pic xx value spaces.
           05 enotrpr-eof        pic x value ' '.
               88 enotrpr-at-eof          value '1'.
           05 reprint-sw         pic x value 'N'.
               88 reprint-run             value 'Y'.
           05 deliver-sw         pic x value 'P'.
               88 deliver-paper           value 'P'.
               88 deliver-elec            value 'E'.
               88 deliver-none            value 'S'.
           05 notice-year        pic 9(4) value zeros.
           05 enrol-count        pic 9(5) value zeros.
           05 enrol-idx          pic 9(5) value zeros.
           05 enrol-found-sw     pic x value 'N'.
               88 enrol-found             value 'Y'.
           05 cancel-count       pic 9(5) value zeros.
           05 rpr-count          pic 9(5) value zeros.
           05 rpr-idx            pic 9(5) value zeros.
           05 rpr-found-sw       pic x value 'N'.
               88 rpr-found               value 'Y'.
           05 elec-count         pic 9(7) value zeros.
           05 elec-owing         pic s9(11)v99 comp-3 value 0.
           05 unmatched-count    pic 9(5) value zeros.
           05 method-txt         pic x(10) value spaces.
       01  enrol-table.
           05 enrol-entry occurs 5000 times.
              10 et-folio        pic x(10).
              10 et-email        pic x(60).
              10 et-matched-sw   pic x.
                 88 et-matched           value 'Y'.
       01  rpr-table.
           05 rpr-entry occurs 5000 times.
              10 pt-folio        pic x(10).
              10 pt-pub-date     pic 9(8).
              10 pt-matched-sw   pic x.
                 88 pt-matched           value 'Y'.
      * owner mailing addresses off TAXADR - no file means no notice
      * has one yet
       01  adr-flds.
           05 taxadr-stat        pic xx value spaces.
           05 taxadr-eof         pic x value ' '.
               88 taxadr-at-eof           value '1'.
           05 adr-count          pic 9(5) value zeros.
           05 adr-idx            pic 9(5) value zeros.
           05 adr-found-sw       pic x value 'N'.
               88 adr-found               value 'Y'.
           05 noadr-count        pic 9(7) value zeros.
           05 adr-valid-sw       pic x value 'Y'.
               88 adr-valid               value 'Y'.
           05 adr-reason         pic x(30) value spaces.
       01  adr-table.
           05 adr-entry occurs 5000 times.
              10 at-folio        pic x(10).
              10 at-name         pic x(30).
              10 at-adrs1        pic x(30).
              10 at-adrs2        pic x(30).
              10 at-city         pic x(20).
              10 at-prov         pic x(2).
              10 at-postal       pic x(6).
              10 at-lang         pic x(1).
      * presort - each paper notice's lines go to MAILWRK under its
      * postal code when CTX140-PRESORT=Y, else straight to NOTICES
       01  mail-flds.
           05 presort-sw         pic x value 'N'.
               88 presort-run             value 'Y'.
           05 put-adv            pic 9 value 1.
           05 mail-doc           pic 9(7) value zeros.
           05 mail-line          pic 9(4) value zeros.
           05 mail-postal        pic x(6) value spaces.
      * the notice's wording in the owner's language, through the
      * shared doctext routine
       01  doctext-flds.
           05 dx-func            pic x(4) value "TEXT".
           05 dx-lang            pic x(1) value 'E'.
           05 dx-doc             pic x(8) value "CTX140".
           05 dx-id              pic x(8) value spaces.
           05 dx-text            pic x(80) value spaces.
           05 dx-status          pic x(2) value spaces.
           05 hold-txt           pic x(80) value spaces.
           05 date-txt           pic x(80) value spaces.
      * paper notices printed per language, for the control page
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
           05 citytax-stat       pic xx value spaces.
           05 millrate-stat      pic xx value spaces.
           accept due-date from environment "CTX140-DUE-DATE"
               on exception move spaces to due-date
           end-accept.
           accept reprint-sw from environment "CTX140-REPRINT"
               on exception move 'N' to reprint-sw
           end-accept.
           accept presort-sw from environment "CTX140-PRESORT"
               on exception move 'N' to presort-sw
           end-accept.
           compute notice-year = rundate-ymd8-cc * 100
               + rundate-ymd8-yy.
           open input millrate.
           if millrate-stat not = '00'
              move millrate-stat to mf-filestat
           close millrate.
           perform loadutilrtn.
           perform loadlirtn.
           open input reqrate.
           if reqrate-stat = '00'
              read reqrate at end move '1' to reqrate-eof
              end-read
              perform loadreqrtn until reqrate-at-eof
              close reqrate
           end-if.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           perform loadenrolrtn.
           open input taxadr.
           if taxadr-stat = '00'
              read taxadr at end move '1' to taxadr-eof
              end-read
              perform loadadrrtn until taxadr-at-eof
              close taxadr
           end-if.
           open output notices notcreg.
           if presort-run
              open output mailwrk
           end-if.
           if not reprint-run
              open output enotice
           end-if.
           perform reghdrrtn.
           read citytax at end move '1' to citytax-eof.
           perform noticertn until citytax-at-eof.
           perform ctlpagertn.
           perform regtotrtn.
           close citytax notices notcreg.
           if presort-run
              close mailwrk
           end-if.
           if not reprint-run
              close enotice
           end-if.
      * the reprint list is spent - empty it for the next sqlora14
      * and sqlora15 runs to add to
           if reprint-run
              open output enotrpr
              close enotrpr
           end-if.
           move "CTX140" to jobsum-pgm.
           compute jobsum-count = notice-count + elec-count.
           if unmatched-count > zeros
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
              move mr-rate to rt-rate (rate-count)
           end-if.
           read millrate at end move '1' to millrate-eof.
      * one folio's notice - paper, the electronic extract, or (on
      * a reprint run) nothing for a folio not on the reprint list
       noticertn.
           perform penaltyrtn.
           perform deliverrtn.
           if deliver-paper
              perform paperrtn
           end-if.
           if deliver-elec
              perform enoticertn
           end-if.
           read citytax at end move '1' to citytax-eof.
      * the ctx100 penalty logic decides penalty-to-date from
      * ctx-post-date against the run date
       penaltyrtn.
           if ctx-post-date < rundate-ymd6
              compute penalty-amt rounded =
                  ctx-maint-tax * penalty-pct / 100
           else
              move zeros to penalty-amt
           end-if.
           compute owing-amt = ctx-maint-tax + penalty-amt.
      * an active enrolment goes electronic; on a reprint run only
      * the folios on ENOTRPR print, whatever their enrolment
       deliverrtn.
           perform findenrolrtn.
           if enrol-found
              move 'Y' to et-matched-sw (enrol-idx)
           end-if.
           if reprint-run
              perform findrprrtn
              if rpr-found
                 move 'Y' to pt-matched-sw (rpr-idx)
                 move 'P' to deliver-sw
                 move "REPRINT" to method-txt
              else
                 move 'S' to deliver-sw
              end-if
           else
              if enrol-found
                 move 'E' to deliver-sw
                 move "ELECTRONIC" to method-txt
              else
                 move 'P' to deliver-sw
                 move "PAPER" to method-txt
              end-if
           end-if.
      * the notice as the portal shows it - same figures as the page
       enoticertn.
           move spaces to ntrec.
           move ctx-folio to nt-folio.
           move notice-year to nt-year.
           move ctx-name to nt-name.
           move et-email (enrol-idx) to nt-email.
           move ctx-land-value to nt-land-value.
           move ctx-imp-value to nt-imp-value.
           move ctx-maint-tax to nt-levy.
           move penalty-amt to nt-penalty.
           move owing-amt to nt-owing.
           move due-date to nt-due-date.
           write ntrec.
           add 1 to elec-count.
           add owing-amt to elec-owing.
           perform reglinertn.
      * one folio's paper notice page, in the owner's language
       paperrtn.
           perform mailkeyrtn.
           move 'E' to dx-lang.
           if adr-found and at-lang (adr-idx) not = space
              move at-lang (adr-idx) to dx-lang
           end-if.
           perform langcntrtn.
           move "ANNUAL PROPERTY TAX NOTICE" to dx-text.
           move "TITLE" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text to rptline.
           move zero to put-adv.
           perform putrtn.
      * a reprint folio with no publish date is one sqlora14 could
      * not publish at all
           if reprint-run
              if pt-pub-date (rpr-idx) = zeros
                 move "REPRINT - ELECTRONIC NOTICE COULD NOT BE SENT"
                     to dx-text
                 move "REPRINT1" to dx-id
                 perform txtrtn
                 move spaces to rptline
                 move dx-text to rptline
              else
                 move "DATE" to dx-func
                 move pt-pub-date (rpr-idx) to dx-id
                 call "doctext" using dx-func dx-lang dx-doc dx-id
                     dx-text dx-status
                 move "TEXT" to dx-func
                 move dx-text to date-txt
                 move "REPRINT - ELECTRONIC NOTICE PUBLISHED" to dx-text
                 move "REPRINT2" to dx-id
                 perform txtrtn
                 move dx-text to hold-txt
                 move "WAS NOT VIEWED" to dx-text
                 move "NOTVIEW" to dx-id
                 perform txtrtn
                 move spaces to rptline
                 string hold-txt delimited by "  "
                        " " date-txt delimited by "  "
                        " " dx-text delimited by "  "
                     into rptline
                 end-string
              end-if
              perform putrtn
           end-if.
           move "FOLIO:" to dx-text.
           move "FOLIO" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:12) to rptline (1:12).
           move ctx-folio to rptline (14:).
           perform putrtn.
           move "OWNER:" to dx-text.
           move "OWNER" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:12) to rptline (1:12).
           move ctx-name to rptline (14:).
           perform putrtn.
           perform mailadrrtn.
           move ctx-land-value to val-ed.
           move "ASSESSED LAND VALUE:" to dx-text.
           move "LANDVAL" to dx-id.
           perform vallinertn.
           move ctx-imp-value to val-ed.
           move "ASSESSED IMPROVEMENT VALUE:" to dx-text.
           move "IMPVAL" to dx-id.
           perform vallinertn.
           perform findratertn.
           move "CLASS" to dx-text.
           move "CLASS" to dx-id.
           perform txtrtn.
           move dx-text to date-txt.
           move "MILL RATE:" to dx-text.
           move "MILLRATE" to dx-id.
           perform txtrtn.
           move dx-text to hold-txt.
           if found
              move "PER 1000" to dx-text
              move "PER1000" to dx-id
           else
              move "NOT ON TABLE" to dx-text
              move "NOTONTBL" to dx-id
           end-if.
           perform txtrtn.
           move spaces to rptline.
           if found
              string date-txt delimited by "  "
                     " " ctx-class "  " delimited by size
                     hold-txt delimited by "  "
                     " " rt-rate (srch-idx) " " delimited by size
                     dx-text delimited by "  "
                  into rptline
              end-string
           else
              string date-txt delimited by "  "
                     " " ctx-class "  " delimited by size
                     hold-txt delimited by "  "
                     " " delimited by size
                     dx-text delimited by "  "
                  into rptline
              end-string
           end-if.
           perform putrtn.
           perform sharesrtn.
           move ctx-maint-tax to amt-ed.
           move "CURRENT LEVY:" to dx-text.
           move "CURLEVY" to dx-id.
           perform amtlinertn.
           perform utillinesrtn.
           perform lilinesrtn.
           move penalty-amt to amt-ed.
           move "PENALTY TO DATE:" to dx-text.
           move "PENALTY" to dx-id.
           perform amtlinertn.
           move owing-amt to amt-ed.
           move "TOTAL AMOUNT OWING:" to dx-text.
           move "TOTOWING" to dx-id.
           perform amtlinertn.
           move due-date to date-txt.
           if due-date numeric
              move "DATE" to dx-func
              move due-date to dx-id
              call "doctext" using dx-func dx-lang dx-doc dx-id
                  dx-text dx-status
              move "TEXT" to dx-func
              if dx-status = "OK"
                 move dx-text to date-txt
              end-if
           end-if.
           move "DUE DATE:" to dx-text.
           move "DUEDATE" to dx-id.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:28) to rptline (1:28).
           move date-txt (1:30) to rptline (30:30).
           perform putrtn.
           add 1 to notice-count.
           add owing-amt to tot-owing.
           perform reglinertn.
      * one notice line of wording and an amount - dx-text/dx-id the
      * english label and its DOCTEXT row, amt-ed the amount
       amtlinertn.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:28) to rptline (1:28).
           move amt-ed to dx-text.
           perform amtrtn.
           move dx-text (1:12) to rptline (30:12).
           perform putrtn.
      * the same for an assessed value in val-ed
       vallinertn.
           perform txtrtn.
           move spaces to rptline.
           move dx-text (1:28) to rptline (1:28).
           move val-ed to dx-text.
           perform amtrtn.
           move dx-text (1:11) to rptline (31:11).
           perform putrtn.
      * a line of wording in the notice's language - dx-text holds
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
      * one more paper notice in dx-lang
       langcntrtn.
           move 1 to lang-idx.
           move 'N' to lang-found-sw.
           perform findlangrtn
               until lang-found or lang-idx > lang-count.
           if not lang-found
              if lang-count >= 10
                 display "CTX140 - LANG-TABLE FULL, TA-LANG: "
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
      * the mailing address block off TAXADR
       mailadrrtn.
           if adr-found
              move spaces to rptline
              move at-name (adr-idx) to rptline
              perform putrtn
              move spaces to rptline
              move at-adrs1 (adr-idx) to rptline
              perform putrtn
              if at-adrs2 (adr-idx) not = spaces
                 move spaces to rptline
                 move at-adrs2 (adr-idx) to rptline
                 perform putrtn
              end-if
              move spaces to rptline
              string at-city (adr-idx) " " at-prov (adr-idx) "  "
                     at-postal (adr-idx)
                 delimited by size into rptline
              end-string
              move 2 to put-adv
              perform putrtn
           else
              add 1 to noadr-count
              move "*** NO MAILING ADDRESS ON FILE ***" to dx-text
              move "NOADR" to dx-id
              perform txtrtn
              move spaces to rptline
              move dx-text to rptline
              move 2 to put-adv
              perform putrtn
           end-if.
      * the notice's presort key - the TAXADR postal code when
      * adredit passes it, else ZZZZZZ to sort outside the presort
       mailkeyrtn.
           add 1 to mail-doc.
           move zeros to mail-line.
           move "ZZZZZZ" to mail-postal.
           perform findadrrtn.
           if adr-found
              call "adredit" using at-prov (adr-idx)
                  at-postal (adr-idx) adr-valid-sw adr-reason
              if adr-valid
                 move at-postal (adr-idx) to mail-postal
              end-if
           end-if.
      * one notice line - onto MAILWRK for the presort, or straight
      * onto NOTICES; put-adv zero starts a new page
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
       loadadrrtn.
           if adr-count >= 5000
              display "CTX140 - ADR-TABLE FULL, TA-FOLIO: "
                  ta-folio " NOT LOADED" upon console
           else
              add 1 to adr-count
              move ta-folio to at-folio (adr-count)
              move ta-name to at-name (adr-count)
              move ta-adrs1 to at-adrs1 (adr-count)
              move ta-adrs2 to at-adrs2 (adr-count)
              move ta-city to at-city (adr-count)
              move ta-prov to at-prov (adr-count)
              move ta-postal to at-postal (adr-count)
              move ta-lang to at-lang (adr-count)
           end-if.
           read taxadr at end move '1' to taxadr-eof.
       findadrrtn.
           move 1 to adr-idx.
           move 'N' to adr-found-sw.
           perform findadr1rtn
               until adr-found or adr-idx > adr-count.
       findadr1rtn.
           if at-folio (adr-idx) = ctx-folio
              move 'Y' to adr-found-sw
           else
              add 1 to adr-idx
           end-if.
      * where the tax goes - the municipal share at the class mill
      * rate and each authority's requisition for the class
       sharesrtn.
           compute assessed-value = ctx-land-value + ctx-imp-value.
           if found
              compute share-amt rounded =
                  assessed-value * rt-rate (srch-idx) / 1000
              move share-amt to amt-ed
              move "  MUNICIPAL TAX:" to dx-text
              move "MUNTAX" to dx-id
              perform amtlinertn
           end-if.
           move zeros to req-idx.
           perform share1rtn until req-idx >= req-count.
       share1rtn.
           add 1 to req-idx.
           if qt-class (req-idx) = ctx-class
              compute share-amt rounded =
                  assessed-value * qt-rate (req-idx) / 1000
              move share-amt to amt-ed
              move "RATE" to dx-text
              move "RATE" to dx-id
              perform txtrtn
              move dx-text to date-txt
              move "PER 1000" to dx-text
              move "PER1000" to dx-id
              perform txtrtn
              move spaces to hold-txt
              string "(" date-txt delimited by "  "
                     " " qt-rate (req-idx) " " delimited by size
                     dx-text delimited by "  "
                     ")" delimited by size
                  into hold-txt
              end-string
              move qt-dscrptn (req-idx) to dx-text
              move spaces to dx-id
              string "AUTH" qt-auth (req-idx) delimited by size
                  into dx-id
              end-string
              perform txtrtn
              move spaces to rptline
              string "  " dx-text delimited by "  "
                     ":" delimited by size
                  into rptline
              end-string
              move amt-ed to dx-text
              perform amtrtn
              move dx-text (1:12) to rptline (30:12)
              move hold-txt to rptline (44:)
              perform putrtn
           end-if.
       loadreqrtn.
           if req-count >= 200
              display "CTX140 - REQ-TABLE FULL, RQ-AUTH: "
                  rq-auth " NOT LOADED" upon console
           else
              add 1 to req-count
              move rq-auth to qt-auth (req-count)
              move rq-class to qt-class (req-count)
              move rq-rate to qt-rate (req-count)
              move rq-dscrptn to qt-dscrptn (req-count)
           end-if.
           read reqrate at end move '1' to reqrate-eof.
      * no UTILCHG on disk just means no utility billing
       loadutilrtn.
           open input utilchg.
               until util-idx > util-count.
       utilline1rtn.
           if ut-folio (util-idx) = ctx-folio
              move "UTILITY CHARGE" to dx-text
              move "UTILCHG" to dx-id
              perform txtrtn
              move spaces to rptline
              string dx-text delimited by "  "
                     " (" ut-service (util-idx) "):" delimited by size
                  into rptline
              end-string
              move ut-annual (util-idx) to util-amt-ed
              move util-amt-ed to dx-text
              perform amtrtn
              move dx-text (1:11) to rptline (30:11)
              perform leviedrtn
              move hold-txt (1:40) to rptline (43:40)
              perform putrtn
           end-if.
      * no LOCIMP on disk just means no local improvements in force
       loadlirtn.
           if lt-folio (li-idx) = ctx-folio
              perform installrtn
              if li-install not = 0
                 move "LOCAL IMPROVEMENT BYLAW" to dx-text
                 move "LOCIMP" to dx-id
                 perform txtrtn
                 move spaces to rptline
                 string dx-text delimited by "  "
                        " " lt-bylaw (li-idx) ":" delimited by size
                     into rptline
                 end-string
                 move li-install to li-amt-ed
                 move li-amt-ed to dx-text
                 perform amtrtn
                 move dx-text (1:11) to rptline (44:11)
                 perform leviedrtn
                 move hold-txt (1:40) to rptline (57:40)
                 perform putrtn
              end-if
              if li-remaining > 0
                 move "PAYOUT QUOTE (PRINCIPAL):" to dx-text
                 move "PAYOUT" to dx-id
                 perform txtrtn
                 move dx-text to hold-txt
                 move "BYLAW" to dx-text
                 move "BYLAW" to dx-id
                 perform txtrtn
                 move spaces to rptline
                 string "  " dx-text delimited by "  "
                        " " lt-bylaw (li-idx) " " delimited by size
                        hold-txt delimited by "  "
                     into rptline
                 end-string
                 move li-remaining to li-amt-ed
                 move li-amt-ed to dx-text
                 perform amtrtn
                 move dx-text (1:11) to rptline (44:11)
                 perform putrtn
              end-if
           end-if.
      * the "(levied with tax)" note after a utility or local
      * improvement charge, into hold-txt
       leviedrtn.
           move "(LEVIED WITH TAX)" to dx-text.
           move "LEVIED" to dx-id.
           perform txtrtn.
           move dx-text to hold-txt.
       findratertn.
           move 1 to srch-idx.
           move 'N' to found-sw.
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
      * active enrolments off ENOTMAS - no file means everyone gets
      * paper; on a reprint run ENOTRPR must be there
       loadenrolrtn.
           open input enotmas.
           if enotmas-stat = '00'
              read enotmas at end move '1' to enotmas-eof
              end-read
              perform loadenrol1rtn until enotmas-at-eof
              close enotmas
           end-if.
           if reprint-run
              open input enotrpr
              if enotrpr-stat not = '00'
                 move enotrpr-stat to mf-filestat
                 move "ENOTRPR"    to mf-filenamei
                 move "ENOTRPR"    to mf-filenamex
                 perform mf-display-filestat-eoj
              end-if
              read enotrpr at end move '1' to enotrpr-eof
              end-read
              perform loadrpr1rtn until enotrpr-at-eof
              close enotrpr
           end-if.
       loadenrol1rtn.
           if not en-active or en-email = spaces
              add 1 to cancel-count
           else
              if enrol-count >= 5000
                 display "CTX140 - ENROL-TABLE FULL, EN-FOLIO: "
                     en-folio " NOT LOADED" upon console
              else
                 add 1 to enrol-count
                 move en-folio to et-folio (enrol-count)
                 move en-email to et-email (enrol-count)
                 move 'N' to et-matched-sw (enrol-count)
              end-if
           end-if.
           read enotmas at end move '1' to enotmas-eof.
      * a folio both programs listed, or one listed again by a
      * rerun, is kept once
       loadrpr1rtn.
           move 'N' to rpr-found-sw.
           move zeros to rpr-idx.
           perform duprprrtn
               until rpr-found or rpr-idx >= rpr-count.
           if not rpr-found
              if rpr-count >= 5000
                 display "CTX140 - RPR-TABLE FULL, RP-FOLIO: "
                     rp-folio " NOT LOADED" upon console
              else
                 add 1 to rpr-count
                 move rp-folio to pt-folio (rpr-count)
                 move rp-pub-date to pt-pub-date (rpr-count)
                 move 'N' to pt-matched-sw (rpr-count)
              end-if
           end-if.
           read enotrpr at end move '1' to enotrpr-eof.
       duprprrtn.
           add 1 to rpr-idx.
           if pt-folio (rpr-idx) = rp-folio
              move 'Y' to rpr-found-sw
           end-if.
       findenrolrtn.
           move 1 to enrol-idx.
           move 'N' to enrol-found-sw.
           perform findenrol1rtn
               until enrol-found or enrol-idx > enrol-count.
       findenrol1rtn.
           if et-folio (enrol-idx) = ctx-folio
              move 'Y' to enrol-found-sw
           else
              add 1 to enrol-idx
           end-if.
       findrprrtn.
           move 1 to rpr-idx.
           move 'N' to rpr-found-sw.
           perform findrpr1rtn
               until rpr-found or rpr-idx > rpr-count.
       findrpr1rtn.
           if pt-folio (rpr-idx) = ctx-folio
              move 'Y' to rpr-found-sw
           else
              add 1 to rpr-idx
           end-if.
      * delivery register - one line per notice and how it went out
       reghdrrtn.
           move spaces to regline.
           if reprint-run
              string "TAX NOTICE DELIVERY REGISTER - UNVIEWED "
                     "ELECTRONIC NOTICE REPRINTS - RUN DATE "
                     rundate-ymd6e
                  delimited by size into regline
              end-string
           else
              string "TAX NOTICE DELIVERY REGISTER - " notice-year
                     " NOTICES - RUN DATE " rundate-ymd6e
                  delimited by size into regline
              end-string
           end-if.
           write regline before advancing 1 line.
           move spaces to regline.
           write regline before advancing 1 line.
           move spaces to regline.
           string "FOLIO       OWNER                 DELIVERY    "
                  "AMOUNT OWING  EMAIL"
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       reglinertn.
           move owing-amt to amt-ed.
           move spaces to regline.
           if deliver-elec
              string ctx-folio "  " ctx-name "  " method-txt "  "
                     amt-ed "  " et-email (enrol-idx)
                  delimited by size into regline
              end-string
           else
              string ctx-folio "  " ctx-name "  " method-txt "  "
                     amt-ed
                  delimited by size into regline
              end-string
           end-if.
           write regline before advancing 1 line.
      * counts both ways, then any enrolment or reprint folio that
      * is not on the roll
       regtotrtn.
           move spaces to regline.
           write regline before advancing 1 line.
           move tot-owing to tot-ed.
           move spaces to regline.
           if reprint-run
              string "PAPER REPRINTS:     " notice-count
                     "  AMOUNT OWING: " tot-ed
                  delimited by size into regline
              end-string
           else
              string "PAPER NOTICES:      " notice-count
                     "  AMOUNT OWING: " tot-ed
                  delimited by size into regline
              end-string
           end-if.
           write regline before advancing 1 line.
           if noadr-count > zeros
              move spaces to regline
              string "  PAPER NOTICES WITH NO MAILING ADDRESS: "
                     noadr-count
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           end-if.
           if not reprint-run
              move elec-owing to tot-ed
              move spaces to regline
              string "ELECTRONIC NOTICES: " elec-count
                     "  AMOUNT OWING: " tot-ed
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              move spaces to regline
              string "ENROLMENTS ACTIVE: " enrol-count
                     "  CANCELLED OR NO EMAIL (PAPER): " cancel-count
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              move zeros to enrol-idx
              perform regenrolrtn until enrol-idx >= enrol-count
           else
              move zeros to rpr-idx
              perform regrprrtn until rpr-idx >= rpr-count
           end-if.
           if unmatched-count > zeros
              move spaces to regline
              string "*** " unmatched-count " FOLIO(S) ABOVE NOT ON "
                     "CITYTAX - NO NOTICE SENT ***"
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           end-if.
       regenrolrtn.
           add 1 to enrol-idx.
           if not et-matched (enrol-idx)
              add 1 to unmatched-count
              move spaces to regline
              string "ENROLLED FOLIO NOT ON CITYTAX: "
                     et-folio (enrol-idx) "  " et-email (enrol-idx)
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           end-if.
       regrprrtn.
           add 1 to rpr-idx.
           if not pt-matched (rpr-idx)
              add 1 to unmatched-count
              move spaces to regline
              string "REPRINT FOLIO NOT ON CITYTAX: "
                     pt-folio (rpr-idx)
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
