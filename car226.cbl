      *          level 1 first reminder past the threshold, level 2
      *          second notice past 60 days, level 3 final demand past
      *          90 days
      *        - the CAR226-DAYS threshold counts business days, not
      *          calendar days - weekends and HOLIDAY calendar days are
      *          stepped over through the shared busday routine, so a
      *          customer is never dunned for days nobody could pay
      *          on; the 60/90 day escalation stays calendar age
      *        - the three letter bodies come off the DUNTEXT control
      *          file (level digit in column 1, text line following),
      *          so credit can reword a letter without a program change
      *        - the DUNREG register lists who got which level letter
      *          with the oldest age and open balance, so the credit
      *          clerk can log follow-ups off the same run
      *        - an item on dispute hold (car253) is not dunned - it
      *          counts in neither the balance nor the oldest age
      *        - the address block ends with the cm-prov/cm-postal
      *          mailing codes; env-var CAR226-PRESORT=Y writes the
      *          letters to MAILWRK under the customer's postal code
      *          (checked through the shared adredit routine) instead
      *          of DUNLTR, for mailsort to put in postal presort
      *          order for the bulk rate
      *        - each letter prints wholly in the customer's cm-lang
      *          language: DUNTEXT column 2 carries the language code
      *          of the body line (blank is english), and the heading
      *          wording, the written-out date and the amount
      *          separators come off the DOCTEXT table through the
      *          shared doctext routine (CAR226 rows); a language with
      *          no body for the level gets the english body, named on
      *          the console; the register counts letters by language
       program-id. car226.
       environment division.
       input-output section.
                  organization line sequential.
           select dunreg assign external DUNREG
                  organization line sequential.
           select mailwrk assign external MAILWRK
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  custmas record contains 256 characters.
           01 cm1. copy "custmas.cpy".
      * letter text control file - dt-level '1'/'2'/'3' selects which
      * letter body the line belongs to and dt-lang its language, the
      * text prints as keyed
       fd  duntext record contains 80 characters.
           01 dtrec.
              05 dt-level        pic x(1).
              05 dt-lang         pic x(1).
              05 dt-text         pic x(70).
              05 filler          pic x(8).
       fd  dunltr record contains 120 characters.
           01 ltrline            pic x(120).
       fd  dunreg record contains 120 characters.
           01 regline            pic x(120).
       fd  mailwrk record contains 140 characters.
           01 mwrec. copy "mailwrk.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
              10 inv-date-yy     pic 9(2).
              10 inv-date-mm     pic 9(2).
              10 inv-date-dd     pic 9(2).
           05 inv-date8          pic 9(8) value zeros.
           05 oldest-date        pic 9(8) value zeros.
      * the threshold date - CAR226-DAYS business days back from the
      * run date, through the shared busday calendar routine; an item
      * dated on or before it is past the threshold
       01  busday-flds.
           05 bd-func            pic x(4) value "ADD ".
           05 bd-days            pic s9(4) comp value zeros.
           05 bd-status          pic x(2) value spaces.
           05 cutoff-date        pic 9(8) value zeros.
           05 letter-level       pic 9(1) value zeros.
           05 letter-count       pic 9(5) value zeros.
           05 bal-ed             pic zzz,zzz,zz9.99-.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the three letter bodies off DUNTEXT for each language, up to
      * 12 lines each; english is always the first language slot, and
      * tl-letters counts the letters each language got
       01  text-flds.
           05 txt-idx            pic 9(3) value zeros.
           05 txt-lvl            pic 9(1) value zeros.
           05 txt-slot           pic 9(2) value zeros.
           05 body-slot          pic 9(2) value zeros.
           05 slot-count         pic 9(2) value zeros.
           05 slot-found-sw      pic x value 'N'.
               88 slot-found              value 'Y'.
           05 srch-lang          pic x(1) value spaces.
       01  text-table.
           05 text-lang-entry occurs 10 times.
              10 tl-lang         pic x(1).
              10 tl-letters      pic 9(5).
              10 text-level-entry occurs 3 times.
                 15 tx-warned    pic x(1).
                 15 tx-count     pic 9(2).
                 15 tx-line occurs 12 times
                                 pic x(70).
       01  level-names.
           05 filler             pic x(16) value "FIRST REMINDER".
       01  level-names-r redefines level-names.
           05 level-name occurs 3 times
                                 pic x(16).
      * presort - each letter's lines go to MAILWRK under its postal
      * code when CAR226-PRESORT=Y, else straight to DUNLTR
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
      * the letter's wording in the customer's language, through the
      * shared doctext routine
       01  doctext-flds.
           05 dx-func            pic x(4) value "TEXT".
           05 dx-lang            pic x(1) value 'E'.
           05 dx-doc             pic x(8) value "CAR226".
           05 dx-id              pic x(8) value spaces.
           05 dx-text            pic x(80) value spaces.
           05 dx-status          pic x(2) value spaces.
           05 level-txt          pic x(40) value spaces.
       01  misc.
           05 aropen-stat        pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
                  min-days-txt upon console
              move 30 to min-days
           end-if.
           compute bd-days = 0 - min-days.
           call "busday" using bd-func rundate-ymd8 bd-days
               cutoff-date bd-status.
           if bd-status not = "OK"
              display "CAR226 - RUN DATE " rundate-ymd8
                  " IS NOT A VALID DATE - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           perform initlangrtn
               varying txt-slot from 1 by 1 until txt-slot > 10.
           move 'E' to tl-lang (1).
           move 1 to slot-count.
           open input duntext.
           if duntext-stat not = '00'
              move duntext-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           accept presort-sw from environment "CAR226-PRESORT"
               on exception move 'N' to presort-sw
           end-accept.
           open output dunltr dunreg.
           if presort-run
              open output mailwrk
           end-if.
           move spaces to regline.
           string "DUNNING LETTER REGISTER - RUN DATE " rundate-ymd6e
                  "  THRESHOLD: " min-days " BUSINESS DAYS"
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           move spaces to regline.
           string "CUST    NAME                  LEVEL"
                  "             OLDEST        BALANCE  LANG"
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           end-if.
           perform ttlrtn.
           close aropen custmas dunltr dunreg.
           if presort-run
              close mailwrk
           end-if.
           move "CAR226" to jobsum-pgm.
           move letter-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
      * the text table starts empty - the un-VALUEd display
      * counters would otherwise read as spaces and wreck the
      * first ADD
       initlangrtn.
           move spaces to tl-lang (txt-slot).
           move zeros to tl-letters (txt-slot).
           perform inittextrtn
               varying txt-lvl from 1 by 1 until txt-lvl > 3.
       inittextrtn.
           move 'N' to tx-warned (txt-slot, txt-lvl).
           move zeros to tx-count (txt-slot, txt-lvl).
           perform inittext1rtn
               varying txt-idx from 1 by 1 until txt-idx > 12.
       inittext1rtn.
           move spaces to tx-line (txt-slot, txt-lvl, txt-idx).
       loadtextrtn.
           if dt-level >= '1' and dt-level <= '3'
              move dt-level to txt-lvl
              move dt-lang to srch-lang
              perform findslotrtn
              if txt-slot = zeros
                 continue
              else
                 if tx-count (txt-slot, txt-lvl) >= 12
                    display "CAR226 - DUNTEXT LEVEL " dt-level
                        " LANGUAGE " tl-lang (txt-slot)
                        " OVER 12 LINES, LINE DROPPED" upon console
                 else
                    add 1 to tx-count (txt-slot, txt-lvl)
                    move dt-text to tx-line (txt-slot, txt-lvl,
                        tx-count (txt-slot, txt-lvl))
                 end-if
              end-if
           end-if.
           read duntext at end move '1' to duntext-eof.
      * the language slot for srch-lang (blank is english), added on
      * first sight; txt-slot comes back zero when the table is full
       findslotrtn.
           if srch-lang = space
              move 'E' to srch-lang
           end-if.
           move 1 to txt-slot.
           move 'N' to slot-found-sw.
           perform findslot1rtn
               until slot-found or txt-slot > slot-count.
           if not slot-found
              if slot-count >= 10
                 display "CAR226 - LANG-TABLE FULL, LANGUAGE: "
                     srch-lang " NOT LOADED" upon console
                 move zeros to txt-slot
              else
                 add 1 to slot-count
                 move slot-count to txt-slot
                 move srch-lang to tl-lang (txt-slot)
              end-if
           end-if.
       findslot1rtn.
           if tl-lang (txt-slot) = srch-lang
              move 'Y' to slot-found-sw
           else
              add 1 to txt-slot
           end-if.
      * total each ar-cust's open items and track the oldest, letting
      * the finished customer through the threshold check on every
      * control break - same break shape as car270
           if first-cust or ar-cust not = prev-cust
              move 0 to open-balance
              move 0 to oldest-days
              move 99999999 to oldest-date
           end-if.
           move 'N' to first-cust-sw.
           move ar-cust to prev-cust.
           if ar-not-disputed
              add ar-amount to open-balance
              move ar-date to inv-date-wk
              compute inv-days = inv-date-yy * 365
                  + inv-date-mm * 30 + inv-date-dd
              compute item-days = run-days - inv-days
              if item-days > oldest-days
                 move item-days to oldest-days
              end-if
              if inv-date-yy < 50
                 compute inv-date8 = 20000000 + ar-date
              else
                 compute inv-date8 = 19000000 + ar-date
              end-if
              if inv-date8 < oldest-date
                 move inv-date8 to oldest-date
              end-if
           end-if.
           read aropen at end move 'Y' to aropen-eof.
      * one finished customer - a positive balance whose oldest item
      * the age dictates
       checkrtn.
           perform findcustrtn.
           if open-balance > 0 and oldest-date <= cutoff-date
              if oldest-days > 90
                 move 3 to letter-level
              else
      * one letter - the cm-name-adrs-grp address block, the selected
      * level's DUNTEXT body, and the balance owing
       letterrtn.
           perform mailkeyrtn.
           perform langrtn.
           move level-name (letter-level) to dx-text.
           move spaces to dx-id.
           string "LEVEL" letter-level delimited by size into dx-id
           end-string.
           perform txtrtn.
           move dx-text to level-txt.
           move "COLLECTION NOTICE -" to dx-text.
           move "TITLE" to dx-id.
           perform txtrtn.
           move spaces to ltrline.
           string dx-text delimited by "  "
                  " " level-txt delimited by size
               into ltrline
           end-string.
           move zero to put-adv.
           perform putrtn.
           move "DATE" to dx-func.
           move rundate-ymd8 to dx-id.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
           move "TEXT" to dx-func.
           move spaces to ltrline.
           move dx-text (1:30) to ltrline (11:30).
           move "DATE:" to dx-text.
           move "DATE" to dx-id.
           perform txtrtn.
           move dx-text (1:9) to ltrline (1:9).
           move "CUSTOMER:" to dx-text.
           move "CUSTOMER" to dx-id.
           perform txtrtn.
           move dx-text (1:12) to ltrline (43:12).
           move prev-cust to ltrline (56:6).
           move 2 to put-adv.
           perform putrtn.
           if not custmas-at-eof and cm-cust = prev-cust
              move spaces to ltrline
              move cm-name to ltrline
              perform putrtn
              move spaces to ltrline
              move cm-adrs1 to ltrline
              perform putrtn
              move spaces to ltrline
              move cm-adrs2 to ltrline
              perform putrtn
              move spaces to ltrline
              string cm-city-prov "  " cm-prov "  " cm-postal
                  delimited by size into ltrline
              end-string
              move 2 to put-adv
              perform putrtn
           else
              move "*** NOT ON CUSTMAS ***" to dx-text
              move "NOTCUST" to dx-id
              perform txtrtn
              move spaces to ltrline
              move dx-text to ltrline
              move 2 to put-adv
              perform putrtn
           end-if.
           perform bodyslotrtn.
           move zeros to txt-idx.
           perform ltrtextrtn
               until txt-idx >= tx-count (body-slot, letter-level).
           move "AMOUNT NOW OWING:" to dx-text.
           move "OWING" to dx-id.
           perform txtrtn.
           move spaces to ltrline.
           move dx-text (1:25) to ltrline (1:25).
           move open-balance to bal-ed.
           move bal-ed to dx-text.
           move "AMT " to dx-func.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
           move "TEXT" to dx-func.
           move dx-text (1:15) to ltrline (27:15).
           perform putrtn.
           add 1 to letter-count.
      * the customer's language - cm-lang, blank or not on CUSTMAS
      * taken as english - and its slot, where the letter is counted
       langrtn.
           move 'E' to srch-lang.
           if not custmas-at-eof and cm-cust = prev-cust
              move cm-lang to srch-lang
           end-if.
           perform findslotrtn.
           if txt-slot = zeros
              move 1 to txt-slot
           end-if.
           move tl-lang (txt-slot) to dx-lang.
           add 1 to tl-letters (txt-slot).
      * the letter body in the customer's language, else the english
      * body - named on the console once a run per language and level
       bodyslotrtn.
           move txt-slot to body-slot.
           if tx-count (txt-slot, letter-level) = zeros
                 and txt-slot not = 1
              move 1 to body-slot
              if tx-warned (txt-slot, letter-level) not = 'Y'
                 move 'Y' to tx-warned (txt-slot, letter-level)
                 display "CAR226 - NO DUNTEXT LEVEL " letter-level
                     " LINES FOR LANGUAGE " dx-lang
                     " - ENGLISH PRINTED" upon console
              end-if
           end-if.
      * a line of wording in the letter's language - dx-text holds
      * the english, dx-id names the DOCTEXT row
       txtrtn.
           call "doctext" using dx-func dx-lang dx-doc dx-id dx-text
               dx-status.
      * the letter's presort key - the customer's postal code when
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
      * one letter line - onto MAILWRK for the presort, or straight
      * onto DUNLTR; put-adv zero starts a new page
       putrtn.
           if presort-run
              move spaces to mwrec
              move mail-postal to mw-postal
              move mail-doc to mw-doc
              add 1 to mail-line
              move mail-line to mw-line
              move put-adv to mw-adv
              move ltrline to mw-text
              write mwrec
           else
              if put-adv = zero
                 write ltrline before advancing page
              else
                 write ltrline before advancing put-adv lines
              end-if
           end-if.
           move 1 to put-adv.
       ltrtextrtn.
           add 1 to txt-idx.
           move spaces to ltrline.
           move tx-line (body-slot, letter-level, txt-idx) to ltrline.
           perform putrtn.
       regdtlrtn.
           move open-balance to bal-ed.
           move spaces to regline.
           if not custmas-at-eof and cm-cust = prev-cust
              string prev-cust "  " cm-name "  " letter-level " "
                     level-name (letter-level) " " oldest-days
                     " " bal-ed "  " dx-lang
                  delimited by size into regline
              end-string
           else
              string prev-cust "  *** NOT ON CUSTMAS ***"
                     "  " letter-level " " level-name (letter-level)
                     " " oldest-days " " bal-ed "  " dx-lang
                  delimited by size into regline
              end-string
           end-if.
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           perform ttllangrtn
               varying txt-slot from 1 by 1
               until txt-slot > slot-count.
       ttllangrtn.
           if tl-letters (txt-slot) > zeros
              move spaces to regline
              string "  LANGUAGE " tl-lang (txt-slot) ": "
                     tl-letters (txt-slot)
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
