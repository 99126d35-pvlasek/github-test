       identification division.
      * cgl133 - test/demo mainframe conversion to micro focus cobol
      *        - multi-year comparative financial statements off the
      *          GLBALHST year-end balance history cgl220 appends, so
      *          the annual report's five-year comparison stops being
      *          typed in from old printouts
      *        - the same STMTMAP line definitions cgl130 prints from
      *          (statement, line, account range, description,
      *          indent, sign reversal, 'S' subtotal / 'T' total),
      *          each line summed from the accounts' closing balances
      *          for every year shown
      *        - env-var CGL133-YEAR (ccyy) is the latest fiscal year
      *          shown, default the latest year on GLBALHST;
      *          CGL133-YEARS (1-5, default 5) is how many years
      *          print side by side, newest first, each followed by
      *          its change over the year before; CGL133-COMPANY
      *          limits the statements to one company, default all
      *        - GLBALHST is append-forever - a rerun year-end leaves
      *          a second row and the latest row for an account,
      *          company and year is the one used
      *        - prints to COMPSTMT with the cgl130 unmapped-accounts
      *          trailer
       program-id. cgl133.
       environment division.
       input-output section.
       file-control.
           select glbalhst assign external GLBALHST
                  organization record sequential access mode sequential
                  file status glbalhst-stat.
           select stmtmap assign external STMTMAP
                  organization line sequential
                  file status stmtmap-stat.
           select compstmt assign external COMPSTMT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  glbalhst record contains 100 characters.
           01 gyrec. copy "glbalhst.cpy".
      * statement mapping - one row per statement line, in
      * statement/line sequence
       fd  stmtmap record contains 80 characters.
           01 smrec.
              05 sm-stmt         pic x(1).
              05 sm-line         pic 9(3).
              05 sm-acct-from    pic x(8).
              05 sm-acct-to      pic x(8).
              05 sm-dscrptn      pic x(30).
              05 sm-indent       pic 9(1).
              05 sm-reverse      pic x(1).
              05 sm-subttl       pic x(1).
              05 filler          pic x(27).
       fd  compstmt record contains 200 characters.
           01 rptline            pic x(200).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 glbalhst-eof       pic x value ' '.
               88 glbalhst-at-eof         value '1'.
           05 stmtmap-eof        pic x value ' '.
               88 stmtmap-at-eof          value '1'.
           05 acct-count         pic 9(4) value zeros.
           05 srch-idx           pic 9(4) value zeros.
           05 yr-idx             pic 9(1) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 prev-stmt          pic x(1) value spaces.
           05 last-year          pic 9(4) value zeros.
           05 year-count         pic 9(1) value 5.
           05 sel-company        pic x(2) value spaces.
           05 unmapped-count     pic 9(4) value zeros.
           05 indent-pos         pic 9(2) value zeros.
           05 col-pos            pic 9(3) value zeros.
           05 line-count         pic 9(5) value zeros.
           05 chg-amt            pic s9(11)v99 comp-3 value 0.
           05 stm-amt-ed         pic zzz,zzz,zz9.99-.
      * CGL133-YEAR and CGL133-YEARS come in off the environment as
      * text, validated through NUMEDIT before being trusted
       01  year-edit-flds.
           05 year-txt           pic x(4) value '0000'.
           05 year-edit-lth      pic 9(4) comp value 4.
           05 year-valid-sw      pic x value 'Y'.
               88 year-valid             value 'Y'.
       01  count-edit-flds.
           05 count-txt          pic x(1) value '5'.
           05 count-edit-lth     pic 9(4) comp value 1.
           05 count-valid-sw     pic x value 'Y'.
               88 count-valid            value 'Y'.
      * the years shown, newest first
       01  year-table.
           05 yt-year            pic 9(4) occurs 5 times.
      * line, subtotal and total amounts per year shown
       01  amt-table.
           05 amt-entry occurs 5 times.
              10 line-amount     pic s9(11)v99 comp-3.
              10 run-subttl      pic s9(11)v99 comp-3.
              10 run-total       pic s9(11)v99 comp-3.
              10 prt-amount      pic s9(11)v99 comp-3.
      * GLBALHST loaded once per account/company with each shown
      * year's closing balance, and a mapped switch for the trailer
       01  acct-table.
           05 acct-entry occurs 2000 times.
              10 at-acct         pic x(8).
              10 at-company      pic x(2).
              10 at-dscrptn      pic x(30).
              10 at-balance      pic s9(9)v99 comp-3 occurs 5 times.
              10 at-mapped-sw    pic x.
                 88 at-mapped            value 'Y'.
       01  misc.
           05 glbalhst-stat      pic xx value spaces.
           05 stmtmap-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept year-txt from environment "CGL133-YEAR"
               on exception move '0000' to year-txt
           end-accept.
           call "numedit" using year-txt year-edit-lth year-valid-sw.
           if year-valid
              move year-txt to last-year
           else
              move zeros to last-year
           end-if.
           accept count-txt from environment "CGL133-YEARS"
               on exception move '5' to count-txt
           end-accept.
           call "numedit" using count-txt count-edit-lth
               count-valid-sw.
           if count-valid
              move count-txt to year-count
           else
              move 5 to year-count
           end-if.
           if year-count < 1 or year-count > 5
              move 5 to year-count
           end-if.
           accept sel-company from environment "CGL133-COMPANY"
               on exception move spaces to sel-company
           end-accept.
           open input glbalhst.
           if glbalhst-stat not = '00'
              move glbalhst-stat to mf-filestat
              move "GLBALHST"   to mf-filenamei
              move "GLBALHST"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
      * no year asked for - the latest year on the history
           if last-year = zeros
              read glbalhst at end move '1' to glbalhst-eof
              end-read
              perform lastyrrtn until glbalhst-at-eof
              close glbalhst
              move ' ' to glbalhst-eof
              open input glbalhst
           end-if.
           move zeros to yr-idx.
           perform yearsetrtn until yr-idx >= 5.
           read glbalhst at end move '1' to glbalhst-eof.
           perform loadacctrtn until glbalhst-at-eof.
           close glbalhst.
           open input stmtmap.
           if stmtmap-stat not = '00'
              move stmtmap-stat to mf-filestat
              move "STMTMAP"    to mf-filenamei
              move "STMTMAP"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output compstmt.
           read stmtmap at end move '1' to stmtmap-eof.
           perform mappertn until stmtmap-at-eof.
           perform unmappedrtn.
           close stmtmap compstmt.
           move "CGL133" to jobsum-pgm.
           move line-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       lastyrrtn.
           if gy-year > last-year
              move gy-year to last-year
           end-if.
           read glbalhst at end move '1' to glbalhst-eof.
       yearsetrtn.
           add 1 to yr-idx.
           compute yt-year (yr-idx) = last-year - yr-idx + 1.
      * one history row - kept when its year is shown and its company
      * is selected; a later row for the same account, company and
      * year replaces the earlier one
       loadacctrtn.
           if sel-company = spaces or gy-company = sel-company
              move zeros to yr-idx
              move 'N' to found-sw
              perform findyrrtn until found or yr-idx >= year-count
              if found
                 perform findacctrtn
                 if found
                    move gy-balance to at-balance (srch-idx yr-idx)
                    move gy-dscrptn to at-dscrptn (srch-idx)
                 end-if
              end-if
           end-if.
           read glbalhst at end move '1' to glbalhst-eof.
       findyrrtn.
           add 1 to yr-idx.
           if yt-year (yr-idx) = gy-year
              move 'Y' to found-sw
           end-if.
       findacctrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findacct1rtn
               until found or srch-idx > acct-count.
           if not found
              if acct-count >= 2000
                 display "CGL133 - ACCT-TABLE FULL, GY-ACCT: "
                     gy-acct " NOT LOADED" upon console
              else
                 add 1 to acct-count
                 move acct-count to srch-idx
                 move gy-acct to at-acct (srch-idx)
                 move gy-company to at-company (srch-idx)
                 move 0 to at-balance (srch-idx 1)
                     at-balance (srch-idx 2) at-balance (srch-idx 3)
                     at-balance (srch-idx 4) at-balance (srch-idx 5)
                 move 'N' to at-mapped-sw (srch-idx)
                 move 'Y' to found-sw
              end-if
           end-if.
       findacct1rtn.
           if at-acct (srch-idx) = gy-acct
                 and at-company (srch-idx) = gy-company
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
      * one mapping row - a statement change prints the new heading,
      * then the row either prints its account-range amounts or drops
      * a subtotal/total line
       mappertn.
           if sm-stmt not = prev-stmt
              perform stmthdrtn
           end-if.
           if sm-subttl = 'S'
              move zeros to yr-idx
              perform subttlrtn until yr-idx >= year-count
              perform indentrtn
           else
              if sm-subttl = 'T'
                 move zeros to yr-idx
                 perform totalrtn until yr-idx >= year-count
                 perform indentrtn
              else
                 perform sumrangertn
                 move zeros to yr-idx
                 perform accumrtn until yr-idx >= year-count
                 perform indentrtn
              end-if
           end-if.
           read stmtmap at end move '1' to stmtmap-eof.
       subttlrtn.
           add 1 to yr-idx.
           move run-subttl (yr-idx) to prt-amount (yr-idx).
           move 0 to run-subttl (yr-idx).
       totalrtn.
           add 1 to yr-idx.
           move run-total (yr-idx) to prt-amount (yr-idx).
       accumrtn.
           add 1 to yr-idx.
           move line-amount (yr-idx) to prt-amount (yr-idx).
           add line-amount (yr-idx) to run-subttl (yr-idx).
           add line-amount (yr-idx) to run-total (yr-idx).
       stmthdrtn.
           move sm-stmt to prev-stmt.
           move zeros to yr-idx.
           perform stmthd1rtn until yr-idx >= 5.
           move spaces to rptline.
           if sm-stmt = 'I'
              move "COMPARATIVE INCOME STATEMENT" to rptline
           else
              move "COMPARATIVE BALANCE SHEET" to rptline
           end-if.
           write rptline before advancing page.
           move spaces to rptline.
           if sel-company = spaces
              string "ALL COMPANIES - FISCAL YEARS ENDED "
                     yt-year (1) " BACK   RUN " rundate-ymd8e
                  delimited by size into rptline
              end-string
           else
              string "COMPANY " sel-company
                     " - FISCAL YEARS ENDED " yt-year (1)
                     " BACK   RUN " rundate-ymd8e
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move zeros to yr-idx.
           perform yrhdrtn until yr-idx >= year-count.
           write rptline before advancing 2 lines.
       stmthd1rtn.
           add 1 to yr-idx.
           move 0 to run-subttl (yr-idx) run-total (yr-idx).
      * the year headings, then a change heading for each year that
      * has a year before it on the page
       yrhdrtn.
           add 1 to yr-idx.
           compute col-pos = 41 + (yr-idx - 1) * 16 + 11.
           move yt-year (yr-idx) to rptline (col-pos:4).
           if yr-idx < year-count
              compute col-pos = 121 + (yr-idx - 1) * 16 + 5
              move "CHG " to rptline (col-pos:4)
              move yt-year (yr-idx) to rptline (col-pos + 4:4)
           end-if.
      * sum every loaded account falling inside this row's range for
      * each year, reversing the sign when the row says so
       sumrangertn.
           move zeros to yr-idx.
           perform sumrange0rtn until yr-idx >= 5.
           move zeros to srch-idx.
           perform sumrange1rtn until srch-idx >= acct-count.
           if sm-reverse = 'Y'
              move zeros to yr-idx
              perform reversertn until yr-idx >= year-count
           end-if.
       sumrange0rtn.
           add 1 to yr-idx.
           move 0 to line-amount (yr-idx).
       sumrange1rtn.
           add 1 to srch-idx.
           if at-acct (srch-idx) >= sm-acct-from
                 and at-acct (srch-idx) <= sm-acct-to
              move zeros to yr-idx
              perform sumrange2rtn until yr-idx >= year-count
              move 'Y' to at-mapped-sw (srch-idx)
           end-if.
       sumrange2rtn.
           add 1 to yr-idx.
           add at-balance (srch-idx yr-idx) to line-amount (yr-idx).
       reversertn.
           add 1 to yr-idx.
           compute line-amount (yr-idx) = 0 - line-amount (yr-idx).
      * print one statement line, description shifted by the indent
      * level, each year's amount and change in fixed columns
       indentrtn.
           move spaces to rptline.
           compute indent-pos = 1 + sm-indent * 2.
           move sm-dscrptn to rptline (indent-pos:30).
           move zeros to yr-idx.
           perform indent1rtn until yr-idx >= year-count.
           write rptline before advancing 1 line.
           add 1 to line-count.
       indent1rtn.
           add 1 to yr-idx.
           move prt-amount (yr-idx) to stm-amt-ed.
           compute col-pos = 41 + (yr-idx - 1) * 16.
           move stm-amt-ed to rptline (col-pos:15).
           if yr-idx < year-count
              compute chg-amt =
                  prt-amount (yr-idx) - prt-amount (yr-idx + 1)
              move chg-amt to stm-amt-ed
              compute col-pos = 121 + (yr-idx - 1) * 16
              move stm-amt-ed to rptline (col-pos:15)
           end-if.
      * any account no mapping row covered - a new account nobody
      * mapped should be caught here, not silently missing
       unmappedrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "ACCOUNTS NOT COVERED BY STMTMAP:" to rptline.
           write rptline before advancing 1 line.
           move zeros to srch-idx.
           perform unmapped1rtn until srch-idx >= acct-count.
           move spaces to rptline.
           string "  UNMAPPED ACCOUNTS: " unmapped-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       unmapped1rtn.
           add 1 to srch-idx.
           if not at-mapped (srch-idx)
              move spaces to rptline
              string "  " at-acct (srch-idx) " "
                     at-company (srch-idx) " "
                     at-dscrptn (srch-idx)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to unmapped-count
           end-if.
       copy "unixproc1.cpy".
