       identification division.
      * calrpt - test/demo mainframe conversion to micro focus cobol
      *        - yearly business-day calendar report, for operations
      *          to review before january - the HOLIDAY calendar the
      *          shared busday routine reads is only as good as the
      *          rows keyed into it
      *        - env-var CALRPT-YEAR (ccyy) picks the year, default
      *          the year after the run date's
      *        - lists the year's HOLIDAY rows with their weekday, and
      *          flags a holiday falling on a weekend, whose observed
      *          weekday needs its own row, and a holiday keyed twice
      *        - one line per month: calendar days, weekend days,
      *          weekday holidays, business days, and the first and
      *          last business day - the month-end and month-start runs
      *        - the pay calendar for the year: when PAYCAL already
      *          carries the year's periods, each pay date is checked
      *          and any that falls on a closed day shows the business
      *          day paycal will move it to; when it doesn't, a
      *          proposed calendar is generated onto PAYCAL2 (same
      *          layout, ready to be reviewed and become PAYCAL)
      *          instead of keying the year by hand - period ends step
      *          by CALRPT-PAY-FREQ (W weekly, B biweekly, default B)
      *          from the last period end before the year (or from
      *          CALRPT-PAY-FIRST, yymmdd, the year's first period
      *          end), and each pay date is the period end plus the
      *          same lag the last PAYCAL period had (CALRPT-PAY-LAG
      *          days overrides it, default 5), moved back to a
      *          business day
       program-id. calrpt.
       environment division.
       input-output section.
       file-control.
           select holiday assign external HOLIDAY
                  organization line sequential
                  file status holiday-stat.
           select paycal assign external PAYCAL
                  organization line sequential
                  file status paycal-stat.
           select paycal2 assign external PAYCAL2
                  organization line sequential.
           select calrpt assign external CALRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  holiday record contains 40 characters.
           01 hlrec.
              05 hl-date        pic 9(8).
              05 filler         pic x(1).
              05 hl-name        pic x(30).
              05 filler         pic x(1).
       fd  paycal record contains 40 characters.
           01 paycalrec.
              05 pl-period      pic 9(3).
              05 filler         pic x(1).
              05 pl-end         pic 9(6).
              05 filler         pic x(1).
              05 pl-payday      pic 9(6).
              05 filler         pic x(23).
       fd  paycal2 record contains 40 characters.
           01 paycalrec2.
              05 pl2-period     pic 9(3).
              05 filler         pic x(1).
              05 pl2-end        pic 9(6).
              05 filler         pic x(1).
              05 pl2-payday     pic 9(6).
              05 filler         pic x(23).
       fd  calrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 holiday-eof        pic x value ' '.
               88 holiday-at-eof          value '1'.
           05 paycal-eof         pic x value ' '.
               88 paycal-at-eof           value '1'.
           05 cal-year           pic 9(4) value zeros.
           05 year-start         pic 9(8) value zeros.
           05 year-end           pic 9(8) value zeros.
           05 hol-count          pic 9(3) value zeros.
           05 hol-warn-count     pic 9(3) value zeros.
           05 biz-total          pic 9(3) value zeros.
           05 pay-count          pic 9(3) value zeros.
           05 pay-moved-count    pic 9(3) value zeros.
           05 prev-hol-date      pic 9(8) value zeros.
      * the day being looked at, as a day number and a ccyymmdd date
       01  day-flds.
           05 day-int            pic s9(9) comp value zeros.
           05 day-date           pic 9(8) value zeros.
           05 day-date-r redefines day-date.
              10 day-ccyy        pic 9(4).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 day-wk             pic 9(1) value zeros.
           05 work-date8         pic 9(8) value zeros.
           05 work-date6         pic 9(6) value zeros.
       01  weekday-values.
           05 filler             pic x(9) value "MONDAY".
           05 filler             pic x(9) value "TUESDAY".
           05 filler             pic x(9) value "WEDNESDAY".
           05 filler             pic x(9) value "THURSDAY".
           05 filler             pic x(9) value "FRIDAY".
           05 filler             pic x(9) value "SATURDAY".
           05 filler             pic x(9) value "SUNDAY".
       01  weekday-table redefines weekday-values.
           05 weekday-name occurs 7 times
                                 pic x(9).
      * per-month counts
       01  month-flds.
           05 mon-idx            pic 9(2) value zeros.
       01  month-table.
           05 month-entry occurs 12 times.
              10 mo-days         pic 9(2).
              10 mo-weekend      pic 9(2).
              10 mo-holiday      pic 9(2).
              10 mo-biz          pic 9(2).
              10 mo-first        pic 9(8).
              10 mo-last         pic 9(8).
      * the pay calendar - the last period before the year, and the
      * generated periods
       01  pay-flds.
           05 pay-year-sw        pic x value 'N'.
               88 pay-year-on-file        value 'Y'.
           05 last-end           pic 9(8) value zeros.
           05 last-lag           pic s9(3) value zeros.
           05 pay-period         pic 9(3) value zeros.
           05 pay-step           pic 9(2) value 14.
           05 pay-lag            pic s9(3) value 5.
           05 pay-lag-ed         pic zz9-.
           05 pay-end            pic 9(8) value zeros.
           05 pay-end-int        pic s9(9) comp value zeros.
           05 pay-date           pic 9(8) value zeros.
           05 pay-note           pic x(50) value spaces.
      * CALRPT-YEAR, -PAY-FREQ, -PAY-FIRST, -PAY-LAG off the
      * environment, NUMEDIT-validated
       01  edit-flds.
           05 year-txt           pic x(4) value spaces.
           05 freq-txt           pic x(1) value 'B'.
           05 first-txt          pic x(6) value spaces.
           05 lag-txt            pic x(3) justified right
                                 value spaces.
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the shared busday calendar routine
       01  busday-flds.
           05 bd-func            pic x(4) value spaces.
           05 bd-date            pic 9(8) value zeros.
           05 bd-days            pic s9(4) comp value zeros.
           05 bd-result          pic 9(8) value zeros.
           05 bd-status          pic x(2) value spaces.
       01  misc.
           05 holiday-stat       pic xx value spaces.
           05 paycal-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           perform parmrtn.
           compute year-start = cal-year * 10000 + 0101.
           compute year-end = cal-year * 10000 + 1231.
           open output calrpt.
           move spaces to rptline.
           string "BUSINESS DAY CALENDAR FOR " cal-year
                  " - RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform holrtn.
           perform monthrtn.
           perform payrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "HOLIDAYS: " hol-count
                  "  HOLIDAY WARNINGS: " hol-warn-count
                  "  BUSINESS DAYS IN YEAR: " biz-total
                  "  PAY DATES: " pay-count
                  "  PAY DATES MOVED: " pay-moved-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           close calrpt.
           move "CALRPT" to jobsum-pgm.
           move biz-total to jobsum-count.
           if hol-warn-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       parmrtn.
           compute cal-year = rundate-ymd8-cc * 100
               + rundate-ymd8-yy + 1.
           accept year-txt from environment "CALRPT-YEAR"
               on exception move spaces to year-txt
           end-accept.
           if year-txt not = spaces
              move 4 to edit-lth
              call "numedit" using year-txt edit-lth edit-valid-sw
              if edit-valid
                 move year-txt to cal-year
              else
                 display "CALRPT - INVALID CALRPT-YEAR VALUE: "
                     year-txt upon console
              end-if
           end-if.
           accept freq-txt from environment "CALRPT-PAY-FREQ"
               on exception move 'B' to freq-txt
           end-accept.
           if freq-txt = 'W'
              move 7 to pay-step
           else
              move 14 to pay-step
           end-if.
           accept first-txt from environment "CALRPT-PAY-FIRST"
               on exception move spaces to first-txt
           end-accept.
           if first-txt not = spaces
              move 6 to edit-lth
              call "numedit" using first-txt edit-lth edit-valid-sw
              if not edit-valid
                 display "CALRPT - INVALID CALRPT-PAY-FIRST VALUE: "
                     first-txt upon console
                 move spaces to first-txt
              end-if
           end-if.
           accept lag-txt from environment "CALRPT-PAY-LAG"
               on exception move spaces to lag-txt
           end-accept.
           if lag-txt not = spaces
              inspect lag-txt replacing leading space by zero
              move 3 to edit-lth
              call "numedit" using lag-txt edit-lth edit-valid-sw
              if not edit-valid
                 display "CALRPT - INVALID CALRPT-PAY-LAG VALUE: "
                     lag-txt upon console
                 move spaces to lag-txt
              end-if
           end-if.
      *eject
      * the year's HOLIDAY rows - HOLIDAY is kept in date order
       holrtn.
           move spaces to rptline.
           move "HOLIDAY CALENDAR" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "DATE      WEEKDAY    HOLIDAY" to rptline.
           write rptline before advancing 1 line.
           open input holiday.
           if holiday-stat = '00'
              read holiday at end move '1' to holiday-eof
              end-read
              perform hol1rtn until holiday-at-eof
              close holiday
           end-if.
           if hol-count = 0
              add 1 to hol-warn-count
              move spaces to rptline
              move "*** NO HOLIDAYS ON HOLIDAY FOR THE YEAR - "
                  to rptline
              move "ONLY WEEKENDS ARE DAYS OFF ***" to rptline (43:)
              write rptline before advancing 1 line
           end-if.
           move spaces to rptline.
           write rptline before advancing 1 line.
       hol1rtn.
           if hl-date >= year-start and hl-date <= year-end
              add 1 to hol-count
              move hl-date to day-date
              perform weekdayrtn
              move spaces to rptline
              string hl-date "  " weekday-name (day-wk + 1) "  "
                     hl-name
                  delimited by size into rptline
              end-string
              if day-wk > 4
                 add 1 to hol-warn-count
                 move "  *** ON A WEEKEND - KEY THE OBSERVED DAY"
                     to rptline (62:)
              end-if
              if hl-date = prev-hol-date
                 add 1 to hol-warn-count
                 move "  *** KEYED TWICE" to rptline (62:)
              end-if
              write rptline before advancing 1 line
              move hl-date to prev-hol-date
           end-if.
           read holiday at end move '1' to holiday-eof.
      * every day of the year through busday, tallied by month
       monthrtn.
           perform monthclrrtn
               varying mon-idx from 1 by 1 until mon-idx > 12.
           move year-start to day-date.
           compute day-int = function integer-of-date (day-date).
           move "CHK " to bd-func.
           perform dayrtn until day-date > year-end.
           move spaces to rptline.
           move "BUSINESS DAYS BY MONTH" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "MONTH  DAYS  WEEKEND  HOLIDAYS  BUSINESS  "
                  "FIRST BUS DAY  LAST BUS DAY"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform monthlinertn
               varying mon-idx from 1 by 1 until mon-idx > 12.
           move spaces to rptline.
           write rptline before advancing 1 line.
       monthclrrtn.
           move zeros to mo-days (mon-idx).
           move zeros to mo-weekend (mon-idx).
           move zeros to mo-holiday (mon-idx).
           move zeros to mo-biz (mon-idx).
           move zeros to mo-first (mon-idx).
           move zeros to mo-last (mon-idx).
       dayrtn.
           move day-mm to mon-idx.
           add 1 to mo-days (mon-idx).
           perform weekdayrtn.
           if day-wk > 4
              add 1 to mo-weekend (mon-idx)
           else
              move day-date to bd-date
              call "busday" using bd-func bd-date bd-days bd-result
                  bd-status
              if bd-status = "Y "
                 add 1 to mo-biz (mon-idx)
                 add 1 to biz-total
                 if mo-first (mon-idx) = zeros
                    move day-date to mo-first (mon-idx)
                 end-if
                 move day-date to mo-last (mon-idx)
              else
                 add 1 to mo-holiday (mon-idx)
              end-if
           end-if.
           add 1 to day-int.
           compute day-date = function date-of-integer (day-int).
       monthlinertn.
           move spaces to rptline.
           string "  " mon-idx "     " mo-days (mon-idx)
                  "      " mo-weekend (mon-idx)
                  "        " mo-holiday (mon-idx)
                  "        " mo-biz (mon-idx)
                  "  " mo-first (mon-idx)
                  "       " mo-last (mon-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * day-date's weekday, 0 monday ... 6 sunday (day numbers count
      * from 1601-01-01, a monday)
       weekdayrtn.
           compute day-wk = function mod
               (function integer-of-date (day-date) - 1, 7).
      *eject
      * the year's pay calendar - checked when on file, generated
      * onto PAYCAL2 when not
       payrtn.
           move spaces to rptline.
           move "PAY CALENDAR" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "PERIOD  PERIOD END  PAY DATE  NOTE" to rptline.
           write rptline before advancing 1 line.
           open input paycal.
           if paycal-stat = '00'
              read paycal at end move '1' to paycal-eof
              end-read
              perform paycal1rtn until paycal-at-eof
              close paycal
           end-if.
           if not pay-year-on-file
              perform paygenrtn
           end-if.
       paycal1rtn.
           move pl-end to work-date6.
           perform widenrtn.
           if work-date8 >= year-start and work-date8 <= year-end
              move 'Y' to pay-year-sw
              move work-date8 to pay-end
              move pl-payday to work-date6
              perform widenrtn
              move work-date8 to pay-date
              move pl-period to pay-period
              perform paylinertn
           else
              if work-date8 < year-start and work-date8 > last-end
                 move work-date8 to last-end
                 move pl-payday to work-date6
                 perform widenrtn
                 compute last-lag =
                     function integer-of-date (work-date8)
                     - function integer-of-date (last-end)
              end-if
           end-if.
           read paycal at end move '1' to paycal-eof.
      * no periods for the year on PAYCAL - step on from the last
      * period end before it, or from CALRPT-PAY-FIRST
       paygenrtn.
           if lag-txt not = spaces
              move lag-txt to pay-lag
           else
              if last-end > zeros
                 move last-lag to pay-lag
              end-if
           end-if.
           if first-txt not = spaces
              move first-txt to work-date6
              perform widenrtn
              move work-date8 to pay-end
              compute pay-end-int =
                  function integer-of-date (pay-end)
           else
              if last-end > zeros
                 compute pay-end-int =
                     function integer-of-date (last-end) + pay-step
                 compute pay-end =
                     function date-of-integer (pay-end-int)
              end-if
           end-if.
           if pay-end = zeros
              move spaces to rptline
              string "*** NO PAYCAL PERIOD BEFORE " cal-year
                     " AND NO CALRPT-PAY-FIRST - NO PAY CALENDAR "
                     "PROPOSED"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           else
              move pay-lag to pay-lag-ed
              move spaces to rptline
              string "PROPOSED ONTO PAYCAL2 - EVERY " pay-step
                     " DAYS, PAID " pay-lag-ed
                     " DAYS AFTER THE PERIOD END"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              open output paycal2
              perform paygen1rtn until pay-end > year-end
              close paycal2
           end-if.
       paygen1rtn.
           compute pay-period = pay-count + 1.
           compute pay-date = function date-of-integer
               (pay-end-int + pay-lag).
           perform paylinertn.
           move spaces to paycalrec2.
           move pay-period to pl2-period.
           move pay-end (3:6) to pl2-end.
           move bd-result (3:6) to pl2-payday.
           write paycalrec2.
           add pay-step to pay-end-int.
           compute pay-end = function date-of-integer (pay-end-int).
      * one period - a pay date on a closed day shows the business
      * day paycal pays on instead
       paylinertn.
           add 1 to pay-count.
           move spaces to pay-note.
           move "PREV" to bd-func.
           move pay-date to bd-date.
           call "busday" using bd-func bd-date bd-days bd-result
               bd-status.
           if bd-status not = "OK"
              move pay-date to bd-result
              move "*** NOT A CALENDAR DATE" to pay-note
           else
              if bd-result not = pay-date
                 add 1 to pay-moved-count
                 move pay-date to day-date
                 perform weekdayrtn
                 if day-wk > 4
                    string "MOVED BACK FROM " pay-date " ("
                           delimited by size
                           weekday-name (day-wk + 1) delimited by space
                           ")" delimited by size
                        into pay-note
                    end-string
                 else
                    string "MOVED BACK FROM " pay-date " (HOLIDAY)"
                        delimited by size into pay-note
                    end-string
                 end-if
              end-if
           end-if.
           move spaces to rptline.
           string "  " pay-period "    " pay-end "   " bd-result
                  "  " pay-note
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * a yymmdd date to ccyymmdd, the paycal century window
       widenrtn.
           if work-date6 < 500000
              compute work-date8 = 20000000 + work-date6
           else
              compute work-date8 = 19000000 + work-date6
           end-if.
       copy "unixproc1.cpy".
