       identification division.
       program-id. busday.
      * busday - shared business-day calendar, the companion to getdate
      * - dates across the system were plain calendar arithmetic, so
      *   withdrawals and eft deposits landed on statutory holidays
      *   the bank rejects and the dunning and finance charge grace
      *   periods counted weekends like weekdays
      * - a business day is a monday to friday that is not on the
      *   HOLIDAY calendar file (one row per statutory or bank
      *   holiday, ccyymmdd date and name), which operations keys
      *   each year after reviewing the calrpt calendar report; no
      *   HOLIDAY on disk means weekends are the only days off
      * - called with a function code, a ccyymmdd date and a signed
      *   day count:
      *     'CHK ' - is bd-date a business day: bd-status 'Y' or 'N'
      *     'NEXT' - the next business day on or after bd-date (the
      *              date itself when it is one) - for scheduling
      *     'PREV' - the last business day on or before bd-date -
      *              for a pay date that must not slip later
      *     'ADD ' - bd-date plus bd-days business days, counting
      *              back when bd-days is negative
      *   the answer comes back in bd-result; bd-status 'Y'/'N' for
      *   'CHK ', 'OK' otherwise, 'E' for a date that is not a real
      *   calendar date or an unknown function
      * - the HOLIDAY file is read once, on the first call of the run
       environment division.
       input-output section.
       file-control.
           select holiday assign external HOLIDAY
                  organization line sequential
                  file status holiday-stat.
      *eject
       data  division.
       file section.
       fd  holiday record contains 40 characters.
           01 hlrec.
              05 hl-date        pic 9(8).
              05 filler         pic x(1).
              05 hl-name        pic x(30).
              05 filler         pic x(1).
       working-storage section.
       01  holiday-stat         pic xx value spaces.
       01  holiday-eof          pic x value ' '.
           88 holiday-at-eof            value '1'.
       01  loaded-sw            pic x value 'N'.
           88 loaded                    value 'Y'.
       01  hol-flds.
           05 hol-count         pic 9(3) value zeros.
           05 hol-idx           pic 9(3) value zeros.
       01  hol-table.
           05 hol-entry occurs 500 times.
              10 ht-date        pic 9(8).
       01  day-flds.
           05 day-int           pic s9(9) comp value zeros.
           05 day-left          pic s9(5) comp value zeros.
           05 day-step          pic s9(1) comp value zeros.
           05 day-date          pic 9(8) value zeros.
           05 day-wk            pic 9(1) value zeros.
           05 biz-sw            pic x value 'N'.
               88 biz-day               value 'Y'.
       linkage section.
       01  bd-func              pic x(4).
       01  bd-date              pic 9(8).
       01  bd-days              pic s9(4) comp.
       01  bd-result            pic 9(8).
       01  bd-status            pic x(2).
      *eject
       procedure division using bd-func bd-date bd-days bd-result
               bd-status.
       mainpara.
           if not loaded
              perform loadrtn
           end-if.
           move zeros to bd-result.
           move "OK" to bd-status.
           if function test-date-yyyymmdd (bd-date) not = 0
              move "E " to bd-status
              goback
           end-if.
           compute day-int = function integer-of-date (bd-date).
           move bd-date to day-date.
           evaluate bd-func
              when "CHK "
                 perform chkdayrtn
                 if biz-day
                    move "Y " to bd-status
                 else
                    move "N " to bd-status
                 end-if
                 move bd-date to bd-result
              when "NEXT"
                 move +1 to day-step
                 perform rolldayrtn
                 move day-date to bd-result
              when "PREV"
                 move -1 to day-step
                 perform rolldayrtn
                 move day-date to bd-result
              when "ADD "
                 if bd-days < 0
                    move -1 to day-step
                    compute day-left = 0 - bd-days
                 else
                    move +1 to day-step
                    move bd-days to day-left
                 end-if
                 perform adddayrtn until day-left = 0
                 move day-date to bd-result
              when other
                 move "E " to bd-status
           end-evaluate.
           goback.
       loadrtn.
           move 'Y' to loaded-sw.
           open input holiday.
           if holiday-stat = '00'
              read holiday at end move '1' to holiday-eof
              end-read
              perform load1rtn until holiday-at-eof
              close holiday
           end-if.
       load1rtn.
           if hol-count >= 500
              display "BUSDAY - HOL-TABLE FULL, HL-DATE: "
                  hl-date " NOT LOADED" upon console
           else
              if hl-date numeric
                 add 1 to hol-count
                 move hl-date to ht-date (hol-count)
              end-if
           end-if.
           read holiday at end move '1' to holiday-eof.
      * day-int is a day number from 1601-01-01, a monday, so its
      * remainder by 7 gives the weekday: 0 monday ... 5 saturday,
      * 6 sunday
       chkdayrtn.
           compute day-wk = function mod (day-int - 1, 7).
           move 'Y' to biz-sw.
           if day-wk > 4
              move 'N' to biz-sw
           else
              move 1 to hol-idx
              perform chkhol1rtn
                  until not biz-day or hol-idx > hol-count
           end-if.
       chkhol1rtn.
           if ht-date (hol-idx) = day-date
              move 'N' to biz-sw
           else
              add 1 to hol-idx
           end-if.
      * step a day at a time until a business day comes up
       rolldayrtn.
           perform chkdayrtn.
           perform stepdayrtn until biz-day.
       stepdayrtn.
           add day-step to day-int.
           compute day-date = function date-of-integer (day-int).
           perform chkdayrtn.
      * one business day further, stepping over the days off
       adddayrtn.
           perform stepdayrtn.
           perform stepdayrtn until biz-day.
           subtract 1 from day-left.
