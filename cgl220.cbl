      *          GLMSYE as the new year's opening master
      *        - the YECLOSE closing-entries report shows exactly what
      *          was transferred, account by account
      *        - every account's closing balance, year's activity and
      *          GLBUDGET annual budget is appended to the permanent
      *          GLBALHST balance history under the fiscal year being
      *          closed, so the prior years survive the generations
      *          rolling off for the cgl133 comparative statements
       program-id. cgl220.
       environment division.
       input-output section.
                  organization record sequential access mode sequential.
           select yeclose assign external YECLOSE
                  organization line sequential.
           select glbudget assign external GLBUDGET
                  organization record sequential access mode sequential
                  file status glbudget-stat.
           select glbalhst assign external GLBALHST
                  organization record sequential access mode sequential
                  file status glbalhst-stat.
      *eject
       data  division.
       file section.
              05 filler          pic x(52).
       fd  yeclose record contains 120 characters.
           01 rptline            pic x(120).
       fd  glbudget record contains 100 characters.
           01 gbrec.
              05 gb-acct         pic x(8).
              05 gb-year         pic 9(4).
              05 gb-annual       pic s9(11)v99 comp-3.
              05 gb-period       pic s9(9)v99 comp-3 occurs 12 times.
              05 filler          pic x(9).
       fd  glbalhst record contains 100 characters.
           01 gyrec. copy "glbalhst.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  istype-table.
           05 istype-entry occurs 20 times.
              10 is-type         pic x(10).
      * the closing year's annual budgets off GLBUDGET, by account
       01  bud-flds.
           05 glbudget-eof       pic x value ' '.
               88 glbudget-at-eof         value '1'.
           05 bud-count          pic 9(4) value zeros.
           05 bud-idx            pic 9(4) value zeros.
           05 hist-count         pic 9(5) value zeros.
       01  bud-table.
           05 bud-entry occurs 1000 times.
              10 bt-acct         pic x(8).
              10 bt-annual       pic s9(11)v99 comp-3.
       01  misc.
           05 glmsnew-stat       pic xx value spaces.
           05 yectl-stat         pic xx value spaces.
           05 glbudget-stat      pic xx value spaces.
           05 glbalhst-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              close yeclose
              stop run returning 16
           end-if.
      * no GLBUDGET on disk just means the history carries no budget
           open input glbudget.
           if glbudget-stat = '00'
              read glbudget at end move '1' to glbudget-eof
              end-read
              perform loadbudrtn until glbudget-at-eof
              close glbudget
           end-if.
      * pass 2 - write the new year's opening master, and the closing
      * year's balances to the permanent history
           move ' ' to glmsnew-eof.
           open input glmsnew.
           open output glmsye.
           open extend glbalhst.
           if glbalhst-stat = '35'
              open output glbalhst
           end-if.
           read glmsnew at end move '1' to glmsnew-eof.
           perform rollrtn until glmsnew-at-eof.
           close glmsnew glmsye glbalhst.
           perform ttlrtn.
           close yeclose.
           move "CGL220" to jobsum-pgm.
      * up the net, balance-sheet accounts carry forward intact
       rollrtn.
           add 1 to acct-count.
           perform histrtn.
           move glmrec to glmrec2.
           move zeros to glmn-period-actv.
           move new-date to glmn-date.
           end-if.
           write glmrec2.
           read glmsnew at end move '1' to glmsnew-eof.
       loadbudrtn.
           if gb-year = close-year
              if bud-count >= 1000
                 display "CGL220 - BUD-TABLE FULL, GB-ACCT: " gb-acct
                     " NOT LOADED" upon console
              else
                 add 1 to bud-count
                 move gb-acct to bt-acct (bud-count)
                 move gb-annual to bt-annual (bud-count)
              end-if
           end-if.
           read glbudget at end move '1' to glbudget-eof.
      * the account's closing position as it stands before the close
      * zeroes anything
       histrtn.
           move spaces to gyrec.
           move glm-acct to gy-acct.
           if glm-company = spaces
              move "01" to gy-company
           else
              move glm-company to gy-company
           end-if.
           move close-year to gy-year.
           move glm-type to gy-type.
           move glm-dscrptn to gy-dscrptn.
           move glm-balance to gy-balance.
           move glm-ytd-balance to gy-activity.
           move 0 to gy-budget.
           move zeros to bud-idx.
           perform histbudrtn until bud-idx >= bud-count.
           move rundate-ymd8 to gy-rundate.
           write gyrec.
           add 1 to hist-count.
       histbudrtn.
           add 1 to bud-idx.
           if bt-acct (bud-idx) = glm-acct
              move bt-annual (bud-idx) to gy-budget
           end-if.
       ttlrtn.
           move net-income to ye-amt-ed.
           move spaces to rptline.
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "BALANCE HISTORY ROWS WRITTEN FOR FY " close-year
                  ": " hist-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
