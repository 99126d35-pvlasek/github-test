       identification division.
      * car242 - test/demo mainframe conversion to micro focus cobol
      *        - physical inventory count sheets off PRODMAS, the
      *          first step of the count cycle that lets pm-onhand
      *          be corrected without a hand edit of the master
      *        - one line per product with description and status and
      *          a blank to write the counted quantity in - the
      *          on-hand balance is deliberately not printed, so the
      *          counters count the shelf instead of copying the book
      *        - env-vars CAR242-FROM / CAR242-TO limit the run to a
      *          product range (default every product) and
      *          CAR242-STATUS to one pm-status (default any); sheets
      *          run 40 lines each and are numbered, the sheet and
      *          line going back on the COUNTTRN row with the count
       program-id. car242.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select cntsheet assign external CNTSHEET
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  cntsheet record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 prod-count         pic 9(5) value zeros.
           05 sheet-no           pic 9(4) value zeros.
           05 sheet-line         pic 9(2) value 40.
      * the selection, off the environment
       01  sel-flds.
           05 sel-from           pic x(6) value spaces.
           05 sel-to             pic x(6) value spaces.
           05 sel-status         pic x(1) value spaces.
       01  misc.
           05 prodmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-from from environment "CAR242-FROM"
               on exception move spaces to sel-from
           end-accept.
           accept sel-to from environment "CAR242-TO"
               on exception move spaces to sel-to
           end-accept.
           if sel-to = spaces
              move high-values to sel-to
           end-if.
           accept sel-status from environment "CAR242-STATUS"
               on exception move spaces to sel-status
           end-accept.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output cntsheet.
           read prodmas at end move '1' to prodmas-eof.
           perform sheetrtn until prodmas-at-eof.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PRODUCTS TO COUNT: " prod-count
                  "  SHEETS: " sheet-no
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           close prodmas cntsheet.
           move "CAR242" to jobsum-pgm.
           move prod-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       sheetrtn.
           if pm-prod >= sel-from and pm-prod <= sel-to
                 and (sel-status = spaces or pm-status = sel-status)
              if sheet-line >= 40
                 perform sheethdrrtn
              end-if
              add 1 to sheet-line
              add 1 to prod-count
              move spaces to rptline
              string sheet-no "-" sheet-line "  " pm-prod "  "
                     pm-dscrptn "  " pm-status
                     "   COUNTED ___________   INITIALS ____"
                  delimited by size into rptline
              end-string
              write rptline before advancing 2 lines
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       sheethdrrtn.
           add 1 to sheet-no.
           move zeros to sheet-line.
           move spaces to rptline.
           string "PHYSICAL INVENTORY COUNT SHEET " sheet-no
                  "   RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing page.
           move spaces to rptline.
           string "SHT-LN   PROD    DESCRIPTION                     ST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
