       identification division.
      * mailsort - test/demo mainframe conversion to micro focus cobol
      *          - postal presort for the big mailings - ctx140 tax
      *            notices, car225 statements and car226 dunning
      *            letters run with their -PRESORT env-var set to Y
      *            write each document's lines to MAILWRK tagged with
      *            the validated postal code, and this step puts the
      *            documents into postal code order on MAILOUT for the
      *            bulk rate
      *          - documents sort by postal code, keeping each
      *            document's lines together and in their order; a
      *            document with no good postal code (carried as
      *            ZZZZZZ) sorts to the end, outside the presort
      *          - the sort breaks are by forward sortation area (the
      *            first three characters of the postal code): each
      *            FSA with at least MAILSORT-BUNDLE pieces (default
      *            10) is a bundle and goes out first on MAILOUT,
      *            each behind a bundle break page; the smaller FSAs
      *            follow as the residue, still in postal order,
      *            behind a residue break, and the not-presortable
      *            pieces come last behind their own break
      *          - the PRESORT statement for the post office lists
      *            the pieces by FSA with region subtotals (the first
      *            letter), bundle/residue/not-presortable counts, and
      *            whether the presorted pieces reach the bulk rate
      *            minimum MAILSORT-MINIMUM (default 1000)
       program-id. mailsort.
       environment division.
       input-output section.
       file-control.
           select mailwrk assign external MAILWRK
                  organization line sequential
                  file status mailwrk-stat.
           select sortwk assign "sortwkmail".
           select mailsrt assign external MAILSRT
                  organization line sequential.
           select mailout assign external MAILOUT
                  organization line sequential.
           select presort assign external PRESORT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  mailwrk record contains 140 characters.
           01 mwrec. copy "mailwrk.cpy".
       sd  sortwk.
           01 sortrec.
              05 sw-postal       pic x(6).
              05 sw-doc          pic 9(7).
              05 sw-line         pic 9(4).
              05 filler          pic x(123).
       fd  mailsrt record contains 140 characters.
           01 msrec.
              05 ms-postal       pic x(6).
              05 ms-doc          pic 9(7).
              05 ms-line         pic 9(4).
              05 ms-adv          pic 9(1).
              05 filler          pic x(2).
              05 ms-text         pic x(120).
       fd  mailout record contains 120 characters.
           01 outline            pic x(120).
       fd  presort record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 mailwrk-eof        pic x value ' '.
               88 mailwrk-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 mailsrt-eof        pic x value ' '.
               88 mailsrt-at-eof          value 'Y'.
           05 prev-doc           pic 9(7) value zeros.
           05 prev-fsa           pic x(3) value spaces.
           05 prev-region        pic x(1) value spaces.
           05 line-count         pic 9(9) value zeros.
           05 piece-count        pic 9(7) value zeros.
           05 bundle-pieces      pic 9(7) value zeros.
           05 bundle-count       pic 9(5) value zeros.
           05 residue-pieces     pic 9(7) value zeros.
           05 nosort-pieces      pic 9(7) value zeros.
           05 region-pieces      pic 9(7) value zeros.
           05 residue-sw         pic x value 'N'.
               88 residue-started         value 'Y'.
           05 pass-sw            pic x value 'B'.
               88 bundle-pass             value 'B'.
               88 residue-pass            value 'R'.
           05 write-sw           pic x value 'N'.
               88 write-fsa               value 'Y'.
           05 bundle-min         pic 9(3) value 10.
           05 bulk-min           pic 9(5) value 1000.
           05 cnt-ed             pic zzz,zz9.
      * the env-var minimums come in as text, validated through
      * NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 bundle-min-txt     pic x(3) value '010'.
           05 bulk-min-txt       pic x(5) value '01000'.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * pieces per forward sortation area, in postal order
       01  fsa-flds.
           05 fsa-count          pic 9(4) value zeros.
           05 fsa-idx            pic 9(4) value zeros.
       01  fsa-table.
           05 fsa-entry occurs 2000 times.
              10 fs-fsa          pic x(3).
              10 fs-pieces       pic 9(7).
       01  misc.
           05 mailwrk-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept bundle-min-txt from environment "MAILSORT-BUNDLE"
               on exception move '010' to bundle-min-txt
           end-accept.
           move 3 to edit-lth.
           call "numedit" using bundle-min-txt edit-lth edit-valid-sw.
           if edit-valid
              move bundle-min-txt to bundle-min
           else
              display "MAILSORT - INVALID MAILSORT-BUNDLE VALUE: "
                  bundle-min-txt upon console
              move 10 to bundle-min
           end-if.
           accept bulk-min-txt from environment "MAILSORT-MINIMUM"
               on exception move '01000' to bulk-min-txt
           end-accept.
           move 5 to edit-lth.
           call "numedit" using bulk-min-txt edit-lth edit-valid-sw.
           if edit-valid
              move bulk-min-txt to bulk-min
           else
              display "MAILSORT - INVALID MAILSORT-MINIMUM VALUE: "
                  bulk-min-txt upon console
              move 1000 to bulk-min
           end-if.
           sort sortwk on ascending key sw-postal sw-doc sw-line
               input procedure loadsort-rtn
               output procedure countsort-rtn.
           open output mailout.
           move 'B' to pass-sw.
           perform outpassrtn.
           move 'R' to pass-sw.
           perform outpassrtn.
           close mailout.
           open output presort.
           perform statementrtn.
           close presort.
           move "MAILSORT" to jobsum-pgm.
           move piece-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadsort-rtn.
           open input mailwrk.
           if mailwrk-stat not = '00'
              move mailwrk-stat to mf-filestat
              move "MAILWRK"    to mf-filenamei
              move "MAILWRK"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read mailwrk at end move '1' to mailwrk-eof.
           perform loadrtn until mailwrk-at-eof.
           close mailwrk.
       loadrtn.
           move mwrec to sortrec.
           release sortrec.
           add 1 to line-count.
           read mailwrk at end move '1' to mailwrk-eof.
      * the sorted lines go to MAILSRT while each document is counted
      * under its FSA, so the bundle breaks can carry their counts
       countsort-rtn.
           open output mailsrt.
           return sortwk at end move 'Y' to sort-eof.
           perform countrtn until sort-at-eof.
           close mailsrt.
       countrtn.
           move sortrec to msrec.
           write msrec.
           if ms-doc not = prev-doc or ms-postal (1:3) not = prev-fsa
              move ms-doc to prev-doc
              add 1 to piece-count
              if ms-postal (1:3) not = prev-fsa
                 move ms-postal (1:3) to prev-fsa
                 if fsa-count >= 2000
                    display "MAILSORT - FSA-TABLE FULL, FSA: "
                        prev-fsa " COUNTED UNDER THE LAST" upon console
                 else
                    add 1 to fsa-count
                    move prev-fsa to fs-fsa (fsa-count)
                    move zeros to fs-pieces (fsa-count)
                 end-if
              end-if
              add 1 to fs-pieces (fsa-count)
           end-if.
           return sortwk at end move 'Y' to sort-eof.
      * one pass of MAILSRT onto MAILOUT - the bundle pass writes
      * only the FSAs big enough to bundle, the residue pass the rest
       outpassrtn.
           open input mailsrt.
           move ' ' to mailsrt-eof.
           move spaces to prev-fsa.
           move zeros to fsa-idx.
           move 'N' to write-sw.
           read mailsrt at end move 'Y' to mailsrt-eof.
           perform outrtn until mailsrt-at-eof.
           close mailsrt.
      * one sorted line - the FSA table runs in the same postal
      * order, so it steps along at each FSA break
       outrtn.
           if ms-postal (1:3) not = prev-fsa
              move ms-postal (1:3) to prev-fsa
              if fsa-idx < fsa-count
                 add 1 to fsa-idx
              end-if
              perform breakrtn
           end-if.
           if write-fsa
              move ms-text to outline
              if ms-adv = zero
                 write outline before advancing page
              else
                 write outline before advancing ms-adv lines
              end-if
           end-if.
           read mailsrt at end move 'Y' to mailsrt-eof.
      * whether this FSA belongs to the pass, with its break page
       breakrtn.
           move 'N' to write-sw.
           move fs-pieces (fsa-idx) to cnt-ed.
           move spaces to outline.
           if fs-fsa (fsa-idx) not = "ZZZ"
                 and fs-pieces (fsa-idx) >= bundle-min
              if bundle-pass
                 move 'Y' to write-sw
                 string "*** PRESORT BUNDLE - FSA " fs-fsa (fsa-idx)
                        " - " cnt-ed " PIECES ***"
                     delimited by size into outline
                 end-string
                 write outline before advancing page
              end-if
           else
              if residue-pass
                 move 'Y' to write-sw
                 if fs-fsa (fsa-idx) = "ZZZ"
                    string "*** NOT PRESORTABLE - NO GOOD POSTAL "
                           "CODE - " cnt-ed " PIECES - FULL RATE ***"
                        delimited by size into outline
                    end-string
                    write outline before advancing page
                 else
                    if not residue-started
                       move 'Y' to residue-sw
                       string "*** PRESORT RESIDUE - FSAS UNDER "
                              "BUNDLE SIZE ***"
                           delimited by size into outline
                       end-string
                       write outline before advancing page
                    end-if
                 end-if
              end-if
           end-if.
      * the post office's presort statement - pieces by FSA with
      * region subtotals, and whether the bulk rate is met
       statementrtn.
           move spaces to rptline.
           string "MAILING PRESORT STATEMENT - RUN DATE " rundate-ymd6e
                  "  BUNDLE MINIMUM: " bundle-min
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "REGION  FSA   PIECES  SORTATION" to rptline.
           write rptline before advancing 1 line.
           move spaces to prev-region.
           move zeros to region-pieces.
           perform statement1rtn
               varying fsa-idx from 1 by 1
               until fsa-idx > fsa-count.
           if fsa-count > zeros
              perform regiontotrtn
           end-if.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move bundle-pieces to cnt-ed.
           move spaces to rptline.
           string "PRESORTED IN BUNDLES: " cnt-ed
                  "  BUNDLES: " bundle-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move residue-pieces to cnt-ed.
           move spaces to rptline.
           string "PRESORTED RESIDUE:    " cnt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move nosort-pieces to cnt-ed.
           move spaces to rptline.
           string "NOT PRESORTABLE:      " cnt-ed
                  "  (NO GOOD POSTAL CODE - FULL RATE)"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move piece-count to cnt-ed.
           move spaces to rptline.
           string "TOTAL PIECES:         " cnt-ed
                  "  LINES: " line-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           if bundle-pieces + residue-pieces >= bulk-min
              string "PRESORTED PIECES MEET THE BULK RATE MINIMUM OF "
                     bulk-min
                  delimited by size into rptline
              end-string
           else
              string "*** PRESORTED PIECES UNDER THE BULK RATE "
                     "MINIMUM OF " bulk-min " - MAILS AT FULL RATE ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       statement1rtn.
           if fs-fsa (fsa-idx) (1:1) not = prev-region
              if prev-region not = spaces
                 perform regiontotrtn
              end-if
              move fs-fsa (fsa-idx) (1:1) to prev-region
              move zeros to region-pieces
           end-if.
           add fs-pieces (fsa-idx) to region-pieces.
           move fs-pieces (fsa-idx) to cnt-ed.
           move spaces to rptline.
           if fs-fsa (fsa-idx) = "ZZZ"
              add fs-pieces (fsa-idx) to nosort-pieces
              string "        ---  " cnt-ed "  NOT PRESORTABLE"
                  delimited by size into rptline
              end-string
           else
              if fs-pieces (fsa-idx) >= bundle-min
                 add fs-pieces (fsa-idx) to bundle-pieces
                 add 1 to bundle-count
                 string "  " prev-region "     " fs-fsa (fsa-idx)
                        "  " cnt-ed "  BUNDLE"
                     delimited by size into rptline
                 end-string
              else
                 add fs-pieces (fsa-idx) to residue-pieces
                 string "  " prev-region "     " fs-fsa (fsa-idx)
                        "  " cnt-ed "  RESIDUE"
                     delimited by size into rptline
                 end-string
              end-if
           end-if.
           write rptline before advancing 1 line.
       regiontotrtn.
           move region-pieces to cnt-ed.
           move spaces to rptline.
           if prev-region = "Z"
              string "        NOT PRESORTABLE TOTAL " cnt-ed
                  delimited by size into rptline
              end-string
           else
              string "        REGION " prev-region " TOTAL   " cnt-ed
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
