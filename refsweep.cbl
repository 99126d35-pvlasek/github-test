       identification division.
      * refsweep - test/demo mainframe conversion to micro focus cobol
      *          - weekly cross-file referential integrity sweep -
      *            every subsystem has files pointing at other files,
      *            and an orphan anywhere (an AROPEN customer not on
      *            CUSTMAS, an ORDMAS or CONTRPRC product not on
      *            PRODMAS, a DEDMAS or PAYHIST employee not on
      *            PAYMAS, a POMAS, PAYMAP or ACCTMAP account not on
      *            GLMSNEW, a UTILCHG, LOCIMP, DEFERMAS or PREPLAN
      *            folio not on CITYTAX, a sd-slsmn with no SLSMMAS
      *            code) quietly drops out of a report
      *          - driven by the RELTAB table, one row per parent/child
      *            relationship: child file, child key position and
      *            length, parent file, parent key position, and a
      *            description; the parent's keys are loaded, then
      *            every child record whose key is not among them is
      *            listed as an orphan under its relationship (a blank
      *            child key is an optional reference not taken, and is
      *            counted but never an orphan)
      *          - the file names RELTAB may use are the ones this
      *            program has a reader for (see openfilertn); a
      *            relationship naming any other file, or a file not on
      *            disk this week, is listed and skipped
      *          - each relationship's orphan count is compared to the
      *            last sweep's off REFHIST (relationship, orphans,
      *            sweep date) and the updated counts go out on
      *            REFHIST2, the runhistrpt RUNBASE/RUNBASE2 shape; the
      *            closing trend table shows which relationships are
      *            getting worse
      *          - any orphan sets JOBSUM status REJECTS
       program-id. refsweep.
       environment division.
       input-output section.
       file-control.
           select reltab assign external RELTAB
                  organization line sequential
                  file status reltab-stat.
           select refhist assign external REFHIST
                  organization line sequential
                  file status refhist-stat.
           select refhist2 assign external REFHIST2
                  organization line sequential.
           select refrpt assign external REFRPT
                  organization line sequential.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status file-stat.
           select apopen assign external APOPEN
                  organization record sequential access mode sequential
                  file status file-stat.
           select custmas assign external CUSTMAS
                  organization record sequential access mode sequential
                  file status file-stat.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status file-stat.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status file-stat.
           select ordmas assign external ORDMAS
                  organization record sequential access mode sequential
                  file status file-stat.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status file-stat.
           select paymas assign external PAYMAS
                  organization record sequential access mode sequential
                  file status file-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status file-stat.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status file-stat.
           select acctmap assign external ACCTMAP
                  organization line sequential
                  file status file-stat.
           select contrprc assign external CONTRPRC
                  organization line sequential
                  file status file-stat.
           select dedmas assign external DEDMAS
                  organization line sequential
                  file status file-stat.
           select defermas assign external DEFERMAS
                  organization line sequential
                  file status file-stat.
           select locimp assign external LOCIMP
                  organization line sequential
                  file status file-stat.
           select paymap assign external PAYMAP
                  organization line sequential
                  file status file-stat.
           select pomas assign external POMAS
                  organization line sequential
                  file status file-stat.
           select preplan assign external PREPLAN
                  organization line sequential
                  file status file-stat.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status file-stat.
           select slsmmas assign external SLSMMAS
                  organization line sequential
                  file status file-stat.
           select taxadr assign external TAXADR
                  organization line sequential
                  file status file-stat.
           select utilchg assign external UTILCHG
                  organization line sequential
                  file status file-stat.
      *eject
       data  division.
       file section.
      * one row per parent/child relationship to sweep
       fd  reltab record contains 80 characters.
           01 rtrec.
              05 rt-child        pic x(8).
              05 filler          pic x(1).
              05 rt-cpos         pic 9(3).
              05 filler          pic x(1).
              05 rt-klen         pic 9(2).
              05 filler          pic x(1).
              05 rt-parent       pic x(8).
              05 filler          pic x(1).
              05 rt-ppos         pic 9(3).
              05 filler          pic x(1).
              05 rt-desc         pic x(40).
              05 filler          pic x(11).
      * orphan count per relationship at the last sweep
       fd  refhist record contains 40 characters.
           01 hsrec.
              05 hs-child        pic x(8).
              05 filler          pic x(1).
              05 hs-cpos         pic 9(3).
              05 filler          pic x(1).
              05 hs-parent       pic x(8).
              05 filler          pic x(1).
              05 hs-orphans      pic 9(7).
              05 filler          pic x(1).
              05 hs-date         pic 9(8).
              05 hs-klen         pic 9(2).
       fd  refhist2 record contains 40 characters.
           01 hs2rec.
              05 hs2-child       pic x(8).
              05 filler          pic x(1).
              05 hs2-cpos        pic 9(3).
              05 filler          pic x(1).
              05 hs2-parent      pic x(8).
              05 filler          pic x(1).
              05 hs2-orphans     pic 9(7).
              05 filler          pic x(1).
              05 hs2-date        pic 9(8).
              05 hs2-klen        pic 9(2).
       fd  refrpt record contains 132 characters.
           01 rptline            pic x(132).
      * the swept files, each read whole into work-rec - only the
      * key positions RELTAB names are ever looked at
       fd  aropen record contains 32 characters.
           01 aropenrec          pic x(32).
       fd  apopen record contains 80 characters.
           01 apopenrec          pic x(80).
       fd  custmas record contains 256 characters.
           01 custmasrec         pic x(256).
       fd  citytax record contains 128 characters.
           01 citytaxrec         pic x(128).
       fd  glmsnew record contains 128 characters.
           01 glmsnewrec         pic x(128).
       fd  ordmas record contains 80 characters.
           01 ordmasrec          pic x(80).
       fd  payhist record contains 90 characters.
           01 payhistrec         pic x(90).
       fd  paymas record contains 80 characters.
           01 paymasrec          pic x(80).
       fd  saledtl record contains 80 characters.
           01 saledtlrec         pic x(80).
       fd  vendmas record contains 256 characters.
           01 vendmasrec         pic x(256).
       fd  acctmap record contains 80 characters.
           01 acctmaprec         pic x(80).
       fd  contrprc record contains 80 characters.
           01 contrprcrec        pic x(80).
       fd  dedmas record contains 80 characters.
           01 dedmasrec          pic x(80).
       fd  defermas record contains 40 characters.
           01 defermasrec        pic x(40).
       fd  locimp record contains 60 characters.
           01 locimprec          pic x(60).
       fd  paymap record contains 80 characters.
           01 paymaprec          pic x(80).
       fd  pomas record contains 80 characters.
           01 pomasrec           pic x(80).
       fd  preplan record contains 80 characters.
           01 preplanrec         pic x(80).
       fd  prodmas record contains 80 characters.
           01 prodmasrec         pic x(80).
       fd  slsmmas record contains 80 characters.
           01 slsmmasrec         pic x(80).
       fd  taxadr record contains 150 characters.
           01 taxadrrec          pic x(150).
       fd  utilchg record contains 40 characters.
           01 utilchgrec         pic x(40).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 reltab-eof         pic x value ' '.
               88 reltab-at-eof           value '1'.
           05 refhist-eof        pic x value ' '.
               88 refhist-at-eof          value '1'.
           05 file-eof           pic x value ' '.
               88 file-at-eof             value '1'.
           05 want-file          pic x(8) value spaces.
           05 file-known-sw      pic x value 'Y'.
               88 file-known              value 'Y'.
           05 file-open-sw       pic x value 'N'.
               88 file-open               value 'Y'.
           05 load-parent-sw     pic x value 'N'.
               88 load-parent             value 'Y'.
           05 work-rec           pic x(256) value spaces.
           05 work-key           pic x(12) value spaces.
           05 rec-count          pic 9(7) value zeros.
           05 child-count        pic 9(7) value zeros.
           05 blank-count        pic 9(7) value zeros.
           05 orphan-count       pic 9(7) value zeros.
           05 tot-child          pic 9(9) value zeros.
           05 tot-orphans        pic 9(9) value zeros.
           05 skip-count         pic 9(3) value zeros.
           05 trend-change       pic s9(7) value zeros.
           05 trend-change-ed    pic +(7)9.
           05 trend-txt          pic x(6) value spaces.
      * the relationships off RELTAB
       01  rel-flds.
           05 rel-count          pic 9(3) value zeros.
           05 rel-idx            pic 9(3) value zeros.
           05 rel-ok-sw          pic x value 'Y'.
               88 rel-ok                  value 'Y'.
       01  rel-table.
           05 rel-entry occurs 50 times.
              10 rl-child        pic x(8).
              10 rl-cpos         pic 9(3).
              10 rl-klen         pic 9(2).
              10 rl-parent       pic x(8).
              10 rl-ppos         pic 9(3).
              10 rl-desc         pic x(40).
              10 rl-swept-sw     pic x.
                 88 rl-swept             value 'Y'.
              10 rl-orphans      pic 9(7).
              10 rl-last         pic 9(7).
              10 rl-last-date    pic 9(8).
              10 rl-last-sw      pic x.
                 88 rl-has-last          value 'Y'.
      * the parent's keys for the relationship being swept
       01  key-flds.
           05 key-count          pic 9(5) value zeros.
           05 key-idx            pic 9(5) value zeros.
           05 key-found-sw       pic x value 'N'.
               88 key-found               value 'Y'.
       01  key-table.
           05 key-entry occurs 20000 times.
              10 kt-key          pic x(12).
       01  misc.
           05 reltab-stat        pic xx value spaces.
           05 refhist-stat       pic xx value spaces.
           05 file-stat          pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input reltab.
           if reltab-stat not = '00'
              move reltab-stat to mf-filestat
              move "RELTAB"     to mf-filenamei
              move "RELTAB"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read reltab at end move '1' to reltab-eof.
           perform loadrelrtn until reltab-at-eof.
           close reltab.
      * no REFHIST yet means this is the first sweep - nothing to trend
           open input refhist.
           if refhist-stat = '00'
              read refhist at end move '1' to refhist-eof
              end-read
              perform loadhistrtn until refhist-at-eof
              close refhist
           end-if.
           open output refrpt.
           move spaces to rptline.
           string "CROSS-FILE REFERENTIAL INTEGRITY SWEEP - RUN DATE "
                  rundate-ymd6e "  RELATIONSHIPS: " rel-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform relrtn
               varying rel-idx from 1 by 1
               until rel-idx > rel-count.
           perform trendhdrtn.
           perform trendrtn
               varying rel-idx from 1 by 1
               until rel-idx > rel-count.
           perform ttlrtn.
           close refrpt.
           open output refhist2.
           perform wrthistrtn
               varying rel-idx from 1 by 1
               until rel-idx > rel-count.
           close refhist2.
           move "REFSWEEP" to jobsum-pgm.
           move tot-child to jobsum-count.
           if tot-orphans > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadrelrtn.
           if rel-count >= 50
              display "REFSWEEP - REL-TABLE FULL, RT-DESC: "
                  rt-desc " NOT LOADED" upon console
           else
              add 1 to rel-count
              move rt-child to rl-child (rel-count)
              move rt-cpos to rl-cpos (rel-count)
              move rt-klen to rl-klen (rel-count)
              move rt-parent to rl-parent (rel-count)
              move rt-ppos to rl-ppos (rel-count)
              move rt-desc to rl-desc (rel-count)
              move 'N' to rl-swept-sw (rel-count)
              move zeros to rl-orphans (rel-count)
              move zeros to rl-last (rel-count)
              move zeros to rl-last-date (rel-count)
              move 'N' to rl-last-sw (rel-count)
           end-if.
           read reltab at end move '1' to reltab-eof.
      * last sweep's count, matched to its relationship
       loadhistrtn.
           perform loadhist1rtn
               varying rel-idx from 1 by 1
               until rel-idx > rel-count.
           read refhist at end move '1' to refhist-eof.
       loadhist1rtn.
           if rl-child (rel-idx) = hs-child
                 and rl-cpos (rel-idx) = hs-cpos
                 and rl-klen (rel-idx) = hs-klen
                 and rl-parent (rel-idx) = hs-parent
              move 'Y' to rl-last-sw (rel-idx)
              move hs-orphans to rl-last (rel-idx)
              move hs-date to rl-last-date (rel-idx)
           end-if.
      *eject
      * one relationship - load the parent's keys, then sweep the child
       relrtn.
           move spaces to rptline.
           string "RELATIONSHIP " rel-idx ": " rl-desc (rel-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "    CHILD " rl-child (rel-idx)
                  " KEY AT " rl-cpos (rel-idx)
                  " LENGTH " rl-klen (rel-idx)
                  "  ->  PARENT " rl-parent (rel-idx)
                  " KEY AT " rl-ppos (rel-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move 'Y' to rel-ok-sw.
           if rl-klen (rel-idx) < 1 or rl-klen (rel-idx) > 12
                 or rl-cpos (rel-idx) < 1
                 or rl-ppos (rel-idx) < 1
                 or rl-cpos (rel-idx) + rl-klen (rel-idx) > 257
                 or rl-ppos (rel-idx) + rl-klen (rel-idx) > 257
              move spaces to rptline
              string "    *** RELTAB KEY POSITION OR LENGTH INVALID"
                     " - RELATIONSHIP SKIPPED"
                  delimited by size into rptline
              end-string
              write rptline before advancing 2 lines
              move 'N' to rel-ok-sw
           end-if.
           if rel-ok
              move 'Y' to load-parent-sw
              move zeros to key-count
              move rl-parent (rel-idx) to want-file
              perform scanrtn
           end-if.
           if rel-ok
              move 'N' to load-parent-sw
              move zeros to child-count
              move zeros to blank-count
              move zeros to orphan-count
              move rl-child (rel-idx) to want-file
              perform scanrtn
           end-if.
           if rel-ok
              move 'Y' to rl-swept-sw (rel-idx)
              move orphan-count to rl-orphans (rel-idx)
              add child-count to tot-child
              add orphan-count to tot-orphans
              move spaces to rptline
              string "    PARENT KEYS: " key-count
                     "  CHILD RECORDS: " child-count
                     "  BLANK KEYS: " blank-count
                     "  ORPHANS: " orphan-count
                  delimited by size into rptline
              end-string
              write rptline before advancing 2 lines
           else
              add 1 to skip-count
           end-if.
      * read want-file end to end - a file this program has no reader
      * for, or one not on disk, skips the relationship
       scanrtn.
           move zeros to rec-count.
           move ' ' to file-eof.
           perform openfilertn.
           if not file-known
              move spaces to rptline
              string "    *** FILE " want-file
                     " IS NOT ONE THE SWEEP CAN READ - "
                     "RELATIONSHIP SKIPPED"
                  delimited by size into rptline
              end-string
              write rptline before advancing 2 lines
              move 'N' to rel-ok-sw
           else
              if not file-open
                 move spaces to rptline
                 string "    *** FILE " want-file
                        " NOT AVAILABLE, STATUS " file-stat
                        " - RELATIONSHIP SKIPPED"
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 2 lines
                 move 'N' to rel-ok-sw
              else
                 perform readfilertn
                 perform scan1rtn until file-at-eof
                 perform closefilertn
              end-if
           end-if.
       scan1rtn.
           add 1 to rec-count.
           if load-parent
              perform keeprtn
           else
              perform childrtn
           end-if.
           perform readfilertn.
       keeprtn.
           if key-count >= 20000
              display "REFSWEEP - KEY-TABLE FULL, " want-file
                  " RECORD " rec-count " NOT LOADED" upon console
           else
              add 1 to key-count
              move spaces to kt-key (key-count)
              move work-rec (rl-ppos (rel-idx):rl-klen (rel-idx))
                  to kt-key (key-count)
           end-if.
      * one child record - an orphan when its key isn't a parent key
       childrtn.
           add 1 to child-count.
           move spaces to work-key.
           move work-rec (rl-cpos (rel-idx):rl-klen (rel-idx))
               to work-key.
           if work-key = spaces
              add 1 to blank-count
           else
              move 1 to key-idx
              move 'N' to key-found-sw
              perform findkeyrtn
                  until key-found or key-idx > key-count
              if not key-found
                 add 1 to orphan-count
                 move spaces to rptline
                 string "    ORPHAN  " want-file " RECORD " rec-count
                        "  KEY: " work-key
                        "  NOT ON " rl-parent (rel-idx)
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              end-if
           end-if.
       findkeyrtn.
           if kt-key (key-idx) = work-key
              move 'Y' to key-found-sw
           else
              add 1 to key-idx
           end-if.
      *eject
       openfilertn.
           move 'Y' to file-known-sw.
           move 'N' to file-open-sw.
           move spaces to file-stat.
           evaluate want-file
              when "AROPEN"   open input aropen
              when "APOPEN"   open input apopen
              when "CUSTMAS"  open input custmas
              when "CITYTAX"  open input citytax
              when "GLMSNEW"  open input glmsnew
              when "ORDMAS"   open input ordmas
              when "PAYHIST"  open input payhist
              when "PAYMAS"   open input paymas
              when "SALEDTL"  open input saledtl
              when "VENDMAS"  open input vendmas
              when "ACCTMAP"  open input acctmap
              when "CONTRPRC" open input contrprc
              when "DEDMAS"   open input dedmas
              when "DEFERMAS" open input defermas
              when "LOCIMP"   open input locimp
              when "PAYMAP"   open input paymap
              when "POMAS"    open input pomas
              when "PREPLAN"  open input preplan
              when "PRODMAS"  open input prodmas
              when "SLSMMAS"  open input slsmmas
              when "TAXADR"   open input taxadr
              when "UTILCHG"  open input utilchg
              when other      move 'N' to file-known-sw
           end-evaluate.
           if file-known and file-stat = '00'
              move 'Y' to file-open-sw
           end-if.
       readfilertn.
           move spaces to work-rec.
           evaluate want-file
              when "AROPEN"
                 read aropen into work-rec
                     at end move '1' to file-eof
                 end-read
              when "APOPEN"
                 read apopen into work-rec
                     at end move '1' to file-eof
                 end-read
              when "CUSTMAS"
                 read custmas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "CITYTAX"
                 read citytax into work-rec
                     at end move '1' to file-eof
                 end-read
              when "GLMSNEW"
                 read glmsnew into work-rec
                     at end move '1' to file-eof
                 end-read
              when "ORDMAS"
                 read ordmas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "PAYHIST"
                 read payhist into work-rec
                     at end move '1' to file-eof
                 end-read
              when "PAYMAS"
                 read paymas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "SALEDTL"
                 read saledtl into work-rec
                     at end move '1' to file-eof
                 end-read
              when "VENDMAS"
                 read vendmas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "ACCTMAP"
                 read acctmap into work-rec
                     at end move '1' to file-eof
                 end-read
              when "CONTRPRC"
                 read contrprc into work-rec
                     at end move '1' to file-eof
                 end-read
              when "DEDMAS"
                 read dedmas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "DEFERMAS"
                 read defermas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "LOCIMP"
                 read locimp into work-rec
                     at end move '1' to file-eof
                 end-read
              when "PAYMAP"
                 read paymap into work-rec
                     at end move '1' to file-eof
                 end-read
              when "POMAS"
                 read pomas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "PREPLAN"
                 read preplan into work-rec
                     at end move '1' to file-eof
                 end-read
              when "PRODMAS"
                 read prodmas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "SLSMMAS"
                 read slsmmas into work-rec
                     at end move '1' to file-eof
                 end-read
              when "TAXADR"
                 read taxadr into work-rec
                     at end move '1' to file-eof
                 end-read
              when "UTILCHG"
                 read utilchg into work-rec
                     at end move '1' to file-eof
                 end-read
           end-evaluate.
       closefilertn.
           evaluate want-file
              when "AROPEN"   close aropen
              when "APOPEN"   close apopen
              when "CUSTMAS"  close custmas
              when "CITYTAX"  close citytax
              when "GLMSNEW"  close glmsnew
              when "ORDMAS"   close ordmas
              when "PAYHIST"  close payhist
              when "PAYMAS"   close paymas
              when "SALEDTL"  close saledtl
              when "VENDMAS"  close vendmas
              when "ACCTMAP"  close acctmap
              when "CONTRPRC" close contrprc
              when "DEDMAS"   close dedmas
              when "DEFERMAS" close defermas
              when "LOCIMP"   close locimp
              when "PAYMAP"   close paymap
              when "POMAS"    close pomas
              when "PREPLAN"  close preplan
              when "PRODMAS"  close prodmas
              when "SLSMMAS"  close slsmmas
              when "TAXADR"   close taxadr
              when "UTILCHG"  close utilchg
           end-evaluate.
      *eject
      * the trend table - this sweep's orphans against the last one's
       trendhdrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "ORPHAN TREND AGAINST THE LAST SWEEP" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "REL CHILD    POS PARENT    ORPHANS  LAST SWEEP"
                  "  ON DATE     CHANGE  TREND   DESCRIPTION"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       trendrtn.
           move spaces to rptline.
           if not rl-swept (rel-idx)
              string rel-idx " " rl-child (rel-idx) " "
                     rl-cpos (rel-idx) " " rl-parent (rel-idx)
                     "  SKIPPED - SEE ABOVE"
                  delimited by size into rptline
              end-string
           else
              if not rl-has-last (rel-idx)
                 move "NEW" to trend-txt
                 move zeros to trend-change
              else
                 compute trend-change = rl-orphans (rel-idx)
                     - rl-last (rel-idx)
                 if trend-change > 0
                    move "WORSE" to trend-txt
                 else
                    if trend-change < 0
                       move "BETTER" to trend-txt
                    else
                       move "SAME" to trend-txt
                    end-if
                 end-if
              end-if
              move trend-change to trend-change-ed
              string rel-idx " " rl-child (rel-idx) " "
                     rl-cpos (rel-idx) " " rl-parent (rel-idx) "  "
                     rl-orphans (rel-idx) "     " rl-last (rel-idx)
                     "  " rl-last-date (rel-idx) " " trend-change-ed
                     "  " trend-txt "  " rl-desc (rel-idx)
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "RELATIONSHIPS: " rel-count
                  "  SKIPPED: " skip-count
                  "  CHILD RECORDS: " tot-child
                  "  TOTAL ORPHANS: " tot-orphans
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * a skipped relationship carries its last count forward, so the
      * trend picks up again next week
       wrthistrtn.
           if rl-swept (rel-idx) or rl-has-last (rel-idx)
              move spaces to hs2rec
              move rl-child (rel-idx) to hs2-child
              move rl-cpos (rel-idx) to hs2-cpos
              move rl-klen (rel-idx) to hs2-klen
              move rl-parent (rel-idx) to hs2-parent
              if rl-swept (rel-idx)
                 move rl-orphans (rel-idx) to hs2-orphans
                 move rundate-ymd8 to hs2-date
              else
                 move rl-last (rel-idx) to hs2-orphans
                 move rl-last-date (rel-idx) to hs2-date
              end-if
              write hs2rec
           end-if.
       copy "unixproc1.cpy".
